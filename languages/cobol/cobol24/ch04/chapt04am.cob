000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04am.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Archive-File Assign To "AUDTARCH"
000110         Organization Is Line Sequential
000120         File Status Is WS-Arch-File-Status.
000130     Select Audit-Log-File Assign To "ITEMAUDT"
000140         Organization Is Line Sequential
000150         File Status Is WS-Audit-File-Status.
000160     Select Audit-Control-File Assign To "AUDTCTL"
000170         Organization Is Sequential
000180         File Status Is WS-Control-Status.
000190     Select Report-File Assign To "AUDTVRFY"
000200         Organization Is Line Sequential.
000210 Data Division.
000220 File Section.
000230*--------------------------------------------------------------*
000240*  The archive and the live log are read into the one          *
000250*  working-storage audit layout and checked as one trail,      *
000260*  oldest archived record first.                               *
000270*--------------------------------------------------------------*
000280 FD  Archive-File
000290     Label Records Are Standard.
000300 01  Archive-Line              Pic X(113).
000310 FD  Audit-Log-File
000320     Label Records Are Standard.
000330 01  Audit-Log-Line            Pic X(113).
000340 FD  Audit-Control-File
000350     Label Records Are Standard.
000360 Copy audcrec.
000370 FD  Report-File
000380     Label Records Are Standard.
000390 01  Report-Line               Pic X(80).
000400 Working-Storage Section.
000410 Copy auditrec.
000420 Copy stmprec.
000430 01  WS-Arch-File-Status       Pic XX.
000440 01  WS-Audit-File-Status      Pic XX.
000450 01  WS-Control-Status         Pic XX.
000451 01  WS-Control-Status-Parts Redefines WS-Control-Status.
000452     05  WS-Control-Status-1   Pic X.
000453     05  WS-Control-Status-2   Pic X.
000454 01  WS-Lock-Retries           Pic 9(5) Value Zero.
000455 01  WS-Lock-Retry-Limit       Pic 9(5) Value 10000.
000460 01  WS-End-Of-File            Pic X Value "N".
000470 01  WS-Today-Date             Pic 9(8).
000480 01  WS-File-Name              Pic X(8).
000490 01  WS-Record-Number          Pic 9(7).
000500 01  WS-Sequence-Started       Pic X Value "N".
000510 01  WS-High-Sequence          Pic 9(9) Value Zero.
000520 01  WS-Previous-Chain         Pic 9(10) Value Zero.
000530 01  WS-Missing-Records        Pic 9(9).
000540 01  WS-Archive-Count          Pic 9(9) Value Zero.
000550 01  WS-Live-Count             Pic 9(9) Value Zero.
000560 01  WS-Unsequenced-Count      Pic 9(9) Value Zero.
000570 01  WS-Gap-Count              Pic 9(9) Value Zero.
000580 01  WS-Missing-Count          Pic 9(9) Value Zero.
000590 01  WS-Duplicate-Count        Pic 9(9) Value Zero.
000600 01  WS-Out-Of-Order-Count     Pic 9(9) Value Zero.
000610 01  WS-Chain-Break-Count      Pic 9(9) Value Zero.
000620 01  WS-Exception-Count        Pic 9(9) Value Zero.
000630 01  WS-Heading-Line.
000640     05  Filler                Pic X(29)
000650         Value "Audit Log Verification as at ".
000660     05  WS-H-Today            Pic 9(8).
000670 01  WS-Column-Line.
000680     05  Filler                Pic X(10) Value "File".
000690     05  Filler                Pic X(9)  Value "Record".
000700     05  Filler                Pic X(11) Value "Sequence".
000710     05  Filler                Pic X(9)  Value "Exception".
000720 01  WS-Exception-Line.
000730     05  WS-X-File-Name        Pic X(8).
000740     05  Filler                Pic X(2)  Value Spaces.
000750     05  WS-X-Record-Number    Pic ZZZZZZ9.
000760     05  Filler                Pic X(2)  Value Spaces.
000770     05  WS-X-Sequence         Pic ZZZZZZZZ9.
000780     05  Filler                Pic X(2)  Value Spaces.
000790     05  WS-X-Message          Pic X(50).
000800 01  WS-Count-Line.
000810     05  WS-C-Label            Pic X(30).
000820     05  WS-C-Count            Pic ZZZZZZZZ9.
000830 01  WS-Result-Line.
000840     05  WS-R-Text             Pic X(50).
000850 Procedure Division.
000860 Chapt04am-Start.
000870     Accept WS-Today-Date From Date YYYYMMDD
000880     Open Input Audit-Log-File
000890     If WS-Audit-File-Status Not = "00"
000900         Display "Chapt04am: Audit Log file not found"
000910         Move 8 to Return-Code
000920         Goback
000930     End-If
000940     Open Output Report-File
000950     Move WS-Today-Date to WS-H-Today
000960     Write Report-Line From WS-Heading-Line
000970     Move Spaces to Report-Line
000980     Write Report-Line
000990     Write Report-Line From WS-Column-Line
001000     Perform Check-Archive-File
001010     Perform Check-Audit-Log-File
001020     Close Audit-Log-File
001030     Perform Check-Audit-Control
001040     Perform Write-Verification-Totals
001050     Close Report-File
001060     If WS-Exception-Count = Zero
001070         Display "Chapt04am: audit log verified - no exceptions"
001090     Else
001100         Display "Chapt04am: exceptions found " WS-Exception-Count
001110             " - see AUDTVRFY"
001130     End-If
001135     Move Zero to Return-Code
001140     Goback.
001150*--------------------------------------------------------------*
001160*  The archive is optional - it exists only once the audit     *
001170*  archive step has run.                                       *
001180*--------------------------------------------------------------*
001190 Check-Archive-File.
001200     Open Input Archive-File
001210     If WS-Arch-File-Status = "00"
001220         Move "AUDTARCH" to WS-File-Name
001230         Move Zero to WS-Record-Number
001240         Move "N" to WS-End-Of-File
001250         Read Archive-File Into Audit-Log-Record
001260             At End Move "Y" to WS-End-Of-File
001270         End-Read
001280         Perform Until WS-End-Of-File = "Y"
001290             Add 1 to WS-Archive-Count
001300             Perform Check-One-Record
001310             Read Archive-File Into Audit-Log-Record
001320                 At End Move "Y" to WS-End-Of-File
001330             End-Read
001340         End-Perform
001350         Close Archive-File
001360     End-If.
001370 Check-Audit-Log-File.
001380     Move "ITEMAUDT" to WS-File-Name
001390     Move Zero to WS-Record-Number
001400     Move "N" to WS-End-Of-File
001410     Read Audit-Log-File Into Audit-Log-Record
001420         At End Move "Y" to WS-End-Of-File
001430     End-Read
001440     Perform Until WS-End-Of-File = "Y"
001450         Add 1 to WS-Live-Count
001460         Perform Check-One-Record
001470         Read Audit-Log-File Into Audit-Log-Record
001480             At End Move "Y" to WS-End-Of-File
001490         End-Read
001500     End-Perform.
001510*--------------------------------------------------------------*
001520*  Records logged before sequencing began carry no sequence    *
001530*  number and are only counted; one turning up after the first *
001540*  sequenced record has been inserted.  Sequence checks run    *
001550*  against the highest number seen so far; the chain check     *
001560*  links each record to the sequenced record physically before *
001570*  it, so an altered record breaks its own link only and a     *
001580*  removed or inserted record breaks the link that follows.    *
001590*--------------------------------------------------------------*
001600 Check-One-Record.
001610     Add 1 to WS-Record-Number
001620     If AL-Sequence-Number Not Numeric
001630      Or AL-Sequence-Number = Zero
001640         Add 1 to WS-Unsequenced-Count
001650         If WS-Sequence-Started = "Y"
001660             Move Zero to WS-X-Sequence
001670             Move "Unsequenced record after sequencing began"
001680                 to WS-X-Message
001690             Perform Write-Exception-Line
001700         End-If
001710     Else
001720         Perform Check-Sequence-Number
001730         Perform Check-Chain-Link
001740         Move "Y" to WS-Sequence-Started
001750         If AL-Chain-Value Numeric
001760             Move AL-Chain-Value to WS-Previous-Chain
001770         Else
001780             Move AS-Chain-Value to WS-Previous-Chain
001790         End-If
001800     End-If.
001810 Check-Sequence-Number.
001820     Move AL-Sequence-Number to WS-X-Sequence
001830     Evaluate True
001840         When AL-Sequence-Number = WS-High-Sequence
001850             Add 1 to WS-Duplicate-Count
001860             Move "Duplicate sequence number" to WS-X-Message
001870             Perform Write-Exception-Line
001880         When AL-Sequence-Number < WS-High-Sequence
001890             Add 1 to WS-Out-Of-Order-Count
001900             Move "Sequence number out of order" to WS-X-Message
001910             Perform Write-Exception-Line
001920         When AL-Sequence-Number > WS-High-Sequence + 1
001930             Compute WS-Missing-Records =
001940                 AL-Sequence-Number - WS-High-Sequence - 1
001950             Perform Report-Sequence-Gap
001960             Move AL-Sequence-Number to WS-High-Sequence
001970         When Other
001980             Move AL-Sequence-Number to WS-High-Sequence
001990     End-Evaluate.
002000 Report-Sequence-Gap.
002010     Add 1 to WS-Gap-Count
002020     Add WS-Missing-Records to WS-Missing-Count
002030     Move Spaces to WS-X-Message
002040     String "Gap - records missing before this "
002050         WS-Missing-Records
002060         Delimited By Size Into WS-X-Message
002070     Perform Write-Exception-Line.
002080*--------------------------------------------------------------*
002090*  The first sequenced record in the trail links to a zero     *
002100*  check value only when it is record one; if earlier records  *
002110*  are missing it is reported as a gap and taken as the start  *
002120*  of the chain.                                               *
002130*--------------------------------------------------------------*
002140 Check-Chain-Link.
002150     If WS-Sequence-Started = "N"
002160      And AL-Sequence-Number > 1
002170         Move Zeros to AS-Chain-Value
002180     Else
002190         Move "C" to AS-Request-Code
002200         Move Audit-Log-Record to AS-Audit-Image
002210         Move AL-Sequence-Number to AS-Sequence-Number
002220         Move WS-Previous-Chain to AS-Previous-Chain
002222         If AL-Effective-Date Numeric
002224             Move AL-Effective-Date to AS-Effective-Date
002226         Else
002228             Move Spaces to AS-Effective-Date
002229         End-If
002230         Call "Chapt04al"
002240         Cancel "Chapt04al"
002250         If AL-Chain-Value Not Numeric
002260          Or AL-Chain-Value Not = AS-Chain-Value
002270             Add 1 to WS-Chain-Break-Count
002280             Move AL-Sequence-Number to WS-X-Sequence
002290             Move "Broken chain link - check value differs"
002300                 to WS-X-Message
002310             Perform Write-Exception-Line
002320         End-If
002330     End-If.
002340*--------------------------------------------------------------*
002350*  The control record holds the last number assigned, so       *
002360*  records removed from the end of the live log still show.    *
002362*  It is held briefly each time a record is stamped, so the    *
002364*  open is tried again while another program holds it.         *
002370*--------------------------------------------------------------*
002380 Check-Audit-Control.
002385     Move Zero to WS-Lock-Retries
002390     Open Input Audit-Control-File
002391     Perform Until WS-Lock-Retries > WS-Lock-Retry-Limit
002392               Or (WS-Control-Status Not = "61"
002393                   And WS-Control-Status-1 Not = "9")
002394         Add 1 to WS-Lock-Retries
002395         Open Input Audit-Control-File
002396     End-Perform
002400     If WS-Control-Status = "00"
002410         Read Audit-Control-File
002420             At End
002430                 Move Zeros to AC-Last-Sequence
002440         End-Read
002450         Close Audit-Control-File
002460     Else
002470         Move Zeros to AC-Last-Sequence
002480     End-If
002490     If AC-Last-Sequence Not Numeric
002500         Move Zeros to AC-Last-Sequence
002510     End-If
002520     Move "AUDTCTL" to WS-File-Name
002530     Move Zero to WS-Record-Number
002540     Move AC-Last-Sequence to WS-X-Sequence
002550     Evaluate True
002560         When AC-Last-Sequence > WS-High-Sequence
002570             Compute WS-Missing-Records =
002580                 AC-Last-Sequence - WS-High-Sequence
002590             Add 1 to WS-Gap-Count
002600             Add WS-Missing-Records to WS-Missing-Count
002610             Move Spaces to WS-X-Message
002620             String "Records missing from end of log "
002630                 WS-Missing-Records
002640                 Delimited By Size Into WS-X-Message
002650             Perform Write-Exception-Line
002660         When AC-Last-Sequence < WS-High-Sequence
002670             Move "Control record behind the audit log"
002680                 to WS-X-Message
002690             Perform Write-Exception-Line
002700         When AC-Last-Sequence > Zero
002710          And AC-Last-Chain Not = WS-Previous-Chain
002720             Add 1 to WS-Chain-Break-Count
002730             Move "Last record does not match control record"
002740                 to WS-X-Message
002750             Perform Write-Exception-Line
002760         When Other
002770             Continue
002780     End-Evaluate.
002790 Write-Exception-Line.
002800     Add 1 to WS-Exception-Count
002810     Move WS-File-Name to WS-X-File-Name
002820     Move WS-Record-Number to WS-X-Record-Number
002830     Write Report-Line From WS-Exception-Line.
002840 Write-Verification-Totals.
002850     Move Spaces to Report-Line
002860     Write Report-Line
002870     Move "Archived records read" to WS-C-Label
002880     Move WS-Archive-Count to WS-C-Count
002890     Write Report-Line From WS-Count-Line
002900     Move "Live records read" to WS-C-Label
002910     Move WS-Live-Count to WS-C-Count
002920     Write Report-Line From WS-Count-Line
002930     Move "Unsequenced records" to WS-C-Label
002940     Move WS-Unsequenced-Count to WS-C-Count
002950     Write Report-Line From WS-Count-Line
002960     Move "Highest sequence number" to WS-C-Label
002970     Move WS-High-Sequence to WS-C-Count
002980     Write Report-Line From WS-Count-Line
002990     Move "Sequence gaps" to WS-C-Label
003000     Move WS-Gap-Count to WS-C-Count
003010     Write Report-Line From WS-Count-Line
003020     Move "Records missing in gaps" to WS-C-Label
003030     Move WS-Missing-Count to WS-C-Count
003040     Write Report-Line From WS-Count-Line
003050     Move "Duplicate sequence numbers" to WS-C-Label
003060     Move WS-Duplicate-Count to WS-C-Count
003070     Write Report-Line From WS-Count-Line
003080     Move "Records out of order" to WS-C-Label
003090     Move WS-Out-Of-Order-Count to WS-C-Count
003100     Write Report-Line From WS-Count-Line
003110     Move "Broken chain links" to WS-C-Label
003120     Move WS-Chain-Break-Count to WS-C-Count
003130     Write Report-Line From WS-Count-Line
003140     Move "Total exceptions" to WS-C-Label
003150     Move WS-Exception-Count to WS-C-Count
003160     Write Report-Line From WS-Count-Line
003170     If WS-Exception-Count = Zero
003180         Move "Audit trail verified - no exceptions" to WS-R-Text
003190     Else
003200         Move "** AUDIT TRAIL EXCEPTIONS FOUND **" to WS-R-Text
003210     End-If
003220     Write Report-Line From WS-Result-Line.
