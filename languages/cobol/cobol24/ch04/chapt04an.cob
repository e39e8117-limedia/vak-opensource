000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04an.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Operator-Master-File Assign To "OPERMAST"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is OM-Operator-Id
000140         File Status Is WS-Oper-File-Status.
000150     Select Audit-Log-File Assign To "ITEMAUDT"
000160         Organization Is Line Sequential
000170         File Status Is WS-Audit-File-Status.
000180     Select Archive-File Assign To "AUDTARCH"
000190         Organization Is Line Sequential
000200         File Status Is WS-Arch-File-Status.
000210     Select Session-Journal-File Assign To "SESSJRNL"
000220         Organization Is Line Sequential
000230         File Status Is WS-Jrnl-File-Status.
000240     Select System-Parameter-File Assign To "SYSPARM"
000250         Organization Is Line Sequential
000260         File Status Is WS-Parm-File-Status.
000270     Select Sort-Work-File Assign To "SECSORT".
000280     Select Report-File Assign To "SECRPT"
000290         Organization Is Line Sequential.
000300 Data Division.
000310 File Section.
000320 FD  Operator-Master-File
000330     Label Records Are Standard.
000340 Copy operrec.
000350*--------------------------------------------------------------*
000360*  The live and archived audit trails are read into the one    *
000370*  working-storage audit layout, so sign-on failures moved to  *
000380*  the archive are still reported.                             *
000390*--------------------------------------------------------------*
000400 FD  Audit-Log-File
000410     Label Records Are Standard.
000420 01  Audit-Log-Line            Pic X(113).
000430 FD  Archive-File
000440     Label Records Are Standard.
000450 01  Archive-Line              Pic X(113).
000460 FD  Session-Journal-File
000470     Label Records Are Standard.
000480 Copy jrnlrec.
000490 FD  System-Parameter-File
000500     Label Records Are Standard.
000510 Copy sysparm.
000520 SD  Sort-Work-File.
000530 01  Sort-Record.
000540     05  SR-Operator-Id        Pic X(8).
000550     05  SR-Function-Code      Pic X.
000560     05  SR-Event-Code         Pic X.
000570     05  SR-Elapsed-Seconds    Pic 9(7).
000580 FD  Report-File
000590     Label Records Are Standard.
000600 01  Report-Line               Pic X(80).
000610 Working-Storage Section.
000620 Copy sessrec.
000630 Copy stmprec.
000640 Copy auditrec.
000650 01  WS-Oper-File-Status       Pic XX.
000660 01  WS-Audit-File-Status      Pic XX.
000670 01  WS-Arch-File-Status       Pic XX.
000680 01  WS-Jrnl-File-Status       Pic XX.
000690 01  WS-Parm-File-Status       Pic XX.
000700 01  WS-End-Of-File            Pic X Value "N".
000710 01  WS-Signon-Id              Pic X(8) Value Spaces.
000720 01  WS-Signon-Password        Pic X(8) Value Spaces.
000730 01  WS-Signon-Valid           Pic X Value "N".
000740 01  WS-Signon-Attempts        Pic 9 Value Zero.
000750 01  WS-Attempt-Limit          Pic 9 Value 3.
000760 01  WS-Password-Expired       Pic X.
000770 01  WS-Audit-Date             Pic 9(8).
000780 01  WS-Audit-Time             Pic 9(8).
000790 01  WS-Today-Date             Pic 9(8).
000800 01  WS-Today-Integer          Pic 9(7).
000810 01  WS-Pwd-Integer            Pic 9(7).
000820 01  WS-Signon-Integer         Pic 9(7).
000830 01  WS-Days-Idle              Pic 9(7).
000840 01  WS-Entry-Valid            Pic X Value "N".
000850 01  WS-Error-Message          Pic X(40) Value Spaces.
000860 01  From-Date                 Pic 9(8) Value Zeros.
000870 01  To-Date                   Pic 9(8) Value Zeros.
000880 01  Dormant-Days              Pic 9(3) Value Zeros.
000890 01  WS-Business-Start         Pic 9(4) Value 0800.
000900 01  WS-Business-End           Pic 9(4) Value 1800.
000910 01  WS-Event-HHMM             Pic 9(4).
000920 01  WS-Event-Rest             Pic 9(4).
000930 01  WS-Current-Operator       Pic X(8).
000940 01  WS-Current-Function       Pic X.
000950 01  WS-First-Record           Pic X.
000960 01  WS-Fn-Uses                Pic 9(5).
000970 01  WS-Fn-Seconds             Pic 9(9).
000980 01  WS-Fn-Refused             Pic 9(5).
000990 01  WS-Op-Signons             Pic 9(5).
001000 01  WS-Op-Timeouts            Pic 9(5).
001010 01  WS-Op-Uses                Pic 9(5).
001020 01  WS-Minutes                Pic 9(7).
001030 01  WS-Lines-Listed           Pic 9(5).
001040 01  WS-Fn-Sub                 Pic 99.
001050 01  WS-Alphabet               Pic X(26)
001060         Value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001070 01  WS-Alphabet-Letters Redefines WS-Alphabet.
001080     05  WS-Alphabet-Letter    Pic X Occurs 26 Times.
001090 01  WS-Function-Totals.
001100     05  WS-Fn-Total-Entry Occurs 26 Times.
001110         10  WS-Ft-Uses        Pic 9(7).
001120         10  WS-Ft-Seconds     Pic 9(9).
001130         10  WS-Ft-Refused     Pic 9(7).
001140         10  WS-Ft-Operators   Pic 9(5).
001150 01  WS-Function-Name          Pic X(28).
001160 01  WS-Fail-Count             Pic 9(4) Value Zero.
001170 01  WS-Fail-Limit             Pic 9(4) Value 500.
001180 01  WS-Fail-Sub               Pic 9(4).
001190 01  WS-Fail-Found             Pic X.
001200 01  WS-Fail-Overflow          Pic X Value "N".
001210 01  WS-Fail-Table.
001220     05  WS-Fail-Entry Occurs 500 Times.
001230         10  WS-Fail-Operator  Pic X(8).
001240         10  WS-Fail-Total     Pic 9(5).
001250         10  WS-Fail-Last-Date Pic 9(8).
001260         10  WS-Fail-Last-Time Pic 9(8).
001270 01  WS-Heading-Line.
001280     05  Filler                Pic X(26)
001290         Value "Security Activity Report".
001300     05  Filler                Pic X(5)  Value "from ".
001310     05  WS-H-From-Date        Pic 9(8).
001320     05  Filler                Pic X(4)  Value " to ".
001330     05  WS-H-To-Date          Pic 9(8).
001340     05  Filler                Pic X(6)  Value "  run ".
001350     05  WS-H-Run-Date         Pic 9(8).
001360 01  WS-Section-Line.
001370     05  WS-Section-Text       Pic X(60).
001380 01  WS-Activity-Columns.
001390     05  Filler                Pic X(10) Value "Operator".
001400     05  Filler                Pic X(4)  Value "Fn".
001410     05  Filler                Pic X(30) Value "Function".
001420     05  Filler                Pic X(7)  Value "   Uses".
001430     05  Filler                Pic X(9)  Value "  Minutes".
001440     05  Filler                Pic X(9)  Value "  Refused".
001450 01  WS-Activity-Line.
001460     05  WS-A-Operator-Id      Pic X(8).
001470     05  Filler                Pic X(2)  Value Spaces.
001480     05  WS-A-Function-Code    Pic X.
001490     05  Filler                Pic X(3)  Value Spaces.
001500     05  WS-A-Function-Name    Pic X(28).
001510     05  Filler                Pic X(2)  Value Spaces.
001520     05  WS-A-Uses             Pic ZZZZZZ9.
001530     05  Filler                Pic X(2)  Value Spaces.
001540     05  WS-A-Minutes          Pic ZZZZZZ9.
001550     05  Filler                Pic X(2)  Value Spaces.
001560     05  WS-A-Refused          Pic ZZZZZZ9.
001570 01  WS-Operator-Total-Line.
001580     05  Filler                Pic X(10) Value Spaces.
001590     05  Filler                Pic X(10) Value "Sign-ons".
001600     05  WS-O-Signons          Pic ZZZZ9.
001610     05  Filler                Pic X(17)
001620         Value "   Idle sign-offs".
001630     05  WS-O-Timeouts         Pic ZZZZZ9.
001640     05  Filler                Pic X(17)
001650         Value "   Functions used".
001660     05  WS-O-Uses             Pic ZZZZZ9.
001670 01  WS-Function-Columns.
001680     05  Filler                Pic X(4)  Value "Fn".
001690     05  Filler                Pic X(30) Value "Function".
001700     05  Filler                Pic X(11) Value "  Operators".
001710     05  Filler                Pic X(7)  Value "   Uses".
001720     05  Filler                Pic X(9)  Value "  Minutes".
001730     05  Filler                Pic X(9)  Value "  Refused".
001740 01  WS-Function-Line.
001750     05  WS-F-Function-Code    Pic X.
001760     05  Filler                Pic X(3)  Value Spaces.
001770     05  WS-F-Function-Name    Pic X(28).
001780     05  Filler                Pic X(2)  Value Spaces.
001790     05  WS-F-Operators        Pic ZZZZZZZZ9.
001800     05  Filler                Pic X(2)  Value Spaces.
001810     05  WS-F-Uses             Pic ZZZZ9.
001820     05  Filler                Pic X(2)  Value Spaces.
001830     05  WS-F-Minutes          Pic ZZZZZZ9.
001840     05  Filler                Pic X(2)  Value Spaces.
001850     05  WS-F-Refused          Pic ZZZZZZ9.
001860 01  WS-Signon-Columns.
001870     05  Filler                Pic X(10) Value "Operator".
001880     05  Filler                Pic X(10) Value "Date".
001890     05  Filler                Pic X(8)  Value "Time".
001900     05  Filler                Pic X(9)  Value "Authority".
001910 01  WS-Signon-Line.
001920     05  WS-S-Operator-Id      Pic X(8).
001930     05  Filler                Pic X(2)  Value Spaces.
001940     05  WS-S-Event-Date       Pic 9(8).
001950     05  Filler                Pic X(2)  Value Spaces.
001960     05  WS-S-Event-Hours      Pic 99.
001970     05  Filler                Pic X     Value ":".
001980     05  WS-S-Event-Minutes    Pic 99.
001990     05  Filler                Pic X(3)  Value Spaces.
002000     05  WS-S-Authority        Pic X.
002010 01  WS-Operator-Columns.
002020     05  Filler                Pic X(10) Value "Operator".
002030     05  Filler                Pic X(22) Value "Name".
002040     05  Filler                Pic X(5)  Value "Auth".
002050     05  Filler                Pic X(10) Value "Failures".
002060     05  Filler                Pic X(12) Value "Last Signon".
002070     05  Filler                Pic X(10) Value "Days Idle".
002080 01  WS-Operator-Line.
002090     05  WS-P-Operator-Id      Pic X(8).
002100     05  Filler                Pic X(2)  Value Spaces.
002110     05  WS-P-Operator-Name    Pic X(20).
002120     05  Filler                Pic X(2)  Value Spaces.
002130     05  WS-P-Authority        Pic X.
002140     05  Filler                Pic X(4)  Value Spaces.
002150     05  WS-P-Failures         Pic ZZZZ9.
002160     05  Filler                Pic X(5)  Value Spaces.
002170     05  WS-P-Last-Signon      Pic X(8).
002180     05  Filler                Pic X(4)  Value Spaces.
002190     05  WS-P-Days-Idle        Pic X(7).
002200 01  WS-Days-Edited            Pic ZZZZZZ9.
002210 01  WS-Failure-Columns.
002220     05  Filler                Pic X(10) Value "Operator".
002230     05  Filler                Pic X(10) Value "Failures".
002240     05  Filler                Pic X(20) Value "Last Failure".
002250     05  Filler                Pic X(20) Value "Operator Master".
002260 01  WS-Failure-Line.
002270     05  WS-R-Operator-Id      Pic X(8).
002280     05  Filler                Pic X(2)  Value Spaces.
002290     05  WS-R-Failures         Pic ZZZZ9.
002300     05  Filler                Pic X(5)  Value Spaces.
002310     05  WS-R-Last-Date        Pic 9(8).
002320     05  Filler                Pic X     Value Space.
002330     05  WS-R-Last-Hours       Pic 99.
002340     05  Filler                Pic X     Value ":".
002350     05  WS-R-Last-Minutes     Pic 99.
002360     05  Filler                Pic X(6)  Value Spaces.
002370     05  WS-R-Master-Status    Pic X(20).
002380 01  WS-Clock-Time             Pic 9(8).
002390 01  WS-Clock-Parts Redefines WS-Clock-Time.
002400     05  WS-Clock-Hours        Pic 99.
002410     05  WS-Clock-Minutes      Pic 99.
002420     05  Filler                Pic 9(4).
002430 01  WS-Count-Line.
002440     05  WS-C-Label            Pic X(40).
002450     05  WS-C-Count            Pic ZZZZ9.
002460 01  WS-None-Line.
002470     05  WS-N-Text             Pic X(40).
002480 Screen Section.
002490 01  Signon-Screen
002500     Blank Screen, Auto, Required,
002510     Foreground-Color Is 7,
002520     Background-Color Is 1.
002530     03  Line 1 Column 25 Value "Security Activity Report".
002540     03  Line 3 Column 5  Value "Operator" Highlight.
002550     03  Line 3 Column 16 Pic X(8) To WS-Signon-Id.
002560     03  Line 4 Column 5  Value "Password" Highlight.
002570     03  Line 4 Column 16 Pic X(8) To WS-Signon-Password
002580                                        Secure.
002590     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
002600                                        Highlight.
002610 01  Security-Select-Screen
002620     Blank Screen, Auto,
002630     Foreground-Color Is 7,
002640     Background-Color Is 1.
002650     03  Line 1 Column 25 Value "Security Activity Report".
002660     03  Line 3 Column 5  Value "From Date (YYYYMMDD)"
002670                                Highlight.
002680     03  Line 3 Column 36 Pic 9(8) To From-Date.
002690     03  Line 4 Column 5  Value "(zero for all)".
002700     03  Line 5 Column 5  Value "To Date (YYYYMMDD)"
002710                                Highlight.
002720     03  Line 5 Column 36 Pic 9(8) To To-Date.
002730     03  Line 6 Column 5  Value "(zero for today)".
002740     03  Line 7 Column 5  Value "Not Signed On In (Days)"
002750                                Highlight.
002760     03  Line 7 Column 36 Pic 9(3) To Dormant-Days.
002770     03  Line 8 Column 5  Value "(zero for 90 days)".
002780     03  Line 10 Column 5 Pic X(40) From WS-Error-Message
002790                                        Highlight.
002800 Procedure Division.
002810 Chapt04an-Start.
002820     Perform Load-System-Parameters
002830     Perform Open-Operator-Master-File
002840     Open Extend Audit-Log-File
002850     Perform Operator-Sign-On
002860     Close Audit-Log-File
002870     Perform Get-Valid-Selection
002880     Accept WS-Today-Date From Date YYYYMMDD
002890     Compute WS-Today-Integer =
002900         Function Integer-Of-Date(WS-Today-Date)
002910     Open Output Report-File
002920     Move From-Date to WS-H-From-Date
002930     Move To-Date to WS-H-To-Date
002940     Move WS-Today-Date to WS-H-Run-Date
002950     Write Report-Line From WS-Heading-Line
002960     Perform Report-Journal-Activity
002970     Perform Report-Out-Of-Hours
002980     Perform Report-Locked-Accounts
002990     Perform Report-Repeated-Failures
003000     Perform Report-Dormant-Operators
003010     Close Report-File
003020     Close Operator-Master-File
003030     Display "Chapt04an: report written to SECRPT"
003040     Goback.
003050 Open-Operator-Master-File.
003060     Open I-O Operator-Master-File
003070     If WS-Oper-File-Status Not = "00"
003080         Display "Chapt04an: Operator Master file not found"
003090         Display "Run the Chapt04i operator entry first"
003100         Goback
003110     End-If.
003120 Load-System-Parameters.
003130     Open Input System-Parameter-File
003140     If WS-Parm-File-Status = "00"
003150         Read System-Parameter-File
003160             At End
003170                 Continue
003180             Not At End
003190                 If PM-Signon-Attempt-Limit Numeric
003200                  And PM-Signon-Attempt-Limit > Zero
003210                     Move PM-Signon-Attempt-Limit
003220                         to WS-Attempt-Limit
003230                 End-If
003240                 If PM-Business-Start-Time Numeric
003250                  And PM-Business-End-Time Numeric
003260                  And PM-Business-End-Time
003265                      > PM-Business-Start-Time
003270                     Move PM-Business-Start-Time
003280                         to WS-Business-Start
003290                     Move PM-Business-End-Time to WS-Business-End
003300                 End-If
003310         End-Read
003320         Close System-Parameter-File
003330     End-If.
003340 Get-Valid-Selection.
003350     Move "N" to WS-Entry-Valid
003360     Perform Until WS-Entry-Valid = "Y"
003370         Display Security-Select-Screen
003380         Accept Security-Select-Screen
003390         If To-Date = Zero
003400             Accept To-Date From Date YYYYMMDD
003410         End-If
003420         If From-Date > To-Date
003430             Move "From Date is after To Date"
003440                 to WS-Error-Message
003450         Else
003460             Move "Y" to WS-Entry-Valid
003470             Move Spaces to WS-Error-Message
003480         End-If
003490     End-Perform
003500     If Dormant-Days = Zero
003510         Move 90 to Dormant-Days
003520     End-If.
003530*--------------------------------------------------------------*
003540*  Journal events in the date range are sorted by operator and *
003550*  function.  Sign-on and sign-off events carry no function,   *
003560*  so they sort ahead of the operator's function events.  The  *
003570*  function totals across all operators are built on the way.  *
003580*--------------------------------------------------------------*
003590 Report-Journal-Activity.
003600     Move Spaces to Report-Line
003610     Write Report-Line
003620     Move "Activity by Operator and Function" to WS-Section-Text
003630     Write Report-Line From WS-Section-Line
003640     Write Report-Line From WS-Activity-Columns
003650     Initialize WS-Function-Totals
003660     Move Zero to WS-Lines-Listed
003670     Sort Sort-Work-File
003680         Ascending Key SR-Operator-Id
003690                       SR-Function-Code
003700         Input Procedure Release-Journal-Events
003710         Output Procedure Write-Activity-Lines
003720     If WS-Lines-Listed = Zero
003730         Move "No session activity in the date range"
003740             to WS-N-Text
003750         Write Report-Line From WS-None-Line
003760     Else
003770         Perform Write-Function-Totals
003780     End-If.
003790 Release-Journal-Events.
003800     Open Input Session-Journal-File
003810     If WS-Jrnl-File-Status = "00"
003820         Move "N" to WS-End-Of-File
003830         Read Session-Journal-File
003840             At End Move "Y" to WS-End-Of-File
003850         End-Read
003860         Perform Until WS-End-Of-File = "Y"
003870             If SJ-Event-Date Not < From-Date
003880              And SJ-Event-Date Not > To-Date
003890              And SJ-Event-Code Not = "F"
003900                 Move SJ-Operator-Id to SR-Operator-Id
003910                 Move SJ-Function-Code to SR-Function-Code
003920                 Move SJ-Event-Code to SR-Event-Code
003930                 Move SJ-Elapsed-Seconds to SR-Elapsed-Seconds
003940                 Release Sort-Record
003950             End-If
003960             Read Session-Journal-File
003970                 At End Move "Y" to WS-End-Of-File
003980             End-Read
003990         End-Perform
004000         Close Session-Journal-File
004010     End-If.
004020 Write-Activity-Lines.
004030     Move "Y" to WS-First-Record
004040     Move "N" to WS-End-Of-File
004050     Perform Until WS-End-Of-File = "Y"
004060         Return Sort-Work-File
004070             At End
004080                 Move "Y" to WS-End-Of-File
004090             Not At End
004100                 Perform Post-Journal-Event
004110         End-Return
004120     End-Perform
004130     If WS-First-Record = "N"
004140         Perform Write-Function-Activity
004150         Perform Write-Operator-Total
004160     End-If.
004170 Post-Journal-Event.
004180     Evaluate True
004190         When WS-First-Record = "Y"
004200             Perform Start-Operator-Group
004210         When SR-Operator-Id Not = WS-Current-Operator
004220             Perform Write-Function-Activity
004230             Perform Write-Operator-Total
004240             Perform Start-Operator-Group
004250         When SR-Function-Code Not = WS-Current-Function
004260             Perform Write-Function-Activity
004270             Perform Start-Function-Group
004280         When Other
004290             Continue
004300     End-Evaluate
004310     Evaluate SR-Event-Code
004320         When "N"
004330             Add 1 to WS-Op-Signons
004340         When "T"
004350             Add 1 to WS-Op-Timeouts
004360         When "E"
004370             Add 1 to WS-Fn-Uses
004380             Add 1 to WS-Op-Uses
004390         When "L"
004400             If SR-Elapsed-Seconds Numeric
004410                 Add SR-Elapsed-Seconds to WS-Fn-Seconds
004420             End-If
004430         When "D"
004440             Add 1 to WS-Fn-Refused
004450     End-Evaluate.
004460 Start-Operator-Group.
004470     Move "N" to WS-First-Record
004480     Move SR-Operator-Id to WS-Current-Operator
004490     Move Zero to WS-Op-Signons
004500     Move Zero to WS-Op-Timeouts
004510     Move Zero to WS-Op-Uses
004520     Perform Start-Function-Group.
004530 Start-Function-Group.
004540     Move SR-Function-Code to WS-Current-Function
004550     Move Zero to WS-Fn-Uses
004560     Move Zero to WS-Fn-Seconds
004570     Move Zero to WS-Fn-Refused.
004580 Write-Function-Activity.
004590     If WS-Current-Function Not = Space
004600         Move WS-Current-Operator to WS-A-Operator-Id
004610         Move WS-Current-Function to WS-A-Function-Code
004620         Perform Get-Function-Name
004630         Move WS-Function-Name to WS-A-Function-Name
004640         Move WS-Fn-Uses to WS-A-Uses
004650         Compute WS-Minutes Rounded = WS-Fn-Seconds / 60
004660         Move WS-Minutes to WS-A-Minutes
004670         Move WS-Fn-Refused to WS-A-Refused
004680         Write Report-Line From WS-Activity-Line
004690         Add 1 to WS-Lines-Listed
004700         Perform Add-Function-Totals
004710     End-If.
004720 Write-Operator-Total.
004730     If WS-Op-Signons > Zero Or WS-Op-Uses > Zero
004740         If WS-Current-Function = Space
004750             Move WS-Current-Operator to WS-A-Operator-Id
004760             Move Spaces to WS-A-Function-Code
004770             Move "No functions used" to WS-A-Function-Name
004780             Move Zero to WS-A-Uses
004790             Move Zero to WS-A-Minutes
004800             Move Zero to WS-A-Refused
004810             Write Report-Line From WS-Activity-Line
004820             Add 1 to WS-Lines-Listed
004830         End-If
004840         Move WS-Op-Signons to WS-O-Signons
004850         Move WS-Op-Timeouts to WS-O-Timeouts
004860         Move WS-Op-Uses to WS-O-Uses
004870         Write Report-Line From WS-Operator-Total-Line
004880     End-If.
004890 Add-Function-Totals.
004900     If WS-Current-Function Not < "A"
004910      And WS-Current-Function Not > "Z"
004920         Compute WS-Fn-Sub = Function Ord (WS-Current-Function)
004930             - Function Ord ("A") + 1
004940         Add WS-Fn-Uses to WS-Ft-Uses (WS-Fn-Sub)
004950         Add WS-Fn-Seconds to WS-Ft-Seconds (WS-Fn-Sub)
004960         Add WS-Fn-Refused to WS-Ft-Refused (WS-Fn-Sub)
004970         If WS-Fn-Uses > Zero
004980             Add 1 to WS-Ft-Operators (WS-Fn-Sub)
004990         End-If
005000     End-If.
005010 Write-Function-Totals.
005020     Move Spaces to Report-Line
005030     Write Report-Line
005040     Move "Activity by Function" to WS-Section-Text
005050     Write Report-Line From WS-Section-Line
005060     Write Report-Line From WS-Function-Columns
005070     Move 1 to WS-Fn-Sub
005080     Perform Until WS-Fn-Sub > 26
005090         If WS-Ft-Uses (WS-Fn-Sub) > Zero
005100          Or WS-Ft-Refused (WS-Fn-Sub) > Zero
005110             Move WS-Alphabet-Letter (WS-Fn-Sub)
005120                 to WS-F-Function-Code WS-Current-Function
005130             Perform Get-Function-Name
005140             Move WS-Function-Name to WS-F-Function-Name
005150             Move WS-Ft-Operators (WS-Fn-Sub) to WS-F-Operators
005160             Move WS-Ft-Uses (WS-Fn-Sub) to WS-F-Uses
005170             Compute WS-Minutes Rounded =
005180                 WS-Ft-Seconds (WS-Fn-Sub) / 60
005190             Move WS-Minutes to WS-F-Minutes
005200             Move WS-Ft-Refused (WS-Fn-Sub) to WS-F-Refused
005210             Write Report-Line From WS-Function-Line
005220         End-If
005230         Add 1 to WS-Fn-Sub
005240     End-Perform.
005250 Get-Function-Name.
005260     Evaluate WS-Current-Function
005270         When "A"
005280             Move "Period Calendar" to WS-Function-Name
005290         When "B"
005300             Move "Purchase Order Entry" to WS-Function-Name
005310         When "C"
005320             Move "Item Category Entry" to WS-Function-Name
005330         When "E"
005340             Move "Item Entry" to WS-Function-Name
005350         When "F"
005360             Move "Stock Count Freeze" to WS-Function-Name
005370         When "G"
005380             Move "Period Comparison Report" to WS-Function-Name
005390         When "H"
005400             Move "Month-End Close" to WS-Function-Name
005410         When "I"
005420             Move "Item Inquiry" to WS-Function-Name
005430         When "J"
005440             Move "Count Adjustment Posting" to WS-Function-Name
005450         When "K"
005460             Move "Stock Count Entry" to WS-Function-Name
005470         When "L"
005480             Move "Purchase Order Reports" to WS-Function-Name
005490         When "M"
005500             Move "Item Deactivate/Delete" to WS-Function-Name
005510         When "O"
005520             Move "Operator Maintenance" to WS-Function-Name
005530         When "P"
005540             Move "Parameter Maintenance" to WS-Function-Name
005550         When "Q"
005560             Move "Receipts and Issues" to WS-Function-Name
005570         When "R"
005580             Move "Currency Rate Entry" to WS-Function-Name
005590         When "S"
005600             Move "Supplier Maintenance" to WS-Function-Name
005610         When "T"
005620             Move "Pending Change Approval" to WS-Function-Name
005630         When "U"
005640             Move "Pending Ageing Report" to WS-Function-Name
005650         When "V"
005660             Move "Count Variance Report" to WS-Function-Name
005670         When "W"
005680             Move "Location Maintenance" to WS-Function-Name
005690         When "Y"
005700             Move "Stock by Location Report" to WS-Function-Name
005710         When "Z"
005720             Move "Security Activity Report" to WS-Function-Name
005730         When Other
005740             Move Spaces to WS-Function-Name
005750     End-Evaluate.
005760*--------------------------------------------------------------*
005770*  A sign-on before the business start time or at or after the *
005780*  business end time is listed.                                *
005790*--------------------------------------------------------------*
005800 Report-Out-Of-Hours.
005810     Move Spaces to Report-Line
005820     Write Report-Line
005830     Move Spaces to WS-Section-Text
005840     String "Sign-ons Outside Business Hours "
005850         WS-Business-Start " to " WS-Business-End
005860         Delimited By Size Into WS-Section-Text
005870     Write Report-Line From WS-Section-Line
005880     Write Report-Line From WS-Signon-Columns
005890     Move Zero to WS-Lines-Listed
005900     Open Input Session-Journal-File
005910     If WS-Jrnl-File-Status = "00"
005920         Move "N" to WS-End-Of-File
005930         Read Session-Journal-File
005940             At End Move "Y" to WS-End-Of-File
005950         End-Read
005960         Perform Until WS-End-Of-File = "Y"
005970             If SJ-Event-Code = "N"
005980              And SJ-Event-Date Not < From-Date
005990              And SJ-Event-Date Not > To-Date
006000                 Perform Check-Signon-Hours
006010             End-If
006020             Read Session-Journal-File
006030                 At End Move "Y" to WS-End-Of-File
006040             End-Read
006050         End-Perform
006060         Close Session-Journal-File
006070     End-If
006080     If WS-Lines-Listed = Zero
006090         Move "No sign-ons outside business hours" to WS-N-Text
006100         Write Report-Line From WS-None-Line
006110     End-If.
006120 Check-Signon-Hours.
006130     Divide SJ-Event-Time by 10000
006140         Giving WS-Event-HHMM Remainder WS-Event-Rest
006150     If WS-Event-HHMM < WS-Business-Start
006160      Or WS-Event-HHMM Not < WS-Business-End
006170         Move SJ-Operator-Id to WS-S-Operator-Id
006180         Move SJ-Event-Date to WS-S-Event-Date
006190         Move SJ-Event-Time to WS-Clock-Time
006200         Move WS-Clock-Hours to WS-S-Event-Hours
006210         Move WS-Clock-Minutes to WS-S-Event-Minutes
006220         Move SJ-Authority-Level to WS-S-Authority
006230         Write Report-Line From WS-Signon-Line
006240         Add 1 to WS-Lines-Listed
006250     End-If.
006260 Report-Locked-Accounts.
006270     Move Spaces to Report-Line
006280     Write Report-Line
006290     Move "Locked-Out Operator Ids" to WS-Section-Text
006300     Write Report-Line From WS-Section-Line
006310     Write Report-Line From WS-Operator-Columns
006320     Move Zero to WS-Lines-Listed
006330     Perform Start-Operator-Master
006340     Perform Until WS-End-Of-File = "Y"
006350         If OM-Lockout-Flag = "L"
006360             Perform Format-Operator-Line
006370             Write Report-Line From WS-Operator-Line
006380             Add 1 to WS-Lines-Listed
006390         End-If
006400         Read Operator-Master-File Next Record
006410             At End Move "Y" to WS-End-Of-File
006420         End-Read
006430     End-Perform
006440     If WS-Lines-Listed = Zero
006450         Move "No operator ids are locked out" to WS-N-Text
006460         Write Report-Line From WS-None-Line
006470     End-If.
006480 Start-Operator-Master.
006490     Move "N" to WS-End-Of-File
006500     Move Spaces to OM-Operator-Id
006510     Start Operator-Master-File Key Not < OM-Operator-Id
006520         Invalid Key
006530             Move "Y" to WS-End-Of-File
006540     End-Start
006550     If WS-End-Of-File = "N"
006560         Read Operator-Master-File Next Record
006570             At End Move "Y" to WS-End-Of-File
006580         End-Read
006590     End-If.
006600 Format-Operator-Line.
006610     Move OM-Operator-Id to WS-P-Operator-Id
006620     Move OM-Operator-Name to WS-P-Operator-Name
006630     Move OM-Authority-Level to WS-P-Authority
006640     If OM-Failed-Count Numeric
006650         Move OM-Failed-Count to WS-P-Failures
006660     Else
006670         Move Zero to WS-P-Failures
006680     End-If
006690     Move Spaces to WS-P-Days-Idle
006700     If OM-Last-Signon-Date Numeric
006710      And OM-Last-Signon-Date > Zero
006720         Move OM-Last-Signon-Date to WS-P-Last-Signon
006730         Compute WS-Signon-Integer =
006740             Function Integer-Of-Date(OM-Last-Signon-Date)
006750         Compute WS-Days-Idle =
006760             WS-Today-Integer - WS-Signon-Integer
006770         Move WS-Days-Idle to WS-Days-Edited
006780         Move WS-Days-Edited to WS-P-Days-Idle
006790     Else
006800         Move "never" to WS-P-Last-Signon
006810         Move 9999999 to WS-Days-Idle
006820     End-If.
006830*--------------------------------------------------------------*
006840*  Failed sign-ons are the "S" audit records in the date range *
006850*  from the archive and the live log.  An id with at least the *
006860*  sign-on attempt limit of failures is listed, whether or not *
006870*  it is on the Operator Master.                               *
006880*--------------------------------------------------------------*
006890 Report-Repeated-Failures.
006900     Move Spaces to Report-Line
006910     Write Report-Line
006920     Move "Repeated Sign-On Failures" to WS-Section-Text
006930     Write Report-Line From WS-Section-Line
006940     Write Report-Line From WS-Failure-Columns
006950     Move Zero to WS-Lines-Listed
006960     Open Input Archive-File
006970     If WS-Arch-File-Status = "00"
006980         Move "N" to WS-End-Of-File
006990         Read Archive-File Into Audit-Log-Record
007000             At End Move "Y" to WS-End-Of-File
007010         End-Read
007020         Perform Until WS-End-Of-File = "Y"
007030             Perform Post-Signon-Failure
007040             Read Archive-File Into Audit-Log-Record
007050                 At End Move "Y" to WS-End-Of-File
007060             End-Read
007070         End-Perform
007080         Close Archive-File
007090     End-If
007100     Open Input Audit-Log-File
007110     If WS-Audit-File-Status = "00"
007120         Move "N" to WS-End-Of-File
007130         Read Audit-Log-File Into Audit-Log-Record
007140             At End Move "Y" to WS-End-Of-File
007150         End-Read
007160         Perform Until WS-End-Of-File = "Y"
007170             Perform Post-Signon-Failure
007180             Read Audit-Log-File Into Audit-Log-Record
007190                 At End Move "Y" to WS-End-Of-File
007200             End-Read
007210         End-Perform
007220         Close Audit-Log-File
007230     End-If
007240     Move 1 to WS-Fail-Sub
007250     Perform Until WS-Fail-Sub > WS-Fail-Count
007260         If WS-Fail-Total (WS-Fail-Sub) Not < WS-Attempt-Limit
007270             Perform Write-Failure-Line
007280         End-If
007290         Add 1 to WS-Fail-Sub
007300     End-Perform
007310     If WS-Lines-Listed = Zero
007320         Move "No repeated sign-on failures" to WS-N-Text
007330         Write Report-Line From WS-None-Line
007340     End-If
007350     If WS-Fail-Overflow = "Y"
007360         Move "Failure table full - later ids not counted"
007370             to WS-N-Text
007380         Write Report-Line From WS-None-Line
007390     End-If.
007400 Post-Signon-Failure.
007410     If AL-Action-Code = "S"
007420      And AL-Audit-Date Not < From-Date
007430      And AL-Audit-Date Not > To-Date
007440         Move "N" to WS-Fail-Found
007450         Move 1 to WS-Fail-Sub
007460         Perform Until WS-Fail-Sub > WS-Fail-Count
007470                   Or WS-Fail-Found = "Y"
007480             If WS-Fail-Operator (WS-Fail-Sub) = AL-Operator-Id
007490                 Move "Y" to WS-Fail-Found
007500             Else
007510                 Add 1 to WS-Fail-Sub
007520             End-If
007530         End-Perform
007540         If WS-Fail-Found = "N"
007550             If WS-Fail-Count < WS-Fail-Limit
007560                 Add 1 to WS-Fail-Count
007570                 Move WS-Fail-Count to WS-Fail-Sub
007580                 Move AL-Operator-Id
007590                     to WS-Fail-Operator (WS-Fail-Sub)
007600                 Move Zero to WS-Fail-Total (WS-Fail-Sub)
007610                 Move "Y" to WS-Fail-Found
007620             Else
007630                 Move "Y" to WS-Fail-Overflow
007640             End-If
007650         End-If
007660         If WS-Fail-Found = "Y"
007670             Add 1 to WS-Fail-Total (WS-Fail-Sub)
007680             Move AL-Audit-Date to WS-Fail-Last-Date (WS-Fail-Sub)
007690             Move AL-Audit-Time to WS-Fail-Last-Time (WS-Fail-Sub)
007700         End-If
007710     End-If.
007720 Write-Failure-Line.
007730     Move WS-Fail-Operator (WS-Fail-Sub) to WS-R-Operator-Id
007740     Move WS-Fail-Total (WS-Fail-Sub) to WS-R-Failures
007750     Move WS-Fail-Last-Date (WS-Fail-Sub) to WS-R-Last-Date
007760     Move WS-Fail-Last-Time (WS-Fail-Sub) to WS-Clock-Time
007770     Move WS-Clock-Hours to WS-R-Last-Hours
007780     Move WS-Clock-Minutes to WS-R-Last-Minutes
007790     Move WS-Fail-Operator (WS-Fail-Sub) to OM-Operator-Id
007800     Read Operator-Master-File
007810         Invalid Key
007820             Move "Not on file" to WS-R-Master-Status
007830         Not Invalid Key
007840             If OM-Lockout-Flag = "L"
007850                 Move "Locked out" to WS-R-Master-Status
007860             Else
007870                 Move "Active" to WS-R-Master-Status
007880             End-If
007890     End-Read
007900     Write Report-Line From WS-Failure-Line
007910     Add 1 to WS-Lines-Listed.
007920 Report-Dormant-Operators.
007930     Move Spaces to Report-Line
007940     Write Report-Line
007950     Move Spaces to WS-Section-Text
007960     String "Operators Not Signed On in " Dormant-Days " Days"
007970         Delimited By Size Into WS-Section-Text
007980     Write Report-Line From WS-Section-Line
007990     Write Report-Line From WS-Operator-Columns
008000     Move Zero to WS-Lines-Listed
008010     Perform Start-Operator-Master
008020     Perform Until WS-End-Of-File = "Y"
008030         Perform Format-Operator-Line
008040         If WS-Days-Idle Not < Dormant-Days
008050             Write Report-Line From WS-Operator-Line
008060             Add 1 to WS-Lines-Listed
008070         End-If
008080         Read Operator-Master-File Next Record
008090             At End Move "Y" to WS-End-Of-File
008100         End-Read
008110     End-Perform
008120     If WS-Lines-Listed = Zero
008130         Move "No operators over the limit" to WS-N-Text
008140         Write Report-Line From WS-None-Line
008150     Else
008160         Move "Operator ids to review for removal" to WS-C-Label
008170         Move WS-Lines-Listed to WS-C-Count
008180         Write Report-Line From WS-Count-Line
008190     End-If.
008200 Operator-Sign-On.
008210     Move "N" to WS-Signon-Valid
008220     Move Zero to WS-Signon-Attempts
008230     Move Spaces to WS-Error-Message
008240     If SS-Signed-On = "Y"
008250      And SS-Authority-Level = "S"
008260         Move SS-Operator-Id to WS-Signon-Id
008270         Move "Y" to WS-Signon-Valid
008280     End-If
008290     Perform Until WS-Signon-Valid = "Y"
008300               Or WS-Signon-Attempts Not < WS-Attempt-Limit
008310         Display Signon-Screen
008320         Accept Signon-Screen
008330         Add 1 to WS-Signon-Attempts
008340         Move WS-Signon-Id to OM-Operator-Id
008350         Read Operator-Master-File
008360             Invalid Key
008370                 Perform Log-Failed-Signon
008380                 Move "Operator not on file"
008390                     to WS-Error-Message
008400             Not Invalid Key
008410                 Perform Check-Password-Expiry
008420                 Evaluate True
008430                     When OM-Lockout-Flag = "L"
008440                         Perform Log-Failed-Signon
008450                         Move "Operator id is locked out"
008460                             to WS-Error-Message
008470                     When OM-Password Not = WS-Signon-Password
008480                         Perform Log-Failed-Signon
008490                         Perform Count-Failed-Password
008500                         Move "Password is not correct"
008510                             to WS-Error-Message
008520                     When OM-Authority-Level Not = "S"
008530                         Perform Log-Failed-Signon
008540                         Move "Supervisor authority required"
008550                             to WS-Error-Message
008560                     When WS-Password-Expired = "Y"
008570                         Move "Password expired - use main menu"
008580                             to WS-Error-Message
008590                     When Other
008600                         Move "Y" to WS-Signon-Valid
008610                         Perform Stamp-Sign-On
008620                 End-Evaluate
008630         End-Read
008640     End-Perform
008650     Move Spaces to WS-Error-Message
008660     If WS-Signon-Valid Not = "Y"
008670         Display "Chapt04an: Sign-on failed"
008680         Close Operator-Master-File
008690         Close Audit-Log-File
008700         Goback
008710     End-If.
008720 Count-Failed-Password.
008730     If OM-Failed-Count Not Numeric
008740         Move Zero to OM-Failed-Count
008750     End-If
008760     Add 1 to OM-Failed-Count
008770     If OM-Failed-Count Not < WS-Attempt-Limit
008780         Move "L" to OM-Lockout-Flag
008790     End-If
008800     Rewrite Operator-Master-Record.
008810 Log-Failed-Signon.
008820     Accept WS-Audit-Date From Date YYYYMMDD
008830     Accept WS-Audit-Time From Time
008840     Move "S" to AL-Action-Code
008850     Move WS-Signon-Id to AL-Operator-Id
008860     Move WS-Audit-Date to AL-Audit-Date
008870     Move WS-Audit-Time to AL-Audit-Time
008880     Move Zero to AL-Item-Number
008890     Move Spaces to AL-Old-Description
008900     Move Zero to AL-Old-Dollar-Amount
008910     Move Spaces to AL-New-Description
008920     Move Zero to AL-New-Dollar-Amount
008930     Move Zero to AL-Old-Quantity
008940     Move Zero to AL-New-Quantity
008950     Move Spaces to AL-Location-Code
008960     Move Spaces to AL-Approved-By
008970     Perform Write-Audit-Log.
008980 Check-Password-Expiry.
008990     Move "N" to WS-Password-Expired
009000     If OM-Expiry-Days Numeric
009010      And OM-Expiry-Days > Zero
009020      And OM-Password-Date Numeric
009030      And OM-Password-Date > Zero
009040         Accept WS-Today-Date From Date YYYYMMDD
009050         Compute WS-Today-Integer =
009060             Function Integer-Of-Date(WS-Today-Date)
009070         Compute WS-Pwd-Integer =
009080             Function Integer-Of-Date(OM-Password-Date)
009090         If WS-Today-Integer - WS-Pwd-Integer
009100             > OM-Expiry-Days
009110             Move "Y" to WS-Password-Expired
009120         End-If
009130     End-If.
009140 Stamp-Sign-On.
009150     Accept WS-Today-Date From Date YYYYMMDD
009160     Move Zero to OM-Failed-Count
009170     Move WS-Today-Date to OM-Last-Signon-Date
009180     Rewrite Operator-Master-Record.
009190 Write-Audit-Log.
009200     Move "S" to AS-Request-Code
009210     Move Audit-Log-Record to AS-Audit-Image
009212     Move AL-Audit-Date to AL-Effective-Date
009214     Move AL-Effective-Date to AS-Effective-Date
009220     Call "Chapt04al"
009230     Cancel "Chapt04al"
009240     Move AS-Sequence-Number to AL-Sequence-Number
009250     Move AS-Chain-Value to AL-Chain-Value
009260     Write Audit-Log-Line From Audit-Log-Record.
