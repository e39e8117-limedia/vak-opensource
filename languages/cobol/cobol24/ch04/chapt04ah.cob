000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ah.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Period-Calendar-File Assign To "PERDCAL"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is PC-Period-Number
000140         File Status Is WS-Perd-File-Status.
000150     Select Period-History-File Assign To "PERDHIST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is PH-History-Key
000190         File Status Is WS-Phst-File-Status.
000200     Select Item-Master-File Assign To "ITEMMAST"
000210         Organization Is Indexed
000220         Access Mode Is Sequential
000230         Record Key Is MF-Item-Number
000240         File Status Is WS-Item-File-Status.
000250     Select Currency-Rate-File Assign To "CURRRATE"
000260         Organization Is Indexed
000270         Access Mode Is Dynamic
000280         Record Key Is CR-Currency-Code
000290         File Status Is WS-Rate-File-Status.
000300     Select Rate-History-File Assign To "RATEHIST"
000310         Organization Is Indexed
000320         Access Mode Is Dynamic
000330         Record Key Is RH-Rate-Key
000340         File Status Is WS-Hist-File-Status.
000350     Select Operator-Master-File Assign To "OPERMAST"
000360         Organization Is Indexed
000370         Access Mode Is Dynamic
000380         Record Key Is OM-Operator-Id
000390         File Status Is WS-Oper-File-Status.
000400     Select Audit-Log-File Assign To "ITEMAUDT"
000410         Organization Is Line Sequential
000415         File Status Is WS-Audit-File-Status.
000417     Select Archive-File Assign To "AUDTARCH"
000418         Organization Is Line Sequential
000419         File Status Is WS-Arch-File-Status.
000420     Select System-Parameter-File Assign To "SYSPARM"
000430         Organization Is Line Sequential
000440         File Status Is WS-Parm-File-Status.
000450 Data Division.
000460 File Section.
000470 FD  Period-Calendar-File
000480     Label Records Are Standard.
000490 Copy perdrec.
000500 FD  Period-History-File
000510     Label Records Are Standard.
000520 Copy phstrec.
000530 FD  Item-Master-File
000540     Label Records Are Standard.
000550 Copy itemrec.
000560 FD  Currency-Rate-File
000570     Label Records Are Standard.
000580 Copy currrec.
000590 FD  Rate-History-File
000600     Label Records Are Standard.
000610 Copy ratehist.
000620 FD  Operator-Master-File
000630     Label Records Are Standard.
000640 Copy operrec.
000650 FD  Audit-Log-File
000660     Label Records Are Standard.
000670 Copy auditrec.
000672 FD  Archive-File
000674     Label Records Are Standard.
000676 01  Archive-Line          Pic X(113).
000680 FD  System-Parameter-File
000690     Label Records Are Standard.
000700 Copy sysparm.
000710 Working-Storage Section.
000720 Copy sessrec.
000725 Copy stmprec.
000730 01  WS-Perd-File-Status   Pic XX.
000740 01  WS-Phst-File-Status   Pic XX.
000750 01  WS-Item-File-Status   Pic XX.
000760 01  WS-Rate-File-Status   Pic XX.
000770 01  WS-Hist-File-Status   Pic XX.
000780 01  WS-Oper-File-Status   Pic XX.
000790 01  WS-Parm-File-Status   Pic XX.
000792 01  WS-Audit-File-Status  Pic XX.
000794 01  WS-Arch-File-Status   Pic XX.
000800 01  WS-Attempt-Limit      Pic 9 Value 3.
000810 01  WS-Signon-Id          Pic X(8) Value Spaces.
000820 01  WS-Signon-Password    Pic X(8) Value Spaces.
000830 01  WS-Signon-Valid       Pic X Value "N".
000840 01  WS-Signon-Attempts    Pic 9 Value Zero.
000850 01  WS-Audit-Date         Pic 9(8).
000860 01  WS-Audit-Time         Pic 9(8).
000870 01  WS-Password-Expired   Pic X.
000880 01  WS-Today-Date         Pic 9(8).
000890 01  WS-Today-Integer      Pic 9(7).
000900 01  WS-Pwd-Integer        Pic 9(7).
000910 01  WS-Error-Message      Pic X(40) Value Spaces.
000920 01  Close-Period          Pic 9(6) Value Zeros.
000930 01  Close-Confirm         Pic X Value "N".
000940 01  WS-Close-Valid        Pic X.
000950 01  WS-End-Of-File        Pic X Value "N".
000960 01  WS-Open-Period        Pic 9(6).
000970 01  WS-Rates-Open         Pic X Value "N".
000980 01  WS-Hist-Avail         Pic X Value "N".
000990 01  WS-Rate-Found         Pic X.
001000 01  WS-Rate-Fallback      Pic X.
001010 01  WS-Use-Rate           Pic 9(4)v9(6).
001020 01  WS-Native-Extended    Pic 9(11)v99.
001030 01  WS-History-Found      Pic X.
001040 01  WS-Items-Closed       Pic 9(5) Value Zero.
001050 01  WS-No-Rate-Count      Pic 9(5) Value Zero.
001051 01  WS-Posting-Date       Pic 9(8).
001052 01  WS-Close-Quantity     Pic S9(7).
001053 01  WS-Close-Amount       Pic S9(7)v99.
001054 01  WS-Late-Added-Item    Pic X.
001055 01  WS-Late-Found         Pic X.
001056 01  WS-Late-Overflow      Pic X Value "N".
001057 01  WS-Late-Sub           Pic 9(5).
001058 01  WS-Late-Count         Pic 9(5) Value Zero.
001059 01  WS-Late-Limit         Pic 9(5) Value 5000.
001060 01  WS-Late-Table.
001061     05  WS-Late-Entry Occurs 5000 Times.
001062         10  WS-Late-Item          Pic 9(5).
001063         10  WS-Late-Qty-Change    Pic S9(7).
001064         10  WS-Late-Amt-Change    Pic S9(7)v99.
001065         10  WS-Late-Added         Pic X.
001066 01  WS-Items-Backed-Out   Pic 9(5) Value Zero.
001067 Screen Section.
001070 01  Signon-Screen
001080     Blank Screen, Auto, Required,
001090     Foreground-Color Is 7,
001100     Background-Color Is 1.
001110     03  Line 1 Column 29 Value "Month-End Close".
001120     03  Line 3 Column 5  Value "Operator" Highlight.
001130     03  Line 3 Column 16 Pic X(8) To WS-Signon-Id.
001140     03  Line 4 Column 5  Value "Password" Highlight.
001150     03  Line 4 Column 16 Pic X(8) To WS-Signon-Password
001160                                        Secure.
001170     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001180                                        Highlight.
001190 01  Close-Select-Screen
001200     Blank Screen, Auto,
001210     Foreground-Color Is 7,
001220     Background-Color Is 1.
001230     03  Line 1 Column 29 Value "Month-End Close".
001240     03  Line 3 Column 5  Value "Operator" Highlight.
001250     03  Line 3 Column 16 Pic X(8) From WS-Signon-Id.
001260     03  Line 5 Column 5  Value "Period (YYYYMM)" Highlight.
001270     03  Line 5 Column 38 Pic 9(6) To Close-Period.
001280     03  Line 7 Column 5  Value "Balances are snapshot and the"
001290                                Highlight.
001300     03  Line 8 Column 5  Value "period is closed to postings"
001310                                Highlight.
001320     03  Line 9 Column 5  Value "Close the period (Y/N)"
001330                                Highlight.
001340     03  Line 9 Column 38 Pic X To Close-Confirm.
001350 Procedure Division.
001360 Chapt04ah-Start.
001370     Perform Load-System-Parameters
001380     Perform Open-Operator-Master-File
001390     Open Extend Audit-Log-File
001400     Perform Operator-Sign-On
001410     Close Operator-Master-File
001420     Close Audit-Log-File
001430     Display Close-Select-Screen
001440     Accept Close-Select-Screen
001450     If Close-Confirm Not = "Y"
001460         Display "Chapt04ah: close not confirmed"
001470         Goback
001480     End-If
001490     Open I-O Period-Calendar-File
001500     If WS-Perd-File-Status Not = "00"
001510         Display "Chapt04ah: Period Calendar file not found"
001520         Display "Run the Chapt04ag period calendar first"
001530         Goback
001540     End-If
001550     Perform Check-Period-To-Close
001560     If WS-Close-Valid Not = "Y"
001570         Display "Chapt04ah: " WS-Error-Message
001580         Close Period-Calendar-File
001590         Goback
001600     End-If
001602     Perform Build-Late-Table
001604     If WS-Late-Overflow = "Y"
001606         Display "Chapt04ah: more than " WS-Late-Limit
001607             " items posted after the period end"
001608         Display "Close not made - close the period sooner"
001609         Close Period-Calendar-File
001610         Goback
001611     End-If
001612     Open Input Item-Master-File
001620     If WS-Item-File-Status Not = "00"
001630         Display "Chapt04ah: Item Master file not found"
001640         Close Period-Calendar-File
001650         Goback
001660     End-If
001670     Perform Open-Rate-Files
001680     Open I-O Period-History-File
001690     If WS-Phst-File-Status Not = "00"
001700         Open Output Period-History-File
001710         Close Period-History-File
001720         Open I-O Period-History-File
001730     End-If
001740     Move "N" to WS-End-Of-File
001750     Read Item-Master-File Next Record
001760         At End Move "Y" to WS-End-Of-File
001770     End-Read
001780     Perform Until WS-End-Of-File = "Y"
001785         Perform Find-Late-Entry
001790         If WS-Late-Added-Item = "N"
001792             Perform Snapshot-One-Item
001794         End-If
001800         Read Item-Master-File Next Record
001810             At End Move "Y" to WS-End-Of-File
001820         End-Read
001830     End-Perform
001840     Perform Mark-Period-Closed
001850     Close Period-Calendar-File
001860     Close Period-History-File
001870     Close Item-Master-File
001880     If WS-Rates-Open = "Y"
001890         Close Currency-Rate-File
001900     End-If
001910     If WS-Hist-Avail = "Y"
001920         Close Rate-History-File
001930     End-If
001940     Display "Chapt04ah: period " Close-Period " closed, items "
001950         WS-Items-Closed
001952     If WS-Items-Backed-Out > Zero
001954         Display "Chapt04ah: items with later postings backed "
001955             "out " WS-Items-Backed-Out
001958     End-If
001960     If WS-No-Rate-Count > Zero
001970         Display "Chapt04ah: items without a rate "
001980             WS-No-Rate-Count
001990     End-If
002000     Goback.
002010 Open-Operator-Master-File.
002020     Open I-O Operator-Master-File
002030     If WS-Oper-File-Status Not = "00"
002040         Display "Chapt04ah: Operator Master file not found"
002050         Display "Run the Chapt04i operator entry first"
002060         Goback
002070     End-If.
002080*--------------------------------------------------------------*
002090*  Periods are closed in order and only once they have ended,  *
002100*  so every closed period has a complete snapshot and none is  *
002110*  left open behind it.                                        *
002120*--------------------------------------------------------------*
002130 Check-Period-To-Close.
002140     Move "N" to WS-Close-Valid
002150     Accept WS-Today-Date From Date YYYYMMDD
002160     Move Zeros to WS-Open-Period
002170     Move Zeros to PC-Period-Number
002180     Start Period-Calendar-File Key Not < PC-Period-Number
002190         Invalid Key
002200             Move "Y" to WS-End-Of-File
002210     End-Start
002220     Perform Until WS-End-Of-File = "Y"
002230         Read Period-Calendar-File Next Record
002240             At End
002250                 Move "Y" to WS-End-Of-File
002260             Not At End
002270                 If PC-Period-Number < Close-Period
002280                  And PC-Status-Code Not = "C"
002290                  And WS-Open-Period = Zeros
002300                     Move PC-Period-Number to WS-Open-Period
002310                 End-If
002320         End-Read
002330     End-Perform
002340     Move Close-Period to PC-Period-Number
002350     Read Period-Calendar-File
002360         Invalid Key
002370             Move "Period is not on the calendar"
002380                 to WS-Error-Message
002390         Not Invalid Key
002400             Evaluate True
002410                 When PC-Status-Code = "C"
002420                     Move "Period is already closed"
002430                         to WS-Error-Message
002440                 When PC-End-Date > WS-Today-Date
002450                     Move "Period has not yet ended"
002460                         to WS-Error-Message
002470                 When WS-Open-Period Not = Zeros
002480                     String "Earlier period still open "
002490                         Delimited By Size
002500                         WS-Open-Period Delimited By Size
002510                         Into WS-Error-Message
002520                 When Other
002530                     Move "Y" to WS-Close-Valid
002540             End-Evaluate
002550     End-Read.
002560 Open-Rate-Files.
002570     Open Input Currency-Rate-File
002580     If WS-Rate-File-Status = "00"
002590         Move "Y" to WS-Rates-Open
002600     End-If
002610     Open Input Rate-History-File
002620     If WS-Hist-File-Status = "00"
002630         Move "Y" to WS-Hist-Avail
002640     End-If.
002650*--------------------------------------------------------------*
002660*  Every item on file is kept, inactive ones included, valued  *
002670*  in USD at the rate in effect on the period end date.  A     *
002680*  close run again after a failure replaces its earlier rows.  *
002685*  Quantity and value are the period-end figures, with any     *
002687*  movement posted after the end date taken back out.          *
002690*--------------------------------------------------------------*
002700 Snapshot-One-Item.
002710     Move Close-Period to PH-Period-Number
002720     Move MF-Item-Number to PH-Item-Number
002730     Read Period-History-File
002740         Invalid Key
002750             Move "N" to WS-History-Found
002760         Not Invalid Key
002770             Move "Y" to WS-History-Found
002780     End-Read
002790     Move MF-Item-Description to PH-Item-Description
002800     If MF-Category-Code = Spaces
002810         Move "UNC" to PH-Category-Code
002820     Else
002830         Move MF-Category-Code to PH-Category-Code
002840     End-If
002850     Move MF-Currency-Code to PH-Currency-Code
002860     Move WS-Close-Amount to PH-Dollar-Amount
002870     Move WS-Close-Quantity to PH-Quantity-On-Hand
002880     Perform Find-As-Of-Rate
002890     If WS-Rate-Found = "Y"
002900         Compute WS-Native-Extended =
002910             WS-Close-Amount * WS-Close-Quantity
002920         Compute PH-Usd-Value Rounded =
002930             WS-Native-Extended * WS-Use-Rate
002940         If WS-Rate-Fallback = "Y"
002950             Move "*" to PH-Rate-Flag
002960         Else
002970             Move Space to PH-Rate-Flag
002980         End-If
002990     Else
003000         Move Zero to PH-Usd-Value
003010         Move "N" to PH-Rate-Flag
003020         Add 1 to WS-No-Rate-Count
003030     End-If
003040     If WS-History-Found = "Y"
003050         Rewrite Period-History-Record
003060     Else
003070         Write Period-History-Record
003080     End-If
003090     Add 1 to WS-Items-Closed.
003100 Find-As-Of-Rate.
003110     Move "N" to WS-Rate-Found
003120     Move "N" to WS-Rate-Fallback
003130     If WS-Hist-Avail = "Y"
003140         Move MF-Currency-Code to RH-Currency-Code
003150         Move PC-End-Date to RH-Effective-Date
003160         Start Rate-History-File
003170             Key Not Greater Than RH-Rate-Key
003180             Invalid Key
003190                 Continue
003200             Not Invalid Key
003210                 Read Rate-History-File Next Record
003220                     At End
003230                         Continue
003240                     Not At End
003250                         If RH-Currency-Code
003260                             = MF-Currency-Code
003270                             Move "Y" to WS-Rate-Found
003280                             Move RH-Rate-To-USD
003290                                 to WS-Use-Rate
003300                         End-If
003310                 End-Read
003320         End-Start
003330     End-If
003340     If WS-Rate-Found = "N"
003350      And WS-Rates-Open = "Y"
003360         Move MF-Currency-Code to CR-Currency-Code
003370         Read Currency-Rate-File
003380             Invalid Key
003390                 Continue
003400             Not Invalid Key
003410                 Move "Y" to WS-Rate-Found
003420                 Move "Y" to WS-Rate-Fallback
003430                 Move CR-Rate-To-USD to WS-Use-Rate
003440         End-Read
003450     End-If.
003460 Mark-Period-Closed.
003470     Move Close-Period to PC-Period-Number
003480     Read Period-Calendar-File
003490         Invalid Key
003500             Continue
003510     End-Read
003520     Move "C" to PC-Status-Code
003530     Move WS-Signon-Id to PC-Closed-By
003540     Accept PC-Closed-Date From Date YYYYMMDD
003550     Rewrite Period-Calendar-Record.
003560 Operator-Sign-On.
003570     Move "N" to WS-Signon-Valid
003580     Move Zero to WS-Signon-Attempts
003590     Move Spaces to WS-Error-Message
003600     If SS-Signed-On = "Y"
003610      And SS-Authority-Level = "S"
003620         Move SS-Operator-Id to WS-Signon-Id
003630         Move "Y" to WS-Signon-Valid
003640     End-If
003650     Perform Until WS-Signon-Valid = "Y"
003660               Or WS-Signon-Attempts Not < WS-Attempt-Limit
003670         Display Signon-Screen
003680         Accept Signon-Screen
003690         Add 1 to WS-Signon-Attempts
003700         Move WS-Signon-Id to OM-Operator-Id
003710         Read Operator-Master-File
003720             Invalid Key
003730                 Perform Log-Failed-Signon
003740                 Move "Operator not on file"
003750                     to WS-Error-Message
003760             Not Invalid Key
003770                 Perform Check-Password-Expiry
003780                 Evaluate True
003790                     When OM-Lockout-Flag = "L"
003800                         Perform Log-Failed-Signon
003810                         Move "Operator id is locked out"
003820                             to WS-Error-Message
003830                     When OM-Password Not = WS-Signon-Password
003840                         Perform Log-Failed-Signon
003850                         Perform Count-Failed-Password
003860                         Move "Password is not correct"
003870                             to WS-Error-Message
003880                     When OM-Authority-Level Not = "S"
003890                         Perform Log-Failed-Signon
003900                         Move "Supervisor authority required"
003910                             to WS-Error-Message
003920                     When WS-Password-Expired = "Y"
003930                         Move "Password expired - use main menu"
003940                             to WS-Error-Message
003950                     When Other
003960                         Move "Y" to WS-Signon-Valid
003970                         Perform Stamp-Sign-On
003980                 End-Evaluate
003990         End-Read
004000     End-Perform
004010     Move Spaces to WS-Error-Message
004020     If WS-Signon-Valid Not = "Y"
004030         Display "Chapt04ah: Sign-on failed"
004040         Close Operator-Master-File
004050         Close Audit-Log-File
004060         Goback
004070     End-If.
004080 Log-Failed-Signon.
004090     Accept WS-Audit-Date From Date YYYYMMDD
004100     Accept WS-Audit-Time From Time
004110     Move "S" to AL-Action-Code
004120     Move WS-Signon-Id to AL-Operator-Id
004130     Move WS-Audit-Date to AL-Audit-Date
004140     Move WS-Audit-Time to AL-Audit-Time
004150     Move Zero to AL-Item-Number
004160     Move Spaces to AL-Old-Description
004170     Move Zero to AL-Old-Dollar-Amount
004180     Move Spaces to AL-New-Description
004190     Move Zero to AL-New-Dollar-Amount
004200     Move Zero to AL-Old-Quantity
004210     Move Zero to AL-New-Quantity
004220     Move Spaces to AL-Location-Code
004225     Move Spaces to AL-Approved-By
004230     Perform Write-Audit-Log.
004240 Check-Password-Expiry.
004250     Move "N" to WS-Password-Expired
004260     If OM-Expiry-Days Numeric
004270      And OM-Expiry-Days > Zero
004280      And OM-Password-Date Numeric
004290      And OM-Password-Date > Zero
004300         Accept WS-Today-Date From Date YYYYMMDD
004310         Compute WS-Today-Integer =
004320             Function Integer-Of-Date(WS-Today-Date)
004330         Compute WS-Pwd-Integer =
004340             Function Integer-Of-Date(OM-Password-Date)
004350         If WS-Today-Integer - WS-Pwd-Integer
004360             > OM-Expiry-Days
004370             Move "Y" to WS-Password-Expired
004380         End-If
004390     End-If.
004400 Count-Failed-Password.
004410     If OM-Failed-Count Not Numeric
004420         Move Zero to OM-Failed-Count
004430     End-If
004440     Add 1 to OM-Failed-Count
004450     If OM-Failed-Count Not < WS-Attempt-Limit
004460         Move "L" to OM-Lockout-Flag
004470     End-If
004480     Rewrite Operator-Master-Record.
004490 Stamp-Sign-On.
004500     Accept WS-Today-Date From Date YYYYMMDD
004510     Move Zero to OM-Failed-Count
004520     Move WS-Today-Date to OM-Last-Signon-Date
004530     Rewrite Operator-Master-Record.
004540 Load-System-Parameters.
004550     Open Input System-Parameter-File
004560     If WS-Parm-File-Status = "00"
004570         Read System-Parameter-File
004580             At End
004590                 Continue
004600             Not At End
004610                 If PM-Signon-Attempt-Limit Numeric
004620                  And PM-Signon-Attempt-Limit > Zero
004630                     Move PM-Signon-Attempt-Limit
004640                         to WS-Attempt-Limit
004650                 End-If
004660         End-Read
004670         Close System-Parameter-File
004680     End-If.
004690 Write-Audit-Log.
004700     Move "S" to AS-Request-Code
004710     Move Audit-Log-Record to AS-Audit-Image
004712     Move AL-Audit-Date to AL-Effective-Date
004714     Move AL-Effective-Date to AS-Effective-Date
004720     Call "Chapt04al"
004730     Cancel "Chapt04al"
004740     Move AS-Sequence-Number to AL-Sequence-Number
004750     Move AS-Chain-Value to AL-Chain-Value
004760     Write Audit-Log-Record.
004770*--------------------------------------------------------------*
004780*  The close runs after the period has ended, so the master    *
004790*  already carries anything posted since.  Every audited       *
004800*  change effective after the end date, archived or live, is   *
004810*  totalled by item so it can be taken off the master figures. *
004820*  Records from before effective dates were kept are taken at  *
004830*  their audit date.  Sign-ons, transfers (the item total does *
004840*  not move) and refused lost updates change nothing.  An item *
004850*  added after the end date is left out of the period.         *
004860*--------------------------------------------------------------*
004870 Build-Late-Table.
004880     Open Input Archive-File
004890     If WS-Arch-File-Status = "00"
004900         Move "N" to WS-End-Of-File
004910         Read Archive-File Into Audit-Log-Record
004920             At End Move "Y" to WS-End-Of-File
004930         End-Read
004940         Perform Until WS-End-Of-File = "Y"
004950             Perform Post-Late-Movement
004960             Read Archive-File Into Audit-Log-Record
004970                 At End Move "Y" to WS-End-Of-File
004980             End-Read
004990         End-Perform
005000         Close Archive-File
005010     End-If
005020     Open Input Audit-Log-File
005030     If WS-Audit-File-Status = "00"
005040         Move "N" to WS-End-Of-File
005050         Read Audit-Log-File
005060             At End Move "Y" to WS-End-Of-File
005070         End-Read
005080         Perform Until WS-End-Of-File = "Y"
005090             Perform Post-Late-Movement
005100             Read Audit-Log-File
005110                 At End Move "Y" to WS-End-Of-File
005120             End-Read
005130         End-Perform
005140         Close Audit-Log-File
005150     End-If
005160     Move "N" to WS-End-Of-File.
005170 Post-Late-Movement.
005180     If AL-Effective-Date Numeric
005190      And AL-Effective-Date > Zero
005200         Move AL-Effective-Date to WS-Posting-Date
005210     Else
005220         Move AL-Audit-Date to WS-Posting-Date
005230     End-If
005240     If AL-Item-Number > Zero
005250      And WS-Posting-Date > PC-End-Date
005260      And AL-Action-Code Not = "S"
005270      And AL-Action-Code Not = "T"
005280      And AL-Action-Code Not = "U"
005290         Perform Find-Late-Slot
005300         If WS-Late-Found = "Y"
005310             Compute WS-Late-Qty-Change (WS-Late-Sub) =
005320                 WS-Late-Qty-Change (WS-Late-Sub)
005330                 + AL-New-Quantity - AL-Old-Quantity
005340             Compute WS-Late-Amt-Change (WS-Late-Sub) =
005350                 WS-Late-Amt-Change (WS-Late-Sub)
005360                 + AL-New-Dollar-Amount - AL-Old-Dollar-Amount
005370             If AL-Action-Code = "A"
005380                 Move "Y" to WS-Late-Added (WS-Late-Sub)
005390             End-If
005400         Else
005410             Move "Y" to WS-Late-Overflow
005420         End-If
005430     End-If.
005440 Find-Late-Slot.
005450     Perform Search-Late-Table
005460     If WS-Late-Found = "N"
005470      And WS-Late-Count < WS-Late-Limit
005480         Add 1 to WS-Late-Count
005490         Move WS-Late-Count to WS-Late-Sub
005500         Move AL-Item-Number to WS-Late-Item (WS-Late-Sub)
005510         Move Zero to WS-Late-Qty-Change (WS-Late-Sub)
005520         Move Zero to WS-Late-Amt-Change (WS-Late-Sub)
005530         Move "N" to WS-Late-Added (WS-Late-Sub)
005540         Move "Y" to WS-Late-Found
005550     End-If.
005560 Search-Late-Table.
005570     Move "N" to WS-Late-Found
005580     Move 1 to WS-Late-Sub
005590     Perform Until WS-Late-Found = "Y"
005600               Or WS-Late-Sub > WS-Late-Count
005610         If WS-Late-Item (WS-Late-Sub) = AL-Item-Number
005620             Move "Y" to WS-Late-Found
005630         Else
005640             Add 1 to WS-Late-Sub
005650         End-If
005660     End-Perform.
005670*--------------------------------------------------------------*
005680*  The item's period-end quantity and value are the master     *
005690*  figures less its later postings, never taken below zero.    *
005700*--------------------------------------------------------------*
005710 Find-Late-Entry.
005720     Move "N" to WS-Late-Added-Item
005730     Move MF-Quantity-On-Hand to WS-Close-Quantity
005740     Move MF-Dollar-Amount to WS-Close-Amount
005750     Move MF-Item-Number to AL-Item-Number
005760     Perform Search-Late-Table
005770     If WS-Late-Found = "Y"
005780         Add 1 to WS-Items-Backed-Out
005790         Move WS-Late-Added (WS-Late-Sub) to WS-Late-Added-Item
005800         Subtract WS-Late-Qty-Change (WS-Late-Sub)
005810             From WS-Close-Quantity
005820         Subtract WS-Late-Amt-Change (WS-Late-Sub)
005830             From WS-Close-Amount
005840         If WS-Close-Quantity < Zero
005850             Move Zero to WS-Close-Quantity
005860         End-If
005870         If WS-Close-Amount < Zero
005880             Move Zero to WS-Close-Amount
005890         End-If
005900     End-If.
