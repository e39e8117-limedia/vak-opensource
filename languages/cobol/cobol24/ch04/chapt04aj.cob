000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04aj.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Pending-Change-File Assign To "PENDCHG"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is PD-Pending-Key
000140         File Status Is WS-Pend-File-Status.
000150     Select Item-Master-File Assign To "ITEMMAST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is MF-Item-Number
000190         File Status Is WS-Item-File-Status.
000200     Select Item-Location-File Assign To "ITEMLOCN"
000210         Organization Is Indexed
000220         Access Mode Is Dynamic
000230         Record Key Is IL-Item-Location-Key
000240         File Status Is WS-Stock-File-Status.
000250     Select Period-Calendar-File Assign To "PERDCAL"
000260         Organization Is Indexed
000270         Access Mode Is Sequential
000280         Record Key Is PC-Period-Number
000290         File Status Is WS-Perd-File-Status.
000300     Select Operator-Master-File Assign To "OPERMAST"
000310         Organization Is Indexed
000320         Access Mode Is Dynamic
000330         Record Key Is OM-Operator-Id
000340         File Status Is WS-Oper-File-Status.
000341     Select Category-Master-File Assign To "CATGMAST"
000342         Organization Is Indexed
000343         Access Mode Is Dynamic
000344         Record Key Is CT-Category-Code
000345         File Status Is WS-Catg-File-Status.
000350     Select Audit-Log-File Assign To "ITEMAUDT"
000360         Organization Is Line Sequential.
000361     Select Currency-Rate-File Assign To "CURRRATE"
000362         Organization Is Indexed
000363         Access Mode Is Dynamic
000364         Record Key Is CR-Currency-Code
000365         File Status Is WS-Rate-File-Status.
000370     Select System-Parameter-File Assign To "SYSPARM"
000380         Organization Is Line Sequential
000390         File Status Is WS-Parm-File-Status.
000400 Data Division.
000410 File Section.
000420 FD  Pending-Change-File
000430     Label Records Are Standard.
000440 Copy pndgrec.
000450 FD  Item-Master-File
000460     Label Records Are Standard.
000470 Copy itemrec.
000480 FD  Item-Location-File
000490     Label Records Are Standard.
000500 Copy ilocrec.
000510 FD  Period-Calendar-File
000520     Label Records Are Standard.
000530 Copy perdrec.
000540 FD  Operator-Master-File
000550     Label Records Are Standard.
000560 Copy operrec.
000562 FD  Category-Master-File
000564     Label Records Are Standard.
000566 Copy catgrec.
000570 FD  Audit-Log-File
000580     Label Records Are Standard.
000590 Copy auditrec.
000592 FD  Currency-Rate-File
000594     Label Records Are Standard.
000596 Copy currrec.
000600 FD  System-Parameter-File
000610     Label Records Are Standard.
000620 Copy sysparm.
000630 Working-Storage Section.
000640 Copy sessrec.
000645 Copy stmprec.
000650 01  WS-Pend-File-Status   Pic XX.
000660 01  WS-Item-File-Status   Pic XX.
000670 01  WS-Stock-File-Status  Pic XX.
000680 01  WS-Perd-File-Status   Pic XX.
000690 01  WS-Oper-File-Status   Pic XX.
000692 01  WS-Catg-File-Status   Pic XX.
000694 01  WS-Rate-File-Status   Pic XX.
000700 01  WS-Parm-File-Status   Pic XX.
000710 01  WS-Attempt-Limit      Pic 9 Value 3.
000720 01  WS-Signon-Id          Pic X(8) Value Spaces.
000730 01  WS-Signon-Password    Pic X(8) Value Spaces.
000740 01  WS-Signon-Valid       Pic X Value "N".
000750 01  WS-Signon-Attempts    Pic 9 Value Zero.
000760 01  WS-Audit-Date         Pic 9(8).
000770 01  WS-Audit-Time         Pic 9(8).
000780 01  WS-Audit-Action       Pic X.
000790 01  WS-Password-Expired   Pic X.
000800 01  WS-Today-Date         Pic 9(8).
000810 01  WS-Today-Integer      Pic 9(7).
000820 01  WS-Pwd-Integer        Pic 9(7).
000830 01  WS-Error-Message      Pic X(40) Value Spaces.
000840 01  WS-Period-Closed      Pic X Value "N".
000850 01  WS-Closed-Period      Pic 9(6).
000860 01  WS-Period-Date        Pic 9(8).
000870 01  WS-Period-Eof         Pic X.
000880 01  WS-Locations-Open     Pic X Value "N".
000890 01  WS-Location-Eof       Pic X.
000900 01  WS-End-Of-File        Pic X Value "N".
000910 01  WS-Review-Done        Pic X.
000920 01  WS-Apply-Valid        Pic X.
000922 01  WS-Apply-Reject       Pic X.
000924 01  WS-Category-Valid     Pic X.
000926 01  WS-Currency-Valid     Pic X.
000928 01  WS-Carry-Note         Pic X(40) Value Spaces.
000930 01  Approve-Action        Pic X Value Space.
000940 01  Reject-Reason         Pic X(30) Value Spaces.
000950 01  WS-Change-Text        Pic X(10).
000960 01  WS-Display-Item-No    Pic ZZZZ9.
000970 01  WS-Old-Amount-Edited  Pic ZZ,ZZ9.99.
000980 01  WS-New-Amount-Edited  Pic ZZ,ZZ9.99.
000990 01  WS-Old-Quantity       Pic 9(5).
001000 01  WS-Approved-Count     Pic 9(5) Value Zero.
001010 01  WS-Rejected-Count     Pic 9(5) Value Zero.
001020 01  WS-Skipped-Count      Pic 9(5) Value Zero.
001030 Screen Section.
001040 01  Signon-Screen
001050     Blank Screen, Auto, Required,
001060     Foreground-Color Is 7,
001070     Background-Color Is 1.
001080     03  Line 1 Column 25 Value "Pending Change Approval".
001090     03  Line 3 Column 5  Value "Operator" Highlight.
001100     03  Line 3 Column 16 Pic X(8) To WS-Signon-Id.
001110     03  Line 4 Column 5  Value "Password" Highlight.
001120     03  Line 4 Column 16 Pic X(8) To WS-Signon-Password
001130                                        Secure.
001140     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001150                                        Highlight.
001160 01  Approval-Screen
001170     Blank Screen,
001180     Foreground-Color Is 7,
001190     Background-Color Is 1.
001200     03  Line 1 Column 25 Value "Pending Change Approval".
001210     03  Line 3 Column 5  Value "Item Number" Highlight.
001220     03  Line 3 Column 22 Pic ZZZZ9 From WS-Display-Item-No.
001230     03  Line 4 Column 5  Value "Change" Highlight.
001240     03  Line 4 Column 22 Pic X(10) From WS-Change-Text.
001250     03  Line 5 Column 5  Value "Entered By" Highlight.
001260     03  Line 5 Column 22 Pic X(8) From PD-Maker-Id.
001270     03  Line 5 Column 32 Pic 9(8) From PD-Entry-Date.
001272     03  Line 6 Column 5  Value "Effective" Highlight.
001274     03  Line 6 Column 22 Pic 9(8) From PD-Effective-Date.
001280     03  Line 7 Column 22 Value "Was" Highlight.
001290     03  Line 7 Column 40 Value "Becomes" Highlight.
001300     03  Line 8 Column 5  Value "Description" Highlight.
001310     03  Line 8 Column 22 Pic X(10) From PD-Old-Description.
001320     03  Line 8 Column 40 Pic X(10) From PD-New-Description.
001330     03  Line 9 Column 5  Value "Item Value" Highlight.
001340     03  Line 9 Column 22 Pic X(9) From WS-Old-Amount-Edited.
001350     03  Line 9 Column 40 Pic X(9) From WS-New-Amount-Edited.
001360     03  Line 9 Column 50 Pic X(3) From PD-New-Currency-Code.
001370     03  Line 11 Column 5 Value
001380         "A=Approve R=Reject S=Skip X=Exit" Highlight.
001390     03  Line 11 Column 39 Pic X To Approve-Action.
001400     03  Line 12 Column 5 Value "Reject Reason" Highlight.
001410     03  Line 12 Column 22 Pic X(30) To Reject-Reason.
001420     03  Line 14 Column 5 Pic X(40) From WS-Error-Message
001430                                        Highlight.
001440 Procedure Division.
001450 Chapt04aj-Start.
001460     Perform Load-System-Parameters
001470     Perform Open-Operator-Master-File
001480     Open Extend Audit-Log-File
001490     Perform Operator-Sign-On
001500     Close Operator-Master-File
001580     Open I-O Pending-Change-File
001590     If WS-Pend-File-Status Not = "00"
001600         Display "Chapt04aj: no changes are awaiting approval"
001610         Close Audit-Log-File
001620         Goback
001630     End-If
001640     Open I-O Item-Master-File
001650     If WS-Item-File-Status Not = "00"
001660         Display "Chapt04aj: Item Master file not found"
001670         Close Pending-Change-File
001680         Close Audit-Log-File
001690         Goback
001700     End-If
001705     Perform Open-Code-Files
001710     Open I-O Item-Location-File
001720     If WS-Stock-File-Status = "00"
001730         Move "Y" to WS-Locations-Open
001740     End-If
001750     Move Zeros to PD-Pending-Key
001760     Start Pending-Change-File Key Not < PD-Pending-Key
001770         Invalid Key
001780             Move "Y" to WS-End-Of-File
001790     End-Start
001800     Perform Until WS-End-Of-File = "Y"
001810         Read Pending-Change-File Next Record
001820             At End
001830                 Move "Y" to WS-End-Of-File
001840             Not At End
001850                 If PD-Status-Code = "P"
001860                     Perform Review-Pending-Change
001870                 End-If
001880         End-Read
001890     End-Perform
001900     Close Pending-Change-File
001910     Close Item-Master-File
001920     Close Audit-Log-File
001922     Close Category-Master-File
001924     Close Currency-Rate-File
001930     If WS-Locations-Open = "Y"
001940         Close Item-Location-File
001950     End-If
001960     Display "Chapt04aj: approved " WS-Approved-Count
001970         " rejected " WS-Rejected-Count
001980         " skipped " WS-Skipped-Count
001990     Goback.
002000 Open-Operator-Master-File.
002010     Open I-O Operator-Master-File
002020     If WS-Oper-File-Status Not = "00"
002030         Display "Chapt04aj: Operator Master file not found"
002040         Display "Run the Chapt04i operator entry first"
002050         Goback
002060     End-If.
002070*--------------------------------------------------------------*
002080*  Each pending change is shown until the supervisor approves, *
002090*  rejects or skips it.  The operator who entered a change may *
002100*  not decide it, and a rejection must give the reason, which  *
002110*  is shown to that operator at their next sign-on.            *
002120*--------------------------------------------------------------*
002130 Review-Pending-Change.
002140     Perform Format-Pending-Display
002145     Move WS-Carry-Note to WS-Error-Message
002150     Move Spaces to WS-Carry-Note
002160     Move "N" to WS-Review-Done
002170     Perform Until WS-Review-Done = "Y"
002180         Move Space to Approve-Action
002190         Move Spaces to Reject-Reason
002200         Display Approval-Screen
002210         Accept Approval-Screen
002220         Evaluate True
002230             When Approve-Action = "S"
002240                 Add 1 to WS-Skipped-Count
002250                 Move "Y" to WS-Review-Done
002260             When Approve-Action = "X"
002270                 Move "Y" to WS-Review-Done
002280                 Move "Y" to WS-End-Of-File
002290             When Approve-Action Not = "A"
002300              And Approve-Action Not = "R"
002310                 Move "Enter A, R, S or X" to WS-Error-Message
002320             When PD-Maker-Id = WS-Signon-Id
002330                 Move "Another supervisor must decide this"
002340                     to WS-Error-Message
002350             When Approve-Action = "R"
002360              And Reject-Reason = Spaces
002370                 Move "Enter the reason for rejecting"
002380                     to WS-Error-Message
002390             When Approve-Action = "R"
002400                 Move Reject-Reason to PD-Reject-Reason
002410                 Move "R" to PD-Status-Code
002420                 Perform Record-Decision
002430                 Add 1 to WS-Rejected-Count
002440                 Move "Y" to WS-Review-Done
002450             When Other
002460                 Perform Apply-Pending-Change
002470                 If WS-Apply-Valid = "Y"
002480                     Move "A" to PD-Status-Code
002490                     Perform Record-Decision
002500                     Add 1 to WS-Approved-Count
002510                     Move "Y" to WS-Review-Done
002512                 Else
002514                     If WS-Apply-Reject = "Y"
002516                         Perform Reject-Changed-Item
002518                     End-If
002520                 End-If
002530         End-Evaluate
002540     End-Perform.
002550 Format-Pending-Display.
002560     Move PD-Item-Number to WS-Display-Item-No
002570     Evaluate PD-Change-Type
002580         When "A"
002590             Move "ADD" to WS-Change-Text
002600         When "C"
002610             Move "CHANGE" to WS-Change-Text
002620         When "P"
002630             Move "DELETE" to WS-Change-Text
002640         When Other
002650             Move Spaces to WS-Change-Text
002660     End-Evaluate
002670     Move PD-Old-Dollar-Amount to WS-Old-Amount-Edited
002680     Move PD-New-Dollar-Amount to WS-New-Amount-Edited.
002690 Record-Decision.
002700     Move WS-Signon-Id to PD-Checker-Id
002710     Accept PD-Decision-Date From Date YYYYMMDD
002720     Accept PD-Decision-Time From Time
002730     If PD-Status-Code = "R"
002740         Move "N" to PD-Maker-Notified
002750     Else
002760         Move "Y" to PD-Maker-Notified
002770     End-If
002780     Rewrite Pending-Change-Record.
002790*--------------------------------------------------------------*
002800*  The master is checked again before an approved change is    *
002810*  applied.  An add for an item now on file, a change to an    *
002820*  item altered since it was entered, or a delete of an item   *
002825*  no longer inactive is refused and should be rejected.  A    *
002830*  change held with the master's update stamp is tested on the *
002835*  stamp; one held without it on the description and value.    *
002840*--------------------------------------------------------------*
002850 Apply-Checked-Change.
002870     Move PD-Item-Number to MF-Item-Number
002880     Read Item-Master-File
002890         Invalid Key
002900             If PD-Change-Type = "A"
002910                 Perform Apply-Pending-Add
002920             Else
002930                 Move "Item no longer on file - reject"
002940                     to WS-Error-Message
002950             End-If
002960         Not Invalid Key
002970             Evaluate True
002980                 When PD-Change-Type = "A"
002990                     Move "Item now on file - reject"
003000                         to WS-Error-Message
003001                 When PD-Change-Type = "C"
003002                  And PD-Old-Update-Stamp Numeric
003003                  And MF-Update-Stamp Not = PD-Old-Update-Stamp
003004                     Move "Y" to WS-Apply-Reject
003005                 When PD-Change-Type = "C"
003006                  And PD-Old-Update-Stamp Numeric
003007                     Perform Apply-Pending-Update
003010                 When PD-Change-Type = "C"
003020                  And (MF-Item-Description
003030                         Not = PD-Old-Description
003040                   Or MF-Dollar-Amount
003050                         Not = PD-Old-Dollar-Amount)
003060                     Move "Item has changed since - reject"
003070                         to WS-Error-Message
003080                 When PD-Change-Type = "C"
003090                     Perform Apply-Pending-Update
003100                 When MF-Status-Code Not = "I"
003110                     Move "Item is no longer inactive - reject"
003120                         to WS-Error-Message
003130                 When Other
003140                     Perform Apply-Pending-Delete
003150             End-Evaluate
003160     End-Read.
003170 Apply-Pending-Add.
003180     Move PD-Item-Number to MF-Item-Number
003190     Move PD-New-Description to MF-Item-Description
003200     Move PD-New-Short-Desc to MF-Short-Description
003210     Move PD-New-Dollar-Amount to MF-Dollar-Amount
003220     Move PD-New-Currency-Code to MF-Currency-Code
003230     Move PD-New-Category-Code to MF-Category-Code
003240     Move "A" to MF-Status-Code
003250     Move Zero to MF-Deactivation-Date
003252     Accept MF-Update-Date From Date YYYYMMDD
003254     Accept MF-Update-Time From Time
003260     Move Zero to MF-Quantity-On-Hand
003270     Move PD-New-Reorder-Point to MF-Reorder-Point
003280     Move PD-New-Reorder-Qty to MF-Reorder-Quantity
003290     Write Item-Master-Record
003300     Move Zero to WS-Old-Quantity
003310     Move "A" to WS-Audit-Action
003320     Perform Write-Audit-Record
003330     Move "Y" to WS-Apply-Valid.
003340 Apply-Pending-Update.
003350     Move MF-Quantity-On-Hand to WS-Old-Quantity
003360     Move PD-New-Description to MF-Item-Description
003370     Move PD-New-Short-Desc to MF-Short-Description
003380     Move PD-New-Dollar-Amount to MF-Dollar-Amount
003390     Move PD-New-Currency-Code to MF-Currency-Code
003400     Move PD-New-Category-Code to MF-Category-Code
003410     Move PD-New-Reorder-Point to MF-Reorder-Point
003420     Move PD-New-Reorder-Qty to MF-Reorder-Quantity
003422     Accept MF-Update-Date From Date YYYYMMDD
003424     Accept MF-Update-Time From Time
003430     Rewrite Item-Master-Record
003440     Move "C" to WS-Audit-Action
003450     Perform Write-Audit-Record
003460     Move "Y" to WS-Apply-Valid.
003470 Apply-Pending-Delete.
003480     Move MF-Quantity-On-Hand to WS-Old-Quantity
003490     Delete Item-Master-File Record
003500     Perform Delete-Item-Locations
003510     Move Zero to MF-Quantity-On-Hand
003520     Move "P" to WS-Audit-Action
003530     Perform Write-Audit-Record
003540     Move "Y" to WS-Apply-Valid.
003550*--------------------------------------------------------------*
003560*  A deleted item's stock location records go with it, so the  *
003570*  location totals still agree with the Item Master.           *
003580*--------------------------------------------------------------*
003590 Delete-Item-Locations.
003600     If WS-Locations-Open = "Y"
003610         Move "N" to WS-Location-Eof
003620         Move PD-Item-Number to IL-Item-Number
003630         Move Spaces to IL-Location-Code
003640         Start Item-Location-File Key Not < IL-Item-Location-Key
003650             Invalid Key
003660                 Move "Y" to WS-Location-Eof
003670         End-Start
003680         Perform Until WS-Location-Eof = "Y"
003690             Read Item-Location-File Next Record
003700                 At End
003710                     Move "Y" to WS-Location-Eof
003720                 Not At End
003730                     If IL-Item-Number Not = PD-Item-Number
003740                         Move "Y" to WS-Location-Eof
003750                     Else
003760                         Delete Item-Location-File Record
003770                     End-If
003780             End-Read
003790         End-Perform
003800     End-If.
003810*--------------------------------------------------------------*
003820*  The audit record carries the operator who entered the       *
003830*  change and the supervisor who approved it.                  *
003840*--------------------------------------------------------------*
003850 Write-Audit-Record.
003860     Accept WS-Audit-Date From Date YYYYMMDD
003870     Accept WS-Audit-Time From Time
003880     Move WS-Audit-Action to AL-Action-Code
003890     Move PD-Maker-Id to AL-Operator-Id
003900     Move WS-Audit-Date to AL-Audit-Date
003910     Move WS-Audit-Time to AL-Audit-Time
003920     Move PD-Item-Number to AL-Item-Number
003930     Move PD-Old-Description to AL-Old-Description
003940     Move PD-Old-Dollar-Amount to AL-Old-Dollar-Amount
003950     Move PD-New-Description to AL-New-Description
003960     Move PD-New-Dollar-Amount to AL-New-Dollar-Amount
003970     Move WS-Old-Quantity to AL-Old-Quantity
003980     Move MF-Quantity-On-Hand to AL-New-Quantity
003990     Move Spaces to AL-Location-Code
004000     Move WS-Signon-Id to AL-Approved-By
004005     Move WS-Period-Date to AL-Effective-Date
004010     Perform Write-Audit-Log.
004020*--------------------------------------------------------------*
004030*  When the date in WS-Period-Date falls in a period the       *
004040*  month-end close has closed, nothing more may be posted to   *
004050*  it.  With no calendar on file every day is open.            *
004060*--------------------------------------------------------------*
004070 Check-Period-Open.
004080     Move "N" to WS-Period-Closed
004100     Open Input Period-Calendar-File
004110     If WS-Perd-File-Status = "00"
004120         Move "N" to WS-Period-Eof
004130         Perform Until WS-Period-Eof = "Y"
004140             Read Period-Calendar-File
004150                 At End
004160                     Move "Y" to WS-Period-Eof
004170                 Not At End
004180                     If PC-Start-Date Not > WS-Period-Date
004190                      And PC-End-Date Not < WS-Period-Date
004200                         Move "Y" to WS-Period-Eof
004210                         If PC-Status-Code = "C"
004220                             Move "Y" to WS-Period-Closed
004230                             Move PC-Period-Number
004240                                 to WS-Closed-Period
004250                         End-If
004260                     End-If
004270             End-Read
004280         End-Perform
004290         Close Period-Calendar-File
004300     End-If.
004310 Operator-Sign-On.
004320     Move "N" to WS-Signon-Valid
004330     Move Zero to WS-Signon-Attempts
004340     Move Spaces to WS-Error-Message
004350     If SS-Signed-On = "Y"
004360      And SS-Authority-Level = "S"
004370         Move SS-Operator-Id to WS-Signon-Id
004380         Move "Y" to WS-Signon-Valid
004390     End-If
004400     Perform Until WS-Signon-Valid = "Y"
004410               Or WS-Signon-Attempts Not < WS-Attempt-Limit
004420         Display Signon-Screen
004430         Accept Signon-Screen
004440         Add 1 to WS-Signon-Attempts
004450         Move WS-Signon-Id to OM-Operator-Id
004460         Read Operator-Master-File
004470             Invalid Key
004480                 Perform Log-Failed-Signon
004490                 Move "Operator not on file"
004500                     to WS-Error-Message
004510             Not Invalid Key
004520                 Perform Check-Password-Expiry
004530                 Evaluate True
004540                     When OM-Lockout-Flag = "L"
004550                         Perform Log-Failed-Signon
004560                         Move "Operator id is locked out"
004570                             to WS-Error-Message
004580                     When OM-Password Not = WS-Signon-Password
004590                         Perform Log-Failed-Signon
004600                         Perform Count-Failed-Password
004610                         Move "Password is not correct"
004620                             to WS-Error-Message
004630                     When OM-Authority-Level Not = "S"
004640                         Perform Log-Failed-Signon
004650                         Move "Supervisor authority required"
004660                             to WS-Error-Message
004670                     When WS-Password-Expired = "Y"
004680                         Move "Password expired - use main menu"
004690                             to WS-Error-Message
004700                     When Other
004710                         Move "Y" to WS-Signon-Valid
004720                         Perform Stamp-Sign-On
004730                 End-Evaluate
004740         End-Read
004750     End-Perform
004760     Move Spaces to WS-Error-Message
004770     If WS-Signon-Valid Not = "Y"
004780         Display "Chapt04aj: Sign-on failed"
004790         Close Operator-Master-File
004800         Close Audit-Log-File
004810         Goback
004820     End-If.
004830 Log-Failed-Signon.
004840     Accept WS-Audit-Date From Date YYYYMMDD
004850     Accept WS-Audit-Time From Time
004860     Move "S" to AL-Action-Code
004870     Move WS-Signon-Id to AL-Operator-Id
004880     Move WS-Audit-Date to AL-Audit-Date
004890     Move WS-Audit-Time to AL-Audit-Time
004900     Move Zero to AL-Item-Number
004910     Move Spaces to AL-Old-Description
004920     Move Zero to AL-Old-Dollar-Amount
004930     Move Spaces to AL-New-Description
004940     Move Zero to AL-New-Dollar-Amount
004950     Move Zero to AL-Old-Quantity
004960     Move Zero to AL-New-Quantity
004970     Move Spaces to AL-Location-Code
004980     Move Spaces to AL-Approved-By
004985     Move WS-Audit-Date to AL-Effective-Date
004990     Perform Write-Audit-Log.
005000 Check-Password-Expiry.
005010     Move "N" to WS-Password-Expired
005020     If OM-Expiry-Days Numeric
005030      And OM-Expiry-Days > Zero
005040      And OM-Password-Date Numeric
005050      And OM-Password-Date > Zero
005060         Accept WS-Today-Date From Date YYYYMMDD
005070         Compute WS-Today-Integer =
005080             Function Integer-Of-Date(WS-Today-Date)
005090         Compute WS-Pwd-Integer =
005100             Function Integer-Of-Date(OM-Password-Date)
005110         If WS-Today-Integer - WS-Pwd-Integer
005120             > OM-Expiry-Days
005130             Move "Y" to WS-Password-Expired
005140         End-If
005150     End-If.
005160 Count-Failed-Password.
005170     If OM-Failed-Count Not Numeric
005180         Move Zero to OM-Failed-Count
005190     End-If
005200     Add 1 to OM-Failed-Count
005210     If OM-Failed-Count Not < WS-Attempt-Limit
005220         Move "L" to OM-Lockout-Flag
005230     End-If
005240     Rewrite Operator-Master-Record.
005250 Stamp-Sign-On.
005260     Accept WS-Today-Date From Date YYYYMMDD
005270     Move Zero to OM-Failed-Count
005280     Move WS-Today-Date to OM-Last-Signon-Date
005290     Rewrite Operator-Master-Record.
005300 Load-System-Parameters.
005310     Open Input System-Parameter-File
005320     If WS-Parm-File-Status = "00"
005330         Read System-Parameter-File
005340             At End
005350                 Continue
005360             Not At End
005370                 If PM-Signon-Attempt-Limit Numeric
005380                  And PM-Signon-Attempt-Limit > Zero
005390                     Move PM-Signon-Attempt-Limit
005400                         to WS-Attempt-Limit
005410                 End-If
005420         End-Read
005430         Close System-Parameter-File
005440     End-If.
005450 Write-Audit-Log.
005460     Move "S" to AS-Request-Code
005470     Move Audit-Log-Record to AS-Audit-Image
005475     Move AL-Effective-Date to AS-Effective-Date
005480     Call "Chapt04al"
005490     Cancel "Chapt04al"
005500     Move AS-Sequence-Number to AL-Sequence-Number
005510     Move AS-Chain-Value to AL-Chain-Value
005520     Write Audit-Log-Record.
005530 Open-Code-Files.
005540     Open Input Category-Master-File
005550     Open Input Currency-Rate-File
005560     If WS-Catg-File-Status Not = "00"
005570      Or WS-Rate-File-Status Not = "00"
005580         Display "Chapt04aj: Category Master or Currency Rate "
005590             "file not found"
005600         Close Pending-Change-File
005610         Close Item-Master-File
005620         Close Audit-Log-File
005630         Close Category-Master-File
005640         Close Currency-Rate-File
005650         Goback
005660     End-If.
005670*--------------------------------------------------------------*
005680*  A change is posted on its own effective date, not the date  *
005690*  it is approved, so it is refused when that date's period    *
005700*  has since been closed.  An add or change is also refused    *
005710*  when its category or currency has been removed meanwhile.   *
005720*--------------------------------------------------------------*
005730 Apply-Pending-Change.
005740     Move "N" to WS-Apply-Valid
005750     Move "N" to WS-Apply-Reject
005760     Perform Check-Pending-Period
005770     Perform Check-Pending-Codes
005780     Evaluate True
005790         When WS-Period-Closed = "Y"
005800             Move "Effective period is closed - reject"
005810                 to WS-Error-Message
005820         When WS-Currency-Valid = "N"
005830             Move "Currency no longer on rate file - reject"
005840                 to WS-Error-Message
005850         When WS-Category-Valid = "N"
005860             Move "Category no longer on file - reject"
005870                 to WS-Error-Message
005880         When Other
005890             Perform Apply-Checked-Change
005900     End-Evaluate.
005910 Check-Pending-Period.
005920     If PD-Effective-Date Numeric
005930      And PD-Effective-Date > Zero
005940         Move PD-Effective-Date to WS-Period-Date
005950     Else
005960         Move PD-Entry-Date to WS-Period-Date
005970     End-If
005980     Perform Check-Period-Open.
005990 Check-Pending-Codes.
006000     Move "Y" to WS-Currency-Valid
006010     Move "Y" to WS-Category-Valid
006020     If PD-Change-Type Not = "P"
006030         Move PD-New-Currency-Code to CR-Currency-Code
006040         Read Currency-Rate-File
006050             Invalid Key
006060                 Move "N" to WS-Currency-Valid
006070         End-Read
006080         If PD-New-Category-Code = Spaces
006090             Move "UNC" to CT-Category-Code
006100         Else
006110             Move PD-New-Category-Code to CT-Category-Code
006120         End-If
006130         Read Category-Master-File
006140             Invalid Key
006150                 Move "N" to WS-Category-Valid
006160         End-Read
006170     End-If.
006180*--------------------------------------------------------------*
006190*  A change whose master has been written since it was held    *
006200*  would overwrite that update, so it is rejected at once and  *
006210*  the supervisor told so on the next change shown.            *
006220*--------------------------------------------------------------*
006230 Reject-Changed-Item.
006240     Move "Item changed after it was held" to PD-Reject-Reason
006250     Move "R" to PD-Status-Code
006260     Perform Record-Decision
006270     Add 1 to WS-Rejected-Count
006280     Move "Last one rejected - item changed since"
006290         to WS-Carry-Note
006300     Move "Y" to WS-Review-Done.
