000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ad.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Item-Count-File Assign To "ITEMCNT"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is IC-Count-Key
000140         File Status Is WS-Count-File-Status.
000150     Select Item-Master-File Assign To "ITEMMAST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is MF-Item-Number
000190         File Status Is WS-Item-File-Status.
000191     Select Item-Location-File Assign To "ITEMLOCN"
000192         Organization Is Indexed
000193         Access Mode Is Dynamic
000194         Record Key Is IL-Item-Location-Key
000195         File Status Is WS-Stock-File-Status.
000200     Select Operator-Master-File Assign To "OPERMAST"
000210         Organization Is Indexed
000220         Access Mode Is Dynamic
000230         Record Key Is OM-Operator-Id
000240         File Status Is WS-Oper-File-Status.
000250     Select Audit-Log-File Assign To "ITEMAUDT"
000260         Organization Is Line Sequential.
000270     Select System-Parameter-File Assign To "SYSPARM"
000280         Organization Is Line Sequential
000290         File Status Is WS-Parm-File-Status.
000300     Select Report-File Assign To "CNTPOST"
000310         Organization Is Line Sequential.
000320 Data Division.
000330 File Section.
000340 FD  Item-Count-File
000350     Label Records Are Standard.
000360 Copy countrec.
000370 FD  Item-Master-File
000380     Label Records Are Standard.
000390 Copy itemrec.
000392 FD  Item-Location-File
000394     Label Records Are Standard.
000396 Copy ilocrec.
000400 FD  Operator-Master-File
000410     Label Records Are Standard.
000420 Copy operrec.
000430 FD  Audit-Log-File
000440     Label Records Are Standard.
000450 Copy auditrec.
000460 FD  System-Parameter-File
000470     Label Records Are Standard.
000480 Copy sysparm.
000490 FD  Report-File
000500     Label Records Are Standard.
000510 01  Report-Line               Pic X(80).
000520 Working-Storage Section.
000530 Copy sessrec.
000535 Copy stmprec.
000540 01  WS-Count-File-Status  Pic XX.
000550 01  WS-Item-File-Status   Pic XX.
000555 01  WS-Stock-File-Status  Pic XX.
000560 01  WS-Oper-File-Status   Pic XX.
000570 01  WS-Parm-File-Status   Pic XX.
000580 01  WS-Attempt-Limit      Pic 9 Value 3.
000590 01  WS-Signon-Id          Pic X(8) Value Spaces.
000600 01  WS-Signon-Password    Pic X(8) Value Spaces.
000610 01  WS-Signon-Valid       Pic X Value "N".
000620 01  WS-Signon-Attempts    Pic 9 Value Zero.
000630 01  WS-Audit-Date         Pic 9(8).
000640 01  WS-Audit-Time         Pic 9(8).
000650 01  WS-Password-Expired   Pic X.
000660 01  WS-Today-Date         Pic 9(8).
000670 01  WS-Today-Integer      Pic 9(7).
000680 01  WS-Pwd-Integer        Pic 9(7).
000690 01  WS-End-Of-File        Pic X Value "N".
000700 01  WS-Error-Message      Pic X(40) Value Spaces.
000710 01  Post-Confirm          Pic X Value "N".
000720 01  WS-Old-Quantity       Pic 9(5).
000722 01  WS-New-Quantity       Pic S9(6).
000724 01  WS-Location-Quantity  Pic 9(5).
000726 01  WS-Stock-Row-Found    Pic X.
000730 01  WS-Items-Adjusted     Pic 9(5) Value Zero.
000740 01  WS-Items-No-Change    Pic 9(5) Value Zero.
000750 01  WS-Items-Not-Counted  Pic 9(5) Value Zero.
000760 01  WS-Items-Held         Pic 9(5) Value Zero.
000770 01  WS-Heading-Line.
000780     05  Filler                Pic X(26)
000790         Value "Stock Count Posting for ".
000800     05  WS-H-Date             Pic 9(8).
000810     05  Filler                Pic X(4)  Value " by ".
000820     05  WS-H-Operator         Pic X(8).
000830 01  WS-Column-Line.
000840     05  Filler                Pic X(7)  Value "Item".
000845     05  Filler                Pic X(6)  Value "Locn".
000850     05  Filler                Pic X(12) Value "Description".
000860     05  Filler                Pic X(7)  Value "Book".
000870     05  Filler                Pic X(8)  Value "At Locn".
000880     05  Filler                Pic X(8)  Value "Counted".
000890     05  Filler                Pic X(30) Value "Result".
000900 01  WS-Detail-Line.
000910     05  WS-D-Item-Number      Pic ZZZZ9.
000912     05  Filler                Pic X(2)  Value Spaces.
000914     05  WS-D-Location         Pic X(4).
000920     05  Filler                Pic X(2)  Value Spaces.
000930     05  WS-D-Description      Pic X(10).
000940     05  Filler                Pic X(2)  Value Spaces.
000950     05  WS-D-Book             Pic ZZZZ9.
000960     05  Filler                Pic X(2)  Value Spaces.
000970     05  WS-D-Master           Pic ZZZZ9.
000980     05  Filler                Pic X(3)  Value Spaces.
000990     05  WS-D-Counted          Pic ZZZZ9.
001000     05  Filler                Pic X(3)  Value Spaces.
001010     05  WS-D-Result           Pic X(32).
001020 01  WS-Total-Line.
001030     05  WS-T-Text             Pic X(24).
001040     05  WS-T-Count            Pic ZZZZ9.
001050 Screen Section.
001060 01  Signon-Screen
001070     Blank Screen, Auto, Required,
001080     Foreground-Color Is 7,
001090     Background-Color Is 1.
001100     03  Line 1 Column 26 Value "Stock Count Posting".
001110     03  Line 3 Column 5  Value "Operator" Highlight.
001120     03  Line 3 Column 16 Pic X(8) To WS-Signon-Id.
001130     03  Line 4 Column 5  Value "Password" Highlight.
001140     03  Line 4 Column 16 Pic X(8) To WS-Signon-Password
001150                                        Secure.
001160     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001170                                        Highlight.
001180 01  Post-Confirm-Screen
001190     Blank Screen, Auto,
001200     Foreground-Color Is 7,
001210     Background-Color Is 1.
001220     03  Line 1 Column 26 Value "Stock Count Posting".
001230     03  Line 3 Column 5  Value "Operator" Highlight.
001240     03  Line 3 Column 16 Pic X(8) From WS-Signon-Id.
001250     03  Line 5 Column 5  Value "On-hand is set to the count"
001260                                Highlight.
001270     03  Line 6 Column 5  Value "Post count adjustments (Y/N)"
001280                                Highlight.
001290     03  Line 6 Column 38 Pic X To Post-Confirm.
001300 Procedure Division.
001310 Chapt04ad-Start.
001320     Perform Load-System-Parameters
001330     Perform Open-Operator-Master-File
001340     Open Extend Audit-Log-File
001350     Perform Operator-Sign-On
001360     Close Operator-Master-File
001370     Display Post-Confirm-Screen
001380     Accept Post-Confirm-Screen
001390     If Post-Confirm Not = "Y"
001400         Display "Chapt04ad: posting not confirmed"
001410         Close Audit-Log-File
001420         Goback
001430     End-If
001440     Open I-O Item-Count-File
001450     If WS-Count-File-Status Not = "00"
001460         Display "Chapt04ad: no stock count on file"
001470         Close Audit-Log-File
001480         Goback
001490     End-If
001500     Open I-O Item-Master-File
001510     If WS-Item-File-Status Not = "00"
001520         Display "Chapt04ad: Item Master file not found"
001530         Close Item-Count-File
001540         Close Audit-Log-File
001550         Goback
001560     End-If
001561     Open I-O Item-Location-File
001562     If WS-Stock-File-Status Not = "00"
001563         Display "Chapt04ad: Item Location file not found"
001564         Display "Run the Chapt04m L function to place stock"
001565         Close Item-Count-File
001566         Close Item-Master-File
001567         Close Audit-Log-File
001568         Goback
001569     End-If
001570     Open Output Report-File
001580     Accept WS-Today-Date From Date YYYYMMDD
001590     Move WS-Today-Date to WS-H-Date
001600     Move WS-Signon-Id to WS-H-Operator
001610     Write Report-Line From WS-Heading-Line
001620     Write Report-Line From WS-Column-Line
001630     Move "N" to WS-End-Of-File
001640     Read Item-Count-File Next Record
001650         At End Move "Y" to WS-End-Of-File
001660     End-Read
001670     Perform Until WS-End-Of-File = "Y"
001680         If IC-Count-Status Not = "P"
001690             Perform Post-One-Count
001700         End-If
001710         Read Item-Count-File Next Record
001720             At End Move "Y" to WS-End-Of-File
001730         End-Read
001740     End-Perform
001750     Perform Write-Posting-Totals
001760     Close Item-Count-File
001770     Close Item-Master-File
001775     Close Item-Location-File
001780     Close Audit-Log-File
001790     Close Report-File
001800     Display "Chapt04ad: items adjusted " WS-Items-Adjusted
001810     Goback.
001820 Open-Operator-Master-File.
001830     Open I-O Operator-Master-File
001840     If WS-Oper-File-Status Not = "00"
001850         Display "Chapt04ad: Operator Master file not found"
001860         Display "Run the Chapt04i operator entry first"
001870         Goback
001880     End-If.
001890*--------------------------------------------------------------*
001900*  Only counted items are posted.  An item whose quantity at   *
001910*  the location has moved since the freeze is held back: the   *
001920*  count no longer matches the book it was taken against, so   *
001930*  the item must be frozen and counted again.                  *
001940*--------------------------------------------------------------*
001950 Post-One-Count.
001960     Move IC-Item-Number to WS-D-Item-Number
001965     Move IC-Location-Code to WS-D-Location
001970     Move IC-Item-Description to WS-D-Description
001980     Move IC-Book-Quantity to WS-D-Book
001990     Move Zero to WS-D-Master
002000     Move IC-Counted-Quantity to WS-D-Counted
002010     If IC-Count-Status = "F"
002020         Add 1 to WS-Items-Not-Counted
002030         Move Zero to WS-D-Counted
002040         Move "Not counted - not posted" to WS-D-Result
002050         Write Report-Line From WS-Detail-Line
002060     Else
002070         Move IC-Item-Number to MF-Item-Number
002080         Read Item-Master-File
002090             Invalid Key
002100                 Perform Report-Item-Not-On-Master
002130             Not Invalid Key
002140                 Perform Apply-Count-To-Master
002150         End-Read
002160     End-If.
002162*--------------------------------------------------------------*
002164*  The location is set to the count and the master total moves *
002166*  by the same difference, so the two stay in step.  A count   *
002167*  that would take the master total below zero is held back.   *
002168*--------------------------------------------------------------*
002170 Apply-Count-To-Master.
002175     Perform Get-Count-Location
002180     Move WS-Location-Quantity to WS-D-Master
002183     Compute WS-New-Quantity = MF-Quantity-On-Hand
002186         + IC-Counted-Quantity - IC-Book-Quantity
002190     Evaluate True
002200         When WS-Location-Quantity Not = IC-Book-Quantity
002210             Add 1 to WS-Items-Held
002220             Move "Moved since freeze - refreeze"
002230                 to WS-D-Result
002240         When IC-Counted-Quantity = IC-Book-Quantity
002250             Add 1 to WS-Items-No-Change
002260             Move "No variance" to WS-D-Result
002270             Perform Mark-Count-Posted
002273         When WS-New-Quantity < Zero
002275             Add 1 to WS-Items-Held
002277             Move "Master short - not posted" to WS-D-Result
002280         When Other
002290             Move MF-Quantity-On-Hand to WS-Old-Quantity
002302             Move WS-New-Quantity to MF-Quantity-On-Hand
002304             Accept MF-Update-Date From Date YYYYMMDD
002306             Accept MF-Update-Time From Time
002310             Rewrite Item-Master-Record
002315             Perform Save-Count-Location
002320             Perform Write-Audit-Record
002330             Add 1 to WS-Items-Adjusted
002340             Move "Adjusted to count" to WS-D-Result
002350             Perform Mark-Count-Posted
002360     End-Evaluate
002370     Write Report-Line From WS-Detail-Line.
002371 Get-Count-Location.
002372     Move IC-Item-Number to IL-Item-Number
002373     Move IC-Location-Code to IL-Location-Code
002374     Read Item-Location-File
002375         Invalid Key
002376             Move "N" to WS-Stock-Row-Found
002377             Move Zero to IL-Quantity-On-Hand
002378         Not Invalid Key
002379             Move "Y" to WS-Stock-Row-Found
002380     End-Read
002381     Move IL-Quantity-On-Hand to WS-Location-Quantity.
002382 Save-Count-Location.
002383     Move IC-Counted-Quantity to IL-Quantity-On-Hand
002384     If WS-Stock-Row-Found = "Y"
002385         Rewrite Item-Location-Record
002386     Else
002387         Write Item-Location-Record
002388     End-If.
002389 Report-Item-Not-On-Master.
002390     Add 1 to WS-Items-Held
002391     Move "Item no longer on master" to WS-D-Result
002392     Write Report-Line From WS-Detail-Line.
002393 Mark-Count-Posted.
002394     Move "P" to IC-Count-Status
002400     Rewrite Item-Count-Record.
002410*--------------------------------------------------------------*
002420*  A count adjustment is audited as action "J" with the old    *
002430*  and new master quantities and the location counted.         *
002440*--------------------------------------------------------------*
002450 Write-Audit-Record.
002460     Accept WS-Audit-Date From Date YYYYMMDD
002470     Accept WS-Audit-Time From Time
002480     Move "J" to AL-Action-Code
002490     Move WS-Signon-Id to AL-Operator-Id
002500     Move WS-Audit-Date to AL-Audit-Date
002510     Move WS-Audit-Time to AL-Audit-Time
002520     Move MF-Item-Number to AL-Item-Number
002530     Move MF-Item-Description to AL-Old-Description
002540     Move MF-Dollar-Amount to AL-Old-Dollar-Amount
002550     Move MF-Item-Description to AL-New-Description
002560     Move MF-Dollar-Amount to AL-New-Dollar-Amount
002570     Move WS-Old-Quantity to AL-Old-Quantity
002580     Move MF-Quantity-On-Hand to AL-New-Quantity
002585     Move IC-Location-Code to AL-Location-Code
002587     Move Spaces to AL-Approved-By
002590     Perform Write-Audit-Log.
002600 Write-Posting-Totals.
002610     Move Spaces to Report-Line
002620     Write Report-Line
002630     Move "Items adjusted" to WS-T-Text
002640     Move WS-Items-Adjusted to WS-T-Count
002650     Write Report-Line From WS-Total-Line
002660     Move "Items with no variance" to WS-T-Text
002670     Move WS-Items-No-Change to WS-T-Count
002680     Write Report-Line From WS-Total-Line
002690     Move "Items not counted" to WS-T-Text
002700     Move WS-Items-Not-Counted to WS-T-Count
002710     Write Report-Line From WS-Total-Line
002720     Move "Items held back" to WS-T-Text
002730     Move WS-Items-Held to WS-T-Count
002740     Write Report-Line From WS-Total-Line.
002750 Operator-Sign-On.
002760     Move "N" to WS-Signon-Valid
002770     Move Zero to WS-Signon-Attempts
002780     Move Spaces to WS-Error-Message
002790     If SS-Signed-On = "Y"
002800      And SS-Authority-Level = "S"
002810         Move SS-Operator-Id to WS-Signon-Id
002820         Move "Y" to WS-Signon-Valid
002830     End-If
002840     Perform Until WS-Signon-Valid = "Y"
002850               Or WS-Signon-Attempts Not < WS-Attempt-Limit
002860         Display Signon-Screen
002870         Accept Signon-Screen
002880         Add 1 to WS-Signon-Attempts
002890         Move WS-Signon-Id to OM-Operator-Id
002900         Read Operator-Master-File
002910             Invalid Key
002920                 Perform Log-Failed-Signon
002930                 Move "Operator not on file"
002940                     to WS-Error-Message
002950             Not Invalid Key
002960                 Perform Check-Password-Expiry
002970                 Evaluate True
002980                     When OM-Lockout-Flag = "L"
002990                         Perform Log-Failed-Signon
003000                         Move "Operator id is locked out"
003010                             to WS-Error-Message
003020                     When OM-Password Not = WS-Signon-Password
003030                         Perform Log-Failed-Signon
003040                         Perform Count-Failed-Password
003050                         Move "Password is not correct"
003060                             to WS-Error-Message
003070                     When OM-Authority-Level Not = "S"
003080                         Perform Log-Failed-Signon
003090                         Move "Supervisor authority required"
003100                             to WS-Error-Message
003110                     When WS-Password-Expired = "Y"
003120                         Move "Password expired - use main menu"
003130                             to WS-Error-Message
003140                     When Other
003150                         Move "Y" to WS-Signon-Valid
003160                         Perform Stamp-Sign-On
003170                 End-Evaluate
003180         End-Read
003190     End-Perform
003200     Move Spaces to WS-Error-Message
003210     If WS-Signon-Valid Not = "Y"
003220         Display "Chapt04ad: Sign-on failed"
003230         Close Operator-Master-File
003240         Close Audit-Log-File
003250         Goback
003260     End-If.
003270 Log-Failed-Signon.
003280     Accept WS-Audit-Date From Date YYYYMMDD
003290     Accept WS-Audit-Time From Time
003300     Move "S" to AL-Action-Code
003310     Move WS-Signon-Id to AL-Operator-Id
003320     Move WS-Audit-Date to AL-Audit-Date
003330     Move WS-Audit-Time to AL-Audit-Time
003340     Move Zero to AL-Item-Number
003350     Move Spaces to AL-Old-Description
003360     Move Zero to AL-Old-Dollar-Amount
003370     Move Spaces to AL-New-Description
003380     Move Zero to AL-New-Dollar-Amount
003390     Move Zero to AL-Old-Quantity
003400     Move Zero to AL-New-Quantity
003405     Move Spaces to AL-Location-Code
003407     Move Spaces to AL-Approved-By
003410     Perform Write-Audit-Log.
003420 Check-Password-Expiry.
003430     Move "N" to WS-Password-Expired
003440     If OM-Expiry-Days Numeric
003450      And OM-Expiry-Days > Zero
003460      And OM-Password-Date Numeric
003470      And OM-Password-Date > Zero
003480         Accept WS-Today-Date From Date YYYYMMDD
003490         Compute WS-Today-Integer =
003500             Function Integer-Of-Date(WS-Today-Date)
003510         Compute WS-Pwd-Integer =
003520             Function Integer-Of-Date(OM-Password-Date)
003530         If WS-Today-Integer - WS-Pwd-Integer
003540             > OM-Expiry-Days
003550             Move "Y" to WS-Password-Expired
003560         End-If
003570     End-If.
003580 Count-Failed-Password.
003590     If OM-Failed-Count Not Numeric
003600         Move Zero to OM-Failed-Count
003610     End-If
003620     Add 1 to OM-Failed-Count
003630     If OM-Failed-Count Not < WS-Attempt-Limit
003640         Move "L" to OM-Lockout-Flag
003650     End-If
003660     Rewrite Operator-Master-Record.
003670 Stamp-Sign-On.
003680     Accept WS-Today-Date From Date YYYYMMDD
003690     Move Zero to OM-Failed-Count
003700     Move WS-Today-Date to OM-Last-Signon-Date
003710     Rewrite Operator-Master-Record.
003720 Load-System-Parameters.
003730     Open Input System-Parameter-File
003740     If WS-Parm-File-Status = "00"
003750         Read System-Parameter-File
003760             At End
003770                 Continue
003780             Not At End
003790                 If PM-Signon-Attempt-Limit Numeric
003800                  And PM-Signon-Attempt-Limit > Zero
003810                     Move PM-Signon-Attempt-Limit
003820                         to WS-Attempt-Limit
003830                 End-If
003840         End-Read
003850         Close System-Parameter-File
003860     End-If.
003870 Write-Audit-Log.
003880     Move "S" to AS-Request-Code
003890     Move Audit-Log-Record to AS-Audit-Image
003892     Move AL-Audit-Date to AL-Effective-Date
003894     Move AL-Effective-Date to AS-Effective-Date
003900     Call "Chapt04al"
003910     Cancel "Chapt04al"
003920     Move AS-Sequence-Number to AL-Sequence-Number
003930     Move AS-Chain-Value to AL-Chain-Value
003940     Write Audit-Log-Record.
