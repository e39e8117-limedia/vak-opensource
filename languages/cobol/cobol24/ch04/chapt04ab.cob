000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ab.
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
000150     Select Operator-Master-File Assign To "OPERMAST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is OM-Operator-Id
000190         File Status Is WS-Oper-File-Status.
000191     Select Location-Master-File Assign To "LOCNMAST"
000192         Organization Is Indexed
000193         Access Mode Is Random
000194         Record Key Is LO-Location-Code
000195         File Status Is WS-Locn-File-Status.
000200     Select Audit-Log-File Assign To "ITEMAUDT"
000210         Organization Is Line Sequential.
000220     Select System-Parameter-File Assign To "SYSPARM"
000230         Organization Is Line Sequential
000240         File Status Is WS-Parm-File-Status.
000250 Data Division.
000260 File Section.
000270 FD  Item-Count-File
000280     Label Records Are Standard.
000290 Copy countrec.
000300 FD  Operator-Master-File
000310     Label Records Are Standard.
000320 Copy operrec.
000322 FD  Location-Master-File
000324     Label Records Are Standard.
000326 Copy locnrec.
000330 FD  Audit-Log-File
000340     Label Records Are Standard.
000350 Copy auditrec.
000360 FD  System-Parameter-File
000370     Label Records Are Standard.
000380 Copy sysparm.
000390 Working-Storage Section.
000400 Copy sessrec.
000405 Copy stmprec.
000410 01  WS-Count-File-Status  Pic XX.
000420 01  WS-Oper-File-Status   Pic XX.
000430 01  WS-Parm-File-Status   Pic XX.
000435 01  WS-Locn-File-Status   Pic XX.
000440 01  WS-Attempt-Limit      Pic 9 Value 3.
000450 01  Operator-Password     Pic X(8) Value Spaces.
000460 01  WS-Signon-Valid       Pic X Value "N".
000470 01  WS-Signon-Attempts    Pic 9 Value Zero.
000480 01  WS-Authority-Level    Pic X Value Space.
000490 01  WS-Operator-Id        Pic X(8).
000500 01  Item-Number           Pic 9(5) Value Zeros.
000502 01  Location-Code         Pic X(4) Value Spaces.
000504 01  WS-Default-Location   Pic X(4) Value "MAIN".
000506 01  WS-Item-In-Count      Pic X.
000508 01  WS-Add-Count-Row      Pic X.
000510 01  Counted-Quantity      Pic 9(5) Value Zeros.
000520 01  WS-Count-Done         Pic X Value "N".
000530 01  WS-Record-Found       Pic X Value "N".
000540 01  WS-Error-Message      Pic X(40) Value Spaces.
000550 01  WS-Previous-Note      Pic X(30) Value Spaces.
000560 01  WS-Audit-Date         Pic 9(8).
000570 01  WS-Audit-Time         Pic 9(8).
000580 01  WS-Display-Item-No    Pic ZZZZ9.
000590 01  WS-Display-Qty        Pic ZZZZ9.
000600 01  WS-Password-Expired   Pic X.
000610 01  WS-Today-Date         Pic 9(8).
000620 01  WS-Today-Integer      Pic 9(7).
000630 01  WS-Pwd-Integer        Pic 9(7).
000640 Screen Section.
000650 01  Signon-Screen
000660     Blank Screen, Auto, Required,
000670     Foreground-Color Is 7,
000680     Background-Color Is 1.
000690     03  Line 1 Column 28 Value "Stock Count Entry".
000700     03  Line 3 Column 5  Value "Operator" Highlight.
000710     03  Line 3 Column 16 Pic X(8) To WS-Operator-Id.
000720     03  Line 4 Column 5  Value "Password" Highlight.
000730     03  Line 4 Column 16 Pic X(8) To Operator-Password
000740                                        Secure.
000750     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
000760                                        Highlight.
000770 01  Count-Key-Screen
000780     Blank Screen, Auto, Required,
000790     Foreground-Color Is 7,
000800     Background-Color Is 1.
000810     03  Line 1 Column 28 Value "Stock Count Entry".
000820     03  Line 2 Column 5  Value "Operator" Highlight.
000830     03  Line 2 Column 14 Pic X(8) From WS-Operator-Id.
000840     03  Line 3 Column 5  Value "Item Number" Highlight.
000850     03  Line 3 Column 18 Pic 9(5) To Item-Number.
000855     03  Line 4 Column 5  Value "Location" Highlight.
000860     03  Line 4 Column 18 Pic X(4) To Location-Code.
000865     03  Line 6 Column 5  Value "(Enter zero to exit,".
000870     03  Line 7 Column 5  Value " blank location for MAIN)".
000875     03  Line 9 Column 5  Pic X(40) From WS-Error-Message
000880                                        Highlight.
000890 01  Count-Entry-Screen
000900     Blank Screen, Auto, Required,
000910     Foreground-Color Is 7,
000920     Background-Color Is 1.
000930     03  Line 1 Column 28 Value "Stock Count Entry".
000940     03  Line 3 Column 5  Value "Item Number" Highlight.
000950     03  Line 3 Column 25 Pic ZZZZ9 From WS-Display-Item-No.
000952     03  Line 3 Column 35 Value "Location" Highlight.
000954     03  Line 3 Column 45 Pic X(4) From IC-Location-Code.
000960     03  Line 4 Column 5  Value "Item Description" Highlight.
000970     03  Line 4 Column 25 Pic X(10) From IC-Item-Description.
000980     03  Line 5 Column 5  Value "Category" Highlight.
000990     03  Line 5 Column 25 Pic X(3) From IC-Category-Code.
001000     03  Line 6 Column 5  Pic X(30) From WS-Previous-Note.
001010     03  Line 7 Column 5  Value "Counted Quantity" Highlight.
001020     03  Line 7 Column 25 Pic 9(5) To Counted-Quantity.
001030     03  Line 9 Column 5  Pic X(40) From WS-Error-Message
001040                                        Highlight.
001050 Procedure Division.
001060 Chapt04ab-Start.
001070     Perform Load-System-Parameters
001080     Open I-O Item-Count-File
001090     If WS-Count-File-Status Not = "00"
001100         Display "Chapt04ab: no stock count in progress"
001110         Display "Run the Chapt04aa count freeze first"
001120         Goback
001130     End-If
001140     Perform Open-Operator-Master-File
001145     Perform Open-Location-Master-File
001150     Open Extend Audit-Log-File
001160     Perform Operator-Sign-On
001170     Perform Until WS-Count-Done = "Y"
001180         Perform Get-Item-For-Count
001190         If WS-Record-Found = "Y"
001200             Perform Get-Counted-Quantity
001210             Perform Save-Count
001220         End-If
001230     End-Perform
001240     Close Item-Count-File
001250     Close Operator-Master-File
001255     Close Location-Master-File
001260     Close Audit-Log-File
001270     Goback.
001280 Open-Operator-Master-File.
001290     Open I-O Operator-Master-File
001300     If WS-Oper-File-Status Not = "00"
001310         Display "Chapt04ab: Operator Master file not found"
001320         Display "Run the Chapt04i operator entry first"
001330         Close Item-Count-File
001340         Goback
001350     End-If.
001351 Open-Location-Master-File.
001352     Open Input Location-Master-File
001353     If WS-Locn-File-Status Not = "00"
001354         Display "Chapt04ab: Location Master file not found"
001355         Display "Run the Chapt04ae location maintenance first"
001356         Close Item-Count-File
001357         Close Operator-Master-File
001358         Goback
001359     End-If.
001360*--------------------------------------------------------------*
001361*  Stock is counted where it is found.  An item in the count   *
001362*  that turns up at a location it was not frozen at is added   *
001363*  to the count there with a book quantity of zero.            *
001364*--------------------------------------------------------------*
001365 Get-Item-For-Count.
001370     Move "N" to WS-Record-Found
001375     Move Spaces to Location-Code
001380     Display Count-Key-Screen
001390     Accept Count-Key-Screen
001392     If Location-Code = Spaces
001394         Move WS-Default-Location to Location-Code
001396     End-If
001400     If Item-Number = Zero
001410         Move "Y" to WS-Count-Done
001420     Else
001430         Move Item-Number to IC-Item-Number
001435         Move Location-Code to IC-Location-Code
001440         Read Item-Count-File
001450             Invalid Key
001460                 Perform Check-Unfrozen-Location
001480             Not Invalid Key
001490                 If IC-Count-Status = "P"
001500                     Move "Count already posted for this item"
001510                         to WS-Error-Message
001520                 Else
001530                     Move Spaces to WS-Error-Message
001540                     Move "Y" to WS-Record-Found
001550                 End-If
001560         End-Read
001561     End-If.
001562 Check-Unfrozen-Location.
001563     Move "N" to WS-Item-In-Count
001564     Move "N" to WS-Add-Count-Row
001565     Move Item-Number to IC-Item-Number
001566     Move Spaces to IC-Location-Code
001567     Start Item-Count-File Key Not < IC-Count-Key
001568         Invalid Key
001569             Continue
001570         Not Invalid Key
001571             Read Item-Count-File Next Record
001572                 At End
001573                     Continue
001574                 Not At End
001575                     If IC-Item-Number = Item-Number
001576                         Move "Y" to WS-Item-In-Count
001577                     End-If
001578             End-Read
001579     End-Start
001580     If WS-Item-In-Count = "N"
001581         Move "Item is not in this count" to WS-Error-Message
001582     Else
001583         Move Location-Code to LO-Location-Code
001584         Read Location-Master-File
001585             Invalid Key
001586                 Move "Location not on file" to WS-Error-Message
001587             Not Invalid Key
001588                 If LO-Status-Code = "I"
001589                     Move "Location is inactive"
001590                         to WS-Error-Message
001591                 Else
001592                     Move "Y" to WS-Add-Count-Row
001593                 End-If
001594         End-Read
001595     End-If
001596     If WS-Add-Count-Row = "Y"
001597         Perform Add-Location-Count
001598     End-If.
001599*--------------------------------------------------------------*
001600*  The new row keeps the description, category and freeze      *
001601*  stamp of the row just read for the same item.               *
001602*--------------------------------------------------------------*
001603 Add-Location-Count.
001604     Move Location-Code to IC-Location-Code
001605     Move Zero to IC-Book-Quantity
001606     Move Zero to IC-Counted-Quantity
001607     Move "F" to IC-Count-Status
001608     Move Spaces to IC-Counted-By
001609     Move Zero to IC-Count-Date
001610     Move Zero to IC-Count-Time
001611     Write Item-Count-Record
001612     If WS-Count-File-Status = "00"
001613         Move Spaces to WS-Error-Message
001614         Move "Y" to WS-Record-Found
001615     Else
001616         Move "Count record could not be added"
001617             to WS-Error-Message
001618     End-If.
001619*--------------------------------------------------------------*
001620*  The book quantity is never shown, so the count stays blind. *
001621*  An item already counted shows the earlier count and may be  *
001622*  recounted until the count is posted.                        *
001623*--------------------------------------------------------------*
001630 Get-Counted-Quantity.
001640     Move IC-Item-Number to WS-Display-Item-No
001650     Move Spaces to WS-Previous-Note
001660     If IC-Count-Status = "C"
001670         Move IC-Counted-Quantity to WS-Display-Qty
001680         String "Previous count " Delimited By Size
001690             WS-Display-Qty Delimited By Size
001700             " by " Delimited By Size
001710             IC-Counted-By Delimited By Space
001720             Into WS-Previous-Note
001730     End-If
001740     Move Zeros to Counted-Quantity
001750     Display Count-Entry-Screen
001760     Accept Count-Entry-Screen.
001770 Save-Count.
001780     Move Counted-Quantity to IC-Counted-Quantity
001790     Move "C" to IC-Count-Status
001800     Move WS-Operator-Id to IC-Counted-By
001810     Accept IC-Count-Date From Date YYYYMMDD
001820     Accept IC-Count-Time From Time
001830     Rewrite Item-Count-Record
001832     If WS-Count-File-Status = "00"
001834         Move "Count recorded" to WS-Error-Message
001836     Else
001838         Move "Count could not be recorded"
001840             to WS-Error-Message
001844     End-If.
001850 Operator-Sign-On.
001860     Move "N" to WS-Signon-Valid
001870     Move Zero to WS-Signon-Attempts
001880     Move Spaces to WS-Error-Message
001890     If SS-Signed-On = "Y"
001900         Move SS-Operator-Id to WS-Operator-Id
001910         Move SS-Authority-Level to WS-Authority-Level
001920         Move "Y" to WS-Signon-Valid
001930     End-If
001940     Perform Until WS-Signon-Valid = "Y"
001950               Or WS-Signon-Attempts Not < WS-Attempt-Limit
001960         Display Signon-Screen
001970         Accept Signon-Screen
001980         Add 1 to WS-Signon-Attempts
001990         Move WS-Operator-Id to OM-Operator-Id
002000         Read Operator-Master-File
002010             Invalid Key
002020                 Perform Log-Failed-Signon
002030                 Move "Operator not on file"
002040                     to WS-Error-Message
002050             Not Invalid Key
002060                 Perform Check-Password-Expiry
002070                 Evaluate True
002080                     When OM-Lockout-Flag = "L"
002090                         Perform Log-Failed-Signon
002100                         Move "Operator id is locked out"
002110                             to WS-Error-Message
002120                     When OM-Password Not = Operator-Password
002130                         Perform Log-Failed-Signon
002140                         Perform Count-Failed-Password
002150                         Move "Password is not correct"
002160                             to WS-Error-Message
002170                     When WS-Password-Expired = "Y"
002180                         Move "Password expired - use main menu"
002190                             to WS-Error-Message
002200                     When Other
002210                         Move "Y" to WS-Signon-Valid
002220                         Move OM-Authority-Level
002230                             to WS-Authority-Level
002240                         Perform Stamp-Sign-On
002250                 End-Evaluate
002260         End-Read
002270     End-Perform
002280     Move Spaces to WS-Error-Message
002290     If WS-Signon-Valid Not = "Y"
002300         Display "Chapt04ab: Sign-on failed"
002310         Close Item-Count-File
002320         Close Operator-Master-File
002325         Close Location-Master-File
002330         Close Audit-Log-File
002340         Goback
002350     End-If.
002360 Log-Failed-Signon.
002370     Accept WS-Audit-Date From Date YYYYMMDD
002380     Accept WS-Audit-Time From Time
002390     Move "S" to AL-Action-Code
002400     Move WS-Operator-Id to AL-Operator-Id
002410     Move WS-Audit-Date to AL-Audit-Date
002420     Move WS-Audit-Time to AL-Audit-Time
002430     Move Zero to AL-Item-Number
002440     Move Spaces to AL-Old-Description
002450     Move Zero to AL-Old-Dollar-Amount
002460     Move Spaces to AL-New-Description
002470     Move Zero to AL-New-Dollar-Amount
002480     Move Zero to AL-Old-Quantity
002490     Move Zero to AL-New-Quantity
002495     Move Spaces to AL-Location-Code
002497     Move Spaces to AL-Approved-By
002500     Perform Write-Audit-Log.
002510 Check-Password-Expiry.
002520     Move "N" to WS-Password-Expired
002530     If OM-Expiry-Days Numeric
002540      And OM-Expiry-Days > Zero
002550      And OM-Password-Date Numeric
002560      And OM-Password-Date > Zero
002570         Accept WS-Today-Date From Date YYYYMMDD
002580         Compute WS-Today-Integer =
002590             Function Integer-Of-Date(WS-Today-Date)
002600         Compute WS-Pwd-Integer =
002610             Function Integer-Of-Date(OM-Password-Date)
002620         If WS-Today-Integer - WS-Pwd-Integer
002630             > OM-Expiry-Days
002640             Move "Y" to WS-Password-Expired
002650         End-If
002660     End-If.
002670 Count-Failed-Password.
002680     If OM-Failed-Count Not Numeric
002690         Move Zero to OM-Failed-Count
002700     End-If
002710     Add 1 to OM-Failed-Count
002720     If OM-Failed-Count Not < WS-Attempt-Limit
002730         Move "L" to OM-Lockout-Flag
002740     End-If
002750     Rewrite Operator-Master-Record.
002760 Stamp-Sign-On.
002770     Accept WS-Today-Date From Date YYYYMMDD
002780     Move Zero to OM-Failed-Count
002790     Move WS-Today-Date to OM-Last-Signon-Date
002800     Rewrite Operator-Master-Record.
002810 Load-System-Parameters.
002820     Open Input System-Parameter-File
002830     If WS-Parm-File-Status = "00"
002840         Read System-Parameter-File
002850             At End
002860                 Continue
002870             Not At End
002880                 If PM-Signon-Attempt-Limit Numeric
002890                  And PM-Signon-Attempt-Limit > Zero
002900                     Move PM-Signon-Attempt-Limit
002910                         to WS-Attempt-Limit
002920                 End-If
002930         End-Read
002940         Close System-Parameter-File
002950     End-If.
002960 Write-Audit-Log.
002970     Move "S" to AS-Request-Code
002980     Move Audit-Log-Record to AS-Audit-Image
002982     Move AL-Audit-Date to AL-Effective-Date
002984     Move AL-Effective-Date to AS-Effective-Date
002990     Call "Chapt04al"
003000     Cancel "Chapt04al"
003010     Move AS-Sequence-Number to AL-Sequence-Number
003020     Move AS-Chain-Value to AL-Chain-Value
003030     Write Audit-Log-Record.
