000120         Access Mode Is Dynamic
000130         Record Key Is MF-Item-Number
000140         File Status Is WS-Item-File-Status.
000141     Select Period-Calendar-File Assign To "PERDCAL"
000142         Organization Is Indexed
000143         Access Mode Is Sequential
000144         Record Key Is PC-Period-Number
000145         File Status Is WS-Perd-File-Status.
000150     Select Audit-Log-File Assign To "ITEMAUDT"
000160         Organization Is Line Sequential.
000161     Select Purchase-Order-File Assign To "PURCHORD"
000162         Organization Is Indexed
000163         Access Mode Is Dynamic
000164         Record Key Is POH-PO-Key
000165         File Status Is WS-PO-File-Status.
000166     Select Location-Master-File Assign To "LOCNMAST"
000167         Organization Is Indexed
000168         Access Mode Is Dynamic
000169         Record Key Is LO-Location-Code
000170         File Status Is WS-Locn-File-Status.
000171     Select Item-Location-File Assign To "ITEMLOCN"
000172         Organization Is Indexed
000173         Access Mode Is Dynamic
000174         Record Key Is IL-Item-Location-Key
000175         File Status Is WS-Stock-File-Status.
000176     Select Operator-Master-File Assign To "OPERMAST"
000180         Organization Is Indexed
000190         Access Mode Is Dynamic
000200         Record Key Is OM-Operator-Id
000240 FD  Item-Master-File
000250     Label Records Are Standard.
000260 Copy itemrec.
000262 FD  Period-Calendar-File
000264     Label Records Are Standard.
000266 Copy perdrec.
000270 FD  Audit-Log-File
000280     Label Records Are Standard.
000290 Copy auditrec.
000292 FD  Purchase-Order-File
000294     Label Records Are Standard.
000296 Copy porec.
000297 FD  Location-Master-File
000298     Label Records Are Standard.
000299 Copy locnrec.
000300 FD  Item-Location-File
000301     Label Records Are Standard.
000302 Copy ilocrec.
000303 FD  Operator-Master-File
000310     Label Records Are Standard.
000320 Copy operrec.
000322 FD  System-Parameter-File
000326 Copy sysparm.
000330 Working-Storage Section.
000340 Copy sessrec.
000345 Copy stmprec.
000350 01  WS-Item-File-Status   Pic XX.
000351 01  WS-Perd-File-Status   Pic XX.
000352 01  WS-Period-Closed      Pic X Value "N".
000353 01  WS-Closed-Period      Pic 9(6).
000354 01  WS-Period-Date        Pic 9(8).
000355 01  WS-Period-Eof         Pic X.
000360 01  WS-Oper-File-Status   Pic XX.
000362 01  WS-Parm-File-Status   Pic XX.
000364 01  WS-Attempt-Limit      Pic 9 Value 3.
000365 01  WS-Read-Stamp         Pic X(16) Value Spaces.
000366 01  WS-Item-Changed       Pic X Value "N".
000367 01  WS-Redo-Txn           Pic X Value "N".
000370 01  Operator-Password     Pic X(8) Value Spaces.
000380 01  WS-Signon-Valid       Pic X Value "N".
000390 01  WS-Signon-Attempts    Pic 9 Value Zero.
000500 01  WS-Audit-Time         Pic 9(8).
000510 01  WS-Old-Quantity       Pic 9(5).
000520 01  WS-New-Quantity       Pic 9(5).
000521 01  WS-PO-File-Status     Pic XX.
000522 01  PO-Number             Pic 9(6) Value Zeros.
000523 01  WS-PO-Available       Pic X Value "N".
000524 01  WS-PO-Line-Found      Pic X.
000525 01  WS-PO-Line-Closed     Pic X.
000526 01  WS-End-Of-Order       Pic X.
000527 01  WS-Matched-Line       Pic 9(3).
000528 01  WS-PO-Open-Quantity   Pic 9(5).
000529 01  WS-Open-Lines         Pic 9(3).
000530 01  WS-Display-Item-No    Pic ZZZZ9.
000540 01  WS-Display-Qty        Pic ZZZZ9.
000541 01  WS-PO-Short           Pic X.
000542 01  WS-Password-Expired   Pic X.
000544 01  WS-Today-Date         Pic 9(8).
000546 01  WS-Today-Integer      Pic 9(7).
000548 01  WS-Pwd-Integer        Pic 9(7).
000549 01  WS-Locn-File-Status   Pic XX.
000550 01  WS-Stock-File-Status  Pic XX.
000551 01  Location-Code         Pic X(4) Value Spaces.
000552 01  To-Location-Code      Pic X(4) Value Spaces.
000553 01  WS-Default-Location   Pic X(4) Value "MAIN".
000554 01  WS-Location-Valid     Pic X.
000555 01  WS-Stock-Row-Found    Pic X.
000556 01  WS-Location-Quantity  Pic 9(5).
000557 01  WS-Audit-Location     Pic X(4).
000558 01  WS-Location-Short     Pic X Value "N".
000559 01  Effective-Date        Pic 9(8) Value Zeros.
000560 01  Effective-Date-Parts Redefines Effective-Date.
000561     05  Effective-Year    Pic 9(4).
000562     05  Effective-Month   Pic 99.
000563     05  Effective-Day     Pic 99.
000564 Screen Section.
000565 01  Signon-Screen
000570     Blank Screen, Auto, Required,
000580     Foreground-Color Is 7,
000590     Background-Color Is 1.
000740     03  Line 2 Column 14 Pic X(8) From WS-Operator-Id.
000750     03  Line 3 Column 5  Value "Item Number" Highlight.
000760     03  Line 3 Column 18 Pic 9(5) To Item-Number.
000762     03  Line 3 Column 30 Value "Effective" Highlight.
000764     03  Line 3 Column 39 Pic 9(8) To Effective-Date.
000766     03  Line 3 Column 48 Value "(zero for today)".
000770     03  Line 4 Column 5  Value "(Enter zero to exit)".
000780     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
000790                                        Highlight.
000880     03  Line 4 Column 25 Pic X(10) From MF-Item-Description.
000890     03  Line 5 Column 5  Value "Quantity On Hand" Highlight.
000900     03  Line 5 Column 25 Pic ZZZZ9 From WS-Display-Qty.
000910     03  Line 6 Column 5  Value "Type (R/I/T)" Highlight.
000920     03  Line 6 Column 25 Pic X To Txn-Type.
000930     03  Line 7 Column 5  Value "Quantity" Highlight.
000940     03  Line 7 Column 25 Pic 9(5) To Txn-Quantity.
000942     03  Line 8 Column 5  Value "PO Number" Highlight.
000944     03  Line 8 Column 25 Pic 9(6) To PO-Number.
000946     03  Line 8 Column 35 Value "(receipts only, zero if none)".
000947     03  Line 9 Column 5  Value "Location" Highlight.
000948     03  Line 9 Column 25 Pic X(4) To Location-Code.
000949     03  Line 9 Column 35 Value "(blank for MAIN)".
000950     03  Line 10 Column 5 Value "To Location" Highlight.
000951     03  Line 10 Column 25 Pic X(4) To To-Location-Code.
000952     03  Line 10 Column 35 Value "(transfers only)".
000953     03  Line 12 Column 5 Pic X(40) From WS-Error-Message
000960                                        Highlight.
000970 Procedure Division.
000980 Chapt04s-Start.
000985     Perform Load-System-Parameters
000990     Perform Open-Item-Master-File
000995     Perform Open-Location-Files
001000     Perform Open-Operator-Master-File
001010     Open Extend Audit-Log-File
001015     Perform Open-Purchase-Order-File
001020     Perform Operator-Sign-On
001030     Perform Until WS-Txn-Done = "Y"
001040         Perform Get-Item-For-Txn
001050         If WS-Record-Found = "Y"
001052             Move "Y" to WS-Redo-Txn
001054             Perform Until WS-Redo-Txn = "N"
001056                 Perform Get-Valid-Txn-Entry
001058                 Move "N" to WS-Redo-Txn
001060                 Perform Apply-Txn
001062             End-Perform
001080         End-If
001090     End-Perform
001100     Close Item-Master-File
001110     Close Audit-Log-File
001120     Close Operator-Master-File
001121     Close Location-Master-File
001122     Close Item-Location-File
001123     If WS-PO-Available = "Y"
001124         Close Purchase-Order-File
001126     End-If
001130     Goback.
001140 Open-Item-Master-File.
001150     Open I-O Item-Master-File
001280     Move "N" to WS-Record-Found
001290     Display Txn-Key-Screen
001300     Accept Txn-Key-Screen
001302     If Effective-Date = Zero
001304         Accept Effective-Date From Date YYYYMMDD
001306     End-If
001310     If Item-Number = Zero
001320         Move "Y" to WS-Txn-Done
001330     Else
001420                 Else
001430                     Move Spaces to WS-Error-Message
001440                     Move "Y" to WS-Record-Found
001445                     Move MF-Update-Stamp to WS-Read-Stamp
001450                 End-If
001460         End-Read
001461     End-If
001462     If WS-Record-Found = "Y"
001463         Perform Check-Period-Open
001464         Evaluate True
001465             When Effective-Month < 1 Or Effective-Month > 12
001466              Or Effective-Day < 1 Or Effective-Day > 31
001467                 Move "N" to WS-Record-Found
001468                 Move "Effective Date is not a valid date"
001469                     to WS-Error-Message
001470             When WS-Period-Closed = "Y"
001471                 Move "N" to WS-Record-Found
001472                 Move "Period is closed - change Effective Date"
001473                     to WS-Error-Message
001474         End-Evaluate
001475     End-If.
001480 Get-Valid-Txn-Entry.
001490     Move MF-Item-Number to WS-Display-Item-No
001500     Move MF-Quantity-On-Hand to WS-Display-Qty
001520     Perform Until WS-Entry-Valid = "Y"
001530         Move Space to Txn-Type
001540         Move Zeros to Txn-Quantity
001545         Move Zeros to PO-Number
001547         Move Spaces to Location-Code
001549         Move Spaces to To-Location-Code
001550         Display Txn-Entry-Screen
001560         Accept Txn-Entry-Screen
001570         Move "Y" to WS-Entry-Valid
001580         Evaluate True
001590             When Txn-Type Not = "R" And Txn-Type Not = "I"
001595              And Txn-Type Not = "T"
001600                 Move "Type must be R, I or T"
001610                     to WS-Error-Message
001620                 Move "N" to WS-Entry-Valid
001630             When Txn-Quantity = Zero
001690                 Move "Issue exceeds quantity on hand"
001700                     to WS-Error-Message
001710                 Move "N" to WS-Entry-Valid
001712             When Txn-Type Not = "R" And PO-Number > Zero
001714                 Move "PO Number applies to receipts only"
001715                     to WS-Error-Message
001716                 Move "N" to WS-Entry-Valid
001717             When Txn-Type = "T" And To-Location-Code = Spaces
001718                 Move "Transfer needs a To Location"
001719                     to WS-Error-Message
001720                 Move "N" to WS-Entry-Valid
001721             When Txn-Type Not = "T"
001722              And To-Location-Code Not = Spaces
001723                 Move "To Location applies to transfers only"
001724                     to WS-Error-Message
001725                 Move "N" to WS-Entry-Valid
001726             When Other
001730                 Move Spaces to WS-Error-Message
001740         End-Evaluate
001742         If WS-Entry-Valid = "Y"
001743             Perform Check-Txn-Locations
001744         End-If
001745         If WS-Entry-Valid = "Y"
001746            And PO-Number > Zero
001747             Perform Check-PO-Receipt
001748         End-If
001750     End-Perform.
001760 Apply-Txn.
001761     If Txn-Type = "T"
001762         Perform Apply-Checked-Transfer
001763     Else
001764         Perform Apply-Checked-Movement
001765     End-If.
001767 Apply-Stock-Movement.
001770     Move MF-Quantity-On-Hand to WS-Old-Quantity
001780     If Txn-Type = "R"
001790         Add Txn-Quantity to MF-Quantity-On-Hand
001810         Subtract Txn-Quantity From MF-Quantity-On-Hand
001820     End-If
001830     Move MF-Quantity-On-Hand to WS-New-Quantity
001832     Accept MF-Update-Date From Date YYYYMMDD
001834     Accept MF-Update-Time From Time
001840     Rewrite Item-Master-Record
001842     If PO-Number > Zero
001844         Perform Apply-PO-Receipt
001846     End-If
001851     Perform Post-Location-Movement
001856     Move Location-Code to WS-Audit-Location
001861     Perform Write-Audit-Record.
001870 Write-Audit-Record.
001880     Accept WS-Audit-Date From Date YYYYMMDD
001890     Accept WS-Audit-Time From Time
001980     Move MF-Dollar-Amount to AL-New-Dollar-Amount
001990     Move WS-Old-Quantity to AL-Old-Quantity
002000     Move WS-New-Quantity to AL-New-Quantity
002005     Move WS-Audit-Location to AL-Location-Code
002007     Move Spaces to AL-Approved-By
002009     Move Effective-Date to AL-Effective-Date
002010     Perform Write-Audit-Log.
002020 Operator-Sign-On.
002030     Move "N" to WS-Signon-Valid
002040     Move Zero to WS-Signon-Attempts
002370         Close Item-Master-File
002380         Close Audit-Log-File
002390         Close Operator-Master-File
002391         Close Location-Master-File
002392         Close Item-Location-File
002393         If WS-PO-Available = "Y"
002394             Close Purchase-Order-File
002396         End-If
002400         Goback
002410     End-If.
002420 Log-Failed-Signon.
002530     Move Zero to AL-New-Dollar-Amount
002540     Move Zero to AL-Old-Quantity
002550     Move Zero to AL-New-Quantity
002555     Move Spaces to AL-Location-Code
002557     Move Spaces to AL-Approved-By
002559     Move WS-Audit-Date to AL-Effective-Date
002560     Perform Write-Audit-Log.
002570 Check-Password-Expiry.
002580     Move "N" to WS-Password-Expired
002590     If OM-Expiry-Days Numeric
002990         End-Read
003000         Close System-Parameter-File
003010     End-If.
003020*--------------------------------------------------------------*
003030*  Receipts may be taken without purchase orders, so a missing *
003040*  order file only stops receipts that quote an order number.  *
003050*--------------------------------------------------------------*
003060 Open-Purchase-Order-File.
003070     Open I-O Purchase-Order-File
003080     If WS-PO-File-Status = "00"
003090         Move "Y" to WS-PO-Available
003100     End-If.
003110*--------------------------------------------------------------*
003120*  A receipt quoting an order is matched to the first open     *
003130*  line for the item and may not exceed that line's open       *
003140*  quantity.  Receipts against closed orders or lines are      *
003150*  refused.                                                    *
003160*--------------------------------------------------------------*
003170 Check-PO-Receipt.
003180     Move "N" to WS-Entry-Valid
003190     Move "N" to WS-PO-Line-Found
003200     Move "N" to WS-PO-Line-Closed
003210     If WS-PO-Available Not = "Y"
003220         Move "Purchase order file not available"
003230             to WS-Error-Message
003240     Else
003250         Move PO-Number to POH-PO-Number
003260         Move Zero to POH-Line-Number
003270         Read Purchase-Order-File
003280             Invalid Key
003290                 Move "Purchase order not on file"
003300                     to WS-Error-Message
003310             Not Invalid Key
003320                 If POH-Status-Code = "C"
003330                     Move "Purchase order is closed"
003340                         to WS-Error-Message
003350                 Else
003360                     Perform Find-PO-Line
003370                 End-If
003380         End-Read
003390     End-If.
003400 Find-PO-Line.
003410     Move "N" to WS-End-Of-Order
003420     Start Purchase-Order-File Key > POH-PO-Key
003430         Invalid Key
003440             Move "Y" to WS-End-Of-Order
003450     End-Start
003460     Perform Until WS-End-Of-Order = "Y"
003470         Read Purchase-Order-File Next Record
003480             At End
003490                 Move "Y" to WS-End-Of-Order
003500             Not At End
003510                 If PL-PO-Number Not = PO-Number
003520                     Move "Y" to WS-End-Of-Order
003530                 Else
003540                     If PL-Item-Number = Item-Number
003550                         If PL-Status-Code = "O"
003560                             Move "Y" to WS-PO-Line-Found
003570                             Move "Y" to WS-End-Of-Order
003580                         Else
003590                             Move "Y" to WS-PO-Line-Closed
003600                         End-If
003610                     End-If
003620                 End-If
003630         End-Read
003640     End-Perform
003650     Evaluate True
003660         When WS-PO-Line-Found = "Y"
003670             Move PL-Line-Number to WS-Matched-Line
003680             Compute WS-PO-Open-Quantity =
003690                 PL-Quantity-Ordered - PL-Quantity-Received
003700             If Txn-Quantity > WS-PO-Open-Quantity
003710                 Move WS-PO-Open-Quantity to WS-Display-Qty
003720                 Move Spaces to WS-Error-Message
003730                 String "Receipt exceeds PO open quantity "
003740                     Delimited By Size
003750                     WS-Display-Qty Delimited By Size
003760                     Into WS-Error-Message
003770                 Move MF-Quantity-On-Hand to WS-Display-Qty
003780             Else
003790                 Move Spaces to WS-Error-Message
003800                 Move "Y" to WS-Entry-Valid
003810             End-If
003820         When WS-PO-Line-Closed = "Y"
003830             Move "PO line for this item is closed"
003840                 to WS-Error-Message
003850         When Other
003860             Move "Item is not on this purchase order"
003870                 to WS-Error-Message
003880     End-Evaluate.
003890 Apply-PO-Receipt.
003900     Move PO-Number to PL-PO-Number
003910     Move WS-Matched-Line to PL-Line-Number
003920     Read Purchase-Order-File
003930         Not Invalid Key
003940             Add Txn-Quantity to PL-Quantity-Received
003950             If PL-Quantity-Received Not < PL-Quantity-Ordered
003960                 Move "C" to PL-Status-Code
003970             End-If
003980             Rewrite PO-Line-Record
003990     End-Read
004000     Perform Count-Open-PO-Lines
004010     If WS-Open-Lines = Zero
004020         Move PO-Number to POH-PO-Number
004030         Move Zero to POH-Line-Number
004040         Read Purchase-Order-File
004050             Not Invalid Key
004060                 Move "C" to POH-Status-Code
004070                 Rewrite PO-Header-Record
004080         End-Read
004090     End-If.
004100 Count-Open-PO-Lines.
004110     Move Zero to WS-Open-Lines
004120     Move "N" to WS-End-Of-Order
004130     Move PO-Number to POH-PO-Number
004140     Move Zero to POH-Line-Number
004150     Start Purchase-Order-File Key > POH-PO-Key
004160         Invalid Key
004170             Move "Y" to WS-End-Of-Order
004180     End-Start
004190     Perform Until WS-End-Of-Order = "Y"
004200         Read Purchase-Order-File Next Record
004210             At End
004220                 Move "Y" to WS-End-Of-Order
004230             Not At End
004240                 If PL-PO-Number Not = PO-Number
004250                     Move "Y" to WS-End-Of-Order
004260                 Else
004270                     If PL-Status-Code = "O"
004280                         Add 1 to WS-Open-Lines
004290                     End-If
004300                 End-If
004310         End-Read
004320     End-Perform.
004330*--------------------------------------------------------------*
004340*  Stock is held by location; the location master must exist   *
004350*  before any movement is taken, while the item location file  *
004360*  is created empty the first time it is needed.               *
004370*--------------------------------------------------------------*
004380 Open-Location-Files.
004390     Open Input Location-Master-File
004400     If WS-Locn-File-Status Not = "00"
004410         Display "Chapt04s: Location Master file not found"
004420         Display "Run the Chapt04ae location maintenance first"
004430         Goback
004440     End-If
004450     Open I-O Item-Location-File
004460     If WS-Stock-File-Status Not = "00"
004470         Open Output Item-Location-File
004480         Close Item-Location-File
004490         Open I-O Item-Location-File
004500     End-If.
004510*--------------------------------------------------------------*
004520*  Every movement is made at an active location; a blank       *
004530*  location is the main storeroom.  Issues and transfers may   *
004540*  not take more than the location holds, and a transfer must  *
004550*  go to a different active location.                          *
004560*--------------------------------------------------------------*
004570 Check-Txn-Locations.
004580     If Location-Code = Spaces
004590         Move WS-Default-Location to Location-Code
004600     End-If
004610     Move Location-Code to LO-Location-Code
004620     Perform Check-Location-Active
004630     If WS-Location-Valid Not = "Y"
004640         Move "N" to WS-Entry-Valid
004650     Else
004660         Move Item-Number to IL-Item-Number
004670         Move Location-Code to IL-Location-Code
004680         Perform Get-Location-Quantity
004690         Move IL-Quantity-On-Hand to WS-Location-Quantity
004700         Evaluate True
004710             When Txn-Type Not = "R"
004720              And Txn-Quantity > WS-Location-Quantity
004730                 Move WS-Location-Quantity to WS-Display-Qty
004740                 Move Spaces to WS-Error-Message
004750                 String "Quantity held at location is "
004760                     Delimited By Size
004770                     WS-Display-Qty Delimited By Size
004780                     Into WS-Error-Message
004790                 Move MF-Quantity-On-Hand to WS-Display-Qty
004800                 Move "N" to WS-Entry-Valid
004810             When Txn-Type = "T"
004820                 Perform Check-To-Location
004830         End-Evaluate
004840     End-If.
004850 Check-To-Location.
004860     If To-Location-Code = Location-Code
004870         Move "To Location must differ from Location"
004880             to WS-Error-Message
004890         Move "N" to WS-Entry-Valid
004900     Else
004910         Move To-Location-Code to LO-Location-Code
004920         Perform Check-Location-Active
004930         If WS-Location-Valid Not = "Y"
004940             Move "N" to WS-Entry-Valid
004950         End-If
004960     End-If.
004970 Check-Location-Active.
004980     Move "N" to WS-Location-Valid
004990     Read Location-Master-File
005000         Invalid Key
005010             Move "Location not on file" to WS-Error-Message
005020         Not Invalid Key
005030             If LO-Status-Code = "I"
005040                 Move "Location is inactive" to WS-Error-Message
005050             Else
005060                 Move "Y" to WS-Location-Valid
005070             End-If
005080     End-Read.
005090*--------------------------------------------------------------*
005100*  An item with nothing yet at a location has no record there; *
005110*  it reads as zero and is written when stock first arrives.   *
005120*--------------------------------------------------------------*
005130 Get-Location-Quantity.
005140     Read Item-Location-File
005150         Invalid Key
005160             Move "N" to WS-Stock-Row-Found
005170             Move Zero to IL-Quantity-On-Hand
005180         Not Invalid Key
005190             Move "Y" to WS-Stock-Row-Found
005200     End-Read.
005210 Save-Location-Quantity.
005220     If WS-Stock-Row-Found = "Y"
005230         Rewrite Item-Location-Record
005240     Else
005250         Write Item-Location-Record
005260     End-If.
005270 Post-Location-Movement.
005280     Move Item-Number to IL-Item-Number
005290     Move Location-Code to IL-Location-Code
005300     Perform Get-Location-Quantity
005310     If Txn-Type = "R"
005320         Add Txn-Quantity to IL-Quantity-On-Hand
005330     Else
005340         Subtract Txn-Quantity From IL-Quantity-On-Hand
005350     End-If
005360     Perform Save-Location-Quantity.
005370*--------------------------------------------------------------*
005380*  A transfer leaves the Item Master total unchanged.  Each    *
005390*  side is audited as action "T" with its own location and     *
005400*  that location's old and new quantities.                     *
005410*--------------------------------------------------------------*
005420 Apply-Transfer.
005430     Move Item-Number to IL-Item-Number
005440     Move Location-Code to IL-Location-Code
005450     Perform Get-Location-Quantity
005460     Move IL-Quantity-On-Hand to WS-Old-Quantity
005470     Subtract Txn-Quantity From IL-Quantity-On-Hand
005480     Move IL-Quantity-On-Hand to WS-New-Quantity
005490     Perform Save-Location-Quantity
005500     Move Location-Code to WS-Audit-Location
005510     Perform Write-Audit-Record
005520     Move Item-Number to IL-Item-Number
005530     Move To-Location-Code to IL-Location-Code
005540     Perform Get-Location-Quantity
005550     Move IL-Quantity-On-Hand to WS-Old-Quantity
005560     Add Txn-Quantity to IL-Quantity-On-Hand
005570     Move IL-Quantity-On-Hand to WS-New-Quantity
005580     Perform Save-Location-Quantity
005590     Move To-Location-Code to WS-Audit-Location
005595     Perform Write-Audit-Record
005600     Move "Transaction applied" to WS-Error-Message.
005610*--------------------------------------------------------------*
005615*  Movements are posted on the Effective Date keyed with the   *
005620*  item.  When that date falls in a period the month-end close *
005625*  has closed, nothing more may be posted to it.  With no      *
005630*  calendar on file every day is open.                         *
005650*--------------------------------------------------------------*
005660 Check-Period-Open.
005670     Move "N" to WS-Period-Closed
005680     Move Effective-Date to WS-Period-Date
005690     Open Input Period-Calendar-File
005700     If WS-Perd-File-Status = "00"
005710         Move "N" to WS-Period-Eof
005720         Perform Until WS-Period-Eof = "Y"
005730             Read Period-Calendar-File
005740                 At End
005750                     Move "Y" to WS-Period-Eof
005760                 Not At End
005770                     If PC-Start-Date Not > WS-Period-Date
005780                      And PC-End-Date Not < WS-Period-Date
005790                         Move "Y" to WS-Period-Eof
005800                         If PC-Status-Code = "C"
005810                             Move "Y" to WS-Period-Closed
005820                             Move PC-Period-Number
005830                                 to WS-Closed-Period
005840                         End-If
005850                     End-If
005860             End-Read
005870         End-Perform
005880         Close Period-Calendar-File
005890     End-If.
005900*--------------------------------------------------------------*
005910*  The item is read again before a receipt or issue is posted. *
005920*  If another operator or the Chapt04c load has written it     *
005930*  since it was shown, the posting is refused and logged, and  *
005940*  the entry screen comes back with the current quantity so    *
005950*  the transaction can be entered again.  An item deleted or   *
005955*  deactivated in the meantime is not offered again.  Stock at *
005960*  the location is read again as well, and an issue or         *
005965*  transfer that it no longer covers is refused the same way.  *
005966*  So is a receipt against a purchase order line that has been *
005967*  closed or received against by another operator since.       *
005970*--------------------------------------------------------------*
005980 Apply-Checked-Movement.
005990     Perform Check-Item-Unchanged
005992     If WS-Item-Changed = "N"
005994         Perform Check-Location-Quantity
005995         Perform Check-PO-Line-Open
005996     End-If
005998     If WS-Item-Changed = "Y" Or WS-Location-Short = "Y"
005999      Or WS-PO-Short = "Y"
006010         Perform Log-Lost-Update
006020     Else
006030         Perform Apply-Stock-Movement
006040         Move "Transaction applied" to WS-Error-Message
006050     End-If.
006060 Check-Item-Unchanged.
006070     Move "N" to WS-Item-Changed
006080     Move MF-Quantity-On-Hand to WS-Old-Quantity
006085     Evaluate Txn-Type
006090         When "R"
006095             Compute WS-New-Quantity =
006100                 MF-Quantity-On-Hand + Txn-Quantity
006105         When "T"
006110             Move MF-Quantity-On-Hand to WS-New-Quantity
006115         When Other
006120             Compute WS-New-Quantity =
006125                 MF-Quantity-On-Hand - Txn-Quantity
006130     End-Evaluate
006160     Move Item-Number to MF-Item-Number
006170     Read Item-Master-File
006180         Invalid Key
006190             Move "Y" to WS-Item-Changed
006200             Move "Item was deleted by another operator"
006210                 to WS-Error-Message
006220             Move Spaces to MF-Item-Description
006230             Move Zero to MF-Dollar-Amount
006240         Not Invalid Key
006250             If MF-Update-Stamp Not = WS-Read-Stamp
006260                 Move "Y" to WS-Item-Changed
006270                 Move MF-Update-Stamp to WS-Read-Stamp
006280                 If MF-Status-Code = "I"
006290                     Move "Item deactivated by another operator"
006300                         to WS-Error-Message
006310                 Else
006320                     Move "Y" to WS-Redo-Txn
006330                     Move "Changed by another operator - redo"
006340                         to WS-Error-Message
006350                 End-If
006360             End-If
006370     End-Read.
006380 Log-Lost-Update.
006390     Accept WS-Audit-Date From Date YYYYMMDD
006400     Accept WS-Audit-Time From Time
006410     Move "U" to AL-Action-Code
006420     Move WS-Operator-Id to AL-Operator-Id
006430     Move WS-Audit-Date to AL-Audit-Date
006440     Move WS-Audit-Time to AL-Audit-Time
006450     Move Item-Number to AL-Item-Number
006460     Move MF-Item-Description to AL-Old-Description
006470     Move MF-Dollar-Amount to AL-Old-Dollar-Amount
006480     Move MF-Item-Description to AL-New-Description
006490     Move MF-Dollar-Amount to AL-New-Dollar-Amount
006500     Move WS-Old-Quantity to AL-Old-Quantity
006510     Move WS-New-Quantity to AL-New-Quantity
006520     Move Location-Code to AL-Location-Code
006530     Move Spaces to AL-Approved-By
006540     Move Effective-Date to AL-Effective-Date
006550     Perform Write-Audit-Log.
006560 Write-Audit-Log.
006570     Move "S" to AS-Request-Code
006580     Move Audit-Log-Record to AS-Audit-Image
006590     Move AL-Effective-Date to AS-Effective-Date
006600     Call "Chapt04al"
006610     Cancel "Chapt04al"
006620     Move AS-Sequence-Number to AL-Sequence-Number
006630     Move AS-Chain-Value to AL-Chain-Value
006640     Write Audit-Log-Record.
006650 Apply-Checked-Transfer.
006660     Perform Check-Item-Unchanged
006670     If WS-Item-Changed = "N"
006680         Perform Check-Location-Quantity
006690     End-If
006700     If WS-Item-Changed = "Y" Or WS-Location-Short = "Y"
006710         Perform Log-Lost-Update
006720     Else
006730         Perform Apply-Transfer
006740     End-If.
006750*--------------------------------------------------------------*
006760*  An issue or transfer is checked against the quantity now    *
006770*  held at the location, which another operator may have moved *
006780*  since the entry was made.  When it no longer covers the     *
006790*  movement nothing is posted; the lost update record carries  *
006800*  the location's quantity as both old and new.                *
006810*--------------------------------------------------------------*
006820 Check-Location-Quantity.
006830     Move "N" to WS-Location-Short
006840     If Txn-Type Not = "R"
006850         Move Item-Number to IL-Item-Number
006860         Move Location-Code to IL-Location-Code
006870         Perform Get-Location-Quantity
006880         If IL-Quantity-On-Hand < Txn-Quantity
006890             Move "Y" to WS-Location-Short
006900             Move "Y" to WS-Redo-Txn
006910             Move IL-Quantity-On-Hand to WS-Old-Quantity
006920             Move IL-Quantity-On-Hand to WS-New-Quantity
006930             Move "Location quantity changed - redo"
006940                 to WS-Error-Message
006950         End-If
006960     End-If.
006970*--------------------------------------------------------------*
006980*  The purchase order header and the matched line are read     *
006990*  again so that a receipt is only posted against a line that  *
007000*  is still open and still has the quantity outstanding.       *
007010*--------------------------------------------------------------*
007020 Check-PO-Line-Open.
007030     Move "N" to WS-PO-Short
007040     If Txn-Type = "R" And PO-Number > Zero
007050         Move PO-Number to POH-PO-Number
007060         Move Zero to POH-Line-Number
007070         Read Purchase-Order-File
007080             Invalid Key
007090                 Move "Y" to WS-PO-Short
007100             Not Invalid Key
007110                 If POH-Status-Code = "C"
007120                     Move "Y" to WS-PO-Short
007130                 End-If
007140         End-Read
007150         If WS-PO-Short = "N"
007160             Move PO-Number to PL-PO-Number
007170             Move WS-Matched-Line to PL-Line-Number
007180             Read Purchase-Order-File
007190                 Invalid Key
007200                     Move "Y" to WS-PO-Short
007210                 Not Invalid Key
007240                     If PL-Status-Code Not = "O"
007250                      Or PL-Quantity-Received + Txn-Quantity
007255                         > PL-Quantity-Ordered
007260                         Move "Y" to WS-PO-Short
007270                     End-If
007280             End-Read
007290         End-If
007300         If WS-PO-Short = "Y"
007310             Move "Y" to WS-Redo-Txn
007320             Move "Purchase order changed - redo"
007330                 to WS-Error-Message
007340         End-If
007350     End-If.
