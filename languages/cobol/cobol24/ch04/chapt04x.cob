000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04x.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Purchase-Order-File Assign To "PURCHORD"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is POH-PO-Key
000140         File Status Is WS-PO-File-Status.
000150     Select Supplier-Master-File Assign To "SUPPMAST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is SU-Supplier-Code
000190         File Status Is WS-Supp-File-Status.
000200     Select Item-Master-File Assign To "ITEMMAST"
000210         Organization Is Indexed
000220         Access Mode Is Dynamic
000230         Record Key Is MF-Item-Number
000240         File Status Is WS-Item-File-Status.
000250     Select Currency-Rate-File Assign To "CURRRATE"
000260         Organization Is Indexed
000270         Access Mode Is Dynamic
000280         Record Key Is CR-Currency-Code
000290         File Status Is WS-Rate-File-Status.
000300     Select Audit-Log-File Assign To "ITEMAUDT"
000310         Organization Is Line Sequential.
000320     Select Operator-Master-File Assign To "OPERMAST"
000330         Organization Is Indexed
000340         Access Mode Is Dynamic
000350         Record Key Is OM-Operator-Id
000360         File Status Is WS-Oper-File-Status.
000370     Select System-Parameter-File Assign To "SYSPARM"
000380         Organization Is Line Sequential
000390         File Status Is WS-Parm-File-Status.
000400 Data Division.
000410 File Section.
000420 FD  Purchase-Order-File
000430     Label Records Are Standard.
000440 Copy porec.
000450 FD  Supplier-Master-File
000460     Label Records Are Standard.
000470 Copy supprec.
000480 FD  Item-Master-File
000490     Label Records Are Standard.
000500 Copy itemrec.
000510 FD  Currency-Rate-File
000520     Label Records Are Standard.
000530 Copy currrec.
000540 FD  Audit-Log-File
000550     Label Records Are Standard.
000560 Copy auditrec.
000570 FD  Operator-Master-File
000580     Label Records Are Standard.
000590 Copy operrec.
000600 FD  System-Parameter-File
000610     Label Records Are Standard.
000620 Copy sysparm.
000630 Working-Storage Section.
000640 Copy sessrec.
000645 Copy stmprec.
000650 01  WS-PO-File-Status     Pic XX.
000660 01  WS-Supp-File-Status   Pic XX.
000670 01  WS-Item-File-Status   Pic XX.
000680 01  WS-Rate-File-Status   Pic XX.
000690 01  WS-Oper-File-Status   Pic XX.
000700 01  WS-Parm-File-Status   Pic XX.
000710 01  WS-Attempt-Limit      Pic 9 Value 3.
000720 01  Operator-Password     Pic X(8) Value Spaces.
000730 01  WS-Signon-Valid       Pic X Value "N".
000740 01  WS-Signon-Attempts    Pic 9 Value Zero.
000750 01  WS-Authority-Level    Pic X Value Space.
000760 01  WS-Operator-Id        Pic X(8).
000770 01  PO-Number             Pic 9(6) Value Zeros.
000780 01  PO-Action             Pic X Value Space.
000790 01  Supplier-Code         Pic X(6) Value Spaces.
000800 01  Item-Number           Pic 9(5) Value Zeros.
000810 01  Quantity-Ordered      Pic 9(5) Value Zeros.
000820 01  Unit-Price            Pic 9(5)v99 Value Zeros.
000830 01  Currency-Code         Pic X(3) Value Spaces.
000840 01  Due-Date              Pic 9(8) Value Zeros.
000850 01  WS-PO-Done            Pic X Value "N".
000860 01  WS-PO-Found           Pic X Value "N".
000870 01  WS-New-PO             Pic X Value "N".
000880 01  WS-Entry-Valid        Pic X Value "N".
000890 01  WS-Error-Message      Pic X(40) Value Spaces.
000900 01  WS-Save-Note          Pic X(40) Value Spaces.
000910 01  WS-Another-Line       Pic X Value "Y".
000920 01  WS-End-Of-Order       Pic X.
000930 01  WS-Item-Valid         Pic X.
000940 01  WS-Currency-Valid     Pic X.
000950 01  WS-Supplier-Valid     Pic X.
000960 01  WS-Next-Line          Pic 9(3) Value Zero.
000970 01  WS-Lines-Closed       Pic 9(3) Value Zero.
000980 01  WS-PO-Supplier        Pic X(6) Value Spaces.
000990 01  WS-PO-Supplier-Name   Pic X(20) Value Spaces.
001000 01  WS-PO-Currency        Pic X(3) Value Spaces.
001010 01  WS-PO-Order-Date      Pic 9(8) Value Zeros.
001020 01  WS-Display-PO-No      Pic ZZZZZ9.
001030 01  WS-Display-Line-No    Pic ZZ9.
001040 01  WS-Audit-Date         Pic 9(8).
001050 01  WS-Audit-Time         Pic 9(8).
001060 01  WS-Password-Expired   Pic X.
001070 01  WS-Today-Date         Pic 9(8).
001080 01  WS-Today-Integer      Pic 9(7).
001090 01  WS-Pwd-Integer        Pic 9(7).
001100 Screen Section.
001110 01  Signon-Screen
001120     Blank Screen, Auto, Required,
001130     Foreground-Color Is 7,
001140     Background-Color Is 1.
001150     03  Line 1 Column 27 Value "Purchase Order Entry".
001160     03  Line 3 Column 5  Value "Operator" Highlight.
001170     03  Line 3 Column 16 Pic X(8) To WS-Operator-Id.
001180     03  Line 4 Column 5  Value "Password" Highlight.
001190     03  Line 4 Column 16 Pic X(8) To Operator-Password
001200                                        Secure.
001210     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001220                                        Highlight.
001230 01  PO-Key-Screen
001240     Blank Screen, Auto, Required,
001250     Foreground-Color Is 7,
001260     Background-Color Is 1.
001270     03  Line 1 Column 27 Value "Purchase Order Entry".
001280     03  Line 2 Column 5  Value "Operator" Highlight.
001290     03  Line 2 Column 14 Pic X(8) From WS-Operator-Id.
001300     03  Line 3 Column 5  Value "PO Number" Highlight.
001310     03  Line 3 Column 25 Pic 9(6) To PO-Number.
001320     03  Line 4 Column 5  Value "(Enter zero to exit)".
001330     03  Line 5 Column 5  Value "Action (A=Add lines C=Close)"
001340                                Highlight.
001350     03  Line 5 Column 35 Pic X To PO-Action.
001360     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001370                                        Highlight.
001380 01  PO-Header-Screen
001390     Blank Screen, Auto, Required,
001400     Foreground-Color Is 7,
001410     Background-Color Is 1.
001420     03  Line 1 Column 27 Value "Purchase Order Entry".
001430     03  Line 3 Column 5  Value "PO Number" Highlight.
001440     03  Line 3 Column 25 Pic ZZZZZ9 From WS-Display-PO-No.
001450     03  Line 4 Column 5  Value "Supplier Code" Highlight.
001460     03  Line 4 Column 25 Pic X(6) To Supplier-Code.
001470     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001480                                        Highlight.
001490 01  PO-Line-Screen
001500     Blank Screen, Auto, Required,
001510     Foreground-Color Is 7,
001520     Background-Color Is 1.
001530     03  Line 1 Column 27 Value "Purchase Order Entry".
001540     03  Line 3 Column 5  Value "PO Number" Highlight.
001550     03  Line 3 Column 25 Pic ZZZZZ9 From WS-Display-PO-No.
001560     03  Line 3 Column 35 Value "Line" Highlight.
001570     03  Line 3 Column 41 Pic ZZ9 From WS-Display-Line-No.
001580     03  Line 4 Column 5  Value "Supplier" Highlight.
001590     03  Line 4 Column 25 Pic X(6) From WS-PO-Supplier.
001600     03  Line 4 Column 35 Pic X(20) From WS-PO-Supplier-Name.
001610     03  Line 5 Column 5  Value "Item Number" Highlight.
001620     03  Line 5 Column 25 Pic 9(5) To Item-Number.
001630     03  Line 6 Column 5  Value "Quantity Ordered" Highlight.
001640     03  Line 6 Column 25 Pic 9(5) To Quantity-Ordered.
001650     03  Line 7 Column 5  Value "Unit Price" Highlight.
001660     03  Line 7 Column 25 Pic 9(5)v99 To Unit-Price.
001670     03  Line 8 Column 5  Value "Currency" Highlight.
001680     03  Line 8 Column 25 Pic X(3) To Currency-Code.
001690     03  Line 8 Column 35 Value "(blank for order currency)".
001700     03  Line 9 Column 5  Value "Due Date (YYYYMMDD)"
001710                                Highlight.
001720     03  Line 9 Column 25 Pic 9(8) To Due-Date.
001730     03  Line 11 Column 5 Pic X(40) From WS-Error-Message
001740                                        Highlight.
001750 01  PO-Line-Status-Screen
001760     Blank Screen, Auto, Required,
001770     Foreground-Color Is 7,
001780     Background-Color Is 1.
001790     03  Line 1 Column 27 Value "Purchase Order Entry".
001800     03  Line 3 Column 5  Pic X(40) From WS-Save-Note.
001810     03  Line 5 Column 5  Value "Enter another line (Y/N)"
001820                                Highlight.
001830     03  Line 5 Column 31 Pic X To WS-Another-Line.
001840 Procedure Division.
001850 Chapt04x-Start.
001860     Perform Load-System-Parameters
001870     Perform Open-Purchase-Order-File
001880     Open Input Supplier-Master-File
001890     If WS-Supp-File-Status Not = "00"
001900         Display "Chapt04x: Supplier Master file not found"
001910         Display "Run the Chapt04w supplier entry first"
001920         Close Purchase-Order-File
001930         Goback
001940     End-If
001950     Open Input Item-Master-File
001960     If WS-Item-File-Status Not = "00"
001970         Display "Chapt04x: Item Master file not found"
001980         Close Purchase-Order-File
001990         Close Supplier-Master-File
002000         Goback
002010     End-If
002020     Open Input Currency-Rate-File
002030     If WS-Rate-File-Status Not = "00"
002040         Display "Chapt04x: Currency Rate file not found"
002050         Close Purchase-Order-File
002060         Close Supplier-Master-File
002070         Close Item-Master-File
002080         Goback
002090     End-If
002100     Perform Open-Operator-Master-File
002110     Open Extend Audit-Log-File
002120     Perform Operator-Sign-On
002130     Perform Until WS-PO-Done = "Y"
002140         Perform Get-PO-For-Entry
002150         If WS-PO-Found = "Y"
002160             If PO-Action = "C"
002170                 Perform Close-Purchase-Order
002180             Else
002190                 If WS-New-PO = "Y"
002200                     Perform Get-Valid-Header-Entry
002210                     Perform Write-PO-Header
002220                 End-If
002230                 Perform Add-PO-Lines
002240             End-If
002250         End-If
002260     End-Perform
002270     Perform Close-PO-Files
002280     Goback.
002290 Open-Purchase-Order-File.
002300     Open I-O Purchase-Order-File
002310     If WS-PO-File-Status Not = "00"
002320         Open Output Purchase-Order-File
002330         Close Purchase-Order-File
002340         Open I-O Purchase-Order-File
002350     End-If.
002360 Open-Operator-Master-File.
002370     Open I-O Operator-Master-File
002380     If WS-Oper-File-Status Not = "00"
002390         Display "Chapt04x: Operator Master file not found"
002400         Display "Run the Chapt04i operator entry first"
002410         Close Purchase-Order-File
002420         Close Supplier-Master-File
002430         Close Item-Master-File
002440         Close Currency-Rate-File
002450         Goback
002460     End-If.
002470 Close-PO-Files.
002480     Close Purchase-Order-File
002490     Close Supplier-Master-File
002500     Close Item-Master-File
002510     Close Currency-Rate-File
002520     Close Audit-Log-File
002530     Close Operator-Master-File.
002540*--------------------------------------------------------------*
002550*  An unknown order number starts a new order; a known open    *
002560*  order takes further lines or is closed.  Closed orders      *
002570*  can be neither extended nor closed again.                   *
002580*--------------------------------------------------------------*
002590 Get-PO-For-Entry.
002600     Move "N" to WS-PO-Found
002610     Move "N" to WS-New-PO
002620     Move Zeros to PO-Number
002630     Move Space to PO-Action
002640     Display PO-Key-Screen
002650     Accept PO-Key-Screen
002660     Evaluate True
002670         When PO-Number = Zero
002680             Move "Y" to WS-PO-Done
002690         When PO-Action Not = "A" And PO-Action Not = "C"
002700             Move "Action must be A or C" to WS-Error-Message
002710         When PO-Action = "C" And WS-Authority-Level Not = "S"
002720             Move "Supervisor required to close an order"
002730                 to WS-Error-Message
002740         When Other
002750             Perform Read-PO-Header
002760     End-Evaluate.
002770 Read-PO-Header.
002780     Move PO-Number to POH-PO-Number
002790     Move Zero to POH-Line-Number
002800     Move PO-Number to WS-Display-PO-No
002810     Read Purchase-Order-File
002820         Invalid Key
002830             If PO-Action = "C"
002840                 Move "Purchase order not on file"
002850                     to WS-Error-Message
002860             Else
002870                 Move Spaces to WS-Error-Message
002880                 Move "Y" to WS-New-PO
002890                 Move "Y" to WS-PO-Found
002900             End-If
002910         Not Invalid Key
002920             If POH-Status-Code = "C"
002930                 Move "Purchase order is closed"
002940                     to WS-Error-Message
002950             Else
002960                 Move Spaces to WS-Error-Message
002970                 Move "Y" to WS-PO-Found
002980                 Move POH-Supplier-Code to WS-PO-Supplier
002990                 Move POH-Currency-Code to WS-PO-Currency
003000                 Move POH-Order-Date to WS-PO-Order-Date
003010                 Move POH-Supplier-Code to SU-Supplier-Code
003020                 Move Spaces to WS-PO-Supplier-Name
003030                 Read Supplier-Master-File
003040                     Not Invalid Key
003050                         Move SU-Supplier-Name
003060                             to WS-PO-Supplier-Name
003070                 End-Read
003080             End-If
003090     End-Read.
003100 Get-Valid-Header-Entry.
003110     Move "N" to WS-Entry-Valid
003120     Perform Until WS-Entry-Valid = "Y"
003130         Move Spaces to Supplier-Code
003140         Display PO-Header-Screen
003150         Accept PO-Header-Screen
003160         Move "N" to WS-Supplier-Valid
003170         Move Supplier-Code to SU-Supplier-Code
003180         Read Supplier-Master-File
003190             Invalid Key
003200                 Continue
003210             Not Invalid Key
003220                 Move "Y" to WS-Supplier-Valid
003230         End-Read
003240         Move "Y" to WS-Entry-Valid
003250         Evaluate True
003260             When WS-Supplier-Valid = "N"
003270                 Move "Supplier not on file"
003280                     to WS-Error-Message
003290                 Move "N" to WS-Entry-Valid
003300             When SU-Status-Code = "I"
003310                 Move "Supplier is inactive"
003320                     to WS-Error-Message
003330                 Move "N" to WS-Entry-Valid
003340             When Other
003350                 Move Spaces to WS-Error-Message
003360         End-Evaluate
003370     End-Perform
003380     Move SU-Supplier-Code to WS-PO-Supplier
003390     Move SU-Supplier-Name to WS-PO-Supplier-Name
003400     Move SU-Currency-Code to WS-PO-Currency
003410     Accept WS-PO-Order-Date From Date YYYYMMDD.
003420 Write-PO-Header.
003430     Move PO-Number to POH-PO-Number
003440     Move Zero to POH-Line-Number
003450     Move "H" to POH-Record-Type
003460     Move WS-PO-Supplier to POH-Supplier-Code
003470     Move WS-PO-Order-Date to POH-Order-Date
003480     Move WS-PO-Currency to POH-Currency-Code
003490     Move "O" to POH-Status-Code
003500     Move WS-Operator-Id to POH-Operator-Id
003510     Write PO-Header-Record.
003520 Add-PO-Lines.
003530     Perform Find-Next-Line-Number
003540     Move "Y" to WS-Another-Line
003550     Perform Until WS-Another-Line Not = "Y"
003560         If WS-Next-Line = 999
003570             Move "Order is full - no more lines"
003580                 to WS-Save-Note
003590         Else
003600             Add 1 to WS-Next-Line
003610             Perform Get-Valid-Line-Entry
003620             Perform Write-PO-Line
003630         End-If
003640         Move "N" to WS-Another-Line
003650         Display PO-Line-Status-Screen
003660         Accept PO-Line-Status-Screen
003670     End-Perform.
003680 Find-Next-Line-Number.
003690     Move Zero to WS-Next-Line
003700     Move "N" to WS-End-Of-Order
003710     Move PO-Number to POH-PO-Number
003720     Move Zero to POH-Line-Number
003730     Start Purchase-Order-File Key > POH-PO-Key
003740         Invalid Key
003750             Move "Y" to WS-End-Of-Order
003760     End-Start
003770     Perform Until WS-End-Of-Order = "Y"
003780         Read Purchase-Order-File Next Record
003790             At End
003800                 Move "Y" to WS-End-Of-Order
003810             Not At End
003820                 If PL-PO-Number Not = PO-Number
003830                     Move "Y" to WS-End-Of-Order
003840                 Else
003850                     Move PL-Line-Number to WS-Next-Line
003860                 End-If
003870         End-Read
003880     End-Perform.
003890 Get-Valid-Line-Entry.
003900     Move WS-Next-Line to WS-Display-Line-No
003910     Accept WS-Today-Date From Date YYYYMMDD
003920     Move "N" to WS-Entry-Valid
003930     Perform Until WS-Entry-Valid = "Y"
003940         Move Zeros to Item-Number
003950         Move Zeros to Quantity-Ordered
003960         Move Zeros to Unit-Price
003970         Move Spaces to Currency-Code
003980         Move Zeros to Due-Date
003990         Display PO-Line-Screen
004000         Accept PO-Line-Screen
004010         If Currency-Code = Spaces
004020             Move WS-PO-Currency to Currency-Code
004030         End-If
004040         Perform Check-Line-Item
004050         Perform Check-Currency-Code
004060         Move "Y" to WS-Entry-Valid
004070         Evaluate True
004080             When WS-Item-Valid = "N"
004090                 Move "Item not on file" to WS-Error-Message
004100                 Move "N" to WS-Entry-Valid
004110             When MF-Status-Code = "I"
004120                 Move "Item is inactive" to WS-Error-Message
004130                 Move "N" to WS-Entry-Valid
004140             When Quantity-Ordered = Zero
004150                 Move "Quantity may not be zero"
004160                     to WS-Error-Message
004170                 Move "N" to WS-Entry-Valid
004180             When Unit-Price = Zero
004190                 Move "Unit Price may not be zero"
004200                     to WS-Error-Message
004210                 Move "N" to WS-Entry-Valid
004220             When WS-Currency-Valid = "N"
004230                 Move "Currency code not on rate file"
004240                     to WS-Error-Message
004250                 Move "N" to WS-Entry-Valid
004260             When Due-Date < WS-Today-Date
004270                 Move "Due Date may not be before today"
004280                     to WS-Error-Message
004290                 Move "N" to WS-Entry-Valid
004300             When Other
004310                 Move Spaces to WS-Error-Message
004320         End-Evaluate
004330     End-Perform.
004340 Check-Line-Item.
004350     Move "N" to WS-Item-Valid
004360     Move Item-Number to MF-Item-Number
004370     Read Item-Master-File
004380         Invalid Key
004390             Continue
004400         Not Invalid Key
004410             Move "Y" to WS-Item-Valid
004420     End-Read.
004430 Check-Currency-Code.
004440     Move "N" to WS-Currency-Valid
004450     Move Currency-Code to CR-Currency-Code
004460     Read Currency-Rate-File
004470         Invalid Key
004480             Continue
004490         Not Invalid Key
004500             Move "Y" to WS-Currency-Valid
004510     End-Read.
004520 Write-PO-Line.
004530     Move PO-Number to PL-PO-Number
004540     Move WS-Next-Line to PL-Line-Number
004550     Move "L" to PL-Record-Type
004560     Move Item-Number to PL-Item-Number
004570     Move Quantity-Ordered to PL-Quantity-Ordered
004580     Move Zero to PL-Quantity-Received
004590     Move Unit-Price to PL-Unit-Price
004600     Move Currency-Code to PL-Currency-Code
004610     Move Due-Date to PL-Due-Date
004620     Move "O" to PL-Status-Code
004630     Write PO-Line-Record
004640     Move Spaces to WS-Save-Note
004650     String "Line " Delimited By Size
004660         WS-Display-Line-No Delimited By Size
004670         " added" Delimited By Size
004680         Into WS-Save-Note.
004690*--------------------------------------------------------------*
004700*  A short close closes every line still open, so no further   *
004710*  receipt can be matched to the order.                        *
004720*--------------------------------------------------------------*
004730 Close-Purchase-Order.
004740     Move Zero to WS-Lines-Closed
004750     Move "N" to WS-End-Of-Order
004760     Move PO-Number to POH-PO-Number
004770     Move Zero to POH-Line-Number
004780     Start Purchase-Order-File Key > POH-PO-Key
004790         Invalid Key
004800             Move "Y" to WS-End-Of-Order
004810     End-Start
004820     Perform Until WS-End-Of-Order = "Y"
004830         Read Purchase-Order-File Next Record
004840             At End
004850                 Move "Y" to WS-End-Of-Order
004860             Not At End
004870                 If PL-PO-Number Not = PO-Number
004880                     Move "Y" to WS-End-Of-Order
004890                 Else
004900                     If PL-Status-Code = "O"
004910                         Move "C" to PL-Status-Code
004920                         Rewrite PO-Line-Record
004930                         Add 1 to WS-Lines-Closed
004940                     End-If
004950                 End-If
004960         End-Read
004970     End-Perform
004980     Move PO-Number to POH-PO-Number
004990     Move Zero to POH-Line-Number
005000     Read Purchase-Order-File
005010         Not Invalid Key
005020             Move "C" to POH-Status-Code
005030             Rewrite PO-Header-Record
005040     End-Read
005050     Move WS-Lines-Closed to WS-Display-Line-No
005060     Move Spaces to WS-Error-Message
005070     String "Order closed - open lines closed: "
005080         Delimited By Size
005090         WS-Display-Line-No Delimited By Size
005100         Into WS-Error-Message.
005110 Operator-Sign-On.
005120     Move "N" to WS-Signon-Valid
005130     Move Zero to WS-Signon-Attempts
005140     Move Spaces to WS-Error-Message
005150     If SS-Signed-On = "Y"
005160         Move SS-Operator-Id to WS-Operator-Id
005170         Move SS-Authority-Level to WS-Authority-Level
005180         Move "Y" to WS-Signon-Valid
005190     End-If
005200     Perform Until WS-Signon-Valid = "Y"
005210               Or WS-Signon-Attempts Not < WS-Attempt-Limit
005220         Display Signon-Screen
005230         Accept Signon-Screen
005240         Add 1 to WS-Signon-Attempts
005250         Move WS-Operator-Id to OM-Operator-Id
005260         Read Operator-Master-File
005270             Invalid Key
005280                 Perform Log-Failed-Signon
005290                 Move "Operator not on file"
005300                     to WS-Error-Message
005310             Not Invalid Key
005320                 Perform Check-Password-Expiry
005330                 Evaluate True
005340                     When OM-Lockout-Flag = "L"
005350                         Perform Log-Failed-Signon
005360                         Move "Operator id is locked out"
005370                             to WS-Error-Message
005380                     When OM-Password Not = Operator-Password
005390                         Perform Log-Failed-Signon
005400                         Perform Count-Failed-Password
005410                         Move "Password is not correct"
005420                             to WS-Error-Message
005430                     When WS-Password-Expired = "Y"
005440                         Move "Password expired - use main menu"
005450                             to WS-Error-Message
005460                     When Other
005470                         Move "Y" to WS-Signon-Valid
005480                         Move OM-Authority-Level
005490                             to WS-Authority-Level
005500                         Perform Stamp-Sign-On
005510                 End-Evaluate
005520         End-Read
005530     End-Perform
005540     Move Spaces to WS-Error-Message
005550     If WS-Signon-Valid Not = "Y"
005560         Display "Chapt04x: Sign-on failed"
005570         Perform Close-PO-Files
005580         Goback
005590     End-If.
005600 Log-Failed-Signon.
005610     Accept WS-Audit-Date From Date YYYYMMDD
005620     Accept WS-Audit-Time From Time
005630     Move "S" to AL-Action-Code
005640     Move WS-Operator-Id to AL-Operator-Id
005650     Move WS-Audit-Date to AL-Audit-Date
005660     Move WS-Audit-Time to AL-Audit-Time
005670     Move Zero to AL-Item-Number
005680     Move Spaces to AL-Old-Description
005690     Move Zero to AL-Old-Dollar-Amount
005700     Move Spaces to AL-New-Description
005710     Move Zero to AL-New-Dollar-Amount
005720     Move Zero to AL-Old-Quantity
005730     Move Zero to AL-New-Quantity
005735     Move Spaces to AL-Location-Code
005737     Move Spaces to AL-Approved-By
005740     Perform Write-Audit-Log.
005750 Check-Password-Expiry.
005760     Move "N" to WS-Password-Expired
005770     If OM-Expiry-Days Numeric
005780      And OM-Expiry-Days > Zero
005790      And OM-Password-Date Numeric
005800      And OM-Password-Date > Zero
005810         Accept WS-Today-Date From Date YYYYMMDD
005820         Compute WS-Today-Integer =
005830             Function Integer-Of-Date(WS-Today-Date)
005840         Compute WS-Pwd-Integer =
005850             Function Integer-Of-Date(OM-Password-Date)
005860         If WS-Today-Integer - WS-Pwd-Integer
005870             > OM-Expiry-Days
005880             Move "Y" to WS-Password-Expired
005890         End-If
005900     End-If.
005910 Count-Failed-Password.
005920     If OM-Failed-Count Not Numeric
005930         Move Zero to OM-Failed-Count
005940     End-If
005950     Add 1 to OM-Failed-Count
005960     If OM-Failed-Count Not < WS-Attempt-Limit
005970         Move "L" to OM-Lockout-Flag
005980     End-If
005990     Rewrite Operator-Master-Record.
006000 Stamp-Sign-On.
006010     Accept WS-Today-Date From Date YYYYMMDD
006020     Move Zero to OM-Failed-Count
006030     Move WS-Today-Date to OM-Last-Signon-Date
006040     Rewrite Operator-Master-Record.
006050 Load-System-Parameters.
006060     Open Input System-Parameter-File
006070     If WS-Parm-File-Status = "00"
006080         Read System-Parameter-File
006090             At End
006100                 Continue
006110             Not At End
006120                 If PM-Signon-Attempt-Limit Numeric
006130                  And PM-Signon-Attempt-Limit > Zero
006140                     Move PM-Signon-Attempt-Limit
006150                         to WS-Attempt-Limit
006160                 End-If
006170         End-Read
006180         Close System-Parameter-File
006190     End-If.
006200 Write-Audit-Log.
006210     Move "S" to AS-Request-Code
006220     Move Audit-Log-Record to AS-Audit-Image
006222     Move AL-Audit-Date to AL-Effective-Date
006224     Move AL-Effective-Date to AS-Effective-Date
006230     Call "Chapt04al"
006240     Cancel "Chapt04al"
006250     Move AS-Sequence-Number to AL-Sequence-Number
006260     Move AS-Chain-Value to AL-Chain-Value
006270     Write Audit-Log-Record.
