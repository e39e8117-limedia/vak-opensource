000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04y.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Purchase-Order-File Assign To "PURCHORD"
000110         Organization Is Indexed
000120         Access Mode Is Sequential
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
000250     Select Sort-Work-File Assign To "POSORT".
000260     Select Listing-File Assign To "POLIST"
000270         Organization Is Line Sequential.
000280     Select Report-File Assign To "OPENPO"
000290         Organization Is Line Sequential.
000300 Data Division.
000310 File Section.
000320 FD  Purchase-Order-File
000330     Label Records Are Standard.
000340 Copy porec.
000350 FD  Supplier-Master-File
000360     Label Records Are Standard.
000370 Copy supprec.
000380 FD  Item-Master-File
000390     Label Records Are Standard.
000400 Copy itemrec.
000410 SD  Sort-Work-File.
000420 01  Sort-Record.
000430     05  SR-Supplier-Code      Pic X(6).
000440     05  SR-Due-Date           Pic 9(8).
000450     05  SR-PO-Number          Pic 9(6).
000460     05  SR-Line-Number        Pic 9(3).
000470     05  SR-Item-Number        Pic 9(5).
000480     05  SR-Open-Quantity      Pic 9(5).
000490     05  SR-Unit-Price         Pic 9(5)v99.
000500     05  SR-Currency-Code      Pic X(3).
000510 FD  Listing-File
000520     Label Records Are Standard.
000530 01  Listing-Line              Pic X(80).
000540 FD  Report-File
000550     Label Records Are Standard.
000560 01  Report-Line               Pic X(80).
000570 Working-Storage Section.
000580 01  WS-PO-File-Status         Pic XX.
000590 01  WS-Supp-File-Status       Pic XX.
000600 01  WS-Item-File-Status       Pic XX.
000610 01  WS-End-Of-File            Pic X Value "N".
000620 01  Report-Type               Pic X Value Space.
000630 01  As-Of-Date                Pic 9(8) Value Zeros.
000640 01  Overdue-Only              Pic X Value "N".
000650 01  WS-Suppliers-Open         Pic X Value "N".
000660 01  WS-Items-Open             Pic X Value "N".
000670 01  WS-Header-Status          Pic X Value Space.
000680 01  WS-Header-Supplier        Pic X(6) Value Spaces.
000690 01  WS-Open-Quantity          Pic 9(5).
000700 01  WS-Open-Value             Pic 9(9)v99.
000710 01  WS-As-Of-Integer          Pic 9(7).
000720 01  WS-Due-Integer            Pic 9(7).
000730 01  WS-Days-Late              Pic 9(5).
000740 01  WS-Current-Supplier       Pic X(6) Value Spaces.
000750 01  WS-First-Supplier         Pic X Value "Y".
000760 01  WS-Supp-Lines             Pic 9(5) Value Zero.
000770 01  WS-Supp-Overdue           Pic 9(5) Value Zero.
000780 01  WS-Total-Lines            Pic 9(7) Value Zero.
000790 01  WS-Total-Overdue          Pic 9(7) Value Zero.
000800 01  WS-Order-Count            Pic 9(7) Value Zero.
000810 01  WS-Line-Count             Pic 9(7) Value Zero.
000820 01  WS-Item-Description       Pic X(10).
000825 01  WS-Lookup-Item            Pic 9(5).
000830 01  WS-List-Heading.
000840     05  Filler                Pic X(22)
000850         Value "Purchase Order Listing".
000860 01  WS-List-Order-Line.
000870     05  Filler                Pic X(4)  Value "PO ".
000880     05  WS-O-PO-Number        Pic ZZZZZ9.
000890     05  Filler                Pic X(2)  Value Spaces.
000900     05  WS-O-Supplier-Code    Pic X(6).
000910     05  Filler                Pic X(1)  Value Space.
000920     05  WS-O-Supplier-Name    Pic X(20).
000930     05  Filler                Pic X(1)  Value Space.
000940     05  WS-O-Order-Date       Pic 9(8).
000950     05  Filler                Pic X(2)  Value Spaces.
000960     05  WS-O-Currency-Code    Pic X(3).
000970     05  Filler                Pic X(2)  Value Spaces.
000980     05  WS-O-Status           Pic X(6).
000990     05  Filler                Pic X(1)  Value Space.
001000     05  WS-O-Operator-Id      Pic X(8).
001010 01  WS-List-Column-Line.
001020     05  Filler                Pic X(6)  Value Spaces.
001030     05  Filler                Pic X(5)  Value "Ln".
001040     05  Filler                Pic X(7)  Value "Item".
001050     05  Filler                Pic X(12) Value "Description".
001060     05  Filler                Pic X(7)  Value "Order".
001070     05  Filler                Pic X(7)  Value "Recvd".
001080     05  Filler                Pic X(7)  Value "Open".
001090     05  Filler                Pic X(13) Value "Unit Price".
001100     05  Filler                Pic X(10) Value "Due".
001110     05  Filler                Pic X(4)  Value "St".
001120 01  WS-List-Detail-Line.
001130     05  Filler                Pic X(6)  Value Spaces.
001140     05  WS-L-Line-Number      Pic ZZ9.
001150     05  Filler                Pic X(2)  Value Spaces.
001160     05  WS-L-Item-Number      Pic ZZZZ9.
001170     05  Filler                Pic X(2)  Value Spaces.
001180     05  WS-L-Description      Pic X(10).
001190     05  Filler                Pic X(2)  Value Spaces.
001200     05  WS-L-Ordered          Pic ZZZZ9.
001210     05  Filler                Pic X(2)  Value Spaces.
001220     05  WS-L-Received         Pic ZZZZ9.
001230     05  Filler                Pic X(2)  Value Spaces.
001240     05  WS-L-Open             Pic ZZZZ9.
001250     05  Filler                Pic X(2)  Value Spaces.
001260     05  WS-L-Unit-Price       Pic ZZ,ZZ9.99.
001270     05  Filler                Pic X(1)  Value Space.
001280     05  WS-L-Currency-Code    Pic X(3).
001290     05  Filler                Pic X(1)  Value Space.
001300     05  WS-L-Due-Date         Pic 9(8).
001310     05  Filler                Pic X(2)  Value Spaces.
001320     05  WS-L-Status           Pic X.
001330 01  WS-List-Count-Line.
001340     05  Filler                Pic X(16) Value "Orders listed".
001350     05  WS-LC-Orders          Pic ZZZZZZ9.
001360     05  Filler                Pic X(4)  Value Spaces.
001370     05  Filler                Pic X(14) Value "Lines listed".
001380     05  WS-LC-Lines           Pic ZZZZZZ9.
001390 01  WS-Heading-Line.
001400     05  Filler                Pic X(36)
001410         Value "Open Purchase Order Lines as of".
001420     05  WS-H-As-Of-Date       Pic 9(8).
001430     05  Filler                Pic X(3)  Value Spaces.
001440     05  WS-H-Selection        Pic X(20).
001450 01  WS-Column-Line.
001460     05  Filler                Pic X(8)  Value "PO No.".
001470     05  Filler                Pic X(5)  Value "Ln".
001480     05  Filler                Pic X(7)  Value "Item".
001490     05  Filler                Pic X(12) Value "Description".
001500     05  Filler                Pic X(7)  Value "Open".
001510     05  Filler                Pic X(16) Value "Open Value".
001520     05  Filler                Pic X(10) Value "Due".
001530     05  Filler                Pic X(9)  Value "Days Late".
001540 01  WS-Supplier-Line.
001550     05  Filler                Pic X(10) Value "Supplier".
001560     05  WS-S-Supplier-Code    Pic X(6).
001570     05  Filler                Pic X(2)  Value Spaces.
001580     05  WS-S-Supplier-Name    Pic X(20).
001590 01  WS-Detail-Line.
001600     05  WS-D-PO-Number        Pic ZZZZZ9.
001610     05  Filler                Pic X(2)  Value Spaces.
001620     05  WS-D-Line-Number      Pic ZZ9.
001630     05  Filler                Pic X(2)  Value Spaces.
001640     05  WS-D-Item-Number      Pic ZZZZ9.
001650     05  Filler                Pic X(2)  Value Spaces.
001660     05  WS-D-Description      Pic X(10).
001670     05  Filler                Pic X(2)  Value Spaces.
001680     05  WS-D-Open-Quantity    Pic ZZZZ9.
001690     05  Filler                Pic X(2)  Value Spaces.
001700     05  WS-D-Open-Value       Pic ZZZ,ZZ9.99.
001710     05  Filler                Pic X(1)  Value Space.
001720     05  WS-D-Currency-Code    Pic X(3).
001730     05  Filler                Pic X(2)  Value Spaces.
001740     05  WS-D-Due-Date         Pic 9(8).
001750     05  Filler                Pic X(2)  Value Spaces.
001760     05  WS-D-Days-Late        Pic ZZZZ9.
001770 01  WS-Supp-Total-Line.
001780     05  Filler                Pic X(10) Value Spaces.
001790     05  Filler                Pic X(12) Value "Open lines".
001800     05  WS-ST-Lines           Pic ZZZZ9.
001810     05  Filler                Pic X(4)  Value Spaces.
001820     05  Filler                Pic X(9)  Value "Overdue".
001830     05  WS-ST-Overdue         Pic ZZZZ9.
001840 01  WS-Total-Line.
001850     05  Filler                Pic X(22)
001860         Value "Total open lines".
001870     05  WS-T-Lines            Pic ZZZZZZ9.
001880     05  Filler                Pic X(4)  Value Spaces.
001890     05  Filler                Pic X(9)  Value "Overdue".
001900     05  WS-T-Overdue          Pic ZZZZZZ9.
001910 01  WS-None-Line.
001920     05  Filler                Pic X(32)
001930         Value "No open purchase order lines".
001940 Screen Section.
001950 01  PO-Report-Select-Screen
001960     Blank Screen, Auto,
001970     Foreground-Color Is 7,
001980     Background-Color Is 1.
001990     03  Line 1 Column 25 Value "Purchase Order Reports".
002000     03  Line 3 Column 5
002010         Value "Report (L=All orders O=Open lines)" Highlight.
002020     03  Line 3 Column 42 Pic X To Report-Type.
002030     03  Line 4 Column 5  Value "As-Of Date (YYYYMMDD)"
002040                                Highlight.
002050     03  Line 4 Column 42 Pic 9(8) To As-Of-Date.
002060     03  Line 5 Column 5  Value "(zero for today)".
002070     03  Line 6 Column 5  Value "Overdue lines only (Y/N)"
002080                                Highlight.
002090     03  Line 6 Column 42 Pic X To Overdue-Only.
002100 Procedure Division.
002110 Chapt04y-Start.
002120     Display PO-Report-Select-Screen
002130     Accept PO-Report-Select-Screen
002140     If As-Of-Date = Zero
002150         Accept As-Of-Date From Date YYYYMMDD
002160     End-If
002170     Open Input Purchase-Order-File
002180     If WS-PO-File-Status Not = "00"
002190         Display "Chapt04y: Purchase Order file not found"
002200         Goback
002210     End-If
002220     Open Input Supplier-Master-File
002230     If WS-Supp-File-Status = "00"
002240         Move "Y" to WS-Suppliers-Open
002250     End-If
002260     Open Input Item-Master-File
002270     If WS-Item-File-Status = "00"
002280         Move "Y" to WS-Items-Open
002290     End-If
002300     Evaluate Report-Type
002310         When "L"
002320             Perform List-All-Orders
002330         When "O"
002340             Sort Sort-Work-File
002350                 Ascending Key SR-Supplier-Code
002360                               SR-Due-Date
002370                               SR-PO-Number
002380                               SR-Line-Number
002390                 Input Procedure Release-Open-Lines
002400                 Output Procedure Write-Open-Report
002410         When Other
002420             Display "Chapt04y: Report must be L or O"
002430     End-Evaluate
002440     Close Purchase-Order-File
002450     If WS-Suppliers-Open = "Y"
002460         Close Supplier-Master-File
002470     End-If
002480     If WS-Items-Open = "Y"
002490         Close Item-Master-File
002500     End-If
002510     Goback.
002520 List-All-Orders.
002530     Open Output Listing-File
002540     Write Listing-Line From WS-List-Heading
002550     Read Purchase-Order-File Next Record
002560         At End Move "Y" to WS-End-Of-File
002570     End-Read
002580     Perform Until WS-End-Of-File = "Y"
002590         If POH-Line-Number = Zero
002600             Perform Write-Order-Heading
002610         Else
002620             Perform Write-Order-Line
002630         End-If
002640         Read Purchase-Order-File Next Record
002650             At End Move "Y" to WS-End-Of-File
002660         End-Read
002670     End-Perform
002680     Move WS-Order-Count to WS-LC-Orders
002690     Move WS-Line-Count to WS-LC-Lines
002700     Write Listing-Line From WS-List-Count-Line
002710     Close Listing-File.
002720 Write-Order-Heading.
002730     Move POH-PO-Number to WS-O-PO-Number
002740     Move POH-Supplier-Code to WS-O-Supplier-Code
002750     Move POH-Supplier-Code to WS-Current-Supplier
002760     Perform Get-Supplier-Name
002770     Move WS-S-Supplier-Name to WS-O-Supplier-Name
002780     Move POH-Order-Date to WS-O-Order-Date
002790     Move POH-Currency-Code to WS-O-Currency-Code
002800     If POH-Status-Code = "C"
002810         Move "Closed" to WS-O-Status
002820     Else
002830         Move "Open" to WS-O-Status
002840     End-If
002850     Move POH-Operator-Id to WS-O-Operator-Id
002860     Move Spaces to Listing-Line
002870     Write Listing-Line
002880     Write Listing-Line From WS-List-Order-Line
002890     Write Listing-Line From WS-List-Column-Line
002900     Add 1 to WS-Order-Count.
002910 Write-Order-Line.
002920     Move PL-Line-Number to WS-L-Line-Number
002930     Move PL-Item-Number to WS-L-Item-Number
002940     Move PL-Item-Number to WS-Lookup-Item
002950     Perform Get-Item-Description
002960     Move WS-Item-Description to WS-L-Description
002970     Move PL-Quantity-Ordered to WS-L-Ordered
002980     Move PL-Quantity-Received to WS-L-Received
002990     If PL-Status-Code = "C"
003000         Move Zero to WS-L-Open
003010     Else
003020         Compute WS-Open-Quantity =
003030             PL-Quantity-Ordered - PL-Quantity-Received
003040         Move WS-Open-Quantity to WS-L-Open
003050     End-If
003060     Move PL-Unit-Price to WS-L-Unit-Price
003070     Move PL-Currency-Code to WS-L-Currency-Code
003080     Move PL-Due-Date to WS-L-Due-Date
003090     Move PL-Status-Code to WS-L-Status
003100     Write Listing-Line From WS-List-Detail-Line
003110     Add 1 to WS-Line-Count.
003120*--------------------------------------------------------------*
003130*  Each header is read ahead of its own lines, so the supplier *
003140*  and order status are carried forward to the lines.  A line  *
003150*  counts as open only while both it and its order are open.   *
003160*--------------------------------------------------------------*
003170 Release-Open-Lines.
003180     Read Purchase-Order-File Next Record
003190         At End Move "Y" to WS-End-Of-File
003200     End-Read
003210     Perform Until WS-End-Of-File = "Y"
003220         If POH-Line-Number = Zero
003230             Move POH-Supplier-Code to WS-Header-Supplier
003240             Move POH-Status-Code to WS-Header-Status
003250         Else
003260             If PL-Status-Code = "O"
003270                And WS-Header-Status = "O"
003280                 Perform Release-One-Line
003290             End-If
003300         End-If
003310         Read Purchase-Order-File Next Record
003320             At End Move "Y" to WS-End-Of-File
003330         End-Read
003340     End-Perform.
003350 Release-One-Line.
003360     If Overdue-Only Not = "Y"
003370        Or PL-Due-Date < As-Of-Date
003380         Move WS-Header-Supplier to SR-Supplier-Code
003390         Move PL-Due-Date to SR-Due-Date
003400         Move PL-PO-Number to SR-PO-Number
003410         Move PL-Line-Number to SR-Line-Number
003420         Move PL-Item-Number to SR-Item-Number
003430         Compute SR-Open-Quantity =
003440             PL-Quantity-Ordered - PL-Quantity-Received
003450         Move PL-Unit-Price to SR-Unit-Price
003460         Move PL-Currency-Code to SR-Currency-Code
003470         Release Sort-Record
003480     End-If.
003490 Write-Open-Report.
003500     Open Output Report-File
003510     Move As-Of-Date to WS-H-As-Of-Date
003520     If Overdue-Only = "Y"
003530         Move "(overdue only)" to WS-H-Selection
003540     Else
003550         Move "(all open lines)" to WS-H-Selection
003560     End-If
003570     Write Report-Line From WS-Heading-Line
003580     Write Report-Line From WS-Column-Line
003590     Compute WS-As-Of-Integer =
003600         Function Integer-Of-Date(As-Of-Date)
003610     Move "N" to WS-End-Of-File
003620     Perform Until WS-End-Of-File = "Y"
003630         Return Sort-Work-File
003640             At End
003650                 Move "Y" to WS-End-Of-File
003660             Not At End
003670                 Perform Write-Open-Line
003680         End-Return
003690     End-Perform
003700     If WS-First-Supplier = "N"
003710         Perform Write-Supplier-Total
003720     End-If
003730     If WS-Total-Lines = Zero
003740         Write Report-Line From WS-None-Line
003750     Else
003760         Move WS-Total-Lines to WS-T-Lines
003770         Move WS-Total-Overdue to WS-T-Overdue
003780         Write Report-Line From WS-Total-Line
003790     End-If
003800     Close Report-File.
003810 Write-Open-Line.
003820     If WS-First-Supplier = "Y"
003830        Or SR-Supplier-Code Not = WS-Current-Supplier
003840         If WS-First-Supplier = "N"
003850             Perform Write-Supplier-Total
003860         End-If
003870         Move "N" to WS-First-Supplier
003880         Move SR-Supplier-Code to WS-Current-Supplier
003890         Move SR-Supplier-Code to WS-S-Supplier-Code
003900         Perform Get-Supplier-Name
003910         Move Spaces to Report-Line
003920         Write Report-Line
003930         Write Report-Line From WS-Supplier-Line
003940     End-If
003950     Move Zero to WS-Days-Late
003960     If SR-Due-Date < As-Of-Date
003970         Compute WS-Due-Integer =
003980             Function Integer-Of-Date(SR-Due-Date)
003990         Compute WS-Days-Late =
004000             WS-As-Of-Integer - WS-Due-Integer
004010         Add 1 to WS-Supp-Overdue
004020         Add 1 to WS-Total-Overdue
004030     End-If
004040     Move SR-PO-Number to WS-D-PO-Number
004050     Move SR-Line-Number to WS-D-Line-Number
004060     Move SR-Item-Number to WS-D-Item-Number
004065     Move SR-Item-Number to WS-Lookup-Item
004070     Perform Get-Item-Description
004080     Move WS-Item-Description to WS-D-Description
004090     Move SR-Open-Quantity to WS-D-Open-Quantity
004100     Compute WS-Open-Value = SR-Open-Quantity * SR-Unit-Price
004110     Move WS-Open-Value to WS-D-Open-Value
004120     Move SR-Currency-Code to WS-D-Currency-Code
004130     Move SR-Due-Date to WS-D-Due-Date
004140     Move WS-Days-Late to WS-D-Days-Late
004150     Write Report-Line From WS-Detail-Line
004160     Add 1 to WS-Supp-Lines
004170     Add 1 to WS-Total-Lines.
004180 Write-Supplier-Total.
004190     Move WS-Supp-Lines to WS-ST-Lines
004200     Move WS-Supp-Overdue to WS-ST-Overdue
004210     Write Report-Line From WS-Supp-Total-Line
004220     Move Zero to WS-Supp-Lines
004230     Move Zero to WS-Supp-Overdue.
004240 Get-Supplier-Name.
004250     Move Spaces to WS-S-Supplier-Name
004260     If WS-Suppliers-Open = "Y"
004270         Move WS-Current-Supplier to SU-Supplier-Code
004280         Read Supplier-Master-File
004290             Invalid Key
004300                 Move "(not on file)" to WS-S-Supplier-Name
004310             Not Invalid Key
004320                 Move SU-Supplier-Name to WS-S-Supplier-Name
004330         End-Read
004340     End-If.
004350 Get-Item-Description.
004360     Move Spaces to WS-Item-Description
004370     If WS-Items-Open = "Y"
004380         Move WS-Lookup-Item to MF-Item-Number
004390         Read Item-Master-File
004400             Invalid Key
004410                 Move "(deleted)" to WS-Item-Description
004420             Not Invalid Key
004430                 Move MF-Item-Description to WS-Item-Description
004440         End-Read
004450     End-If.
