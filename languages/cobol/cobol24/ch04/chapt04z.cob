000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04z.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Item-Master-File Assign To "ITEMMAST"
000110         Organization Is Indexed
000120         Access Mode Is Sequential
000130         Record Key Is MF-Item-Number
000140         File Status Is WS-Item-File-Status.
000150     Select Audit-Log-File Assign To "ITEMAUDT"
000160         Organization Is Line Sequential
000170         File Status Is WS-Audit-File-Status.
000180     Select Archive-File Assign To "AUDTARCH"
000190         Organization Is Line Sequential
000200         File Status Is WS-Arch-File-Status.
000210     Select Category-Master-File Assign To "CATGMAST"
000220         Organization Is Indexed
000230         Access Mode Is Dynamic
000240         Record Key Is CT-Category-Code
000250         File Status Is WS-Catg-File-Status.
000260     Select Purchase-Order-File Assign To "PURCHORD"
000270         Organization Is Indexed
000280         Access Mode Is Sequential
000290         Record Key Is POH-PO-Key
000300         File Status Is WS-PO-File-Status.
000310     Select Sort-Work-File Assign To "REORSORT".
000320     Select Report-File Assign To "REORLIST"
000330         Organization Is Line Sequential.
000340 Data Division.
000350 File Section.
000360 FD  Item-Master-File
000370     Label Records Are Standard.
000380 Copy itemrec.
000390*--------------------------------------------------------------*
000400*  The live and archived audit trails are read into the one    *
000410*  working-storage audit layout, so issues moved to the        *
000420*  archive still count toward usage.                           *
000430*--------------------------------------------------------------*
000440 FD  Audit-Log-File
000450     Label Records Are Standard.
000460 01  Audit-Log-Line            Pic X(113).
000470 FD  Archive-File
000480     Label Records Are Standard.
000490 01  Archive-Line              Pic X(113).
000500 FD  Category-Master-File
000510     Label Records Are Standard.
000520 Copy catgrec.
000530 FD  Purchase-Order-File
000540     Label Records Are Standard.
000550 Copy porec.
000560 SD  Sort-Work-File.
000570 01  Sort-Record.
000580     05  SR-Category-Code      Pic X(3).
000590     05  SR-Item-Number        Pic 9(5).
000600     05  SR-Item-Description   Pic X(10).
000610     05  SR-Quantity-On-Hand   Pic 9(5).
000620     05  SR-Reorder-Point      Pic 9(5).
000630     05  SR-Reorder-Quantity   Pic 9(5).
000640     05  SR-Usage-Quantity     Pic 9(7).
000650     05  SR-On-Order-Quantity  Pic 9(7).
000660 FD  Report-File
000670     Label Records Are Standard.
000680 01  Report-Line               Pic X(80).
000690 Working-Storage Section.
000700 Copy auditrec.
000710 01  WS-Item-File-Status       Pic XX.
000720 01  WS-Audit-File-Status      Pic XX.
000730 01  WS-Arch-File-Status       Pic XX.
000740 01  WS-Catg-File-Status       Pic XX.
000750 01  WS-PO-File-Status         Pic XX.
000760 01  WS-End-Of-File            Pic X Value "N".
000770 01  WS-Categories-Open        Pic X Value "N".
000780 01  WS-Header-Status          Pic X Value Space.
000790 01  Usage-Days                Pic 9(3) Value Zeros.
000800 01  WS-Today-Date             Pic 9(8).
000810 01  WS-Today-Integer          Pic 9(7).
000820 01  WS-From-Date              Pic 9(8).
000830 01  WS-Issued-Quantity        Pic 9(5).
000840 01  WS-Open-Quantity          Pic 9(5).
000850 01  WS-Avg-Daily-Usage        Pic 9(5)v99.
000860 01  WS-Days-Cover             Pic 9(7).
000870 01  WS-Suggested-Quantity     Pic S9(7).
000880 01  WS-Work-Category          Pic X(3).
000890 01  WS-Current-Category       Pic X(3) Value Spaces.
000900 01  WS-First-Category         Pic X Value "Y".
000910 01  WS-Items-Listed           Pic 9(5) Value Zero.
000920 01  WS-Items-To-Order         Pic 9(5) Value Zero.
000930 01  WS-Usage-Table.
000940     05  WS-Usage-Quantity Occurs 99999 Times Pic 9(7)
000950         Value Zero.
000960 01  WS-On-Order-Table.
000970     05  WS-On-Order-Quantity Occurs 99999 Times Pic 9(7)
000980         Value Zero.
000990 01  WS-Heading-Line.
001000     05  Filler                Pic X(21)
001010         Value "Reorder Report as of ".
001020     05  WS-H-Date             Pic 9(8).
001030     05  Filler                Pic X(16)
001040         Value "   usage over ".
001050     05  WS-H-Days             Pic ZZ9.
001060     05  Filler                Pic X(5)  Value " days".
001070 01  WS-Column-Line.
001080     05  Filler                Pic X(7)  Value "Item".
001090     05  Filler                Pic X(12) Value "Description".
001100     05  Filler                Pic X(7)  Value "OnHand".
001110     05  Filler                Pic X(7)  Value "ReoPt".
001120     05  Filler                Pic X(9)  Value "Avg/Day".
001130     05  Filler                Pic X(7)  Value "Cover".
001140     05  Filler                Pic X(9)  Value "On Order".
001150     05  Filler                Pic X(7)  Value "Suggest".
001160 01  WS-Category-Line.
001170     05  Filler                Pic X(10) Value "Category".
001180     05  WS-C-Category-Code    Pic X(3).
001190     05  Filler                Pic X(2)  Value Spaces.
001200     05  WS-C-Category-Desc    Pic X(20).
001210 01  WS-Detail-Line.
001220     05  WS-D-Item-Number      Pic ZZZZ9.
001230     05  Filler                Pic X(2)  Value Spaces.
001240     05  WS-D-Description      Pic X(10).
001250     05  Filler                Pic X(2)  Value Spaces.
001260     05  WS-D-On-Hand          Pic ZZZZ9.
001270     05  Filler                Pic X(2)  Value Spaces.
001280     05  WS-D-Reorder-Point    Pic ZZZZ9.
001290     05  Filler                Pic X(2)  Value Spaces.
001300     05  WS-D-Avg-Daily        Pic ZZZZ9.99.
001310     05  Filler                Pic X(1)  Value Space.
001320     05  WS-D-Days-Cover       Pic X(6).
001330     05  Filler                Pic X(1)  Value Space.
001340     05  WS-D-On-Order         Pic ZZZZZZ9.
001350     05  Filler                Pic X(2)  Value Spaces.
001360     05  WS-D-Suggested        Pic ZZZZZZ9.
001370 01  WS-Cover-Edited           Pic ZZZZZ9.
001380 01  WS-Total-Line.
001390     05  Filler                Pic X(16) Value "Items listed".
001400     05  WS-T-Listed           Pic ZZZZ9.
001410     05  Filler                Pic X(4)  Value Spaces.
001420     05  Filler                Pic X(20)
001430         Value "Items to order".
001440     05  WS-T-To-Order         Pic ZZZZ9.
001450 01  WS-None-Line.
001460     05  Filler                Pic X(45)
001470         Value "No active items at or below reorder point".
001480 Screen Section.
001490 01  Reorder-Select-Screen
001500     Blank Screen, Auto,
001510     Foreground-Color Is 7,
001520     Background-Color Is 1.
001530     03  Line 1 Column 30 Value "Reorder Report".
001540     03  Line 3 Column 5  Value "Usage Days" Highlight.
001550     03  Line 3 Column 30 Pic 9(3) To Usage-Days.
001560     03  Line 4 Column 5  Value "(zero for 30 days)".
001570 Procedure Division.
001580 Chapt04z-Start.
001590     Display Reorder-Select-Screen
001600     Accept Reorder-Select-Screen
001610     If Usage-Days = Zero
001620         Move 30 to Usage-Days
001630     End-If
001640     Accept WS-Today-Date From Date YYYYMMDD
001650     Compute WS-Today-Integer =
001660         Function Integer-Of-Date(WS-Today-Date)
001670     Compute WS-From-Date = Function Date-Of-Integer
001680         (WS-Today-Integer - Usage-Days + 1)
001690     Open Input Item-Master-File
001700     If WS-Item-File-Status Not = "00"
001710         Display "Chapt04z: Item Master file not found"
001720         Move 8 to Return-Code
001730         Goback
001740     End-If
001750     Open Input Audit-Log-File
001760     If WS-Audit-File-Status Not = "00"
001770         Display "Chapt04z: Audit Log file not found"
001780         Close Item-Master-File
001790         Move 8 to Return-Code
001800         Goback
001810     End-If
001820     Open Input Category-Master-File
001830     If WS-Catg-File-Status = "00"
001840         Move "Y" to WS-Categories-Open
001850     End-If
001860     Perform Build-Usage-Table
001870     Perform Build-On-Order-Table
001880     Sort Sort-Work-File
001890         Ascending Key SR-Category-Code
001900                       SR-Item-Number
001910         Input Procedure Release-Reorder-Items
001920         Output Procedure Write-Reorder-Report
001930     Close Item-Master-File
001940     Close Audit-Log-File
001950     If WS-Categories-Open = "Y"
001960         Close Category-Master-File
001970     End-If
001980     Goback.
001990*--------------------------------------------------------------*
002000*  Usage is the quantity issued in the window: each issue      *
002010*  record carries the on-hand quantity before and after it.    *
002020*  The archive is optional - it exists only once the audit     *
002030*  archive step has run.                                       *
002040*--------------------------------------------------------------*
002050 Build-Usage-Table.
002060     Open Input Archive-File
002070     If WS-Arch-File-Status = "00"
002080         Move "N" to WS-End-Of-File
002090         Read Archive-File Into Audit-Log-Record
002100             At End Move "Y" to WS-End-Of-File
002110         End-Read
002120         Perform Until WS-End-Of-File = "Y"
002130             Perform Post-Usage
002140             Read Archive-File Into Audit-Log-Record
002150                 At End Move "Y" to WS-End-Of-File
002160             End-Read
002170         End-Perform
002180         Close Archive-File
002190     End-If
002200     Move "N" to WS-End-Of-File
002210     Read Audit-Log-File Into Audit-Log-Record
002220         At End Move "Y" to WS-End-Of-File
002230     End-Read
002240     Perform Until WS-End-Of-File = "Y"
002250         Perform Post-Usage
002260         Read Audit-Log-File Into Audit-Log-Record
002270             At End Move "Y" to WS-End-Of-File
002280         End-Read
002290     End-Perform.
002300 Post-Usage.
002310     If AL-Action-Code = "I"
002320      And AL-Item-Number > Zero
002330      And AL-Audit-Date Not < WS-From-Date
002340      And AL-Audit-Date Not > WS-Today-Date
002350      And AL-Old-Quantity Numeric
002360      And AL-New-Quantity Numeric
002370      And AL-Old-Quantity > AL-New-Quantity
002380         Compute WS-Issued-Quantity =
002390             AL-Old-Quantity - AL-New-Quantity
002400         Add WS-Issued-Quantity
002410             to WS-Usage-Quantity (AL-Item-Number)
002420     End-If.
002430*--------------------------------------------------------------*
002440*  Stock already on order against open purchase order lines    *
002450*  is taken off the suggested quantity.  Each header is read   *
002460*  ahead of its lines, so its status carries to them.          *
002470*--------------------------------------------------------------*
002480 Build-On-Order-Table.
002490     Open Input Purchase-Order-File
002500     If WS-PO-File-Status = "00"
002510         Move "N" to WS-End-Of-File
002520         Read Purchase-Order-File Next Record
002530             At End Move "Y" to WS-End-Of-File
002540         End-Read
002550         Perform Until WS-End-Of-File = "Y"
002560             If POH-Line-Number = Zero
002570                 Move POH-Status-Code to WS-Header-Status
002580             Else
002590                 If PL-Status-Code = "O"
002600                  And WS-Header-Status = "O"
002610                  And PL-Item-Number > Zero
002620                     Compute WS-Open-Quantity =
002630                         PL-Quantity-Ordered
002640                         - PL-Quantity-Received
002650                     Add WS-Open-Quantity
002660                         to WS-On-Order-Quantity (PL-Item-Number)
002670                 End-If
002680             End-If
002690             Read Purchase-Order-File Next Record
002700                 At End Move "Y" to WS-End-Of-File
002710             End-Read
002720         End-Perform
002730         Close Purchase-Order-File
002740     End-If.
002750 Release-Reorder-Items.
002760     Move "N" to WS-End-Of-File
002770     Read Item-Master-File Next Record
002780         At End Move "Y" to WS-End-Of-File
002790     End-Read
002800     Perform Until WS-End-Of-File = "Y"
002810         If MF-Status-Code Not = "I"
002820          And MF-Item-Number > Zero
002830          And MF-Reorder-Point Numeric
002840          And MF-Reorder-Point > Zero
002850          And MF-Quantity-On-Hand Not > MF-Reorder-Point
002860             Perform Release-One-Item
002870         End-If
002880         Read Item-Master-File Next Record
002890             At End Move "Y" to WS-End-Of-File
002900         End-Read
002910     End-Perform.
002920 Release-One-Item.
002930     If MF-Category-Code = Spaces
002940         Move "UNC" to SR-Category-Code
002950     Else
002960         Move MF-Category-Code to SR-Category-Code
002970     End-If
002980     Move MF-Item-Number to SR-Item-Number
002990     Move MF-Item-Description to SR-Item-Description
003000     Move MF-Quantity-On-Hand to SR-Quantity-On-Hand
003010     Move MF-Reorder-Point to SR-Reorder-Point
003020     Move MF-Reorder-Quantity to SR-Reorder-Quantity
003030     Move WS-Usage-Quantity (MF-Item-Number)
003040         to SR-Usage-Quantity
003050     Move WS-On-Order-Quantity (MF-Item-Number)
003060         to SR-On-Order-Quantity
003070     Release Sort-Record.
003080 Write-Reorder-Report.
003090     Open Output Report-File
003100     Move WS-Today-Date to WS-H-Date
003110     Move Usage-Days to WS-H-Days
003120     Write Report-Line From WS-Heading-Line
003130     Write Report-Line From WS-Column-Line
003140     Move "N" to WS-End-Of-File
003150     Perform Until WS-End-Of-File = "Y"
003160         Return Sort-Work-File
003170             At End
003180                 Move "Y" to WS-End-Of-File
003190             Not At End
003200                 Perform Write-Reorder-Line
003210         End-Return
003220     End-Perform
003230     If WS-Items-Listed = Zero
003240         Write Report-Line From WS-None-Line
003250     Else
003260         Move WS-Items-Listed to WS-T-Listed
003270         Move WS-Items-To-Order to WS-T-To-Order
003280         Write Report-Line From WS-Total-Line
003290     End-If
003300     Close Report-File.
003310*--------------------------------------------------------------*
003320*  The suggestion restores stock to the reorder point plus the *
003330*  reorder quantity, less anything already on order.  Days of  *
003340*  cover is on hand over average daily usage; an item with no  *
003350*  usage in the window shows no cover figure.                  *
003360*--------------------------------------------------------------*
003370 Write-Reorder-Line.
003380     If WS-First-Category = "Y"
003390        Or SR-Category-Code Not = WS-Current-Category
003400         Move "N" to WS-First-Category
003410         Move SR-Category-Code to WS-Current-Category
003420         Perform Write-Category-Heading
003430     End-If
003440     Compute WS-Avg-Daily-Usage Rounded =
003450         SR-Usage-Quantity / Usage-Days
003460     If WS-Avg-Daily-Usage = Zero
003470         Move "no use" to WS-D-Days-Cover
003480     Else
003490         Compute WS-Days-Cover =
003500             SR-Quantity-On-Hand / WS-Avg-Daily-Usage
003510         Move WS-Days-Cover to WS-Cover-Edited
003520         Move WS-Cover-Edited to WS-D-Days-Cover
003530     End-If
003540     Compute WS-Suggested-Quantity =
003550         SR-Reorder-Point + SR-Reorder-Quantity
003560         - SR-Quantity-On-Hand - SR-On-Order-Quantity
003570     If WS-Suggested-Quantity < Zero
003580         Move Zero to WS-Suggested-Quantity
003590     End-If
003600     If WS-Suggested-Quantity > Zero
003610         Add 1 to WS-Items-To-Order
003620     End-If
003630     Move SR-Item-Number to WS-D-Item-Number
003640     Move SR-Item-Description to WS-D-Description
003650     Move SR-Quantity-On-Hand to WS-D-On-Hand
003660     Move SR-Reorder-Point to WS-D-Reorder-Point
003670     Move WS-Avg-Daily-Usage to WS-D-Avg-Daily
003680     Move SR-On-Order-Quantity to WS-D-On-Order
003690     Move WS-Suggested-Quantity to WS-D-Suggested
003700     Write Report-Line From WS-Detail-Line
003710     Add 1 to WS-Items-Listed.
003720 Write-Category-Heading.
003730     Move SR-Category-Code to WS-C-Category-Code
003740     Move Spaces to WS-C-Category-Desc
003750     If WS-Categories-Open = "Y"
003760         Move SR-Category-Code to CT-Category-Code
003770         Read Category-Master-File
003780             Invalid Key
003790                 Move "(not on file)" to WS-C-Category-Desc
003800             Not Invalid Key
003810                 Move CT-Category-Description
003820                     to WS-C-Category-Desc
003830         End-Read
003840     End-If
003850     Move Spaces to Report-Line
003860     Write Report-Line
003870     Write Report-Line From WS-Category-Line.
