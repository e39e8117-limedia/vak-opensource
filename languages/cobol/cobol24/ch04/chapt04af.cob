000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04af.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Item-Location-File Assign To "ITEMLOCN"
000110         Organization Is Indexed
000120         Access Mode Is Sequential
000130         Record Key Is IL-Item-Location-Key
000140         File Status Is WS-Stock-File-Status.
000150     Select Item-Master-File Assign To "ITEMMAST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is MF-Item-Number
000190         File Status Is WS-Item-File-Status.
000200     Select Location-Master-File Assign To "LOCNMAST"
000210         Organization Is Indexed
000220         Access Mode Is Dynamic
000230         Record Key Is LO-Location-Code
000240         File Status Is WS-Locn-File-Status.
000250     Select Sort-Work-File Assign To "LOCNSORT".
000260     Select Report-File Assign To "LOCNLIST"
000270         Organization Is Line Sequential.
000280 Data Division.
000290 File Section.
000300 FD  Item-Location-File
000310     Label Records Are Standard.
000320 Copy ilocrec.
000330 FD  Item-Master-File
000340     Label Records Are Standard.
000350 Copy itemrec.
000360 FD  Location-Master-File
000370     Label Records Are Standard.
000380 Copy locnrec.
000390 SD  Sort-Work-File.
000400 01  Sort-Record.
000410     05  SR-Location-Code      Pic X(4).
000420     05  SR-Item-Number        Pic 9(5).
000430     05  SR-Quantity-On-Hand   Pic 9(5).
000440 FD  Report-File
000450     Label Records Are Standard.
000460 01  Report-Line               Pic X(80).
000470 Working-Storage Section.
000480 01  WS-Stock-File-Status      Pic XX.
000490 01  WS-Item-File-Status       Pic XX.
000500 01  WS-Locn-File-Status       Pic XX.
000510 01  WS-Locations-Open         Pic X Value "N".
000520 01  WS-End-Of-File            Pic X Value "N".
000530 01  Report-Location           Pic X(4) Value Spaces.
000540 01  Include-Zero              Pic X Value "N".
000550 01  WS-Today-Date             Pic 9(8).
000560 01  WS-Current-Location       Pic X(4) Value Spaces.
000570 01  WS-First-Location         Pic X Value "Y".
000580 01  WS-Location-Items         Pic 9(5) Value Zero.
000590 01  WS-Location-Quantity      Pic 9(9) Value Zero.
000600 01  WS-Total-Items            Pic 9(5) Value Zero.
000610 01  WS-Total-Quantity         Pic 9(9) Value Zero.
000620 01  WS-Heading-Line.
000630     05  Filler                Pic X(27)
000640         Value "Stock by Location as of ".
000650     05  WS-H-Date             Pic 9(8).
000660 01  WS-Column-Line.
000670     05  Filler                Pic X(7)  Value "Item".
000680     05  Filler                Pic X(12) Value "Description".
000690     05  Filler                Pic X(6)  Value "Cat".
000700     05  Filler                Pic X(10) Value "Status".
000710     05  Filler                Pic X(8)  Value "On Hand".
000720 01  WS-Location-Line.
000730     05  Filler                Pic X(10) Value "Location".
000740     05  WS-L-Location-Code    Pic X(4).
000750     05  Filler                Pic X(2)  Value Spaces.
000760     05  WS-L-Location-Name    Pic X(20).
000770     05  Filler                Pic X(2)  Value Spaces.
000780     05  WS-L-Status           Pic X(10).
000790 01  WS-Detail-Line.
000800     05  WS-D-Item-Number      Pic ZZZZ9.
000810     05  Filler                Pic X(2)  Value Spaces.
000820     05  WS-D-Description      Pic X(10).
000830     05  Filler                Pic X(2)  Value Spaces.
000840     05  WS-D-Category-Code    Pic X(3).
000850     05  Filler                Pic X(3)  Value Spaces.
000860     05  WS-D-Status           Pic X(10).
000870     05  WS-D-On-Hand          Pic ZZZZ9.
000880 01  WS-Subtotal-Line.
000890     05  Filler                Pic X(20)
000900         Value "  Location items".
000910     05  WS-S-Items            Pic ZZZZ9.
000920     05  Filler                Pic X(4)  Value Spaces.
000930     05  Filler                Pic X(16)
000940         Value "Location total".
000950     05  WS-S-Quantity         Pic ZZZ,ZZZ,ZZ9.
000960 01  WS-Total-Line.
000970     05  Filler                Pic X(20)
000980         Value "Item locations".
000990     05  WS-T-Items            Pic ZZZZ9.
001000     05  Filler                Pic X(4)  Value Spaces.
001010     05  Filler                Pic X(16)
001020         Value "Total on hand".
001030     05  WS-T-Quantity         Pic ZZZ,ZZZ,ZZ9.
001040 01  WS-None-Line.
001050     05  Filler                Pic X(30)
001060         Value "No stock held at any location".
001070 Screen Section.
001080 01  Location-Select-Screen
001090     Blank Screen, Auto,
001100     Foreground-Color Is 7,
001110     Background-Color Is 1.
001120     03  Line 1 Column 28 Value "Stock by Location".
001130     03  Line 3 Column 5  Value "Location" Highlight.
001140     03  Line 3 Column 34 Pic X(4) To Report-Location.
001150     03  Line 4 Column 5  Value "(blank for all locations)".
001160     03  Line 5 Column 5  Value "Include zero quantities (Y/N)"
001170                                Highlight.
001180     03  Line 5 Column 34 Pic X To Include-Zero.
001190 Procedure Division.
001200 Chapt04af-Start.
001210     Display Location-Select-Screen
001220     Accept Location-Select-Screen
001230     Open Input Item-Location-File
001240     If WS-Stock-File-Status Not = "00"
001250         Display "Chapt04af: Item Location file not found"
001260         Move 8 to Return-Code
001270         Goback
001280     End-If
001290     Open Input Item-Master-File
001300     If WS-Item-File-Status Not = "00"
001310         Display "Chapt04af: Item Master file not found"
001320         Close Item-Location-File
001330         Move 8 to Return-Code
001340         Goback
001350     End-If
001360     Open Input Location-Master-File
001370     If WS-Locn-File-Status = "00"
001380         Move "Y" to WS-Locations-Open
001390     End-If
001400     Accept WS-Today-Date From Date YYYYMMDD
001410     Sort Sort-Work-File
001420         Ascending Key SR-Location-Code
001430                       SR-Item-Number
001440         Input Procedure Release-Location-Stock
001450         Output Procedure Write-Location-Report
001460     Close Item-Location-File
001470     Close Item-Master-File
001480     If WS-Locations-Open = "Y"
001490         Close Location-Master-File
001500     End-If
001510     Goback.
001520 Release-Location-Stock.
001530     Move "N" to WS-End-Of-File
001540     Read Item-Location-File
001550         At End Move "Y" to WS-End-Of-File
001560     End-Read
001570     Perform Until WS-End-Of-File = "Y"
001580         If (Report-Location = Spaces
001590             Or Report-Location = IL-Location-Code)
001600          And (IL-Quantity-On-Hand > Zero
001610               Or Include-Zero = "Y")
001620             Move IL-Location-Code to SR-Location-Code
001630             Move IL-Item-Number to SR-Item-Number
001640             Move IL-Quantity-On-Hand to SR-Quantity-On-Hand
001650             Release Sort-Record
001660         End-If
001670         Read Item-Location-File
001680             At End Move "Y" to WS-End-Of-File
001690         End-Read
001700     End-Perform.
001710*--------------------------------------------------------------*
001720*  Each location starts on its own heading and closes with the *
001730*  number of items and the quantity held there.                *
001740*--------------------------------------------------------------*
001750 Write-Location-Report.
001760     Open Output Report-File
001770     Move WS-Today-Date to WS-H-Date
001780     Write Report-Line From WS-Heading-Line
001790     Move "N" to WS-End-Of-File
001800     Perform Until WS-End-Of-File = "Y"
001810         Return Sort-Work-File
001820             At End
001830                 Move "Y" to WS-End-Of-File
001840             Not At End
001850                 Perform Write-Location-Detail
001860         End-Return
001870     End-Perform
001880     If WS-Total-Items = Zero
001890         Write Report-Line From WS-None-Line
001900     Else
001910         Perform Write-Location-Subtotal
001920         Move Spaces to Report-Line
001930         Write Report-Line
001940         Move WS-Total-Items to WS-T-Items
001950         Move WS-Total-Quantity to WS-T-Quantity
001960         Write Report-Line From WS-Total-Line
001970     End-If
001980     Close Report-File.
001990 Write-Location-Detail.
002000     If WS-First-Location = "Y"
002010        Or SR-Location-Code Not = WS-Current-Location
002020         If WS-First-Location = "N"
002030             Perform Write-Location-Subtotal
002040         End-If
002050         Move "N" to WS-First-Location
002060         Move SR-Location-Code to WS-Current-Location
002070         Perform Write-Location-Heading
002080     End-If
002090     Move SR-Item-Number to WS-D-Item-Number
002100     Move SR-Item-Number to MF-Item-Number
002110     Read Item-Master-File
002120         Invalid Key
002130             Move "(not on file)" to WS-D-Description
002140             Move Spaces to WS-D-Category-Code
002150             Move Spaces to WS-D-Status
002160         Not Invalid Key
002170             Move MF-Item-Description to WS-D-Description
002180             Move MF-Category-Code to WS-D-Category-Code
002190             If MF-Status-Code = "I"
002200                 Move "INACTIVE" to WS-D-Status
002210             Else
002220                 Move "ACTIVE" to WS-D-Status
002230             End-If
002240     End-Read
002250     Move SR-Quantity-On-Hand to WS-D-On-Hand
002260     Write Report-Line From WS-Detail-Line
002270     Add 1 to WS-Location-Items
002280     Add 1 to WS-Total-Items
002290     Add SR-Quantity-On-Hand to WS-Location-Quantity
002300     Add SR-Quantity-On-Hand to WS-Total-Quantity.
002310 Write-Location-Heading.
002320     Move SR-Location-Code to WS-L-Location-Code
002330     Move Spaces to WS-L-Location-Name
002340     Move Spaces to WS-L-Status
002350     If WS-Locations-Open = "Y"
002360         Move SR-Location-Code to LO-Location-Code
002370         Read Location-Master-File
002380             Invalid Key
002390                 Move "(not on file)" to WS-L-Location-Name
002400             Not Invalid Key
002410                 Move LO-Location-Name to WS-L-Location-Name
002420                 If LO-Status-Code = "I"
002430                     Move "INACTIVE" to WS-L-Status
002440                 End-If
002450         End-Read
002460     End-If
002470     Move Spaces to Report-Line
002480     Write Report-Line
002490     Write Report-Line From WS-Location-Line
002500     Write Report-Line From WS-Column-Line.
002510 Write-Location-Subtotal.
002520     Move WS-Location-Items to WS-S-Items
002530     Move WS-Location-Quantity to WS-S-Quantity
002540     Write Report-Line From WS-Subtotal-Line
002550     Move Zero to WS-Location-Items
002560     Move Zero to WS-Location-Quantity.
