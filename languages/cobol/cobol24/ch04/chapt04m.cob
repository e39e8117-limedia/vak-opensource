000200         Access Mode Is Sequential
000210         Record Key Is OL-Item-Number
000220         File Status Is WS-Old-File-Status.
000221     Select Item-Location-File Assign To "ITEMLOCN"
000222         Organization Is Indexed
000223         Access Mode Is Dynamic
000224         Record Key Is IL-Item-Location-Key
000225         File Status Is WS-Stock-File-Status.
000230 Data Division.
000240 File Section.
000250 FD  Item-Master-File
000400     05  OL-Short-Description  Pic X(5).
000410     05  OL-Dollar-Amount      Pic 9(5)v99.
000420     05  OL-Currency-Code      Pic X(3).
000422 FD  Item-Location-File
000424     Label Records Are Standard.
000426 Copy ilocrec.
000430 Working-Storage Section.
000435 Copy sessrec.
000440 01  WS-Item-File-Status       Pic XX.
000560 01  WS-T-Item-Hash            Pic 9(11) Value Zero.
000570 01  WS-Trailer-Seen           Pic X Value "N".
000580 01  WS-Verify-Failed          Pic X Value "N".
000590 01  WS-Item-Image             Pic X(73).
000600 01  WS-Item-Fields Redefines WS-Item-Image.
000610     05  WI-Item-Number        Pic 9(5).
000620     05  WI-Item-Description   Pic X(10).
000670     05  WI-Deactivation-Date  Pic 9(8).
000675     05  WI-Category-Code      Pic X(3).
000677     05  WI-Quantity-On-Hand   Pic 9(5).
000678     05  WI-Reorder-Point      Pic 9(5).
000679     05  WI-Reorder-Quantity   Pic 9(5).
000680     05  WI-Update-Stamp       Pic X(16).
000681 01  WS-Stock-File-Status      Pic XX.
000683 01  WS-Default-Location       Pic X(4) Value "MAIN".
000685 01  WS-Item-Located           Pic X.
000687 01  WS-Located-Count          Pic 9(7) Value Zero.
000689 Screen Section.
000690 01  Function-Screen
000700     Blank Screen, Auto, Required,
000710     Foreground-Color Is 7,
000720     Background-Color Is 1.
000730     03  Line 1 Column 25 Value "Item Master Utility".
000740     03  Line 3 Column 5  Value
000750         "B=Backup V=Verify R=Reload I=Init C=Convert L=Locate".
000760     03  Line 4 Column 5  Value "Function" Highlight.
000770     03  Line 4 Column 15 Pic X To Function-Code.
000780 01  Reload-Confirm-Screen.
000950             Perform Initialize-Master
000960         When "C"
000970             Perform Convert-Master
000972         When "L"
000974             Perform Locate-Master-Stock
000980         When Other
000990             Display "Function must be B, V, R, I, C or L"
000995             Move 8 to Return-Code
001000     End-Evaluate
001010     Goback.
002362             If MF-Quantity-On-Hand Not Numeric
002364                 Move Zero to MF-Quantity-On-Hand
002366             End-If
002368             Perform Default-Added-Item-Fields
002370             Write Item-Master-Record
002380                 Invalid Key
002390                     Display "Duplicate item " MF-Item-Number
002910         Move Zero to WI-Deactivation-Date
002915         Move Spaces to WI-Category-Code
002917         Move Zero to WI-Quantity-On-Hand
002918         Move Zero to WI-Reorder-Point
002919         Move Zero to WI-Reorder-Quantity
002920         Move "D" to BD-Record-Type
002930         Move WS-Item-Image to BD-Item-Image
002940         Write BK-Detail-Record
003080     Close Backup-File
003090     Display "Items converted " WS-Record-Count
003100     Display "Run the Reload function to rebuild the master".
003110*--------------------------------------------------------------*
003120*  Backups taken before the reorder fields were added to the   *
003130*  item record reload with spaces in them; zero them so the    *
003140*  reloaded master holds numeric values throughout.            *
003150*--------------------------------------------------------------*
003160 Default-Added-Item-Fields.
003170     If MF-Reorder-Point Not Numeric
003180         Move Zero to MF-Reorder-Point
003190     End-If
003200     If MF-Reorder-Quantity Not Numeric
003210         Move Zero to MF-Reorder-Quantity
003220     End-If.
003230*--------------------------------------------------------------*
003240*  Stock recorded before locations were kept is placed at the  *
003250*  main storeroom: every item holding stock with no location   *
003260*  record gets one at MAIN for its whole quantity on hand.     *
003270*  Items already holding location records are left alone, so   *
003280*  the function may be run again safely.                       *
003290*--------------------------------------------------------------*
003300 Locate-Master-Stock.
003310     Open Input Item-Master-File
003320     If WS-Item-File-Status Not = "00"
003330         Display "Chapt04m: Item Master file not available"
003340         Display "Open status " WS-Item-File-Status
003350         Stop Run
003360     End-If
003370     Open I-O Item-Location-File
003380     If WS-Stock-File-Status Not = "00"
003390         Open Output Item-Location-File
003400         Close Item-Location-File
003410         Open I-O Item-Location-File
003420     End-If
003430     Read Item-Master-File Next Record
003440         At End Move "Y" to WS-End-Of-File
003450     End-Read
003460     Perform Until WS-End-Of-File = "Y"
003470         If MF-Quantity-On-Hand Numeric
003480          And MF-Quantity-On-Hand > Zero
003490             Perform Check-Item-Located
003500             If WS-Item-Located = "N"
003510                 Perform Write-Main-Location
003520             End-If
003530         End-If
003540         Read Item-Master-File Next Record
003550             At End Move "Y" to WS-End-Of-File
003560         End-Read
003570     End-Perform
003580     Close Item-Master-File
003590     Close Item-Location-File
003600     Display "Items placed at " WS-Default-Location " "
003610         WS-Located-Count.
003620 Check-Item-Located.
003630     Move "N" to WS-Item-Located
003640     Move MF-Item-Number to IL-Item-Number
003650     Move Spaces to IL-Location-Code
003660     Start Item-Location-File Key Not < IL-Item-Location-Key
003670         Invalid Key
003680             Continue
003690         Not Invalid Key
003700             Read Item-Location-File Next Record
003710                 At End
003720                     Continue
003730                 Not At End
003740                     If IL-Item-Number = MF-Item-Number
003750                         Move "Y" to WS-Item-Located
003760                     End-If
003770             End-Read
003780     End-Start.
003790 Write-Main-Location.
003800     Move MF-Item-Number to IL-Item-Number
003810     Move WS-Default-Location to IL-Location-Code
003820     Move MF-Quantity-On-Hand to IL-Quantity-On-Hand
003830     Write Item-Location-Record
003840     Add 1 to WS-Located-Count.
