000120         Access Mode Is Dynamic
000130         Record Key Is MF-Item-Number
000140         File Status Is WS-Item-File-Status.
000141     Select Item-Location-File Assign To "ITEMLOCN"
000142         Organization Is Indexed
000143         Access Mode Is Dynamic
000144         Record Key Is IL-Item-Location-Key
000145         File Status Is WS-Stock-File-Status.
000150 Data Division.
000160 File Section.
000170 FD  Item-Master-File
000180     Label Records Are Standard.
000190 Copy itemrec.
000192 FD  Item-Location-File
000194     Label Records Are Standard.
000196 Copy ilocrec.
000200 Working-Storage Section.
000210 01  WS-Item-File-Status   Pic XX.
000220 01  Item-Number           Pic 9(5) Value Zeros.
000470 01  WS-Pick-Item-No       Pic ZZZZ9.
000480 01  WS-Pick-Seq           Pic ZZ9.
000490 01  WS-Pick-Total         Pic ZZ9.
000491 01  WS-Stock-File-Status  Pic XX.
000492 01  WS-Locations-Open     Pic X Value "N".
000493 01  WS-Location-Eof       Pic X.
000494 01  WS-Display-Qty        Pic ZZZZ9.
000495 01  WS-Location-Note      Pic X(40).
000496 01  WS-Location-Count     Pic 99.
000497 01  WS-Location-Display.
000498     05  WS-Location-Slot Occurs 8 Times.
000499         10  WS-L-Location-Code  Pic X(4).
000500         10  Filler              Pic X.
000501         10  WS-L-Quantity       Pic ZZZZ9.
000502         10  Filler              Pic X(3).
000503 01  WS-Location-Lines Redefines WS-Location-Display.
000504     05  WS-Location-Line-1      Pic X(52).
000505     05  WS-Location-Line-2      Pic X(52).
000506 Screen Section.
000510 01  Inquiry-Key-Screen
000520     Blank Screen, Auto,
000530     Foreground-Color Is 7,
000860     03  Line 8 Column 38 Pic X To WS-Inquiry-Action.
000870     03  Line 10 Column 5 Pic X(40) From WS-Error-Message
000880                                        Highlight.
000881     03  Line 12 Column 5 Value "Quantity On Hand" Highlight.
000882     03  Line 12 Column 22 Pic ZZZZ9 From WS-Display-Qty.
000883     03  Line 13 Column 5 Value "By Location" Highlight.
000884     03  Line 13 Column 22 Pic X(52) From WS-Location-Line-1.
000885     03  Line 14 Column 22 Pic X(52) From WS-Location-Line-2.
000886     03  Line 15 Column 22 Pic X(40) From WS-Location-Note.
000890 01  Match-Pick-Screen
000900     Blank Screen,
000910     Foreground-Color Is 7,
001110 Procedure Division.
001120 Chapt04d-Start.
001130     Perform Open-Item-Master-File
001132     Open Input Item-Location-File
001134     If WS-Stock-File-Status = "00"
001136         Move "Y" to WS-Locations-Open
001138     End-If
001140     Perform Until WS-Inquiry-Done = "Y"
001150         Perform Get-Item-By-Key
001160         If WS-Record-Found = "Y"
001180         End-If
001190     End-Perform
001200     Close Item-Master-File
001202     If WS-Locations-Open = "Y"
001204         Close Item-Location-File
001206     End-If
001210     Goback.
001220 Open-Item-Master-File.
001230     Open Input Item-Master-File
002080                 " " Delimited By Size
002090                 MF-Currency-Code Delimited By Size
002100                 Into WS-Formatted-Amount
002105     End-Evaluate
002110     Move MF-Quantity-On-Hand to WS-Display-Qty
002115     Perform Load-Location-Breakdown.
002120*--------------------------------------------------------------*
002130*  A full or partial match on either description is collected  *
002140*  into the match table by scanning the whole master, then the *
003360                 Move "Y" to WS-Record-Found
003370         End-Read
003380     End-If.
003390*--------------------------------------------------------------*
003400*  The quantity on hand is shown split by location, up to      *
003410*  eight locations; the stock-by-location report lists them    *
003420*  all.  Locations holding nothing are left off.               *
003430*--------------------------------------------------------------*
003440 Load-Location-Breakdown.
003450     Move Spaces to WS-Location-Display
003460     Move Spaces to WS-Location-Note
003470     Move Zero to WS-Location-Count
003480     If WS-Locations-Open Not = "Y"
003490         Move "Location stock file not available"
003500             to WS-Location-Note
003510     Else
003520         Move "N" to WS-Location-Eof
003530         Move MF-Item-Number to IL-Item-Number
003540         Move Spaces to IL-Location-Code
003550         Start Item-Location-File Key Not < IL-Item-Location-Key
003560             Invalid Key
003570                 Move "Y" to WS-Location-Eof
003580         End-Start
003590         Perform Until WS-Location-Eof = "Y"
003600             Read Item-Location-File Next Record
003610                 At End
003620                     Move "Y" to WS-Location-Eof
003630                 Not At End
003640                     If IL-Item-Number Not = MF-Item-Number
003650                         Move "Y" to WS-Location-Eof
003660                     Else
003670                         Perform Add-Location-Slot
003680                     End-If
003690             End-Read
003700         End-Perform
003710         If WS-Location-Count = Zero
003720             Move "No stock held at any location"
003730                 to WS-Location-Note
003740         End-If
003750     End-If.
003760 Add-Location-Slot.
003770     If IL-Quantity-On-Hand > Zero
003780         If WS-Location-Count < 8
003790             Add 1 to WS-Location-Count
003800             Move IL-Location-Code
003810                 to WS-L-Location-Code (WS-Location-Count)
003820             Move IL-Quantity-On-Hand
003830                 to WS-L-Quantity (WS-Location-Count)
003840         Else
003850             Move "More locations - see stock report"
003860                 to WS-Location-Note
003870         End-If
003880     End-If.
