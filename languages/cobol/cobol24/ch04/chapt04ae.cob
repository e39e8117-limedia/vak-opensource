000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ae.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Location-Master-File Assign To "LOCNMAST"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is LO-Location-Code
000140         File Status Is WS-Locn-File-Status.
000150     Select Item-Location-File Assign To "ITEMLOCN"
000160         Organization Is Indexed
000170         Access Mode Is Sequential
000180         Record Key Is IL-Item-Location-Key
000190         File Status Is WS-Stock-File-Status.
000200 Data Division.
000210 File Section.
000220 FD  Location-Master-File
000230     Label Records Are Standard.
000240 Copy locnrec.
000250 FD  Item-Location-File
000260     Label Records Are Standard.
000270 Copy ilocrec.
000280 Working-Storage Section.
000290 01  WS-Locn-File-Status   Pic XX.
000300 01  WS-Stock-File-Status  Pic XX.
000310 01  Location-Code         Pic X(4) Value Spaces.
000320 01  Location-Name         Pic X(20) Value Spaces.
000330 01  Location-Status       Pic X Value Space.
000340 01  WS-Default-Location   Pic X(4) Value "MAIN".
000350 01  WS-Entry-Valid        Pic X Value "N".
000360 01  WS-Error-Message      Pic X(40) Value Spaces.
000370 01  WS-Another-Location   Pic X Value "Y".
000380 01  WS-Save-Note          Pic X(40) Value Spaces.
000390 01  WS-End-Of-File        Pic X.
000400 01  WS-Stock-Held         Pic X.
000410 01  WS-Location-Found     Pic X.
000420 Screen Section.
000430 01  Location-Entry-Screen
000440     Blank Screen, Auto, Required,
000450     Foreground-Color Is 7,
000460     Background-Color Is 1.
000470     03  Line 1 Column 27 Value "Location Maintenance".
000480     03  Line 3 Column 5  Value "Location Code" Highlight.
000490     03  Line 3 Column 28 Pic X(4) To Location-Code.
000500     03  Line 4 Column 5  Value "Location Name" Highlight.
000510     03  Line 4 Column 28 Pic X(20) To Location-Name.
000520     03  Line 5 Column 5  Value "Status (A/I) " Highlight.
000530     03  Line 5 Column 28 Pic X To Location-Status.
000540     03  Line 10 Column 5 Pic X(40) From WS-Error-Message
000550                                        Highlight.
000560 01  Location-Status-Screen
000570     Blank Screen, Auto, Required,
000580     Foreground-Color Is 7,
000590     Background-Color Is 1.
000600     03  Line 1 Column 27 Value "Location Maintenance".
000610     03  Line 3 Column 5  Pic X(40) From WS-Save-Note.
000620     03  Line 5 Column 5  Value "Enter another location (Y/N)"
000630                                Highlight.
000640     03  Line 5 Column 35 Pic X To WS-Another-Location.
000650 Procedure Division.
000660 Chapt04ae-Start.
000670     Perform Open-Location-Master-File
000680     Move "Y" to WS-Another-Location
000690     Perform Until WS-Another-Location Not = "Y"
000700         Perform Get-Valid-Location-Entry
000710         Perform Save-Location-Record
000720         Display Location-Status-Screen
000730         Accept Location-Status-Screen
000740     End-Perform
000750     Close Location-Master-File
000760     Goback.
000770*--------------------------------------------------------------*
000780*  The file is created holding the main storeroom, which is    *
000790*  where receipts and issues go when no location is keyed.     *
000800*--------------------------------------------------------------*
000810 Open-Location-Master-File.
000820     Open I-O Location-Master-File
000830     If WS-Locn-File-Status Not = "00"
000840         Open Output Location-Master-File
000850         Move WS-Default-Location to LO-Location-Code
000860         Move "Main Storeroom" to LO-Location-Name
000870         Move "A" to LO-Status-Code
000880         Write Location-Master-Record
000890         Close Location-Master-File
000900         Open I-O Location-Master-File
000910     End-If.
000920 Get-Valid-Location-Entry.
000930     Move "N" to WS-Entry-Valid
000940     Perform Until WS-Entry-Valid = "Y"
000950         Display Location-Entry-Screen
000960         Accept Location-Entry-Screen
000970         Move "Y" to WS-Entry-Valid
000980         Evaluate True
000990             When Location-Code = Spaces
001000                 Move "Location Code may not be blank"
001010                     to WS-Error-Message
001020                 Move "N" to WS-Entry-Valid
001030             When Location-Name = Spaces
001040                 Move "Location Name may not be blank"
001050                     to WS-Error-Message
001060                 Move "N" to WS-Entry-Valid
001070             When Location-Status Not = "A"
001080              And Location-Status Not = "I"
001090                 Move "Status must be A or I"
001100                     to WS-Error-Message
001110                 Move "N" to WS-Entry-Valid
001120             When Location-Status = "I"
001130              And Location-Code = WS-Default-Location
001140                 Move "The main location may not be inactive"
001150                     to WS-Error-Message
001160                 Move "N" to WS-Entry-Valid
001170             When Other
001180                 Move Spaces to WS-Error-Message
001190         End-Evaluate
001200         If WS-Entry-Valid = "Y"
001210          And Location-Status = "I"
001220             Perform Check-Stock-Held
001230             If WS-Stock-Held = "Y"
001240                 Move "Location still holds stock"
001250                     to WS-Error-Message
001260                 Move "N" to WS-Entry-Valid
001270             End-If
001280         End-If
001290     End-Perform.
001300*--------------------------------------------------------------*
001310*  A location is only made inactive once everything held there *
001320*  has been issued or transferred out.                         *
001330*--------------------------------------------------------------*
001340 Check-Stock-Held.
001350     Move "N" to WS-Stock-Held
001360     Open Input Item-Location-File
001370     If WS-Stock-File-Status = "00"
001380         Move "N" to WS-End-Of-File
001390         Perform Until WS-End-Of-File = "Y"
001400                   Or WS-Stock-Held = "Y"
001410             Read Item-Location-File
001420                 At End
001430                     Move "Y" to WS-End-Of-File
001440                 Not At End
001450                     If IL-Location-Code = Location-Code
001460                      And IL-Quantity-On-Hand > Zero
001470                         Move "Y" to WS-Stock-Held
001480                     End-If
001490             End-Read
001500         End-Perform
001510         Close Item-Location-File
001520     End-If.
001530 Save-Location-Record.
001540     Move Location-Code to LO-Location-Code
001550     Read Location-Master-File
001560         Invalid Key
001570             Move "N" to WS-Location-Found
001580         Not Invalid Key
001590             Move "Y" to WS-Location-Found
001600     End-Read
001610     Perform Move-Location-Fields
001620     If WS-Location-Found = "Y"
001630         Rewrite Location-Master-Record
001640         Move "Location updated" to WS-Save-Note
001650     Else
001660         Write Location-Master-Record
001670         Move "Location added" to WS-Save-Note
001680     End-If.
001690 Move-Location-Fields.
001700     Move Location-Code to LO-Location-Code
001710     Move Location-Name to LO-Location-Name
001720     Move Location-Status to LO-Status-Code.
