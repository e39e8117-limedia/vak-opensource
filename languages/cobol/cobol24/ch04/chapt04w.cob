000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04w.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Supplier-Master-File Assign To "SUPPMAST"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is SU-Supplier-Code
000140         File Status Is WS-Supp-File-Status.
000150     Select Currency-Rate-File Assign To "CURRRATE"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is CR-Currency-Code
000190         File Status Is WS-Rate-File-Status.
000200 Data Division.
000210 File Section.
000220 FD  Supplier-Master-File
000230     Label Records Are Standard.
000240 Copy supprec.
000250 FD  Currency-Rate-File
000260     Label Records Are Standard.
000270 Copy currrec.
000280 Working-Storage Section.
000290 01  WS-Supp-File-Status   Pic XX.
000300 01  WS-Rate-File-Status   Pic XX.
000310 01  Supplier-Code         Pic X(6) Value Spaces.
000320 01  Supplier-Name         Pic X(20) Value Spaces.
000330 01  Contact-Name          Pic X(20) Value Spaces.
000340 01  Phone-Number          Pic X(15) Value Spaces.
000350 01  Currency-Code         Pic X(3) Value Spaces.
000360 01  Supplier-Status       Pic X Value Space.
000370 01  WS-Currency-Valid     Pic X Value "N".
000380 01  WS-Entry-Valid        Pic X Value "N".
000390 01  WS-Error-Message      Pic X(40) Value Spaces.
000400 01  WS-Another-Supplier   Pic X Value "Y".
000410 01  WS-Save-Note          Pic X(40) Value Spaces.
000420 Screen Section.
000430 01  Supplier-Entry-Screen
000440     Blank Screen, Auto, Required,
000450     Foreground-Color Is 7,
000460     Background-Color Is 1.
000470     03  Line 1 Column 27 Value "Supplier Maintenance".
000480     03  Line 3 Column 5  Value "Supplier Code" Highlight.
000490     03  Line 3 Column 28 Pic X(6) To Supplier-Code.
000500     03  Line 4 Column 5  Value "Supplier Name" Highlight.
000510     03  Line 4 Column 28 Pic X(20) To Supplier-Name.
000520     03  Line 5 Column 5  Value "Contact      " Highlight.
000530     03  Line 5 Column 28 Pic X(20) To Contact-Name.
000540     03  Line 6 Column 5  Value "Phone        " Highlight.
000550     03  Line 6 Column 28 Pic X(15) To Phone-Number.
000560     03  Line 7 Column 5  Value "Currency     " Highlight.
000570     03  Line 7 Column 28 Pic X(3) To Currency-Code.
000580     03  Line 8 Column 5  Value "Status (A/I) " Highlight.
000590     03  Line 8 Column 28 Pic X To Supplier-Status.
000600     03  Line 10 Column 5 Pic X(40) From WS-Error-Message
000610                                        Highlight.
000620 01  Supplier-Status-Screen
000630     Blank Screen, Auto, Required,
000640     Foreground-Color Is 7,
000650     Background-Color Is 1.
000660     03  Line 1 Column 27 Value "Supplier Maintenance".
000670     03  Line 3 Column 5  Pic X(40) From WS-Save-Note.
000680     03  Line 5 Column 5  Value "Enter another supplier (Y/N)"
000690                                Highlight.
000700     03  Line 5 Column 35 Pic X To WS-Another-Supplier.
000710 Procedure Division.
000720 Chapt04w-Start.
000730     Perform Open-Supplier-Master-File
000740     Open Input Currency-Rate-File
000750     If WS-Rate-File-Status Not = "00"
000760         Display "Chapt04w: Currency Rate file not found"
000770         Display "Run the Chapt04g rate entry first"
000780         Close Supplier-Master-File
000790         Goback
000800     End-If
000810     Move "Y" to WS-Another-Supplier
000820     Perform Until WS-Another-Supplier Not = "Y"
000830         Perform Get-Valid-Supplier-Entry
000840         Perform Save-Supplier-Record
000850         Display Supplier-Status-Screen
000860         Accept Supplier-Status-Screen
000870     End-Perform
000880     Close Supplier-Master-File
000890     Close Currency-Rate-File
000900     Goback.
000910 Open-Supplier-Master-File.
000920     Open I-O Supplier-Master-File
000930     If WS-Supp-File-Status Not = "00"
000940         Open Output Supplier-Master-File
000950         Close Supplier-Master-File
000960         Open I-O Supplier-Master-File
000970     End-If.
000980 Get-Valid-Supplier-Entry.
000990     Move "N" to WS-Entry-Valid
001000     Perform Until WS-Entry-Valid = "Y"
001010         Display Supplier-Entry-Screen
001020         Accept Supplier-Entry-Screen
001030         Perform Check-Currency-Code
001040         Move "Y" to WS-Entry-Valid
001050         Evaluate True
001060             When Supplier-Code = Spaces
001070                 Move "Supplier Code may not be blank"
001080                     to WS-Error-Message
001090                 Move "N" to WS-Entry-Valid
001100             When Supplier-Name = Spaces
001110                 Move "Supplier Name may not be blank"
001120                     to WS-Error-Message
001130                 Move "N" to WS-Entry-Valid
001140             When WS-Currency-Valid = "N"
001150                 Move "Currency code not on rate file"
001160                     to WS-Error-Message
001170                 Move "N" to WS-Entry-Valid
001180             When Supplier-Status Not = "A"
001190              And Supplier-Status Not = "I"
001200                 Move "Status must be A or I"
001210                     to WS-Error-Message
001220                 Move "N" to WS-Entry-Valid
001230             When Other
001240                 Move Spaces to WS-Error-Message
001250         End-Evaluate
001260     End-Perform.
001270 Check-Currency-Code.
001280     Move "N" to WS-Currency-Valid
001290     Move Currency-Code to CR-Currency-Code
001300     Read Currency-Rate-File
001310         Invalid Key
001320             Continue
001330         Not Invalid Key
001340             Move "Y" to WS-Currency-Valid
001350     End-Read.
001360 Save-Supplier-Record.
001370     Move Supplier-Code to SU-Supplier-Code
001380     Read Supplier-Master-File
001390         Invalid Key
001400             Perform Move-Supplier-Fields
001410             Write Supplier-Master-Record
001420             Move "Supplier added" to WS-Save-Note
001430         Not Invalid Key
001440             Perform Move-Supplier-Fields
001450             Rewrite Supplier-Master-Record
001460             Move "Supplier updated" to WS-Save-Note
001470     End-Read.
001480 Move-Supplier-Fields.
001490     Move Supplier-Code to SU-Supplier-Code
001500     Move Supplier-Name to SU-Supplier-Name
001510     Move Contact-Name to SU-Contact-Name
001520     Move Phone-Number to SU-Phone-Number
001530     Move Currency-Code to SU-Currency-Code
001540     Move Supplier-Status to SU-Status-Code.
