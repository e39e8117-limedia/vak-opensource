000120         Access Mode Is Dynamic
000130         Record Key Is CT-Category-Code
000140         File Status Is WS-Catg-File-Status.
000141     Select Item-Master-File Assign To "ITEMMAST"
000142         Organization Is Indexed
000143         Access Mode Is Sequential
000144         Record Key Is MF-Item-Number
000145         File Status Is WS-Item-File-Status.
000147     Select Pending-Change-File Assign To "PENDCHG"
000149         Organization Is Indexed
000151         Access Mode Is Sequential
000153         Record Key Is PD-Pending-Key
000155         File Status Is WS-Pend-File-Status.
000157 Data Division.
000160 File Section.
000170 FD  Category-Master-File
000180     Label Records Are Standard.
000190 Copy catgrec.
000192 FD  Item-Master-File
000194     Label Records Are Standard.
000196 Copy itemrec.
000197 FD  Pending-Change-File
000198     Label Records Are Standard.
000199 Copy pndgrec.
000200 Working-Storage Section.
000210 01  WS-Catg-File-Status   Pic XX.
000212 01  WS-Item-File-Status   Pic XX.
000213 01  WS-Pend-File-Status   Pic XX.
000214 01  WS-End-Of-File        Pic X Value "N".
000220 01  Category-Code         Pic X(3) Value Spaces.
000230 01  Category-Description  Pic X(20) Value Spaces.
000232 01  Remove-Category       Pic X Value "N".
000234 01  WS-Items-Using        Pic 9(5) Value Zero.
000240 01  WS-Entry-Valid        Pic X Value "N".
000250 01  WS-Error-Message      Pic X(40) Value Spaces.
000260 01  WS-Another-Category   Pic X Value "Y".
000265 01  WS-Save-Note          Pic X(40) Value Spaces.
000270 Screen Section.
000280 01  Category-Entry-Screen
000290     Blank Screen, Auto, Required,
000340     03  Line 3 Column 28 Pic X(3) To Category-Code.
000350     03  Line 4 Column 5  Value "Description  " Highlight.
000360     03  Line 4 Column 28 Pic X(20) To Category-Description.
000362     03  Line 5 Column 5  Value "Remove (Y/N) " Highlight.
000364     03  Line 5 Column 28 Pic X To Remove-Category.
000366     03  Line 6 Column 5  Value "Items using it" Highlight.
000368     03  Line 6 Column 28 Pic ZZZZ9 From WS-Items-Using.
000370     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
000380                                        Highlight.
000390 01  Category-Status-Screen
000410     Foreground-Color Is 7,
000420     Background-Color Is 1.
000430     03  Line 1 Column 27 Value "Item Category Entry".
000435     03  Line 3 Column 5  Pic X(40) From WS-Save-Note.
000440     03  Line 4 Column 5  Value "Items using it".
000445     03  Line 4 Column 20 Pic ZZZZ9 From WS-Items-Using.
000450     03  Line 5 Column 5  Value "Enter another category (Y/N)"
000460                                Highlight.
000470     03  Line 5 Column 35 Pic X To WS-Another-Category.
000520     Move "Y" to WS-Another-Category
000530     Perform Until WS-Another-Category Not = "Y"
000540         Perform Get-Valid-Category-Entry
000542         If Remove-Category = "Y"
000544             Perform Remove-Category-Record
000546         Else
000548             Perform Save-Category-Record
000550         End-If
000560         Display Category-Status-Screen
000570         Accept Category-Status-Screen
000580     End-Perform
000890                 Move "Category Code may not be blank"
000900                     to WS-Error-Message
000910                 Move "N" to WS-Entry-Valid
000912             When Remove-Category Not = "Y"
000914              And Remove-Category Not = "N"
000916                 Move "Remove must be Y or N" to WS-Error-Message
000918                 Move "N" to WS-Entry-Valid
000920             When Category-Description = Spaces
000925              And Remove-Category = "N"
000930                 Move "Description may not be blank"
000940                     to WS-Error-Message
000950                 Move "N" to WS-Entry-Valid
000960             When Other
000970                 Move Spaces to WS-Error-Message
000980         End-Evaluate
000981         If WS-Entry-Valid = "Y"
000982             Perform Count-Category-Items
000983             If Remove-Category = "Y"
000984                 Perform Check-Category-Removal
000985             End-If
000986         End-If
000990     End-Perform.
001000 Save-Category-Record.
001010     Move Category-Code to CT-Category-Code
001015     Move "Category saved" to WS-Save-Note
001020     Read Category-Master-File
001030         Invalid Key
001040             Move Category-Description
001090                 to CT-Category-Description
001100             Rewrite Category-Master-Record
001110     End-Read.
001120*--------------------------------------------------------------*
001130*  A category may only be removed once no item carries it.     *
001140*  Items with a blank category report under "UNC", so they are *
001145*  counted against it, and "UNC" itself is never removed.  A   *
001150*  change awaiting approval that would set the category counts *
001155*  as an item using it.                                        *
001160*--------------------------------------------------------------*
001170 Count-Category-Items.
001180     Move Zero to WS-Items-Using
001190     Open Input Item-Master-File
001200     If WS-Item-File-Status = "00"
001210         Move "N" to WS-End-Of-File
001220         Read Item-Master-File
001230             At End Move "Y" to WS-End-Of-File
001240         End-Read
001250         Perform Until WS-End-Of-File = "Y"
001260             If MF-Category-Code = Category-Code
001270              Or (MF-Category-Code = Spaces
001280                  And Category-Code = "UNC")
001290                 Add 1 to WS-Items-Using
001300             End-If
001310             Read Item-Master-File
001320                 At End Move "Y" to WS-End-Of-File
001330             End-Read
001340         End-Perform
001350         Close Item-Master-File
001355     End-If
001360     Perform Count-Pending-Categories.
001370 Check-Category-Removal.
001380     Move Category-Code to CT-Category-Code
001390     Read Category-Master-File
001400         Invalid Key
001410             Move "Category is not on file"
001420                 to WS-Error-Message
001430             Move "N" to WS-Entry-Valid
001440         Not Invalid Key
001450             Evaluate True
001460                 When Category-Code = "UNC"
001470                     Move "UNC is the default - not removed"
001480                         to WS-Error-Message
001490                     Move "N" to WS-Entry-Valid
001500                 When WS-Items-Using > Zero
001510                     Move "Category is in use - not removed"
001520                         to WS-Error-Message
001530                     Move "N" to WS-Entry-Valid
001540                 When Other
001550                     Continue
001560             End-Evaluate
001570     End-Read.
001580 Remove-Category-Record.
001590     Move Category-Code to CT-Category-Code
001600     Delete Category-Master-File Record
001610         Invalid Key
001620             Move "Category was not on file"
001630                 to WS-Save-Note
001640         Not Invalid Key
001650             Move "Category removed" to WS-Save-Note
001660     End-Delete.
001670 Count-Pending-Categories.
001680     Open Input Pending-Change-File
001690     If WS-Pend-File-Status = "00"
001700         Move "N" to WS-End-Of-File
001710         Read Pending-Change-File
001720             At End Move "Y" to WS-End-Of-File
001730         End-Read
001740         Perform Until WS-End-Of-File = "Y"
001750             If PD-Status-Code = "P"
001760              And (PD-New-Category-Code = Category-Code
001770               Or (PD-New-Category-Code = Spaces
001780                   And Category-Code = "UNC"))
001790                 Add 1 to WS-Items-Using
001800             End-If
001810             Read Pending-Change-File
001820                 At End Move "Y" to WS-End-Of-File
001830             End-Read
001840         End-Perform
001850         Close Pending-Change-File
001860     End-If.
