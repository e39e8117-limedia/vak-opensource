000143         Access Mode Is Dynamic
000144         Record Key Is RH-Rate-Key
000145         File Status Is WS-Hist-File-Status.
000147     Select Item-Master-File Assign To "ITEMMAST"
000149         Organization Is Indexed
000151         Access Mode Is Sequential
000153         Record Key Is MF-Item-Number
000155         File Status Is WS-Item-File-Status.
000157     Select Pending-Change-File Assign To "PENDCHG"
000159         Organization Is Indexed
000161         Access Mode Is Sequential
000163         Record Key Is PD-Pending-Key
000165         File Status Is WS-Pend-File-Status.
000167 Data Division.
000169 File Section.
000170 FD  Currency-Rate-File
000180     Label Records Are Standard.
000190 Copy currrec.
000191 FD  Rate-History-File
000192     Label Records Are Standard.
000193 Copy ratehist.
000195 FD  Item-Master-File
000197     Label Records Are Standard.
000199 Copy itemrec.
000201 FD  Pending-Change-File
000203     Label Records Are Standard.
000205 Copy pndgrec.
000207 Working-Storage Section.
000210 01  WS-Rate-File-Status   Pic XX.
000215 01  WS-Hist-File-Status   Pic XX.
000217 01  WS-Item-File-Status   Pic XX.
000218 01  WS-Pend-File-Status   Pic XX.
000219 01  WS-End-Of-File        Pic X Value "N".
000220 01  Currency-Code         Pic X(3) Value Spaces.
000230 01  Rate-To-USD           Pic 9(4)v9(6) Value Zeros.
000240 01  Effective-Date        Pic 9(8) Value Zeros.
000242 01  Remove-Currency       Pic X Value "N".
000244 01  WS-Items-Using        Pic 9(5) Value Zero.
000250 01  WS-Entry-Valid        Pic X Value "N".
000260 01  WS-Error-Message      Pic X(40) Value Spaces.
000270 01  WS-Another-Rate       Pic X Value "Y".
000380     03  Line 5 Column 5  Value "Effective (YYYYMMDD)"
000390                                Highlight.
000400     03  Line 5 Column 28 Pic 9(8) To Effective-Date.
000402     03  Line 6 Column 5  Value "Remove (Y/N) " Highlight.
000404     03  Line 6 Column 28 Pic X To Remove-Currency.
000406     03  Line 7 Column 5  Value "Items using it" Highlight.
000408     03  Line 7 Column 28 Pic ZZZZ9 From WS-Items-Using.
000410     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
000420                                        Highlight.
000430 01  Rate-Status-Screen
000460     Background-Color Is 1.
000470     03  Line 1 Column 27 Value "Currency Rate Entry".
000480     03  Line 3 Column 5  Pic X(40) From WS-Save-Note.
000482     03  Line 4 Column 5  Value "Items using it".
000484     03  Line 4 Column 20 Pic ZZZZ9 From WS-Items-Using.
000490     03  Line 5 Column 5  Value "Enter another rate (Y/N)"
000500                                Highlight.
000510     03  Line 5 Column 31 Pic X To WS-Another-Rate.
000550     Move "Y" to WS-Another-Rate
000560     Perform Until WS-Another-Rate Not = "Y"
000570         Perform Get-Valid-Rate-Entry
000572         If Remove-Currency = "Y"
000574             Perform Remove-Rate-Record
000576         Else
000578             Perform Save-Rate-Record
000580             Perform Save-History-Record
000582         End-If
000590         Display Rate-Status-Screen
000600         Accept Rate-Status-Screen
000610     End-Perform
000790                 Move "Currency Code may not be blank"
000800                     to WS-Error-Message
000810                 Move "N" to WS-Entry-Valid
000811             When Remove-Currency Not = "Y"
000812              And Remove-Currency Not = "N"
000813                 Move "Remove must be Y or N" to WS-Error-Message
000814                 Move "N" to WS-Entry-Valid
000815             When Remove-Currency = "Y"
000816                 Move Spaces to WS-Error-Message
000820             When Rate-To-USD = Zero
000830                 Move "Rate may not be zero"
000840                     to WS-Error-Message
000900             When Other
000910                 Move Spaces to WS-Error-Message
000920         End-Evaluate
000921         If WS-Entry-Valid = "Y"
000922             Perform Count-Currency-Items
000923             If Remove-Currency = "Y"
000924                 Perform Check-Currency-Removal
000925             End-If
000926         End-If
000930     End-Perform.
000940 Save-Rate-Record.
000950     Move Currency-Code to CR-Currency-Code
001160             Move Rate-To-USD to RH-Rate-To-USD
001170             Rewrite Rate-History-Record
001180     End-Read.
001190*--------------------------------------------------------------*
001200*  A currency may only be removed once no item carries it.     *
001210*  Its rate history is kept so past valuations still re-run.   *
001212*  A change awaiting approval that would set the currency      *
001214*  counts as an item carrying it.                              *
001220*--------------------------------------------------------------*
001230 Count-Currency-Items.
001240     Move Zero to WS-Items-Using
001250     Open Input Item-Master-File
001260     If WS-Item-File-Status = "00"
001270         Move "N" to WS-End-Of-File
001280         Read Item-Master-File
001290             At End Move "Y" to WS-End-Of-File
001300         End-Read
001310         Perform Until WS-End-Of-File = "Y"
001320             If MF-Currency-Code = Currency-Code
001330                 Add 1 to WS-Items-Using
001340             End-If
001350             Read Item-Master-File
001360                 At End Move "Y" to WS-End-Of-File
001370             End-Read
001380         End-Perform
001390         Close Item-Master-File
001395     End-If
001400     Perform Count-Pending-Currencies.
001410 Check-Currency-Removal.
001420     Move Currency-Code to CR-Currency-Code
001430     Read Currency-Rate-File
001440         Invalid Key
001450             Move "Currency is not on file"
001460                 to WS-Error-Message
001470             Move "N" to WS-Entry-Valid
001480         Not Invalid Key
001490             If WS-Items-Using > Zero
001500                 Move "Currency is in use - not removed"
001510                     to WS-Error-Message
001520                 Move "N" to WS-Entry-Valid
001530             End-If
001540     End-Read.
001550 Remove-Rate-Record.
001560     Move Currency-Code to CR-Currency-Code
001570     Delete Currency-Rate-File Record
001580         Invalid Key
001590             Move "Currency was not on file"
001600                 to WS-Save-Note
001610         Not Invalid Key
001620             Move "Currency removed - history kept"
001630                 to WS-Save-Note
001640     End-Delete.
001650 Count-Pending-Currencies.
001660     Open Input Pending-Change-File
001670     If WS-Pend-File-Status = "00"
001680         Move "N" to WS-End-Of-File
001690         Read Pending-Change-File
001700             At End Move "Y" to WS-End-Of-File
001710         End-Read
001720         Perform Until WS-End-Of-File = "Y"
001730             If PD-Status-Code = "P"
001740              And PD-New-Currency-Code = Currency-Code
001750                 Add 1 to WS-Items-Using
001760             End-If
001770             Read Pending-Change-File
001780                 At End Move "Y" to WS-End-Of-File
001790             End-Read
001800         End-Perform
001810         Close Pending-Change-File
001820     End-If.
