000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ac.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Item-Count-File Assign To "ITEMCNT"
000110         Organization Is Indexed
000120         Access Mode Is Sequential
000130         Record Key Is IC-Count-Key
000140         File Status Is WS-Count-File-Status.
000150     Select Item-Master-File Assign To "ITEMMAST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is MF-Item-Number
000190         File Status Is WS-Item-File-Status.
000200     Select Currency-Rate-File Assign To "CURRRATE"
000210         Organization Is Indexed
000220         Access Mode Is Dynamic
000230         Record Key Is CR-Currency-Code
000240         File Status Is WS-Rate-File-Status.
000250     Select Report-File Assign To "CNTVARN"
000260         Organization Is Line Sequential.
000270 Data Division.
000280 File Section.
000290 FD  Item-Count-File
000300     Label Records Are Standard.
000310 Copy countrec.
000320 FD  Item-Master-File
000330     Label Records Are Standard.
000340 Copy itemrec.
000350 FD  Currency-Rate-File
000360     Label Records Are Standard.
000370 Copy currrec.
000380 FD  Report-File
000390     Label Records Are Standard.
000400 01  Report-Line               Pic X(80).
000410 Working-Storage Section.
000420 01  WS-Count-File-Status      Pic XX.
000430 01  WS-Item-File-Status       Pic XX.
000440 01  WS-Rate-File-Status       Pic XX.
000450 01  WS-Rates-Open             Pic X Value "N".
000460 01  WS-End-Of-File            Pic X Value "N".
000470 01  Variances-Only            Pic X Value "N".
000480 01  WS-Today-Date             Pic 9(8).
000490 01  WS-Unit-Value             Pic 9(5)v99.
000500 01  WS-Currency-Code          Pic X(3).
000510 01  WS-Rate-Found             Pic X.
000520 01  WS-Quantity-Difference    Pic S9(5).
000530 01  WS-Value-Difference       Pic S9(9)v99.
000540 01  WS-Usd-Difference         Pic S9(11)v99.
000550 01  WS-Net-Usd-Variance       Pic S9(13)v99 Value Zero.
000560 01  WS-Items-In-Count         Pic 9(5) Value Zero.
000570 01  WS-Items-Counted          Pic 9(5) Value Zero.
000580 01  WS-Items-Not-Counted      Pic 9(5) Value Zero.
000590 01  WS-Items-With-Variance    Pic 9(5) Value Zero.
000600 01  WS-No-Rate-Count          Pic 9(5) Value Zero.
000610 01  WS-Heading-Line.
000620     05  Filler                Pic X(26)
000630         Value "Stock Count Variance for ".
000640     05  WS-H-Date             Pic 9(8).
000650     05  Filler                Pic X(14)
000660         Value "   frozen on ".
000670     05  WS-H-Freeze-Date      Pic 9(8).
000680 01  WS-Column-Line.
000690     05  Filler                Pic X(7)  Value "Item".
000695     05  Filler                Pic X(6)  Value "Locn".
000700     05  Filler                Pic X(12) Value "Description".
000710     05  Filler                Pic X(7)  Value "Book".
000720     05  Filler                Pic X(8)  Value "Counted".
000730     05  Filler                Pic X(8)  Value "Diff".
000740     05  Filler                Pic X(11) Value "Unit Value".
000750     05  Filler                Pic X(5)  Value "Ccy".
000760     05  Filler                Pic X(14) Value "USD Value Diff".
000770 01  WS-Detail-Line.
000780     05  WS-D-Item-Number      Pic ZZZZ9.
000782     05  Filler                Pic X(2)  Value Spaces.
000784     05  WS-D-Location         Pic X(4).
000790     05  Filler                Pic X(2)  Value Spaces.
000800     05  WS-D-Description      Pic X(10).
000810     05  Filler                Pic X(2)  Value Spaces.
000820     05  WS-D-Book             Pic ZZZZ9.
000830     05  Filler                Pic X(2)  Value Spaces.
000840     05  WS-D-Counted          Pic ZZZZ9.
000850     05  Filler                Pic X(2)  Value Spaces.
000860     05  WS-D-Difference       Pic -ZZZZ9.
000870     05  Filler                Pic X(2)  Value Spaces.
000880     05  WS-D-Unit-Value       Pic ZZ,ZZ9.99.
000890     05  Filler                Pic X(2)  Value Spaces.
000900     05  WS-D-Currency-Code    Pic X(3).
000910     05  Filler                Pic X(2)  Value Spaces.
000920     05  WS-D-Usd-Difference   Pic -ZZZ,ZZZ,ZZ9.99.
000930 01  WS-Not-Counted-Line.
000940     05  WS-N-Item-Number      Pic ZZZZ9.
000950     05  Filler                Pic X(2)  Value Spaces.
000952     05  WS-N-Location         Pic X(4).
000954     05  Filler                Pic X(2)  Value Spaces.
000960     05  WS-N-Description      Pic X(10).
000970     05  Filler                Pic X(2)  Value Spaces.
000980     05  WS-N-Book             Pic ZZZZ9.
000990     05  Filler                Pic X(4)  Value Spaces.
001000     05  Filler                Pic X(17)
001010         Value "** NOT COUNTED **".
001020 01  WS-Note-Line.
001030     05  Filler                Pic X(63) Value Spaces.
001035     05  WS-Note-Text          Pic X(15).
001040 01  WS-Count-Line-1.
001050     05  Filler                Pic X(24) Value "Items in count".
001060     05  WS-C-In-Count         Pic ZZZZ9.
001070     05  Filler                Pic X(6)  Value Spaces.
001080     05  Filler                Pic X(24) Value "Items counted".
001090     05  WS-C-Counted          Pic ZZZZ9.
001100 01  WS-Count-Line-2.
001110     05  Filler                Pic X(24)
001115         Value "Items not counted".
001120     05  WS-C-Not-Counted      Pic ZZZZ9.
001130     05  Filler                Pic X(6)  Value Spaces.
001140     05  Filler                Pic X(24)
001145         Value "Items with variance".
001150     05  WS-C-With-Variance    Pic ZZZZ9.
001160 01  WS-Total-Line.
001170     05  Filler                Pic X(24)
001180         Value "Net variance USD".
001190     05  WS-T-Net-Usd          Pic -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001200 01  WS-No-Rate-Total-Line.
001210     05  Filler                Pic X(24)
001220         Value "Variances without rate".
001230     05  WS-T-No-Rate          Pic ZZZZ9.
001240 Screen Section.
001250 01  Variance-Select-Screen
001260     Blank Screen, Auto,
001270     Foreground-Color Is 7,
001280     Background-Color Is 1.
001290     03  Line 1 Column 25 Value "Stock Count Variance Report".
001300     03  Line 3 Column 5  Value "Variances only (Y/N)" Highlight.
001310     03  Line 3 Column 30 Pic X To Variances-Only.
001320 Procedure Division.
001330 Chapt04ac-Start.
001340     Display Variance-Select-Screen
001350     Accept Variance-Select-Screen
001360     Open Input Item-Count-File
001370     If WS-Count-File-Status Not = "00"
001380         Display "Chapt04ac: no stock count on file"
001390         Display "Run the Chapt04aa count freeze first"
001400         Goback
001410     End-If
001420     Open Input Item-Master-File
001430     If WS-Item-File-Status Not = "00"
001440         Display "Chapt04ac: Item Master file not found"
001450         Close Item-Count-File
001460         Goback
001470     End-If
001480     Open Input Currency-Rate-File
001490     If WS-Rate-File-Status = "00"
001500         Move "Y" to WS-Rates-Open
001510     End-If
001520     Open Output Report-File
001530     Accept WS-Today-Date From Date YYYYMMDD
001540     Move WS-Today-Date to WS-H-Date
001550     Move Zeros to WS-H-Freeze-Date
001560     Move "N" to WS-End-Of-File
001570     Read Item-Count-File Next Record
001580         At End Move "Y" to WS-End-Of-File
001590     End-Read
001600     If WS-End-Of-File = "N"
001610         Move IC-Freeze-Date to WS-H-Freeze-Date
001620     End-If
001630     Write Report-Line From WS-Heading-Line
001640     Write Report-Line From WS-Column-Line
001650     Perform Until WS-End-Of-File = "Y"
001660         Perform Report-One-Count
001670         Read Item-Count-File Next Record
001680             At End Move "Y" to WS-End-Of-File
001690         End-Read
001700     End-Perform
001710     Perform Write-Count-Totals
001720     Close Item-Count-File
001730     Close Item-Master-File
001740     If WS-Rates-Open = "Y"
001750         Close Currency-Rate-File
001760     End-If
001770     Close Report-File
001780     Goback.
001790 Report-One-Count.
001800     Add 1 to WS-Items-In-Count
001810     If IC-Count-Status = "F"
001820         Add 1 to WS-Items-Not-Counted
001830         Move IC-Item-Number to WS-N-Item-Number
001835         Move IC-Location-Code to WS-N-Location
001840         Move IC-Item-Description to WS-N-Description
001850         Move IC-Book-Quantity to WS-N-Book
001860         Write Report-Line From WS-Not-Counted-Line
001870     Else
001880         Add 1 to WS-Items-Counted
001890         Compute WS-Quantity-Difference =
001900             IC-Counted-Quantity - IC-Book-Quantity
001910         If WS-Quantity-Difference Not = Zero
001920             Add 1 to WS-Items-With-Variance
001930         End-If
001940         If WS-Quantity-Difference Not = Zero
001950            Or Variances-Only Not = "Y"
001960             Perform Write-Variance-Line
001970         End-If
001980     End-If.
001990*--------------------------------------------------------------*
002000*  The difference is valued at the item's current unit value   *
002010*  and converted to USD at the current rate, as the valuation  *
002020*  report does.  An item since removed from the master keeps   *
002030*  its quantities on the report with no value.                 *
002040*--------------------------------------------------------------*
002050 Write-Variance-Line.
002060     Move Zero to WS-Unit-Value
002070     Move Spaces to WS-Currency-Code
002080     Move IC-Item-Number to MF-Item-Number
002090     Read Item-Master-File
002100         Invalid Key
002110             Continue
002120         Not Invalid Key
002130             Move MF-Dollar-Amount to WS-Unit-Value
002140             Move MF-Currency-Code to WS-Currency-Code
002150     End-Read
002160     Compute WS-Value-Difference =
002170         WS-Quantity-Difference * WS-Unit-Value
002180     Perform Find-Current-Rate
002190     Move IC-Item-Number to WS-D-Item-Number
002195     Move IC-Location-Code to WS-D-Location
002200     Move IC-Item-Description to WS-D-Description
002210     Move IC-Book-Quantity to WS-D-Book
002220     Move IC-Counted-Quantity to WS-D-Counted
002230     Move WS-Quantity-Difference to WS-D-Difference
002240     Move WS-Unit-Value to WS-D-Unit-Value
002250     Move WS-Currency-Code to WS-D-Currency-Code
002260     If WS-Rate-Found = "Y"
002270         Compute WS-Usd-Difference Rounded =
002280             WS-Value-Difference * CR-Rate-To-USD
002290         Add WS-Usd-Difference to WS-Net-Usd-Variance
002300         Move WS-Usd-Difference to WS-D-Usd-Difference
002310         Write Report-Line From WS-Detail-Line
002320     Else
002330         Move Zero to WS-D-Usd-Difference
002340         Write Report-Line From WS-Detail-Line
002350         If WS-Value-Difference Not = Zero
002360             Add 1 to WS-No-Rate-Count
002370             Move "** NO RATE **" to WS-Note-Text
002390             Write Report-Line From WS-Note-Line
002400         End-If
002410     End-If
002420     If IC-Count-Status = "P"
002430         Move "posted" to WS-Note-Text
002450         Write Report-Line From WS-Note-Line
002460     End-If.
002470 Find-Current-Rate.
002480     Move "N" to WS-Rate-Found
002490     If WS-Rates-Open = "Y"
002500      And WS-Currency-Code Not = Spaces
002510         Move WS-Currency-Code to CR-Currency-Code
002520         Read Currency-Rate-File
002530             Invalid Key
002540                 Continue
002550             Not Invalid Key
002560                 Move "Y" to WS-Rate-Found
002570         End-Read
002580     End-If.
002590 Write-Count-Totals.
002600     Move Spaces to Report-Line
002610     Write Report-Line
002620     Move WS-Items-In-Count to WS-C-In-Count
002630     Move WS-Items-Counted to WS-C-Counted
002640     Write Report-Line From WS-Count-Line-1
002650     Move WS-Items-Not-Counted to WS-C-Not-Counted
002660     Move WS-Items-With-Variance to WS-C-With-Variance
002670     Write Report-Line From WS-Count-Line-2
002680     Move WS-Net-Usd-Variance to WS-T-Net-Usd
002690     Write Report-Line From WS-Total-Line
002700     If WS-No-Rate-Count > Zero
002710         Move WS-No-Rate-Count to WS-T-No-Rate
002720         Write Report-Line From WS-No-Rate-Total-Line
002730     End-If.
