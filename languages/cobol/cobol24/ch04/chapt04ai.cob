000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ai.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Period-Calendar-File Assign To "PERDCAL"
000110         Organization Is Indexed
000120         Access Mode Is Dynamic
000130         Record Key Is PC-Period-Number
000140         File Status Is WS-Perd-File-Status.
000150     Select Period-History-File Assign To "PERDHIST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is PH-History-Key
000190         File Status Is WS-Phst-File-Status.
000200     Select Report-File Assign To "PERDCOMP"
000210         Organization Is Line Sequential.
000220 Data Division.
000230 File Section.
000240 FD  Period-Calendar-File
000250     Label Records Are Standard.
000260 Copy perdrec.
000270 FD  Period-History-File
000280     Label Records Are Standard.
000290 Copy phstrec.
000300 FD  Report-File
000310     Label Records Are Standard.
000320 01  Report-Line               Pic X(80).
000330 Working-Storage Section.
000340 01  WS-Perd-File-Status       Pic XX.
000350 01  WS-Phst-File-Status       Pic XX.
000360 01  Report-Period             Pic 9(6) Value Zeros.
000370 01  WS-Prior-Period           Pic 9(6) Value Zeros.
000380 01  WS-Read-Period            Pic 9(6).
000390 01  WS-Opening-Side           Pic X.
000400 01  WS-End-Of-File            Pic X Value "N".
000410 01  WS-Error-Message          Pic X(40) Value Spaces.
000420 01  WS-Cat-Count              Pic 99 Value Zero.
000430 01  WS-Cat-Limit              Pic 99 Value 50.
000440 01  WS-Cat-Overflow           Pic X Value "N".
000450 01  WS-Cat-Sub                Pic 99.
000460 01  WS-Cat-Found              Pic X.
000470 01  WS-Cat-Table.
000480     05  WS-Cat-Entry Occurs 50 Times.
000490         10  WS-Cat-Code           Pic X(3).
000500         10  WS-Cat-Open-Qty       Pic 9(8).
000510         10  WS-Cat-Open-Usd       Pic 9(11)v99.
000520         10  WS-Cat-Close-Qty      Pic 9(8).
000530         10  WS-Cat-Close-Usd      Pic 9(11)v99.
000540 01  WS-Total-Open-Qty         Pic 9(8) Value Zero.
000550 01  WS-Total-Open-Usd         Pic 9(11)v99 Value Zero.
000560 01  WS-Total-Close-Qty        Pic 9(8) Value Zero.
000570 01  WS-Total-Close-Usd        Pic 9(11)v99 Value Zero.
000580 01  WS-Change-Usd             Pic S9(11)v99.
000590 01  WS-No-Rate-Count          Pic 9(5) Value Zero.
000600 01  WS-Heading-Line.
000610     05  Filler                Pic X(22)
000620         Value "Period Comparison for ".
000630     05  WS-H-Period           Pic 9(6).
000640     05  Filler                Pic X(3)  Value "   ".
000650     05  WS-H-Start-Date       Pic 9(8).
000660     05  Filler                Pic X(4)  Value " to ".
000670     05  WS-H-End-Date         Pic 9(8).
000680 01  WS-Opening-Line.
000690     05  Filler                Pic X(32)
000700         Value "Opening balances from period ".
000710     05  WS-O-Period           Pic 9(6).
000720 01  WS-No-Opening-Line.
000730     05  Filler                Pic X(48) Value
000740         "No earlier closed period - opening is zero".
000750 01  WS-Column-Line.
000760     05  Filler                Pic X(5)  Value "Cat".
000770     05  Filler                Pic X(12) Value "  Open Qty".
000780     05  Filler                Pic X(16) Value "      Open USD".
000790     05  Filler                Pic X(12) Value " Close Qty".
000800     05  Filler                Pic X(16) Value "     Close USD".
000810     05  Filler                Pic X(15) Value "     Change USD".
000820 01  WS-Detail-Line.
000830     05  WS-D-Category         Pic X(3).
000840     05  Filler                Pic X(2)  Value Spaces.
000850     05  WS-D-Open-Qty         Pic ZZ,ZZZ,ZZ9.
000860     05  Filler                Pic X(2)  Value Spaces.
000870     05  WS-D-Open-Usd         Pic ZZZ,ZZZ,ZZ9.99.
000880     05  Filler                Pic X(2)  Value Spaces.
000890     05  WS-D-Close-Qty        Pic ZZ,ZZZ,ZZ9.
000900     05  Filler                Pic X(2)  Value Spaces.
000910     05  WS-D-Close-Usd        Pic ZZZ,ZZZ,ZZ9.99.
000920     05  Filler                Pic X(2)  Value Spaces.
000930     05  WS-D-Change-Usd       Pic -ZZZ,ZZZ,ZZ9.99.
000940 01  WS-Cat-Overflow-Line.
000950     05  Filler                Pic X(48) Value
000960         "Category table full - some categories not shown".
000970 01  WS-No-Rate-Line.
000980     05  Filler                Pic X(34)
000990         Value "Items without a rate (no value)".
001000     05  WS-N-Count            Pic ZZZZ9.
001010 Screen Section.
001020 01  Comparison-Select-Screen
001030     Blank Screen, Auto,
001040     Foreground-Color Is 7,
001050     Background-Color Is 1.
001060     03  Line 1 Column 26 Value "Period Comparison Report".
001070     03  Line 3 Column 5  Value "Period (YYYYMM)" Highlight.
001080     03  Line 3 Column 25 Pic 9(6) To Report-Period.
001090     03  Line 4 Column 5  Value "(a closed period)".
001100 Procedure Division.
001110 Chapt04ai-Start.
001120     Display Comparison-Select-Screen
001130     Accept Comparison-Select-Screen
001140     Open Input Period-Calendar-File
001150     If WS-Perd-File-Status Not = "00"
001160         Display "Chapt04ai: Period Calendar file not found"
001170         Display "Run the Chapt04ag period calendar first"
001180         Goback
001190     End-If
001200     Perform Find-Report-Period
001210     If WS-Error-Message Not = Spaces
001220         Display "Chapt04ai: " WS-Error-Message
001230         Close Period-Calendar-File
001240         Goback
001250     End-If
001260     Open Input Period-History-File
001270     If WS-Phst-File-Status Not = "00"
001280         Display "Chapt04ai: Period History file not found"
001290         Display "Run the Chapt04ah month-end close first"
001300         Close Period-Calendar-File
001310         Goback
001320     End-If
001330     If WS-Prior-Period Not = Zeros
001340         Move "Y" to WS-Opening-Side
001350         Move WS-Prior-Period to WS-Read-Period
001360         Perform Add-Period-Balances
001370     End-If
001380     Move "N" to WS-Opening-Side
001390     Move Report-Period to WS-Read-Period
001400     Perform Add-Period-Balances
001410     Open Output Report-File
001420     Write Report-Line From WS-Heading-Line
001430     If WS-Prior-Period Not = Zeros
001440         Move WS-Prior-Period to WS-O-Period
001450         Write Report-Line From WS-Opening-Line
001460     Else
001470         Write Report-Line From WS-No-Opening-Line
001480     End-If
001490     Move Spaces to Report-Line
001500     Write Report-Line
001510     Write Report-Line From WS-Column-Line
001520     Perform Write-Category-Lines
001530     Close Period-Calendar-File
001540     Close Period-History-File
001550     Close Report-File
001560     Goback.
001570*--------------------------------------------------------------*
001580*  Only a closed period has a snapshot to report.  Its opening *
001590*  balances are the closing snapshot of the latest closed      *
001600*  period before it.                                           *
001610*--------------------------------------------------------------*
001620 Find-Report-Period.
001630     Move Spaces to WS-Error-Message
001640     Move Zeros to WS-Prior-Period
001650     Move Zeros to PC-Period-Number
001660     Start Period-Calendar-File Key Not < PC-Period-Number
001670         Invalid Key
001680             Move "Y" to WS-End-Of-File
001690     End-Start
001700     Perform Until WS-End-Of-File = "Y"
001710         Read Period-Calendar-File Next Record
001720             At End
001730                 Move "Y" to WS-End-Of-File
001740             Not At End
001750                 If PC-Period-Number < Report-Period
001760                  And PC-Status-Code = "C"
001770                     Move PC-Period-Number to WS-Prior-Period
001780                 End-If
001790         End-Read
001800     End-Perform
001810     Move Report-Period to PC-Period-Number
001820     Read Period-Calendar-File
001830         Invalid Key
001840             Move "Period is not on the calendar"
001850                 to WS-Error-Message
001860         Not Invalid Key
001870             If PC-Status-Code Not = "C"
001880                 Move "Period has not been closed"
001890                     to WS-Error-Message
001900             Else
001910                 Move PC-Period-Number to WS-H-Period
001920                 Move PC-Start-Date to WS-H-Start-Date
001930                 Move PC-End-Date to WS-H-End-Date
001940             End-If
001950     End-Read.
001960 Add-Period-Balances.
001970     Move "N" to WS-End-Of-File
001980     Move WS-Read-Period to PH-Period-Number
001990     Move Zeros to PH-Item-Number
002000     Start Period-History-File Key Not < PH-History-Key
002010         Invalid Key
002020             Move "Y" to WS-End-Of-File
002030     End-Start
002040     Perform Until WS-End-Of-File = "Y"
002050         Read Period-History-File Next Record
002060             At End
002070                 Move "Y" to WS-End-Of-File
002080             Not At End
002090                 If PH-Period-Number Not = WS-Read-Period
002100                     Move "Y" to WS-End-Of-File
002110                 Else
002120                     Perform Accumulate-Category
002130                 End-If
002140         End-Read
002150     End-Perform.
002160 Accumulate-Category.
002170     Move "N" to WS-Cat-Found
002180     Move 1 to WS-Cat-Sub
002190     Perform Until WS-Cat-Found = "Y"
002200               Or WS-Cat-Sub > WS-Cat-Count
002210         If WS-Cat-Code (WS-Cat-Sub) = PH-Category-Code
002220             Move "Y" to WS-Cat-Found
002230         Else
002240             Add 1 to WS-Cat-Sub
002250         End-If
002260     End-Perform
002270     If WS-Cat-Found = "N"
002280        And WS-Cat-Count < WS-Cat-Limit
002290         Add 1 to WS-Cat-Count
002300         Move WS-Cat-Count to WS-Cat-Sub
002310         Move PH-Category-Code to WS-Cat-Code (WS-Cat-Sub)
002320         Move Zero to WS-Cat-Open-Qty (WS-Cat-Sub)
002330         Move Zero to WS-Cat-Open-Usd (WS-Cat-Sub)
002340         Move Zero to WS-Cat-Close-Qty (WS-Cat-Sub)
002350         Move Zero to WS-Cat-Close-Usd (WS-Cat-Sub)
002360         Move "Y" to WS-Cat-Found
002370     End-If
002380     If WS-Cat-Found = "N"
002390         Move "Y" to WS-Cat-Overflow
002400     Else
002410         If WS-Opening-Side = "Y"
002420             Add PH-Quantity-On-Hand
002430                 to WS-Cat-Open-Qty (WS-Cat-Sub)
002440             Add PH-Usd-Value to WS-Cat-Open-Usd (WS-Cat-Sub)
002450         Else
002460             Add PH-Quantity-On-Hand
002470                 to WS-Cat-Close-Qty (WS-Cat-Sub)
002480             Add PH-Usd-Value
002490                 to WS-Cat-Close-Usd (WS-Cat-Sub)
002500             If PH-Rate-Flag = "N"
002510                 Add 1 to WS-No-Rate-Count
002520             End-If
002530         End-If
002540     End-If.
002550 Write-Category-Lines.
002560     Move 1 to WS-Cat-Sub
002570     Perform Until WS-Cat-Sub > WS-Cat-Count
002580         Move WS-Cat-Code (WS-Cat-Sub) to WS-D-Category
002590         Move WS-Cat-Open-Qty (WS-Cat-Sub) to WS-D-Open-Qty
002600         Move WS-Cat-Open-Usd (WS-Cat-Sub) to WS-D-Open-Usd
002610         Move WS-Cat-Close-Qty (WS-Cat-Sub) to WS-D-Close-Qty
002620         Move WS-Cat-Close-Usd (WS-Cat-Sub) to WS-D-Close-Usd
002630         Compute WS-Change-Usd = WS-Cat-Close-Usd (WS-Cat-Sub)
002640             - WS-Cat-Open-Usd (WS-Cat-Sub)
002650         Move WS-Change-Usd to WS-D-Change-Usd
002660         Write Report-Line From WS-Detail-Line
002670         Add WS-Cat-Open-Qty (WS-Cat-Sub) to WS-Total-Open-Qty
002680         Add WS-Cat-Open-Usd (WS-Cat-Sub) to WS-Total-Open-Usd
002690         Add WS-Cat-Close-Qty (WS-Cat-Sub) to WS-Total-Close-Qty
002700         Add WS-Cat-Close-Usd (WS-Cat-Sub) to WS-Total-Close-Usd
002710         Add 1 to WS-Cat-Sub
002720     End-Perform
002730     Move Spaces to Report-Line
002740     Write Report-Line
002750     Move "Tot" to WS-D-Category
002760     Move WS-Total-Open-Qty to WS-D-Open-Qty
002770     Move WS-Total-Open-Usd to WS-D-Open-Usd
002780     Move WS-Total-Close-Qty to WS-D-Close-Qty
002790     Move WS-Total-Close-Usd to WS-D-Close-Usd
002800     Compute WS-Change-Usd =
002810         WS-Total-Close-Usd - WS-Total-Open-Usd
002820     Move WS-Change-Usd to WS-D-Change-Usd
002830     Write Report-Line From WS-Detail-Line
002840     If WS-Cat-Overflow = "Y"
002850         Write Report-Line From WS-Cat-Overflow-Line
002860     End-If
002870     If WS-No-Rate-Count > Zero
002880         Move WS-No-Rate-Count to WS-N-Count
002890         Write Report-Line From WS-No-Rate-Line
002900     End-If.
