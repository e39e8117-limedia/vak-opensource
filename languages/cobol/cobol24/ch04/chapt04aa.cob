000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04aa.
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
000150     Select Item-Count-File Assign To "ITEMCNT"
000160         Organization Is Indexed
000170         Access Mode Is Sequential
000180         Record Key Is IC-Count-Key
000190         File Status Is WS-Count-File-Status.
000191     Select Item-Location-File Assign To "ITEMLOCN"
000192         Organization Is Indexed
000193         Access Mode Is Dynamic
000194         Record Key Is IL-Item-Location-Key
000195         File Status Is WS-Stock-File-Status.
000200     Select Operator-Master-File Assign To "OPERMAST"
000210         Organization Is Indexed
000220         Access Mode Is Dynamic
000230         Record Key Is OM-Operator-Id
000240         File Status Is WS-Oper-File-Status.
000250     Select Audit-Log-File Assign To "ITEMAUDT"
000260         Organization Is Line Sequential.
000270     Select System-Parameter-File Assign To "SYSPARM"
000280         Organization Is Line Sequential
000290         File Status Is WS-Parm-File-Status.
000300     Select Sort-Work-File Assign To "CNTSORT".
000310     Select Report-File Assign To "CNTSHEET"
000320         Organization Is Line Sequential.
000330 Data Division.
000340 File Section.
000350 FD  Item-Master-File
000360     Label Records Are Standard.
000370 Copy itemrec.
000380 FD  Item-Count-File
000390     Label Records Are Standard.
000400 Copy countrec.
000402 FD  Item-Location-File
000404     Label Records Are Standard.
000406 Copy ilocrec.
000410 FD  Operator-Master-File
000420     Label Records Are Standard.
000430 Copy operrec.
000440 FD  Audit-Log-File
000450     Label Records Are Standard.
000460 Copy auditrec.
000470 FD  System-Parameter-File
000480     Label Records Are Standard.
000490 Copy sysparm.
000500 SD  Sort-Work-File.
000510 01  Sort-Record.
000515     05  SR-Location-Code      Pic X(4).
000520     05  SR-Category-Code      Pic X(3).
000530     05  SR-Item-Number        Pic 9(5).
000540     05  SR-Item-Description   Pic X(10).
000550 FD  Report-File
000560     Label Records Are Standard.
000570 01  Report-Line               Pic X(80).
000580 Working-Storage Section.
000590 Copy sessrec.
000595 Copy stmprec.
000600 01  WS-Item-File-Status   Pic XX.
000610 01  WS-Count-File-Status  Pic XX.
000620 01  WS-Oper-File-Status   Pic XX.
000630 01  WS-Parm-File-Status   Pic XX.
000640 01  WS-Attempt-Limit      Pic 9 Value 3.
000650 01  WS-Signon-Id          Pic X(8) Value Spaces.
000660 01  WS-Signon-Password    Pic X(8) Value Spaces.
000670 01  WS-Signon-Valid       Pic X Value "N".
000680 01  WS-Signon-Attempts    Pic 9 Value Zero.
000690 01  WS-Audit-Date         Pic 9(8).
000700 01  WS-Audit-Time         Pic 9(8).
000710 01  WS-Password-Expired   Pic X.
000720 01  WS-Today-Date         Pic 9(8).
000730 01  WS-Today-Integer      Pic 9(7).
000740 01  WS-Pwd-Integer        Pic 9(7).
000750 01  WS-End-Of-File        Pic X Value "N".
000760 01  WS-Entry-Valid        Pic X Value "N".
000770 01  WS-Error-Message      Pic X(40) Value Spaces.
000780 01  WS-Count-Open         Pic X Value "N".
000790 01  Count-Category        Pic X(3) Value Spaces.
000800 01  Replace-Count         Pic X Value "N".
000810 01  WS-Work-Category      Pic X(3).
000820 01  WS-Freeze-Date        Pic 9(8).
000830 01  WS-Freeze-Time        Pic 9(8).
000840 01  WS-Current-Category   Pic X(3) Value Spaces.
000850 01  WS-First-Category     Pic X Value "Y".
000860 01  WS-Items-Frozen       Pic 9(5) Value Zero.
000861 01  WS-Stock-File-Status  Pic XX.
000862 01  Count-Location        Pic X(4) Value Spaces.
000863 01  WS-Default-Location   Pic X(4) Value "MAIN".
000864 01  WS-Location-Eof       Pic X.
000865 01  WS-Item-Located       Pic X.
000866 01  WS-Current-Location   Pic X(4) Value Spaces.
000870 01  WS-Heading-Line.
000880     05  Filler                Pic X(16)
000890         Value "Count Sheet for ".
000900     05  WS-H-Date             Pic 9(8).
000910     05  Filler                Pic X(4)  Value Spaces.
000920     05  Filler                Pic X(9)  Value "Category ".
000930     05  WS-H-Category         Pic X(3).
000932     05  Filler                Pic X(4)  Value Spaces.
000934     05  Filler                Pic X(9)  Value "Location ".
000936     05  WS-H-Location         Pic X(4).
000940 01  WS-Column-Line.
000950     05  Filler                Pic X(10) Value "Item No.".
000960     05  Filler                Pic X(14) Value "Description".
000970     05  Filler                Pic X(14) Value "Counted".
000980     05  Filler                Pic X(12) Value "Counted By".
000990 01  WS-Detail-Line.
001000     05  WS-D-Item-Number      Pic ZZZZ9.
001010     05  Filler                Pic X(5)  Value Spaces.
001020     05  WS-D-Description      Pic X(10).
001030     05  Filler                Pic X(4)  Value Spaces.
001040     05  Filler                Pic X(10) Value "__________".
001050     05  Filler                Pic X(4)  Value Spaces.
001060     05  Filler                Pic X(8)  Value "________".
001070 01  WS-Total-Line.
001080     05  Filler                Pic X(14) Value "Items frozen".
001090     05  WS-T-Frozen           Pic ZZZZ9.
001100 Screen Section.
001110 01  Signon-Screen
001120     Blank Screen, Auto, Required,
001130     Foreground-Color Is 7,
001140     Background-Color Is 1.
001150     03  Line 1 Column 28 Value "Stock Count Freeze".
001160     03  Line 3 Column 5  Value "Operator" Highlight.
001170     03  Line 3 Column 16 Pic X(8) To WS-Signon-Id.
001180     03  Line 4 Column 5  Value "Password" Highlight.
001190     03  Line 4 Column 16 Pic X(8) To WS-Signon-Password
001200                                        Secure.
001210     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001220                                        Highlight.
001230 01  Freeze-Select-Screen
001240     Blank Screen, Auto,
001250     Foreground-Color Is 7,
001260     Background-Color Is 1.
001270     03  Line 1 Column 28 Value "Stock Count Freeze".
001280     03  Line 3 Column 5  Value "Category" Highlight.
001290     03  Line 3 Column 34 Pic X(3) To Count-Category.
001300     03  Line 4 Column 5  Value "(blank for all categories)".
001310     03  Line 5 Column 5  Value "Replace count in progress (Y/N)"
001320                                Highlight.
001330     03  Line 5 Column 38 Pic X To Replace-Count.
001332     03  Line 6 Column 5  Value "Location" Highlight.
001334     03  Line 6 Column 34 Pic X(4) To Count-Location.
001336     03  Line 7 Column 5  Value "(blank for all locations)".
001340     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001350                                        Highlight.
001360 Procedure Division.
001370 Chapt04aa-Start.
001380     Perform Load-System-Parameters
001390     Perform Open-Operator-Master-File
001400     Open Extend Audit-Log-File
001410     Perform Operator-Sign-On
001420     Close Operator-Master-File
001430     Close Audit-Log-File
001440     Perform Check-Count-In-Progress
001450     Perform Get-Valid-Selection
001460     Open Input Item-Master-File
001470     If WS-Item-File-Status Not = "00"
001480         Display "Chapt04aa: Item Master file not found"
001490         Goback
001500     End-If
001501     Open Input Item-Location-File
001502     If WS-Stock-File-Status Not = "00"
001503         Display "Chapt04aa: Item Location file not found"
001504         Display "Run the Chapt04m L function to place stock"
001505         Close Item-Master-File
001506         Goback
001507     End-If
001510     Accept WS-Freeze-Date From Date YYYYMMDD
001520     Accept WS-Freeze-Time From Time
001530     Open Output Item-Count-File
001540     Sort Sort-Work-File
001545         Ascending Key SR-Location-Code
001550                       SR-Category-Code
001560                       SR-Item-Number
001570         Input Procedure Freeze-Count-Items
001580         Output Procedure Write-Count-Sheets
001590     Close Item-Master-File
001595     Close Item-Location-File
001600     Close Item-Count-File
001610     Display "Chapt04aa: items frozen " WS-Items-Frozen
001620     Goback.
001630 Open-Operator-Master-File.
001640     Open I-O Operator-Master-File
001650     If WS-Oper-File-Status Not = "00"
001660         Display "Chapt04aa: Operator Master file not found"
001670         Display "Run the Chapt04i operator entry first"
001680         Goback
001690     End-If.
001700*--------------------------------------------------------------*
001710*  A freeze replaces the count file, so one already under way  *
001720*  - any item frozen or counted but not yet posted - is only   *
001730*  replaced when the supervisor asks for it.                   *
001740*--------------------------------------------------------------*
001750 Check-Count-In-Progress.
001760     Move "N" to WS-Count-Open
001770     Open Input Item-Count-File
001780     If WS-Count-File-Status = "00"
001790         Move "N" to WS-End-Of-File
001800         Perform Until WS-End-Of-File = "Y"
001810                   Or WS-Count-Open = "Y"
001820             Read Item-Count-File Next Record
001830                 At End
001840                     Move "Y" to WS-End-Of-File
001850                 Not At End
001860                     If IC-Count-Status Not = "P"
001870                         Move "Y" to WS-Count-Open
001880                     End-If
001890             End-Read
001900         End-Perform
001910         Close Item-Count-File
001920     End-If.
001930 Get-Valid-Selection.
001940     Move "N" to WS-Entry-Valid
001950     Perform Until WS-Entry-Valid = "Y"
001960         Display Freeze-Select-Screen
001970         Accept Freeze-Select-Screen
001980         If WS-Count-Open = "Y"
001990          And Replace-Count Not = "Y"
002000             Move "Count in progress - post or replace it"
002010                 to WS-Error-Message
002020         Else
002030             Move "Y" to WS-Entry-Valid
002040             Move Spaces to WS-Error-Message
002050         End-If
002060     End-Perform.
002070*--------------------------------------------------------------*
002075*  Every active item in the chosen category is frozen at the   *
002080*  quantity held at each of its locations; a blank category    *
002085*  counts as "UNC".  An item held nowhere is frozen at zero at *
002090*  the main location, so stock found there can be counted.     *
002100*--------------------------------------------------------------*
002110 Freeze-Count-Items.
002120     Move "N" to WS-End-Of-File
002130     Read Item-Master-File Next Record
002140         At End Move "Y" to WS-End-Of-File
002150     End-Read
002160     Perform Until WS-End-Of-File = "Y"
002170         If MF-Category-Code = Spaces
002180             Move "UNC" to WS-Work-Category
002190         Else
002200             Move MF-Category-Code to WS-Work-Category
002210         End-If
002220         If MF-Status-Code Not = "I"
002230          And MF-Item-Number > Zero
002240          And (Count-Category = Spaces
002250               Or Count-Category = WS-Work-Category)
002260             Perform Freeze-Item-Locations
002270         End-If
002280         Read Item-Master-File Next Record
002290             At End Move "Y" to WS-End-Of-File
002300         End-Read
002310     End-Perform.
002320 Freeze-One-Item.
002330     Move MF-Item-Number to IC-Item-Number
002335     Move IL-Location-Code to IC-Location-Code
002340     Move MF-Item-Description to IC-Item-Description
002350     Move WS-Work-Category to IC-Category-Code
002360     Move IL-Quantity-On-Hand to IC-Book-Quantity
002370     Move Zero to IC-Counted-Quantity
002380     Move "F" to IC-Count-Status
002390     Move WS-Freeze-Date to IC-Freeze-Date
002400     Move WS-Freeze-Time to IC-Freeze-Time
002410     Move Spaces to IC-Counted-By
002420     Move Zero to IC-Count-Date
002430     Move Zero to IC-Count-Time
002440     Write Item-Count-Record
002450     Add 1 to WS-Items-Frozen
002455     Move IL-Location-Code to SR-Location-Code
002460     Move WS-Work-Category to SR-Category-Code
002470     Move MF-Item-Number to SR-Item-Number
002480     Move MF-Item-Description to SR-Item-Description
002490     Release Sort-Record.
002500*--------------------------------------------------------------*
002510*  Count sheets carry no book quantity so the count is blind;  *
002520*  each location and category starts on its own heading.       *
002530*--------------------------------------------------------------*
002540 Write-Count-Sheets.
002550     Open Output Report-File
002560     Move "N" to WS-End-Of-File
002570     Perform Until WS-End-Of-File = "Y"
002580         Return Sort-Work-File
002590             At End
002600                 Move "Y" to WS-End-Of-File
002610             Not At End
002620                 Perform Write-Sheet-Line
002630         End-Return
002640     End-Perform
002650     Move Spaces to Report-Line
002660     Write Report-Line
002670     Move WS-Items-Frozen to WS-T-Frozen
002680     Write Report-Line From WS-Total-Line
002690     Close Report-File.
002700 Write-Sheet-Line.
002710     If WS-First-Category = "Y"
002720        Or SR-Category-Code Not = WS-Current-Category
002725        Or SR-Location-Code Not = WS-Current-Location
002730         Move "N" to WS-First-Category
002740         Move SR-Category-Code to WS-Current-Category
002742         Move SR-Location-Code to WS-Current-Location
002744         Move SR-Location-Code to WS-H-Location
002750         Move WS-Freeze-Date to WS-H-Date
002760         Move SR-Category-Code to WS-H-Category
002770         Move Spaces to Report-Line
002780         Write Report-Line
002790         Write Report-Line From WS-Heading-Line
002800         Write Report-Line From WS-Column-Line
002810     End-If
002820     Move SR-Item-Number to WS-D-Item-Number
002830     Move SR-Item-Description to WS-D-Description
002840     Write Report-Line From WS-Detail-Line.
002850 Operator-Sign-On.
002860     Move "N" to WS-Signon-Valid
002870     Move Zero to WS-Signon-Attempts
002880     Move Spaces to WS-Error-Message
002890     If SS-Signed-On = "Y"
002900      And SS-Authority-Level = "S"
002910         Move SS-Operator-Id to WS-Signon-Id
002920         Move "Y" to WS-Signon-Valid
002930     End-If
002940     Perform Until WS-Signon-Valid = "Y"
002950               Or WS-Signon-Attempts Not < WS-Attempt-Limit
002960         Display Signon-Screen
002970         Accept Signon-Screen
002980         Add 1 to WS-Signon-Attempts
002990         Move WS-Signon-Id to OM-Operator-Id
003000         Read Operator-Master-File
003010             Invalid Key
003020                 Perform Log-Failed-Signon
003030                 Move "Operator not on file"
003040                     to WS-Error-Message
003050             Not Invalid Key
003060                 Perform Check-Password-Expiry
003070                 Evaluate True
003080                     When OM-Lockout-Flag = "L"
003090                         Perform Log-Failed-Signon
003100                         Move "Operator id is locked out"
003110                             to WS-Error-Message
003120                     When OM-Password Not = WS-Signon-Password
003130                         Perform Log-Failed-Signon
003140                         Perform Count-Failed-Password
003150                         Move "Password is not correct"
003160                             to WS-Error-Message
003170                     When OM-Authority-Level Not = "S"
003180                         Perform Log-Failed-Signon
003190                         Move "Supervisor authority required"
003200                             to WS-Error-Message
003210                     When WS-Password-Expired = "Y"
003220                         Move "Password expired - use main menu"
003230                             to WS-Error-Message
003240                     When Other
003250                         Move "Y" to WS-Signon-Valid
003260                         Perform Stamp-Sign-On
003270                 End-Evaluate
003280         End-Read
003290     End-Perform
003300     Move Spaces to WS-Error-Message
003310     If WS-Signon-Valid Not = "Y"
003320         Display "Chapt04aa: Sign-on failed"
003330         Close Operator-Master-File
003340         Close Audit-Log-File
003350         Goback
003360     End-If.
003370 Log-Failed-Signon.
003380     Accept WS-Audit-Date From Date YYYYMMDD
003390     Accept WS-Audit-Time From Time
003400     Move "S" to AL-Action-Code
003410     Move WS-Signon-Id to AL-Operator-Id
003420     Move WS-Audit-Date to AL-Audit-Date
003430     Move WS-Audit-Time to AL-Audit-Time
003440     Move Zero to AL-Item-Number
003450     Move Spaces to AL-Old-Description
003460     Move Zero to AL-Old-Dollar-Amount
003470     Move Spaces to AL-New-Description
003480     Move Zero to AL-New-Dollar-Amount
003490     Move Zero to AL-Old-Quantity
003500     Move Zero to AL-New-Quantity
003505     Move Spaces to AL-Location-Code
003507     Move Spaces to AL-Approved-By
003510     Perform Write-Audit-Log.
003520 Check-Password-Expiry.
003530     Move "N" to WS-Password-Expired
003540     If OM-Expiry-Days Numeric
003550      And OM-Expiry-Days > Zero
003560      And OM-Password-Date Numeric
003570      And OM-Password-Date > Zero
003580         Accept WS-Today-Date From Date YYYYMMDD
003590         Compute WS-Today-Integer =
003600             Function Integer-Of-Date(WS-Today-Date)
003610         Compute WS-Pwd-Integer =
003620             Function Integer-Of-Date(OM-Password-Date)
003630         If WS-Today-Integer - WS-Pwd-Integer
003640             > OM-Expiry-Days
003650             Move "Y" to WS-Password-Expired
003660         End-If
003670     End-If.
003680 Count-Failed-Password.
003690     If OM-Failed-Count Not Numeric
003700         Move Zero to OM-Failed-Count
003710     End-If
003720     Add 1 to OM-Failed-Count
003730     If OM-Failed-Count Not < WS-Attempt-Limit
003740         Move "L" to OM-Lockout-Flag
003750     End-If
003760     Rewrite Operator-Master-Record.
003770 Stamp-Sign-On.
003780     Accept WS-Today-Date From Date YYYYMMDD
003790     Move Zero to OM-Failed-Count
003800     Move WS-Today-Date to OM-Last-Signon-Date
003810     Rewrite Operator-Master-Record.
003820 Load-System-Parameters.
003830     Open Input System-Parameter-File
003840     If WS-Parm-File-Status = "00"
003850         Read System-Parameter-File
003860             At End
003870                 Continue
003880             Not At End
003890                 If PM-Signon-Attempt-Limit Numeric
003900                  And PM-Signon-Attempt-Limit > Zero
003910                     Move PM-Signon-Attempt-Limit
003920                         to WS-Attempt-Limit
003930                 End-If
003940         End-Read
003950         Close System-Parameter-File
003960     End-If.
003970 Freeze-Item-Locations.
003980     Move "N" to WS-Item-Located
003990     Move "N" to WS-Location-Eof
004000     Move MF-Item-Number to IL-Item-Number
004010     Move Spaces to IL-Location-Code
004020     Start Item-Location-File Key Not < IL-Item-Location-Key
004030         Invalid Key
004040             Move "Y" to WS-Location-Eof
004050     End-Start
004060     Perform Until WS-Location-Eof = "Y"
004070         Read Item-Location-File Next Record
004080             At End
004090                 Move "Y" to WS-Location-Eof
004100             Not At End
004110                 If IL-Item-Number Not = MF-Item-Number
004120                     Move "Y" to WS-Location-Eof
004130                 Else
004140                     Move "Y" to WS-Item-Located
004150                     If Count-Location = Spaces
004160                      Or Count-Location = IL-Location-Code
004170                         Perform Freeze-One-Item
004180                     End-If
004190                 End-If
004200         End-Read
004210     End-Perform
004220     If WS-Item-Located = "N"
004230      And (Count-Location = Spaces
004240           Or Count-Location = WS-Default-Location)
004250         Move WS-Default-Location to IL-Location-Code
004260         Move Zero to IL-Quantity-On-Hand
004270         Perform Freeze-One-Item
004280     End-If.
004290 Write-Audit-Log.
004300     Move "S" to AS-Request-Code
004310     Move Audit-Log-Record to AS-Audit-Image
004312     Move AL-Audit-Date to AL-Effective-Date
004314     Move AL-Effective-Date to AS-Effective-Date
004320     Call "Chapt04al"
004330     Cancel "Chapt04al"
004340     Move AS-Sequence-Number to AL-Sequence-Number
004350     Move AS-Chain-Value to AL-Chain-Value
004360     Write Audit-Log-Record.
