000170         File Status Is WS-Audit-File-Status.
000180     Select Report-File Assign To "RECNLIST"
000190         Organization Is Line Sequential.
000191     Select Item-Location-File Assign To "ITEMLOCN"
000192         Organization Is Indexed
000193         Access Mode Is Sequential
000194         Record Key Is IL-Item-Location-Key
000195         File Status Is WS-Stock-File-Status.
000196     Select System-Parameter-File Assign To "SYSPARM"
000197         Organization Is Line Sequential
000198         File Status Is WS-Parm-File-Status.
000200 Data Division.
000210 File Section.
000220 FD  Item-Master-File
000302 FD  System-Parameter-File
000304     Label Records Are Standard.
000306 Copy sysparm.
000307 FD  Item-Location-File
000308     Label Records Are Standard.
000309 Copy ilocrec.
000310 Working-Storage Section.
000320 01  WS-Item-File-Status       Pic XX.
000330 01  WS-Audit-File-Status      Pic XX.
000450         10  WS-Day-Action     Pic X.
000460         10  WS-Day-Desc       Pic X(10).
000470         10  WS-Day-Amount     Pic 9(5)v99.
000472         10  WS-Day-Quantity   Pic 9(5).
000474         10  WS-Day-Qty-Known  Pic X.
000480 01  WS-Audited-Flags.
000490     05  WS-Audited-Flag Occurs 99999 Times Pic X
000500         Value Space.
000501 01  WS-Stock-File-Status      Pic XX.
000502 01  WS-Location-Totals.
000503     05  WS-Location-Total Occurs 99999 Times Pic 9(7).
000504 01  WS-Location-Flags.
000505     05  WS-Location-Flag Occurs 99999 Times Pic X
000506         Value Space.
000507 01  WS-Location-Sub           Pic 9(6).
000508 01  WS-No-Location-Line.
000509     05  Filler                Pic X(48) Value
000510         "Item location file not found - locations skipped".
000511 01  WS-Heading-Line.
000520     05  Filler                Pic X(26)
000530         Value "Reconciliation Report for ".
000540     05  WS-H-Date             Pic 9(8).
001030     Perform Build-Day-Table
001040     Perform Check-Audit-Against-Master
001050     Perform Check-Master-Against-Audit
001055     Perform Check-Location-Totals
001060     If WS-Day-Overflow = "Y"
001070         Write Report-Line From WS-Overflow-Line
001080     End-If
001240         If AL-Item-Number > Zero
001250             Move "Y" to WS-Audited-Flag (AL-Item-Number)
001260             If AL-Audit-Date = Recon-Date
001265              And AL-Action-Code Not = "T"
001267              And AL-Action-Code Not = "U"
001270                 Perform Post-Day-Entry
001280             End-If
001290         End-If
001540         Move AL-New-Description to WS-Day-Desc (WS-Day-Sub)
001550         Move AL-New-Dollar-Amount
001560             to WS-Day-Amount (WS-Day-Sub)
001561         Move "N" to WS-Day-Qty-Known (WS-Day-Sub)
001562         If AL-New-Quantity Numeric
001563          And AL-Action-Code Not = "P"
001564             Move "Y" to WS-Day-Qty-Known (WS-Day-Sub)
001565             Move AL-New-Quantity
001566                 to WS-Day-Quantity (WS-Day-Sub)
001567         End-If
001570     Else
001580         Move "Y" to WS-Day-Overflow
001590     End-If.
002070                 to WS-D-Message
002080             Perform Write-Discrepancy
002090         End-If
002095         Perform Compare-Day-Quantity
002100     End-If.
002110 Check-Master-Against-Audit.
002120     Move "N" to WS-End-Of-File
002570         End-Read
002580         Close System-Parameter-File
002590     End-If.
002600*--------------------------------------------------------------*
002610*  Adds, changes, receipts, issues and stock count adjustments *
002620*  ("J") all carry the quantity on hand after the change, so   *
002630*  the day's last one must agree with the master.  Records     *
002640*  logged before quantities were kept are not compared.        *
002650*--------------------------------------------------------------*
002660 Compare-Day-Quantity.
002670     If WS-Day-Qty-Known (WS-Day-Sub) = "Y"
002680      And WS-Day-Quantity (WS-Day-Sub)
002690          Not = MF-Quantity-On-Hand
002700         Move "Quantity does not match audit"
002710             to WS-D-Message
002720         Move WS-Day-Quantity (WS-Day-Sub) to WS-D-Expected
002730         Move MF-Quantity-On-Hand to WS-D-Actual
002740         Perform Write-Discrepancy
002750     End-If.
002760*--------------------------------------------------------------*
002770*  The quantities held at each location must add up to the     *
002780*  Item Master quantity on hand, and no location may hold      *
002790*  stock of an item that is not on the master.                 *
002800*--------------------------------------------------------------*
002810 Check-Location-Totals.
002820     Open Input Item-Location-File
002830     If WS-Stock-File-Status Not = "00"
002840         Write Report-Line From WS-No-Location-Line
002850     Else
002860         Perform Sum-Location-Quantities
002870         Close Item-Location-File
002880         Perform Compare-Location-Totals
002890         Perform Check-Orphan-Locations
002900     End-If.
002910 Sum-Location-Quantities.
002920     Move Zero to WS-Location-Totals
002930     Move "N" to WS-End-Of-File
002940     Read Item-Location-File
002950         At End Move "Y" to WS-End-Of-File
002960     End-Read
002970     Perform Until WS-End-Of-File = "Y"
002980         If IL-Item-Number > Zero
002990             Add IL-Quantity-On-Hand
003000                 to WS-Location-Total (IL-Item-Number)
003010             Move "Y" to WS-Location-Flag (IL-Item-Number)
003020         End-If
003030         Read Item-Location-File
003040             At End Move "Y" to WS-End-Of-File
003050         End-Read
003060     End-Perform.
003070 Compare-Location-Totals.
003080     Move "N" to WS-End-Of-File
003090     Move Zeros to MF-Item-Number
003100     Start Item-Master-File Key Not < MF-Item-Number
003110         Invalid Key
003120             Move "Y" to WS-End-Of-File
003130     End-Start
003140     Perform Until WS-End-Of-File = "Y"
003150         Read Item-Master-File Next Record
003160             At End
003170                 Move "Y" to WS-End-Of-File
003180             Not At End
003190                 If MF-Item-Number > Zero
003200                     Perform Compare-One-Location-Total
003210                 End-If
003220         End-Read
003230     End-Perform.
003240 Compare-One-Location-Total.
003250     Move "M" to WS-Location-Flag (MF-Item-Number)
003260     If WS-Location-Total (MF-Item-Number)
003270         Not = MF-Quantity-On-Hand
003280         Move MF-Item-Number to WS-D-Item-Number
003290         Move "Location quantities do not add up"
003300             to WS-D-Message
003310         Move MF-Quantity-On-Hand to WS-D-Expected
003320         Move WS-Location-Total (MF-Item-Number)
003330             to WS-D-Actual
003340         Perform Write-Discrepancy
003350     End-If.
003360 Check-Orphan-Locations.
003370     Move 1 to WS-Location-Sub
003380     Perform Until WS-Location-Sub > 99999
003390         If WS-Location-Flag (WS-Location-Sub) = "Y"
003400             Move WS-Location-Sub to WS-D-Item-Number
003410             Move "Location stock for item not on master"
003420                 to WS-D-Message
003430             Move Zero to WS-D-Expected
003440             Move WS-Location-Total (WS-Location-Sub)
003450                 to WS-D-Actual
003460             Perform Write-Discrepancy
003470         End-If
003480         Add 1 to WS-Location-Sub
003490     End-Perform.
