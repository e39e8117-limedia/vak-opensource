000120         Access Mode Is Dynamic
000130         Record Key Is MF-Item-Number
000140         File Status Is WS-Item-File-Status.
000141     Select Pending-Change-File Assign To "PENDCHG"
000142         Organization Is Indexed
000143         Access Mode Is Dynamic
000144         Record Key Is PD-Pending-Key
000145         File Status Is WS-Pend-File-Status.
000150     Select Audit-Log-File Assign To "ITEMAUDT"
000160         Organization Is Line Sequential.
000170     Select Currency-Rate-File Assign To "CURRRATE"
000190         Access Mode Is Dynamic
000200         Record Key Is CR-Currency-Code
000210         File Status Is WS-Rate-File-Status.
000211     Select Period-Calendar-File Assign To "PERDCAL"
000212         Organization Is Indexed
000213         Access Mode Is Sequential
000214         Record Key Is PC-Period-Number
000215         File Status Is WS-Perd-File-Status.
000220     Select Operator-Master-File Assign To "OPERMAST"
000230         Organization Is Indexed
000240         Access Mode Is Dynamic
000290 FD  Item-Master-File
000300     Label Records Are Standard.
000310 Copy itemrec.
000312 FD  Pending-Change-File
000314     Label Records Are Standard.
000316 Copy pndgrec.
000320 FD  Audit-Log-File
000330     Label Records Are Standard.
000340 Copy auditrec.
000350 FD  Currency-Rate-File
000360     Label Records Are Standard.
000370 Copy currrec.
000372 FD  Period-Calendar-File
000374     Label Records Are Standard.
000376 Copy perdrec.
000380 FD  Operator-Master-File
000390     Label Records Are Standard.
000400 Copy operrec.
000409 Copy sysparm.
000410 Working-Storage Section.
000415 Copy sessrec.
000417 Copy stmprec.
000420 01  WS-Item-File-Status   Pic XX.
000430 01  WS-Rate-File-Status   Pic XX.
000431 01  WS-Perd-File-Status   Pic XX.
000432 01  WS-Period-Closed      Pic X Value "N".
000433 01  WS-Closed-Period      Pic 9(6).
000434 01  WS-Period-Date        Pic 9(8).
000435 01  WS-Period-Eof         Pic X.
000440 01  WS-Currency-Valid     Pic X.
000442 01  WS-Catg-File-Status   Pic XX.
000444 01  WS-Category-Valid     Pic X.
000590 01  WS-Item-Count         Pic 9(5) Value Zero.
000600 01  WS-Batch-Total        Pic 9(7)v99 Value Zero.
000610 01  High-Value-Threshold  Pic 9(5)v99 Value 500.00.
000611 01  Approval-Percent      Pic 9(3) Value 20.
000612 01  WS-Pend-File-Status   Pic XX.
000613 01  WS-Needs-Approval     Pic X Value "N".
000614 01  WS-Pending-Exists     Pic X Value "N".
000615 01  WS-Pending-Eof        Pic X.
000616 01  WS-Value-Change       Pic 9(5)v99.
000617 01  WS-Change-Percent     Pic 9(7)v99.
000618 01  WS-Save-Note          Pic X(40) Value Spaces.
000620 01  WS-Amount-Fg-Color    Pic 9 Value 7.
000630 01  WS-Operator-Id        Pic X(8).
000640 01  WS-Audit-Date         Pic 9(8).
000680 01  WS-Audit-Action       Pic X.
000690 01  Currency-Code         Pic X(3) Value "USD".
000695 01  Category-Code         Pic X(3) Value Spaces.
000697 01  Reorder-Point         Pic 9(5) Value Zeros.
000699 01  Reorder-Quantity      Pic 9(5) Value Zeros.
000700 01  WS-Amount-Edited      Pic ZZZ,ZZ9.99.
000710 01  WS-Formatted-Amount   Pic X(15).
000720 01  WS-Confirm-Key        Pic X.
000730 01  WS-Batch-Currency     Pic X(3) Value Spaces.
000740 01  WS-Batch-Mixed-Ccy    Pic X Value "N".
000750 01  WS-Batch-Ccy-Note     Pic X(12) Value Spaces.
000752 01  WS-Read-Stamp         Pic X(16) Value Spaces.
000754 01  WS-Item-Changed       Pic X Value "N".
000755 01  Effective-Date        Pic 9(8) Value Zeros.
000756 01  Effective-Date-Parts Redefines Effective-Date.
000757     05  Effective-Year    Pic 9(4).
000758     05  Effective-Month   Pic 99.
000759     05  Effective-Day     Pic 99.
000760 Screen Section.
000770 01  Main-Screen
000780     Blank Screen, Auto, Required,
000830     03  Line 1 Column 35 Value "Item Entry".
000840     03  Line 2 Column 5  Value "Item Number" Highlight.
000850     03  Line 2 Column 18 Pic 9(5) To Item-Number.
000852     03  Line 2 Column 30 Value "Effective" Highlight.
000854     03  Line 2 Column 39 Pic 9(8) To Effective-Date.
000856     03  Line 2 Column 48 Value "(zero for today)".
000860     03  Line 3 Column 5  Value "Item Value " Highlight Bell.
000870     03  Line 3 Column 16 Pic 9(5)v99 To Dollar-Amount
000880         Foreground-Color Is WS-Amount-Fg-Color Bell.
000960     03  Line 6 Column 22 Pic X(5) To Short-Description.
000962     03  Line 7 Column 5  Value "Category" Highlight.
000964     03  Line 7 Column 22 Pic X(3) To Category-Code.
000966     03  Line 8 Column 5  Value "Reorder Point" Highlight.
000968     03  Line 8 Column 22 Pic 9(5) To Reorder-Point.
000970     03  Line 8 Column 30 Value "Reorder Qty" Highlight.
000972     03  Line 8 Column 43 Pic 9(5) To Reorder-Quantity.
000974     03  Line 9 Column 5  Pic X(40) From WS-Error-Message
000980                                        Highlight.
000990 01  Confirm-Screen.
001000     03  Line 10 Column 5  Value "Press Enter to continue"
001140     03  Line 6 Column 5  Value "Enter another item (Y/N)"
001150                                   Highlight.
001160     03  Line 6 Column 31 Pic X To WS-Another-Item.
001165     03  Line 8 Column 5  Pic X(40) From WS-Save-Note.
001170 01  Signon-Screen
001180     Blank Screen, Auto, Required,
001190     Foreground-Color Is 7,
001260                                        Secure.
001270     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
001280                                        Highlight.
001281 01  Lost-Update-Screen
001282     Blank Screen, Auto,
001283     Foreground-Color Is 7,
001284     Background-Color Is 1.
001285     03  Line 1 Column 5  Value "Operator" Highlight.
001286     03  Line 1 Column 14 Pic X(8) From WS-Operator-Id.
001287     03  Line 1 Column 35 Value "Item Entry".
001288     03  Line 2 Column 5  Value "Item Number" Highlight.
001289     03  Line 2 Column 18 Pic 9(5) From MF-Item-Number.
001290     03  Line 3 Column 5  Value "Item Value " Highlight.
001291     03  Line 3 Column 16 Pic ZZ,ZZ9.99 From MF-Dollar-Amount.
001292     03  Line 3 Column 30 Value "Currency" Highlight.
001293     03  Line 3 Column 39 Pic X(3) From MF-Currency-Code.
001294     03  Line 5 Column 5  Value "Item Description" Highlight.
001295     03  Line 5 Column 22 Pic X(10) From MF-Item-Description.
001296     03  Line 6 Column 4  Value "Short Description" Highlight.
001297     03  Line 6 Column 22 Pic X(5) From MF-Short-Description.
001298     03  Line 7 Column 5  Value "Category" Highlight.
001299     03  Line 7 Column 22 Pic X(3) From MF-Category-Code.
001300     03  Line 8 Column 5  Value "Reorder Point" Highlight.
001301     03  Line 8 Column 22 Pic 9(5) From MF-Reorder-Point.
001302     03  Line 8 Column 30 Value "Reorder Qty" Highlight.
001303     03  Line 8 Column 43 Pic 9(5) From MF-Reorder-Quantity.
001304     03  Line 9 Column 5  Pic X(40) From WS-Error-Message
001305                                        Highlight.
001306     03  Line 10 Column 5 Value "Press Enter to re-enter it"
001307                                   Highlight.
001308     03  Line 10 Column 40 Pic X To WS-Confirm-Key.
001309 Procedure Division.
001310 Chapt04a-Start.
001311     Perform Load-System-Parameters
001313     Perform Open-Item-Master-File
001320     Perform Open-Currency-Rate-File
001325     Perform Open-Category-Master-File
001330     Perform Open-Operator-Master-File
001340     Open Extend Audit-Log-File
001345     Perform Open-Pending-Change-File
001350     Perform Operator-Sign-On
001360     Move "Y" to WS-Another-Item
001370     Perform Until WS-Another-Item Not = "Y"
001380         Perform Get-Valid-Item-Entry
001382         Perform Save-Or-Hold-Item
001384         If WS-Item-Changed = "Y"
001386             Display Lost-Update-Screen
001388             Accept Lost-Update-Screen
001400         Else
001405             Add 1 to WS-Item-Count
001410             Add Dollar-Amount to WS-Batch-Total
001415             Perform Track-Batch-Currency
001420             Display Batch-Status-Screen
001425             Accept Batch-Status-Screen
001435         End-If
001450     End-Perform
001460     Close Item-Master-File
001470     Close Audit-Log-File
001475     Close Pending-Change-File
001480     Close Currency-Rate-File
001485     Close Category-Master-File
001490     Close Operator-Master-File
001530     Perform Until WS-Entry-Valid = "Y"
001540         Display Main-Screen
001550         Accept Main-Screen
001552         If Effective-Date = Zero
001554             Accept Effective-Date From Date YYYYMMDD
001556         End-If
001560         Perform Validate-Currency-Code
001565         Perform Validate-Category-Code
001570         Perform Check-Item-Exists
001575         Perform Check-Pending-Exists
001577         Perform Check-Period-Open
001580         Move "Y" to WS-Entry-Valid
001590         Evaluate True
001600             When Dollar-Amount = Zero
001670                 Move "N" to WS-Entry-Valid
001680             When Item-Description = Spaces
001690                 Move "Item Description may not be blank"
001691                     to WS-Error-Message
001692                 Move "N" to WS-Entry-Valid
001693             When Reorder-Point > Zero
001694              And Reorder-Quantity = Zero
001695                 Move "Reorder Quantity needed with a point"
001700                     to WS-Error-Message
001710                 Move "N" to WS-Entry-Valid
001720             When WS-Currency-Valid = "N"
001750                 Move "N" to WS-Entry-Valid
001752             When WS-Category-Valid = "N"
001754                 Move "Category is not on category file"
001755                     to WS-Error-Message
001756                 Move "N" to WS-Entry-Valid
001757             When Effective-Month < 1 Or Effective-Month > 12
001758              Or Effective-Day < 1 Or Effective-Day > 31
001759                 Move "Effective Date is not a valid date"
001760                     to WS-Error-Message
001761                 Move "N" to WS-Entry-Valid
001762             When WS-Period-Closed = "Y"
001763                 Move "Period is closed - change Effective Date"
001764                     to WS-Error-Message
001765                 Move "N" to WS-Entry-Valid
001768             When WS-Pending-Exists = "Y"
001778                 Move "Item has a change awaiting approval"
001790                     to WS-Error-Message
001800                 Move "N" to WS-Entry-Valid
001810             When WS-Item-Exists = "Y"
002465             Move Category-Code to MF-Category-Code
002470             Move "A" to MF-Status-Code
002480             Move Zero to MF-Deactivation-Date
002482             Accept MF-Update-Date From Date YYYYMMDD
002484             Accept MF-Update-Time From Time
002485             Move Zero to MF-Quantity-On-Hand
002487             Move Reorder-Point to MF-Reorder-Point
002489             Move Reorder-Quantity to MF-Reorder-Quantity
002490             Write Item-Master-Record
002500         Not Invalid Key
002510             Move MF-Item-Description to WS-Old-Description
002550             Move Short-Description to MF-Short-Description
002560             Move Dollar-Amount to MF-Dollar-Amount
002570             Move Currency-Code to MF-Currency-Code
002572             Accept MF-Update-Date From Date YYYYMMDD
002574             Accept MF-Update-Time From Time
002575             Move Category-Code to MF-Category-Code
002577             Move Reorder-Point to MF-Reorder-Point
002579             Move Reorder-Quantity to MF-Reorder-Quantity
002580             Rewrite Item-Master-Record
002590     End-Read
002600     Perform Write-Audit-Record.
002720     Move Dollar-Amount to AL-New-Dollar-Amount
002722     Move WS-Old-Quantity to AL-Old-Quantity
002724     Move MF-Quantity-On-Hand to AL-New-Quantity
002727     Move Spaces to AL-Location-Code
002729     Move Spaces to AL-Approved-By
002734     Move Effective-Date to AL-Effective-Date
002739     Perform Write-Audit-Log.
002740 Validate-Currency-Code.
002750     Move Currency-Code to CR-Currency-Code
002760     Move "Y" to WS-Currency-Valid
003270         Close Currency-Rate-File
003275         Close Category-Master-File
003280         Close Operator-Master-File
003285         Close Pending-Change-File
003290         Goback
003300     End-If.
003310 Log-Failed-Signon.
003420     Move Zero to AL-New-Dollar-Amount
003422     Move Zero to AL-Old-Quantity
003424     Move Zero to AL-New-Quantity
003427     Move Spaces to AL-Location-Code
003429     Move Spaces to AL-Approved-By
003434     Move WS-Audit-Date to AL-Effective-Date
003439     Perform Write-Audit-Log.
003440 Check-Item-Exists.
003450     Move "N" to WS-Item-Exists
003455     Move Spaces to WS-Read-Stamp
003460     Move Item-Number to MF-Item-Number
003470     Read Item-Master-File
003480         Invalid Key
003490             Continue
003500         Not Invalid Key
003510             Move "Y" to WS-Item-Exists
003515             Move MF-Update-Stamp to WS-Read-Stamp
003520     End-Read.
003530 Check-Password-Expiry.
003540     Move "N" to WS-Password-Expired
004000                     Move PM-Signon-Attempt-Limit
004010                         to WS-Attempt-Limit
004020                 End-If
004022                 If PM-Approval-Percent Numeric
004024                     Move PM-Approval-Percent
004026                         to Approval-Percent
004028                 End-If
004030         End-Read
004040         Close System-Parameter-File
004050     End-If.
004130*--------------------------------------------------------------*
004135*  An item is posted on the Effective Date keyed with it.      *
004140*  When that date falls in a period the month-end close has    *
004145*  closed, nothing more may be posted to it.  With no calendar *
004150*  on file every day is open.                                  *
004170*--------------------------------------------------------------*
004180 Check-Period-Open.
004190     Move "N" to WS-Period-Closed
004200     Move Effective-Date to WS-Period-Date
004210     Open Input Period-Calendar-File
004220     If WS-Perd-File-Status = "00"
004230         Move "N" to WS-Period-Eof
004240         Perform Until WS-Period-Eof = "Y"
004250             Read Period-Calendar-File
004260                 At End
004270                     Move "Y" to WS-Period-Eof
004280                 Not At End
004290                     If PC-Start-Date Not > WS-Period-Date
004300                      And PC-End-Date Not < WS-Period-Date
004310                         Move "Y" to WS-Period-Eof
004320                         If PC-Status-Code = "C"
004330                             Move "Y" to WS-Period-Closed
004340                             Move PC-Period-Number
004350                                 to WS-Closed-Period
004360                         End-If
004370                     End-If
004380             End-Read
004390         End-Perform
004400         Close Period-Calendar-File
004410     End-If.
004412*--------------------------------------------------------------*
004414*  A change is saved straight to the master unless it needs a  *
004416*  supervisor's approval, when it is held on the pending file. *
004420*--------------------------------------------------------------*
004430 Save-Or-Hold-Item.
004440     Perform Check-Item-Unchanged
004450     If WS-Item-Changed = "Y"
004460         Perform Log-Lost-Update
004480     Else
004482         Perform Check-Needs-Approval
004484         If WS-Needs-Approval = "Y"
004486             Perform Write-Pending-Change
004488             Move "Sent for supervisor approval" to WS-Save-Note
004490         Else
004492             Perform Save-Item-Record
004494             Move "Item saved" to WS-Save-Note
004496         End-If
004510     End-If.
004520 Check-Needs-Approval.
004530     Move "N" to WS-Needs-Approval
004540     Move Item-Number to MF-Item-Number
004550     Read Item-Master-File
004560         Invalid Key
004570             Move "N" to WS-Item-Exists
004580             If Dollar-Amount > High-Value-Threshold
004590                 Move "Y" to WS-Needs-Approval
004600             End-If
004610         Not Invalid Key
004620             Move "Y" to WS-Item-Exists
004630             If Dollar-Amount Not = MF-Dollar-Amount
004640                 Perform Check-Value-Change
004650             End-If
004660     End-Read.
004670 Check-Value-Change.
004680     If Dollar-Amount > High-Value-Threshold
004690         Move "Y" to WS-Needs-Approval
004700     End-If
004710     If Approval-Percent > Zero
004720      And MF-Dollar-Amount > Zero
004730         If Dollar-Amount > MF-Dollar-Amount
004740             Compute WS-Value-Change =
004750                 Dollar-Amount - MF-Dollar-Amount
004760         Else
004770             Compute WS-Value-Change =
004780                 MF-Dollar-Amount - Dollar-Amount
004790         End-If
004800         Compute WS-Change-Percent =
004810             WS-Value-Change * 100 / MF-Dollar-Amount
004820         If WS-Change-Percent > Approval-Percent
004830             Move "Y" to WS-Needs-Approval
004840         End-If
004850     End-If.
004860 Write-Pending-Change.
004870     Move Item-Number to PD-Item-Number
004880     Accept PD-Entry-Date From Date YYYYMMDD
004890     Accept PD-Entry-Time From Time
004900     If WS-Item-Exists = "Y"
004910         Move "C" to PD-Change-Type
004920         Move MF-Item-Description to PD-Old-Description
004930         Move MF-Dollar-Amount to PD-Old-Dollar-Amount
004935         Move MF-Update-Stamp to PD-Old-Update-Stamp
004940     Else
004950         Move "A" to PD-Change-Type
004960         Move Spaces to PD-Old-Description
004970         Move Zero to PD-Old-Dollar-Amount
004975         Move Zeros to PD-Old-Update-Stamp
004980     End-If
004990     Move WS-Operator-Id to PD-Maker-Id
005000     Move "P" to PD-Status-Code
005010     Move Spaces to PD-Checker-Id
005020     Move Zero to PD-Decision-Date
005030     Move Zero to PD-Decision-Time
005040     Move Spaces to PD-Reject-Reason
005050     Move "N" to PD-Maker-Notified
005060     Move Item-Description to PD-New-Description
005070     Move Short-Description to PD-New-Short-Desc
005080     Move Dollar-Amount to PD-New-Dollar-Amount
005090     Move Currency-Code to PD-New-Currency-Code
005100     Move Category-Code to PD-New-Category-Code
005110     Move Reorder-Point to PD-New-Reorder-Point
005120     Move Reorder-Quantity to PD-New-Reorder-Qty
005125     Move Effective-Date to PD-Effective-Date
005130     Write Pending-Change-Record.
005140*--------------------------------------------------------------*
005150*  Only one change to an item may wait for approval at a time. *
005160*--------------------------------------------------------------*
005170 Check-Pending-Exists.
005180     Move "N" to WS-Pending-Exists
005190     Move "N" to WS-Pending-Eof
005200     Move Item-Number to PD-Item-Number
005210     Move Zeros to PD-Entry-Date
005220     Move Zeros to PD-Entry-Time
005230     Start Pending-Change-File Key Not < PD-Pending-Key
005240         Invalid Key
005250             Move "Y" to WS-Pending-Eof
005260     End-Start
005270     Perform Until WS-Pending-Eof = "Y"
005280         Read Pending-Change-File Next Record
005290             At End
005300                 Move "Y" to WS-Pending-Eof
005310             Not At End
005320                 If PD-Item-Number Not = Item-Number
005330                     Move "Y" to WS-Pending-Eof
005340                 Else
005350                     If PD-Status-Code = "P"
005360                         Move "Y" to WS-Pending-Exists
005370                         Move "Y" to WS-Pending-Eof
005380                     End-If
005390                 End-If
005400         End-Read
005410     End-Perform.
005420 Open-Pending-Change-File.
005430     Open I-O Pending-Change-File
005440     If WS-Pend-File-Status Not = "00"
005450         Open Output Pending-Change-File
005460         Close Pending-Change-File
005470         Open I-O Pending-Change-File
005480     End-If
005482     If WS-Pend-File-Status Not = "00"
005484         Display "Chapt04a: Pending Change file not available"
005486         Display "Open status " WS-Pend-File-Status
005488         Goback
005489     End-If.
005490*--------------------------------------------------------------*
005500*  The item is read again just before it is saved.  If another *
005510*  operator or the Chapt04c load has written it since it was   *
005520*  first read, the save is refused and logged, and the item as *
005530*  it now stands is shown so the change can be entered again.  *
005540*--------------------------------------------------------------*
005550 Check-Item-Unchanged.
005560     Move "N" to WS-Item-Changed
005570     Move Item-Number to MF-Item-Number
005580     Read Item-Master-File
005590         Invalid Key
005600             If WS-Item-Exists = "Y"
005610                 Move "Y" to WS-Item-Changed
005620                 Move "Item was deleted by another operator"
005630                     to WS-Error-Message
005640                 Move Spaces to MF-Item-Description
005650                 Move Spaces to MF-Short-Description
005660                 Move Zero to MF-Dollar-Amount
005670                 Move Spaces to MF-Currency-Code
005680                 Move Spaces to MF-Category-Code
005690                 Move Zero to MF-Quantity-On-Hand
005700                 Move Zero to MF-Reorder-Point
005710                 Move Zero to MF-Reorder-Quantity
005720             End-If
005730         Not Invalid Key
005740             If WS-Item-Exists = "N"
005750              Or MF-Update-Stamp Not = WS-Read-Stamp
005760                 Move "Y" to WS-Item-Changed
005770                 Move "Item changed by another operator - redo"
005780                     to WS-Error-Message
005790             End-If
005800     End-Read.
005810 Log-Lost-Update.
005820     Accept WS-Audit-Date From Date YYYYMMDD
005830     Accept WS-Audit-Time From Time
005840     Move "U" to AL-Action-Code
005850     Move WS-Operator-Id to AL-Operator-Id
005860     Move WS-Audit-Date to AL-Audit-Date
005870     Move WS-Audit-Time to AL-Audit-Time
005880     Move Item-Number to AL-Item-Number
005890     Move MF-Item-Description to AL-Old-Description
005900     Move MF-Dollar-Amount to AL-Old-Dollar-Amount
005910     Move Item-Description to AL-New-Description
005920     Move Dollar-Amount to AL-New-Dollar-Amount
005930     Move MF-Quantity-On-Hand to AL-Old-Quantity
005940     Move MF-Quantity-On-Hand to AL-New-Quantity
005950     Move Spaces to AL-Location-Code
005960     Move Spaces to AL-Approved-By
005970     Move Effective-Date to AL-Effective-Date
005980     Perform Write-Audit-Log.
005990 Write-Audit-Log.
006000     Move "S" to AS-Request-Code
006010     Move Audit-Log-Record to AS-Audit-Image
006020     Move AL-Effective-Date to AS-Effective-Date
006030     Call "Chapt04al"
006040     Cancel "Chapt04al"
006050     Move AS-Sequence-Number to AL-Sequence-Number
006060     Move AS-Chain-Value to AL-Chain-Value
006070     Write Audit-Log-Record.
