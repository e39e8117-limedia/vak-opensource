000120         Access Mode Is Dynamic
000130         Record Key Is MF-Item-Number
000140         File Status Is WS-Item-File-Status.
000141     Select Period-Calendar-File Assign To "PERDCAL"
000142         Organization Is Indexed
000143         Access Mode Is Sequential
000144         Record Key Is PC-Period-Number
000145         File Status Is WS-Perd-File-Status.
000150     Select Audit-Log-File Assign To "ITEMAUDT"
000160         Organization Is Line Sequential.
000170     Select Operator-Master-File Assign To "OPERMAST"
000212     Select System-Parameter-File Assign To "SYSPARM"
000214         Organization Is Line Sequential
000216         File Status Is WS-Parm-File-Status.
000218     Select Pending-Change-File Assign To "PENDCHG"
000220         Organization Is Indexed
000222         Access Mode Is Dynamic
000224         Record Key Is PD-Pending-Key
000226         File Status Is WS-Pend-File-Status.
000228 Data Division.
000230 File Section.
000240 FD  Item-Master-File
000250     Label Records Are Standard.
000260 Copy itemrec.
000262 FD  Period-Calendar-File
000264     Label Records Are Standard.
000266 Copy perdrec.
000270 FD  Audit-Log-File
000280     Label Records Are Standard.
000290 Copy auditrec.
000322 FD  System-Parameter-File
000324     Label Records Are Standard.
000326 Copy sysparm.
000327 FD  Pending-Change-File
000328     Label Records Are Standard.
000329 Copy pndgrec.
000330 Working-Storage Section.
000335 Copy sessrec.
000337 Copy stmprec.
000340 01  WS-Item-File-Status   Pic XX.
000341 01  WS-Perd-File-Status   Pic XX.
000342 01  WS-Period-Closed      Pic X Value "N".
000343 01  WS-Closed-Period      Pic 9(6).
000344 01  WS-Period-Date        Pic 9(8).
000345 01  WS-Period-Eof         Pic X.
000350 01  WS-Oper-File-Status   Pic XX.
000352 01  WS-Parm-File-Status   Pic XX.
000354 01  WS-Attempt-Limit      Pic 9 Value 3.
000580 01  WS-Formatted-Amount   Pic X(15).
000590 01  WS-Status-Display     Pic X(10).
000600 01  WS-Display-Item-No    Pic ZZZZ9.
000602 01  WS-Pend-File-Status   Pic XX.
000604 01  WS-Pending-Exists     Pic X Value "N".
000606 01  WS-Pending-Eof        Pic X.
000607 01  WS-Read-Stamp         Pic X(16) Value Spaces.
000608 01  WS-Item-Changed       Pic X Value "N".
000609 01  WS-Redo-Action        Pic X Value "N".
000610 01  Effective-Date        Pic 9(8) Value Zeros.
000611 01  Effective-Date-Parts Redefines Effective-Date.
000612     05  Effective-Year    Pic 9(4).
000613     05  Effective-Month   Pic 99.
000614     05  Effective-Day     Pic 99.
000615 Screen Section.
000620 01  Signon-Screen
000630     Blank Screen, Auto, Required,
000640     Foreground-Color Is 7,
000800     03  Line 2 Column 14 Pic X(8) From WS-Operator-Id.
000810     03  Line 3 Column 5  Value "Item Number" Highlight.
000820     03  Line 3 Column 18 Pic 9(5) To Item-Number.
000822     03  Line 3 Column 30 Value "Effective" Highlight.
000824     03  Line 3 Column 39 Pic 9(8) To Effective-Date.
000826     03  Line 3 Column 48 Value "(zero for today)".
000830     03  Line 4 Column 5  Value "(Enter zero to exit)".
000840     03  Line 8 Column 5  Pic X(40) From WS-Error-Message
000850                                        Highlight.
000990     03  Line 8 Column 5  Value
001000         "D=Deactivate P=Delete X=Return" Highlight.
001010     03  Line 8 Column 37 Pic X To WS-Maint-Action.
001012     03  Line 10 Column 5 Pic X(40) From WS-Error-Message
001014                                        Highlight.
001020 Procedure Division.
001030 Chapt04e-Start.
001035     Perform Load-System-Parameters
001040     Perform Open-Item-Master-File
001050     Perform Open-Operator-Master-File
001060     Open Extend Audit-Log-File
001065     Perform Open-Pending-Change-File
001070     Perform Operator-Sign-On
001080     Perform Until WS-Maint-Done = "Y"
001090         Perform Get-Item-For-Maint
001100         If WS-Record-Found = "Y"
001102             Move "Y" to WS-Redo-Action
001104             Perform Until WS-Redo-Action = "N"
001106                 Perform Apply-Maint-Action
001108             End-Perform
001120         End-If
001130     End-Perform
001140     Close Item-Master-File
001150     Close Audit-Log-File
001160     Close Operator-Master-File
001165     Close Pending-Change-File
001170     Goback.
001180 Open-Item-Master-File.
001190     Open I-O Item-Master-File
001250     Move "N" to WS-Record-Found
001260     Display Maint-Key-Screen
001270     Accept Maint-Key-Screen
001272     If Effective-Date = Zero
001274         Accept Effective-Date From Date YYYYMMDD
001276     End-If
001280     If Item-Number = Zero
001290         Move "Y" to WS-Maint-Done
001300     Else
001350             Not Invalid Key
001360                 Move Spaces to WS-Error-Message
001370                 Move "Y" to WS-Record-Found
001375                 Move MF-Update-Stamp to WS-Read-Stamp
001380         End-Read
001381     End-If
001382     If WS-Record-Found = "Y"
001383         Perform Check-Period-Open
001384         Evaluate True
001385             When Effective-Month < 1 Or Effective-Month > 12
001386              Or Effective-Day < 1 Or Effective-Day > 31
001387                 Move "N" to WS-Record-Found
001388                 Move "Effective Date is not a valid date"
001389                     to WS-Error-Message
001390             When WS-Period-Closed = "Y"
001391                 Move "N" to WS-Record-Found
001392                 Move "Period is closed - change Effective Date"
001393                     to WS-Error-Message
001394         End-Evaluate
001395     End-If.
001400 Apply-Maint-Action.
001410     Perform Format-Item-Display
001420     Move Space to WS-Maint-Action
001425     Move "N" to WS-Redo-Action
001427     Move "N" to WS-Item-Changed
001430     Display Maint-Action-Screen
001440     Accept Maint-Action-Screen
001442     Move Spaces to WS-Error-Message
001444     If WS-Maint-Action = "D" Or WS-Maint-Action = "P"
001446         Perform Check-Item-Unchanged
001448     End-If
001450     Evaluate True
001452         When WS-Item-Changed = "Y"
001454             Perform Log-Lost-Update
001456         When WS-Maint-Action = "D"
001470             Perform Deactivate-Item
001480         When WS-Maint-Action = "P"
001490             Perform Delete-Item
001550         When WS-Maint-Action = "X"
001560             Move Spaces to WS-Error-Message
001570         When Other
001580             Move "Enter D, P or X" to WS-Error-Message
001660         Accept WS-Audit-Date From Date YYYYMMDD
001670         Move "I" to MF-Status-Code
001680         Move WS-Audit-Date to MF-Deactivation-Date
001682         Accept MF-Update-Date From Date YYYYMMDD
001684         Accept MF-Update-Time From Time
001690         Rewrite Item-Master-Record
001700         Move MF-Item-Description to WS-New-Description
001710         Move MF-Dollar-Amount to WS-New-Dollar-Amount
001740         Move "Item deactivated" to WS-Error-Message
001750     End-If.
001760 Delete-Item.
001762     Perform Check-Pending-Exists
001764     Evaluate True
001766         When MF-Status-Code Not = "I"
001768             Move "Deactivate the item before deleting"
001770                 to WS-Error-Message
001772         When WS-Pending-Exists = "Y"
001774             Move "Item has a change awaiting approval"
001776                 to WS-Error-Message
001778         When Other
001780             Perform Check-Retention-Expired
001782     End-Evaluate.
001784 Check-Retention-Expired.
001810         Accept WS-Audit-Date From Date YYYYMMDD
001820         Compute WS-Today-Integer =
001830             Function Integer-Of-Date(WS-Audit-Date)
001890             Move "Retention period has not expired"
001900                 to WS-Error-Message
001910         Else
001920             Perform Write-Pending-Delete
001930             Move "Delete sent for supervisor approval"
001940                 to WS-Error-Message
001950         End-If.
002020 Write-Audit-Record.
002030     Accept WS-Audit-Time From Time
002040     Move WS-Audit-Action to AL-Action-Code
002120     Move WS-New-Dollar-Amount to AL-New-Dollar-Amount
002122     Move WS-Old-Quantity to AL-Old-Quantity
002124     Move WS-New-Quantity to AL-New-Quantity
002129     Move Spaces to AL-Location-Code
002134     Move Spaces to AL-Approved-By
002136     Move Effective-Date to AL-Effective-Date
002139     Perform Write-Audit-Log.
002140 Format-Item-Display.
002150     Move MF-Item-Number to WS-Display-Item-No
002160     If MF-Status-Code = "I"
002750         Close Item-Master-File
002760         Close Audit-Log-File
002770         Close Operator-Master-File
002775         Close Pending-Change-File
002780         Goback
002790     End-If.
002800 Log-Failed-Signon.
002910     Move Zero to AL-New-Dollar-Amount
002912     Move Zero to AL-Old-Quantity
002914     Move Zero to AL-New-Quantity
002919     Move Spaces to AL-Location-Code
002924     Move Spaces to AL-Approved-By
002926     Move WS-Audit-Date to AL-Effective-Date
002929     Perform Write-Audit-Log.
002930 Check-Password-Expiry.
002940     Move "N" to WS-Password-Expired
002950     If OM-Expiry-Days Numeric
003350         End-Read
003360         Close System-Parameter-File
003370     End-If.
003380*--------------------------------------------------------------*
003390*  Maintenance is posted on the Effective Date keyed with the  *
003400*  item.  When that date falls in a period the month-end close *
003410*  has closed, nothing more may be posted to it.  With no      *
003420*  calendar on file every day is open.                         *
003680*--------------------------------------------------------------*
003690 Check-Period-Open.
003700     Move "N" to WS-Period-Closed
003710     Move Effective-Date to WS-Period-Date
003720     Open Input Period-Calendar-File
003730     If WS-Perd-File-Status = "00"
003740         Move "N" to WS-Period-Eof
003750         Perform Until WS-Period-Eof = "Y"
003760             Read Period-Calendar-File
003770                 At End
003780                     Move "Y" to WS-Period-Eof
003790                 Not At End
003800                     If PC-Start-Date Not > WS-Period-Date
003810                      And PC-End-Date Not < WS-Period-Date
003820                         Move "Y" to WS-Period-Eof
003830                         If PC-Status-Code = "C"
003840                             Move "Y" to WS-Period-Closed
003850                             Move PC-Period-Number
003860                                 to WS-Closed-Period
003870                         End-If
003880                     End-If
003890             End-Read
003900         End-Perform
003910         Close Period-Calendar-File
003920     End-If.
003930*--------------------------------------------------------------*
003940*  Deletes are not made here.  The delete is held on the       *
003950*  pending change file until a supervisor other than this      *
003960*  operator approves it through the Chapt04aj screen.          *
003970*--------------------------------------------------------------*
003980 Write-Pending-Delete.
003990     Move Item-Number to PD-Item-Number
004000     Accept PD-Entry-Date From Date YYYYMMDD
004010     Accept PD-Entry-Time From Time
004020     Move "P" to PD-Change-Type
004030     Move WS-Operator-Id to PD-Maker-Id
004040     Move "P" to PD-Status-Code
004050     Move Spaces to PD-Checker-Id
004060     Move Zero to PD-Decision-Date
004070     Move Zero to PD-Decision-Time
004080     Move Spaces to PD-Reject-Reason
004090     Move "N" to PD-Maker-Notified
004100     Move MF-Item-Description to PD-Old-Description
004110     Move MF-Dollar-Amount to PD-Old-Dollar-Amount
004120     Move Spaces to PD-New-Description
004130     Move Spaces to PD-New-Short-Desc
004140     Move Zero to PD-New-Dollar-Amount
004150     Move MF-Currency-Code to PD-New-Currency-Code
004160     Move MF-Category-Code to PD-New-Category-Code
004170     Move Zero to PD-New-Reorder-Point
004180     Move Zero to PD-New-Reorder-Qty
004182     Move Effective-Date to PD-Effective-Date
004184     Move MF-Update-Stamp to PD-Old-Update-Stamp
004190     Write Pending-Change-Record.
004200*--------------------------------------------------------------*
004210*  Only one change to an item may wait for approval at a time. *
004220*--------------------------------------------------------------*
004230 Check-Pending-Exists.
004240     Move "N" to WS-Pending-Exists
004250     Move "N" to WS-Pending-Eof
004260     Move Item-Number to PD-Item-Number
004270     Move Zeros to PD-Entry-Date
004280     Move Zeros to PD-Entry-Time
004290     Start Pending-Change-File Key Not < PD-Pending-Key
004300         Invalid Key
004310             Move "Y" to WS-Pending-Eof
004320     End-Start
004330     Perform Until WS-Pending-Eof = "Y"
004340         Read Pending-Change-File Next Record
004350             At End
004360                 Move "Y" to WS-Pending-Eof
004370             Not At End
004380                 If PD-Item-Number Not = Item-Number
004390                     Move "Y" to WS-Pending-Eof
004400                 Else
004410                     If PD-Status-Code = "P"
004420                         Move "Y" to WS-Pending-Exists
004430                         Move "Y" to WS-Pending-Eof
004440                     End-If
004450                 End-If
004460         End-Read
004470     End-Perform.
004480 Open-Pending-Change-File.
004490     Open I-O Pending-Change-File
004500     If WS-Pend-File-Status Not = "00"
004510         Open Output Pending-Change-File
004520         Close Pending-Change-File
004530         Open I-O Pending-Change-File
004540     End-If.
004550*--------------------------------------------------------------*
004560*  The item is read again before it is deactivated or sent for *
004570*  deletion.  If another operator or the Chapt04c load has     *
004580*  written it since it was shown, the action is refused and    *
004590*  logged, and the item is shown again as it now stands.       *
004600*--------------------------------------------------------------*
004610 Check-Item-Unchanged.
004620     Move "N" to WS-Item-Changed
004630     Move MF-Item-Description to WS-Old-Description
004640     Move MF-Dollar-Amount to WS-Old-Dollar-Amount
004650     Move Item-Number to MF-Item-Number
004660     Read Item-Master-File
004670         Invalid Key
004680             Move "Y" to WS-Item-Changed
004690             Move "Item was deleted by another operator"
004700                 to WS-Error-Message
004710             Move Spaces to MF-Item-Description
004720             Move Zero to MF-Dollar-Amount
004730             Move Zero to MF-Quantity-On-Hand
004740         Not Invalid Key
004750             If MF-Update-Stamp Not = WS-Read-Stamp
004760                 Move "Y" to WS-Item-Changed
004770                 Move "Y" to WS-Redo-Action
004780                 Move MF-Update-Stamp to WS-Read-Stamp
004790                 Move "Item changed by another operator - redo"
004800                     to WS-Error-Message
004810             End-If
004820     End-Read.
004830 Log-Lost-Update.
004840     Accept WS-Audit-Date From Date YYYYMMDD
004850     Accept WS-Audit-Time From Time
004860     Move "U" to AL-Action-Code
004870     Move WS-Operator-Id to AL-Operator-Id
004880     Move WS-Audit-Date to AL-Audit-Date
004890     Move WS-Audit-Time to AL-Audit-Time
004900     Move Item-Number to AL-Item-Number
004910     Move MF-Item-Description to AL-Old-Description
004920     Move MF-Dollar-Amount to AL-Old-Dollar-Amount
004930     Move WS-Old-Description to AL-New-Description
004940     Move WS-Old-Dollar-Amount to AL-New-Dollar-Amount
004950     Move MF-Quantity-On-Hand to AL-Old-Quantity
004960     Move MF-Quantity-On-Hand to AL-New-Quantity
004970     Move Spaces to AL-Location-Code
004980     Move Spaces to AL-Approved-By
004990     Move Effective-Date to AL-Effective-Date
005000     Perform Write-Audit-Log.
005010 Write-Audit-Log.
005020     Move "S" to AS-Request-Code
005030     Move Audit-Log-Record to AS-Audit-Image
005040     Move AL-Effective-Date to AS-Effective-Date
005050     Call "Chapt04al"
005060     Cancel "Chapt04al"
005070     Move AS-Sequence-Number to AL-Sequence-Number
005080     Move AS-Chain-Value to AL-Chain-Value
005090     Write Audit-Log-Record.
