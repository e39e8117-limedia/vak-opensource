000120         Access Mode Is Dynamic
000130         Record Key Is OM-Operator-Id
000140         File Status Is WS-Oper-File-Status.
000141     Select Pending-Change-File Assign To "PENDCHG"
000142         Organization Is Indexed
000143         Access Mode Is Dynamic
000144         Record Key Is PD-Pending-Key
000145         File Status Is WS-Pend-File-Status.
000150     Select Audit-Log-File Assign To "ITEMAUDT"
000160         Organization Is Line Sequential.
000162     Select System-Parameter-File Assign To "SYSPARM"
000164         Organization Is Line Sequential
000166         File Status Is WS-Parm-File-Status.
000167     Select Session-Journal-File Assign To "SESSJRNL"
000168         Organization Is Line Sequential
000169         File Status Is WS-Jrnl-File-Status.
000170 Data Division.
000180 File Section.
000190 FD  Operator-Master-File
000200     Label Records Are Standard.
000210 Copy operrec.
000212 FD  Pending-Change-File
000214     Label Records Are Standard.
000216 Copy pndgrec.
000220 FD  Audit-Log-File
000230     Label Records Are Standard.
000240 Copy auditrec.
000242 FD  System-Parameter-File
000244     Label Records Are Standard.
000246 Copy sysparm.
000247 FD  Session-Journal-File
000248     Label Records Are Standard.
000249 Copy jrnlrec.
000250 Working-Storage Section.
000260 Copy sessrec.
000265 Copy stmprec.
000270 01  WS-Oper-File-Status   Pic XX.
000272 01  WS-Parm-File-Status   Pic XX.
000274 01  WS-Attempt-Limit      Pic 9 Value 3.
000275 01  WS-Pend-File-Status   Pic XX.
000276 01  WS-Pending-Eof        Pic X.
000277 01  WS-Notice-Change      Pic X(10).
000278 01  WS-Notice-Ack         Pic X Value Space.
000280 01  Operator-Password     Pic X(8) Value Spaces.
000281 01  WS-Jrnl-File-Status   Pic XX.
000282 01  WS-Jrnl-Event         Pic X.
000283 01  WS-Jrnl-Function      Pic X Value Space.
000284 01  WS-Jrnl-Elapsed       Pic 9(7).
000285 01  WS-Idle-Minutes       Pic 9(3) Value 15.
000286 01  WS-Idle-Seconds       Pic 9(5).
000287 01  WS-Idle-Timed-Out     Pic X Value "N".
000288 01  WS-Letter-Count       Pic 99.
000290 01  WS-Signon-Valid       Pic X Value "N".
000291*--------------------------------------------------------------*
000292*  Menu letters that call a function, and those of them that   *
000293*  need supervisor authority - kept in step with the menu.     *
000294*--------------------------------------------------------------*
000295 01  WS-Function-Letters   Pic X(23)
000296         Value "EJISMBRLKVWYGAHCQOPFTUZ".
000297 01  WS-Supervisor-Letters Pic X(8) Value "JAHOPFTZ".
000300 01  WS-Signon-Attempts    Pic 9 Value Zero.
000301 01  WS-Clock-Date         Pic 9(8).
000302 01  WS-Clock-Time         Pic 9(8).
000303 01  WS-Clock-Parts Redefines WS-Clock-Time.
000304     05  WS-Clock-Hours    Pic 99.
000305     05  WS-Clock-Minutes  Pic 99.
000306     05  WS-Clock-Seconds  Pic 99.
000307     05  Filler            Pic 99.
000308 01  WS-Clock-Total        Pic 9(11).
000309 01  WS-Function-Start     Pic 9(11).
000310 01  WS-Operator-Id        Pic X(8).
000320 01  WS-Authority-Level    Pic X Value Space.
000330 01  WS-Operator-Name      Pic X(20) Value Spaces.
000385 01  New-Password          Pic X(8) Value Spaces.
000386 01  Verify-Password       Pic X(8) Value Spaces.
000387 01  WS-Change-Done        Pic X.
000389 01  WS-Opt-Security       Pic X(30) Value Spaces.
000390 01  WS-Opt-Operators      Pic X(30) Value Spaces.
000392 01  WS-Opt-Parameters     Pic X(30) Value Spaces.
000394 01  WS-Opt-Count-Freeze   Pic X(30) Value Spaces.
000396 01  WS-Opt-Count-Post     Pic X(30) Value Spaces.
000397 01  WS-Opt-Calendar       Pic X(30) Value Spaces.
000398 01  WS-Opt-Period-Close   Pic X(30) Value Spaces.
000399 01  WS-Opt-Approval       Pic X(30) Value Spaces.
000400 Screen Section.
000410 01  Signon-Screen
000420     Blank Screen, Auto, Required,
000640     03  Line 7 Column 5  Value "R - Currency Rate Entry".
000650     03  Line 8 Column 5  Value "C - Item Category Entry".
000655     03  Line 9 Column 5  Value "Q - Receipts and Issues".
000656     03  Line 4 Column 40 Value "S - Supplier Maintenance".
000657     03  Line 5 Column 40 Value "B - Purchase Order Entry".
000658     03  Line 6 Column 40 Value "L - Purchase Order Reports".
000660     03  Line 10 Column 5 Pic X(30) From WS-Opt-Operators.
000665     03  Line 11 Column 5 Pic X(30) From WS-Opt-Parameters.
000666     03  Line 7 Column 40 Value "K - Stock Count Entry".
000667     03  Line 8 Column 40 Value "V - Count Variance Report".
000669     03  Line 9 Column 40 Value "W - Location Maintenance".
000671     03  Line 12 Column 40 Value "Y - Stock by Location Report".
000673     03  Line 10 Column 40 Pic X(30) From WS-Opt-Count-Freeze.
000675     03  Line 11 Column 40 Pic X(30) From WS-Opt-Count-Post.
000677     03  Line 12 Column 5 Value "X - Exit".
000680     03  Line 13 Column 5 Value "Choice" Highlight.
000690     03  Line 13 Column 13 Pic X To WS-Menu-Choice.
000692     03  Line 13 Column 40 Value "G - Period Comparison Report".
000694     03  Line 14 Column 40 Pic X(30) From WS-Opt-Calendar.
000696     03  Line 15 Column 40 Pic X(30) From WS-Opt-Period-Close.
000698     03  Line 16 Column 40 Pic X(30) From WS-Opt-Approval.
000700     03  Line 17 Column 40 Value "U - Pending Ageing Report".
000701     03  Line 14 Column 5 Pic X(30) From WS-Opt-Security.
000702     03  Line 19 Column 5 Pic X(40) From WS-Error-Message
000710                                        Highlight.
000711 01  Rejection-Notice-Screen
000712     Blank Screen, Auto,
000713     Foreground-Color Is 7,
000714     Background-Color Is 1.
000715     03  Line 1 Column 25 Value "Change Not Approved".
000716     03  Line 3 Column 5  Value "Item Number" Highlight.
000717     03  Line 3 Column 22 Pic 9(5) From PD-Item-Number.
000718     03  Line 4 Column 5  Value "Change" Highlight.
000719     03  Line 4 Column 22 Pic X(10) From WS-Notice-Change.
000720     03  Line 5 Column 5  Value "Rejected By" Highlight.
000721     03  Line 5 Column 22 Pic X(8) From PD-Checker-Id.
000722     03  Line 6 Column 5  Value "Reason" Highlight.
000723     03  Line 6 Column 22 Pic X(30) From PD-Reject-Reason.
000724     03  Line 8 Column 5  Value "Press Enter to continue".
000725     03  Line 8 Column 30 Pic X To WS-Notice-Ack.
000726 Procedure Division.
000730 Chapt04o-Start.
000735     Perform Load-System-Parameters
000740     Perform Open-Operator-Master-File
000760     Perform Operator-Sign-On
000770     Close Operator-Master-File
000780     Close Audit-Log-File
000782     Move "N" to WS-Jrnl-Event
000784     Perform Write-Journal-Event
000785     Perform Show-Rejection-Notices
000790     Move WS-Operator-Id to SS-Operator-Id
000800     Move WS-Authority-Level to SS-Authority-Level
000810     Move "Y" to SS-Signed-On
000830     Perform Until WS-Menu-Done = "Y"
000840         Move Space to WS-Menu-Choice
000850         Display Menu-Screen
000860         Perform Accept-Menu-Choice
000870         Perform Run-Journalled-Choice
000880     End-Perform
000881     If WS-Idle-Timed-Out = "Y"
000882         Move "T" to WS-Jrnl-Event
000883     Else
000884         Move "F" to WS-Jrnl-Event
000885     End-If
000886     Perform Write-Journal-Event
000890     Move "N" to SS-Signed-On
000900     Stop Run.
000910 Set-Menu-Options.
000930         Move "O - Operator Maintenance" to WS-Opt-Operators
000935         Move "P - Parameter Maintenance"
000936             to WS-Opt-Parameters
000937         Move "F - Stock Count Freeze" to WS-Opt-Count-Freeze
000938         Move "J - Count Adjustment Posting" to WS-Opt-Count-Post
000939         Move "Z - Security Activity Report" to WS-Opt-Security
000940         Move "A - Period Calendar" to WS-Opt-Calendar
000942         Move "H - Month-End Close" to WS-Opt-Period-Close
000943         Move "T - Pending Change Approval" to WS-Opt-Approval
000944     Else
000950         Move Spaces to WS-Opt-Operators
000955         Move Spaces to WS-Opt-Parameters
000957         Move Spaces to WS-Opt-Count-Freeze
000959         Move Spaces to WS-Opt-Count-Post
000960         Move Spaces to WS-Opt-Security
000961         Move Spaces to WS-Opt-Calendar
000963         Move Spaces to WS-Opt-Period-Close
000964         Move Spaces to WS-Opt-Approval
000965     End-If.
000970 Run-Menu-Choice.
000980     Evaluate WS-Menu-Choice
000981         When "Z"
000982             If WS-Authority-Level = "S"
000983                 Call "Chapt04an"
000984                 Cancel "Chapt04an"
000985                 Move Spaces to WS-Error-Message
000986             Else
000987                 Move "Supervisor authority required"
000988                     to WS-Error-Message
000989             End-If
000990         When "E"
001000             Call "Chapt04a"
001010             Cancel "Chapt04a"
001020             Move Spaces to WS-Error-Message
001021         When "J"
001022             If WS-Authority-Level = "S"
001023                 Call "Chapt04ad"
001024                 Cancel "Chapt04ad"
001025                 Move Spaces to WS-Error-Message
001026             Else
001027                 Move "Supervisor authority required"
001028                     to WS-Error-Message
001029             End-If
001030         When "I"
001040             Call "Chapt04d"
001050             Cancel "Chapt04d"
001060             Move Spaces to WS-Error-Message
001062         When "S"
001064             Call "Chapt04w"
001066             Cancel "Chapt04w"
001068             Move Spaces to WS-Error-Message
001070         When "M"
001080             Call "Chapt04e"
001090             Cancel "Chapt04e"
001100             Move Spaces to WS-Error-Message
001102         When "B"
001104             Call "Chapt04x"
001106             Cancel "Chapt04x"
001108             Move Spaces to WS-Error-Message
001110         When "R"
001120             Call "Chapt04g"
001130             Cancel "Chapt04g"
001132             Move Spaces to WS-Error-Message
001134         When "L"
001136             Call "Chapt04y"
001138             Cancel "Chapt04y"
001140             Move Spaces to WS-Error-Message
001141         When "K"
001142             Call "Chapt04ab"
001143             Cancel "Chapt04ab"
001144             Move Spaces to WS-Error-Message
001145         When "V"
001146             Call "Chapt04ac"
001147             Cancel "Chapt04ac"
001148             Move Spaces to WS-Error-Message
001149         When "W"
001150             Call "Chapt04ae"
001151             Cancel "Chapt04ae"
001152             Move Spaces to WS-Error-Message
001153         When "Y"
001154             Call "Chapt04af"
001155             Cancel "Chapt04af"
001156             Move Spaces to WS-Error-Message
001157         When "G"
001158             Call "Chapt04ai"
001159             Cancel "Chapt04ai"
001160             Move Spaces to WS-Error-Message
001161         When "A"
001162             If WS-Authority-Level = "S"
001163                 Call "Chapt04ag"
001164                 Cancel "Chapt04ag"
001165                 Move Spaces to WS-Error-Message
001166             Else
001167                 Move "Supervisor authority required"
001168                     to WS-Error-Message
001169             End-If
001170         When "H"
001171             If WS-Authority-Level = "S"
001172                 Call "Chapt04ah"
001173                 Cancel "Chapt04ah"
001174                 Move Spaces to WS-Error-Message
001175             Else
001176                 Move "Supervisor authority required"
001177                     to WS-Error-Message
001178             End-If
001179         When "C"
001180             Call "Chapt04n"
001181             Cancel "Chapt04n"
001182             Move Spaces to WS-Error-Message
001183         When "Q"
001184             Call "Chapt04s"
001186             Cancel "Chapt04s"
001188             Move Spaces to WS-Error-Message
001281             End-If
001282         When "X"
001290             Move "Y" to WS-Menu-Done
001291         When "F"
001292             If WS-Authority-Level = "S"
001293                 Call "Chapt04aa"
001294                 Cancel "Chapt04aa"
001295                 Move Spaces to WS-Error-Message
001296             Else
001297                 Move "Supervisor authority required"
001298                     to WS-Error-Message
001299             End-If
001300         When "T"
001301             If WS-Authority-Level = "S"
001302                 Call "Chapt04aj"
001303                 Cancel "Chapt04aj"
001304                 Move Spaces to WS-Error-Message
001305             Else
001306                 Move "Supervisor authority required"
001307                     to WS-Error-Message
001308             End-If
001309         When "U"
001310             Call "Chapt04ak"
001311             Cancel "Chapt04ak"
001312             Move Spaces to WS-Error-Message
001313         When Other
001314             Move "Enter one of the letters shown"
001320                 to WS-Error-Message
001330     End-Evaluate.
001340 Open-Operator-Master-File.
001880     Move Zero to AL-New-Dollar-Amount
001882     Move Zero to AL-Old-Quantity
001884     Move Zero to AL-New-Quantity
001889     Move Spaces to AL-Location-Code
001894     Move Spaces to AL-Approved-By
001899     Perform Write-Audit-Log.
001900 Check-Password-Expiry.
001910     Move "N" to WS-Password-Expired
001920     If OM-Expiry-Days Numeric
002530                     Move PM-Signon-Attempt-Limit
002540                         to WS-Attempt-Limit
002550                 End-If
002552                 If PM-Idle-Timeout-Minutes Numeric
002554                     Move PM-Idle-Timeout-Minutes
002556                         to WS-Idle-Minutes
002558                 End-If
002560         End-Read
002570         Close System-Parameter-File
002580     End-If.
002590*--------------------------------------------------------------*
002600*  Changes this operator entered that a supervisor rejected    *
002610*  are shown once, with the reason, before the menu.           *
002620*--------------------------------------------------------------*
002630 Show-Rejection-Notices.
002640     Open I-O Pending-Change-File
002650     If WS-Pend-File-Status = "00"
002660         Move "N" to WS-Pending-Eof
002670         Perform Until WS-Pending-Eof = "Y"
002680             Read Pending-Change-File Next Record
002690                 At End
002700                     Move "Y" to WS-Pending-Eof
002710                 Not At End
002720                     If PD-Status-Code = "R"
002730                      And PD-Maker-Id = WS-Operator-Id
002740                      And PD-Maker-Notified Not = "Y"
002750                         Perform Show-One-Rejection
002760                     End-If
002770             End-Read
002780         End-Perform
002790         Close Pending-Change-File
002800     End-If.
002810 Show-One-Rejection.
002820     Evaluate PD-Change-Type
002830         When "A"
002840             Move "ADD" to WS-Notice-Change
002850         When "C"
002860             Move "CHANGE" to WS-Notice-Change
002870         When "P"
002880             Move "DELETE" to WS-Notice-Change
002890         When Other
002900             Move Spaces to WS-Notice-Change
002910     End-Evaluate
002920     Display Rejection-Notice-Screen
002930     Accept Rejection-Notice-Screen
002940     Move "Y" to PD-Maker-Notified
002950     Rewrite Pending-Change-Record.
002960 Write-Audit-Log.
002970     Move "S" to AS-Request-Code
002980     Move Audit-Log-Record to AS-Audit-Image
002982     Move AL-Audit-Date to AL-Effective-Date
002984     Move AL-Effective-Date to AS-Effective-Date
002990     Call "Chapt04al"
003000     Cancel "Chapt04al"
003010     Move AS-Sequence-Number to AL-Sequence-Number
003020     Move AS-Chain-Value to AL-Chain-Value
003030     Write Audit-Log-Record.
003040*--------------------------------------------------------------*
003050*  With an idle timeout set, a menu left untouched that long   *
003060*  signs the operator off.                                     *
003070*--------------------------------------------------------------*
003080 Accept-Menu-Choice.
003090     Move "N" to WS-Idle-Timed-Out
003100     If WS-Idle-Minutes = Zero
003110         Accept Menu-Screen
003120     Else
003130         Compute WS-Idle-Seconds = WS-Idle-Minutes * 60
003140         Accept Menu-Screen With Time-Out WS-Idle-Seconds
003150             On Exception
003160                 If WS-Menu-Choice = Space
003170                     Move "Y" to WS-Idle-Timed-Out
003180                 End-If
003190         End-Accept
003200     End-If.
003210*--------------------------------------------------------------*
003220*  Each function called is journalled as entered and left,     *
003230*  with the seconds spent in it; a supervisor function chosen  *
003240*  without the authority is journalled as refused.             *
003250*--------------------------------------------------------------*
003260 Run-Journalled-Choice.
003270     Move Zero to WS-Letter-Count
003280     If WS-Menu-Choice Not = Space
003290         Inspect WS-Function-Letters Tallying WS-Letter-Count
003300             For All WS-Menu-Choice
003310     End-If
003320     Move WS-Menu-Choice to WS-Jrnl-Function
003330     Evaluate True
003340         When WS-Idle-Timed-Out = "Y"
003350             Move "Y" to WS-Menu-Done
003360         When WS-Letter-Count = Zero
003370             Perform Run-Menu-Choice
003380         When WS-Authority-Level Not = "S"
003390             Move Zero to WS-Letter-Count
003400             Inspect WS-Supervisor-Letters
003410                 Tallying WS-Letter-Count For All WS-Menu-Choice
003420             If WS-Letter-Count > Zero
003430                 Perform Run-Menu-Choice
003440                 Move "D" to WS-Jrnl-Event
003450                 Perform Write-Journal-Event
003460             Else
003470                 Perform Run-Journalled-Function
003480             End-If
003490         When Other
003500             Perform Run-Journalled-Function
003510     End-Evaluate
003520     Move Space to WS-Jrnl-Function.
003530 Run-Journalled-Function.
003540     Move "E" to WS-Jrnl-Event
003550     Perform Write-Journal-Event
003560     Move WS-Clock-Total to WS-Function-Start
003570     Perform Run-Menu-Choice
003580     Move "L" to WS-Jrnl-Event
003590     Perform Write-Journal-Event.
003600*--------------------------------------------------------------*
003610*  The journal is opened for each event so that it is complete *
003620*  up to the moment if a function ends the run.                *
003630*--------------------------------------------------------------*
003640 Write-Journal-Event.
003650     Accept WS-Clock-Date From Date YYYYMMDD
003660     Accept WS-Clock-Time From Time
003670     Compute WS-Clock-Total =
003680         Function Integer-Of-Date (WS-Clock-Date) * 86400
003690         + WS-Clock-Hours * 3600 + WS-Clock-Minutes * 60
003700         + WS-Clock-Seconds
003710     If WS-Jrnl-Event = "L"
003720         Compute WS-Jrnl-Elapsed =
003730             WS-Clock-Total - WS-Function-Start
003740     Else
003750         Move Zero to WS-Jrnl-Elapsed
003760     End-If
003770     Move WS-Operator-Id to SJ-Operator-Id
003780     Move WS-Clock-Date to SJ-Event-Date
003790     Move WS-Clock-Time to SJ-Event-Time
003800     Move WS-Jrnl-Event to SJ-Event-Code
003810     Move WS-Jrnl-Function to SJ-Function-Code
003820     Move WS-Jrnl-Elapsed to SJ-Elapsed-Seconds
003830     Move WS-Authority-Level to SJ-Authority-Level
003840     Open Extend Session-Journal-File
003850     If WS-Jrnl-File-Status = "35"
003860         Open Output Session-Journal-File
003870     End-If
003880     If WS-Jrnl-File-Status = "00"
003890         Write Session-Journal-Record
003900         Close Session-Journal-File
003910     End-If.
