000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ag.
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
000150 Data Division.
000160 File Section.
000170 FD  Period-Calendar-File
000180     Label Records Are Standard.
000190 Copy perdrec.
000200 Working-Storage Section.
000210 01  WS-Perd-File-Status   Pic XX.
000220 01  Period-Number         Pic 9(6) Value Zeros.
000230 01  Period-Number-Parts Redefines Period-Number.
000240     05  Period-Year       Pic 9(4).
000250     05  Period-Month      Pic 99.
000260 01  Start-Date            Pic 9(8) Value Zeros.
000270 01  Start-Date-Parts Redefines Start-Date.
000280     05  Start-Year        Pic 9(4).
000290     05  Start-Month       Pic 99.
000300     05  Start-Day         Pic 99.
000310 01  End-Date              Pic 9(8) Value Zeros.
000320 01  End-Date-Parts Redefines End-Date.
000330     05  End-Year          Pic 9(4).
000340     05  End-Month         Pic 99.
000350     05  End-Day           Pic 99.
000360 01  WS-Entry-Valid        Pic X Value "N".
000370 01  WS-Error-Message      Pic X(40) Value Spaces.
000380 01  WS-Another-Period     Pic X Value "Y".
000390 01  WS-Save-Note          Pic X(40) Value Spaces.
000400 01  WS-End-Of-File        Pic X.
000410 01  WS-Period-Found       Pic X.
000420 01  WS-Period-Closed      Pic X.
000430 01  WS-Overlap-Found      Pic X.
000440 01  WS-Overlap-Period     Pic 9(6).
000450 Screen Section.
000460 01  Period-Entry-Screen
000470     Blank Screen, Auto, Required,
000480     Foreground-Color Is 7,
000490     Background-Color Is 1.
000500     03  Line 1 Column 25 Value "Period Calendar Maintenance".
000510     03  Line 3 Column 5  Value "Period (YYYYMM)" Highlight.
000520     03  Line 3 Column 28 Pic 9(6) To Period-Number.
000530     03  Line 4 Column 5  Value "Start (YYYYMMDD)" Highlight.
000540     03  Line 4 Column 28 Pic 9(8) To Start-Date.
000550     03  Line 5 Column 5  Value "End (YYYYMMDD)" Highlight.
000560     03  Line 5 Column 28 Pic 9(8) To End-Date.
000580     03  Line 10 Column 5 Pic X(40) From WS-Error-Message
000590                                        Highlight.
000600 01  Period-Status-Screen
000610     Blank Screen, Auto, Required,
000620     Foreground-Color Is 7,
000630     Background-Color Is 1.
000640     03  Line 1 Column 25 Value "Period Calendar Maintenance".
000650     03  Line 3 Column 5  Pic X(40) From WS-Save-Note.
000660     03  Line 5 Column 5  Value "Enter another period (Y/N)"
000670                                Highlight.
000680     03  Line 5 Column 35 Pic X To WS-Another-Period.
000690 Procedure Division.
000700 Chapt04ag-Start.
000710     Perform Open-Period-Calendar-File
000720     Move "Y" to WS-Another-Period
000730     Perform Until WS-Another-Period Not = "Y"
000740         Perform Get-Valid-Period-Entry
000750         Perform Save-Period-Record
000760         Display Period-Status-Screen
000770         Accept Period-Status-Screen
000780     End-Perform
000790     Close Period-Calendar-File
000800     Goback.
000810 Open-Period-Calendar-File.
000820     Open I-O Period-Calendar-File
000830     If WS-Perd-File-Status Not = "00"
000840         Open Output Period-Calendar-File
000850         Close Period-Calendar-File
000860         Open I-O Period-Calendar-File
000870     End-If.
000880*--------------------------------------------------------------*
000890*  A period is added open.  Its dates may be corrected until   *
000900*  it is closed, but no two periods may share a day - the      *
000910*  postings check finds the period by date.                    *
000920*--------------------------------------------------------------*
000930 Get-Valid-Period-Entry.
000940     Move "N" to WS-Entry-Valid
000950     Perform Until WS-Entry-Valid = "Y"
000960         Display Period-Entry-Screen
000970         Accept Period-Entry-Screen
000980         Perform Check-Period-Closed
000990         Move "Y" to WS-Entry-Valid
001000         Evaluate True
001010             When Period-Number = Zero
001020                 Move "Period may not be zero"
001030                     to WS-Error-Message
001040                 Move "N" to WS-Entry-Valid
001050             When Period-Month < 1 Or Period-Month > 12
001060                 Move "Period month must be 01 to 12"
001070                     to WS-Error-Message
001080                 Move "N" to WS-Entry-Valid
001090             When WS-Period-Closed = "Y"
001100                 Move "Period is closed - no changes allowed"
001110                     to WS-Error-Message
001120                 Move "N" to WS-Entry-Valid
001130             When Start-Month < 1 Or Start-Month > 12
001140              Or Start-Day < 1 Or Start-Day > 31
001150                 Move "Start Date is not a valid date"
001160                     to WS-Error-Message
001170                 Move "N" to WS-Entry-Valid
001180             When End-Month < 1 Or End-Month > 12
001190              Or End-Day < 1 Or End-Day > 31
001200                 Move "End Date is not a valid date"
001210                     to WS-Error-Message
001220                 Move "N" to WS-Entry-Valid
001230             When End-Date < Start-Date
001240                 Move "End Date is before Start Date"
001250                     to WS-Error-Message
001260                 Move "N" to WS-Entry-Valid
001270             When Other
001280                 Move Spaces to WS-Error-Message
001290         End-Evaluate
001300         If WS-Entry-Valid = "Y"
001310             Perform Check-Period-Overlap
001320             If WS-Overlap-Found = "Y"
001330                 Move Spaces to WS-Error-Message
001340                 String "Dates overlap period " Delimited By Size
001350                     WS-Overlap-Period Delimited By Size
001360                     Into WS-Error-Message
001370                 Move "N" to WS-Entry-Valid
001380             End-If
001390         End-If
001400     End-Perform.
001410 Check-Period-Closed.
001420     Move "N" to WS-Period-Closed
001430     Move Period-Number to PC-Period-Number
001440     Read Period-Calendar-File
001450         Invalid Key
001460             Continue
001470         Not Invalid Key
001480             If PC-Status-Code = "C"
001490                 Move "Y" to WS-Period-Closed
001500             End-If
001510     End-Read.
001520 Check-Period-Overlap.
001530     Move "N" to WS-Overlap-Found
001540     Move "N" to WS-End-Of-File
001550     Move Zeros to PC-Period-Number
001560     Start Period-Calendar-File Key Not < PC-Period-Number
001570         Invalid Key
001580             Move "Y" to WS-End-Of-File
001590     End-Start
001600     Perform Until WS-End-Of-File = "Y"
001610               Or WS-Overlap-Found = "Y"
001620         Read Period-Calendar-File Next Record
001630             At End
001640                 Move "Y" to WS-End-Of-File
001650             Not At End
001660                 If PC-Period-Number Not = Period-Number
001670                  And PC-Start-Date Not > End-Date
001680                  And PC-End-Date Not < Start-Date
001690                     Move "Y" to WS-Overlap-Found
001700                     Move PC-Period-Number to WS-Overlap-Period
001710                 End-If
001720         End-Read
001730     End-Perform.
001740 Save-Period-Record.
001750     Move Period-Number to PC-Period-Number
001760     Read Period-Calendar-File
001770         Invalid Key
001780             Move "N" to WS-Period-Found
001790         Not Invalid Key
001800             Move "Y" to WS-Period-Found
001810     End-Read
001820     Move Period-Number to PC-Period-Number
001830     Move Start-Date to PC-Start-Date
001840     Move End-Date to PC-End-Date
001850     If WS-Period-Found = "Y"
001860         Rewrite Period-Calendar-Record
001870         Move "Period updated" to WS-Save-Note
001880     Else
001890         Move "O" to PC-Status-Code
001900         Move Spaces to PC-Closed-By
001910         Move Zero to PC-Closed-Date
001920         Write Period-Calendar-Record
001930         Move "Period added - open" to WS-Save-Note
001940     End-If.
