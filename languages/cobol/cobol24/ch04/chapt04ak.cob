000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ak.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Pending-Change-File Assign To "PENDCHG"
000110         Organization Is Indexed
000120         Access Mode Is Sequential
000130         Record Key Is PD-Pending-Key
000140         File Status Is WS-Pend-File-Status.
000150     Select Report-File Assign To "PENDAGE"
000160         Organization Is Line Sequential.
000170 Data Division.
000180 File Section.
000190 FD  Pending-Change-File
000200     Label Records Are Standard.
000210 Copy pndgrec.
000220 FD  Report-File
000230     Label Records Are Standard.
000240 01  Report-Line               Pic X(80).
000250 Working-Storage Section.
000260 01  WS-Pend-File-Status       Pic XX.
000270 01  WS-End-Of-File            Pic X Value "N".
000280 01  WS-Today-Date             Pic 9(8).
000290 01  WS-Today-Integer          Pic 9(7).
000300 01  WS-Entry-Integer          Pic 9(7).
000310 01  WS-Days-Pending           Pic 9(5).
000320 01  WS-Pending-Count          Pic 9(5) Value Zero.
000330 01  WS-Bucket-1-Count         Pic 9(5) Value Zero.
000340 01  WS-Bucket-2-Count         Pic 9(5) Value Zero.
000350 01  WS-Bucket-3-Count         Pic 9(5) Value Zero.
000360 01  WS-Bucket-4-Count         Pic 9(5) Value Zero.
000370 01  WS-Oldest-Days            Pic 9(5) Value Zero.
000380 01  WS-Heading-Line.
000390     05  Filler                Pic X(30)
000400         Value "Pending Change Ageing as at ".
000410     05  WS-H-Today            Pic 9(8).
000420 01  WS-Column-Line.
000430     05  Filler                Pic X(7)  Value "Item".
000440     05  Filler                Pic X(8)  Value "Change".
000450     05  Filler                Pic X(10) Value "Entered By".
000460     05  Filler                Pic X(10) Value "Entered".
000470     05  Filler                Pic X(6)  Value "  Days".
000480     05  Filler                Pic X(13) Value "  Description".
000490     05  Filler                Pic X(12) Value "   New Value".
000500 01  WS-Detail-Line.
000510     05  WS-D-Item-Number      Pic 9(5).
000520     05  Filler                Pic X(2)  Value Spaces.
000530     05  WS-D-Change-Text      Pic X(6).
000540     05  Filler                Pic X(2)  Value Spaces.
000550     05  WS-D-Maker-Id         Pic X(8).
000560     05  Filler                Pic X(2)  Value Spaces.
000570     05  WS-D-Entry-Date       Pic 9(8).
000580     05  Filler                Pic X(2)  Value Spaces.
000590     05  WS-D-Days             Pic ZZZZ9.
000600     05  Filler                Pic X(3)  Value Spaces.
000610     05  WS-D-Description      Pic X(10).
000620     05  Filler                Pic X(2)  Value Spaces.
000630     05  WS-D-New-Value        Pic ZZ,ZZ9.99.
000640     05  Filler                Pic X     Value Space.
000650     05  WS-D-Currency         Pic X(3).
000660 01  WS-Bucket-Line.
000670     05  WS-B-Label            Pic X(30).
000680     05  WS-B-Count            Pic ZZZZ9.
000690 01  WS-No-Pending-Line.
000700     05  Filler                Pic X(40) Value
000710         "No changes are awaiting approval".
000720 Procedure Division.
000730 Chapt04ak-Start.
000740     Accept WS-Today-Date From Date YYYYMMDD
000750     Compute WS-Today-Integer =
000760         Function Integer-Of-Date(WS-Today-Date)
000770     Move WS-Today-Date to WS-H-Today
000780     Open Output Report-File
000790     Write Report-Line From WS-Heading-Line
000800     Move Spaces to Report-Line
000810     Write Report-Line
000820     Write Report-Line From WS-Column-Line
000830     Open Input Pending-Change-File
000840     If WS-Pend-File-Status = "00"
000850         Perform Until WS-End-Of-File = "Y"
000860             Read Pending-Change-File
000870                 At End
000880                     Move "Y" to WS-End-Of-File
000890                 Not At End
000900                     If PD-Status-Code = "P"
000910                         Perform Write-Pending-Line
000920                     End-If
000930             End-Read
000940         End-Perform
000950         Close Pending-Change-File
000960     End-If
000970     If WS-Pending-Count = Zero
000980         Write Report-Line From WS-No-Pending-Line
000990     End-If
001000     Perform Write-Age-Totals
001010     Close Report-File
001020     Display "Chapt04ak: changes awaiting approval "
001030         WS-Pending-Count
001040     If WS-Oldest-Days > 30
001050         Display "Chapt04ak: oldest has waited " WS-Oldest-Days
001060             " days"
001070     End-If
001080     Goback.
001090*--------------------------------------------------------------*
001100*  Age is counted in days from the date the change was entered *
001110*  to today, and each change is counted in one age band.       *
001120*--------------------------------------------------------------*
001130 Write-Pending-Line.
001140     Compute WS-Entry-Integer =
001150         Function Integer-Of-Date(PD-Entry-Date)
001160     Compute WS-Days-Pending = WS-Today-Integer - WS-Entry-Integer
001170     Add 1 to WS-Pending-Count
001180     Evaluate True
001190         When WS-Days-Pending Not > 7
001200             Add 1 to WS-Bucket-1-Count
001210         When WS-Days-Pending Not > 14
001220             Add 1 to WS-Bucket-2-Count
001230         When WS-Days-Pending Not > 30
001240             Add 1 to WS-Bucket-3-Count
001250         When Other
001260             Add 1 to WS-Bucket-4-Count
001270     End-Evaluate
001280     If WS-Days-Pending > WS-Oldest-Days
001290         Move WS-Days-Pending to WS-Oldest-Days
001300     End-If
001310     Move PD-Item-Number to WS-D-Item-Number
001320     Evaluate PD-Change-Type
001330         When "A"
001340             Move "ADD" to WS-D-Change-Text
001350         When "C"
001360             Move "CHANGE" to WS-D-Change-Text
001370         When "P"
001380             Move "DELETE" to WS-D-Change-Text
001390         When Other
001400             Move Spaces to WS-D-Change-Text
001410     End-Evaluate
001420     Move PD-Maker-Id to WS-D-Maker-Id
001430     Move PD-Entry-Date to WS-D-Entry-Date
001440     Move WS-Days-Pending to WS-D-Days
001450     If PD-Change-Type = "P"
001460         Move PD-Old-Description to WS-D-Description
001470     Else
001480         Move PD-New-Description to WS-D-Description
001490     End-If
001500     Move PD-New-Dollar-Amount to WS-D-New-Value
001510     Move PD-New-Currency-Code to WS-D-Currency
001520     Write Report-Line From WS-Detail-Line.
001530 Write-Age-Totals.
001540     Move Spaces to Report-Line
001550     Write Report-Line
001560     Move "Waiting 0 to 7 days" to WS-B-Label
001570     Move WS-Bucket-1-Count to WS-B-Count
001580     Write Report-Line From WS-Bucket-Line
001590     Move "Waiting 8 to 14 days" to WS-B-Label
001600     Move WS-Bucket-2-Count to WS-B-Count
001610     Write Report-Line From WS-Bucket-Line
001620     Move "Waiting 15 to 30 days" to WS-B-Label
001630     Move WS-Bucket-3-Count to WS-B-Count
001640     Write Report-Line From WS-Bucket-Line
001650     Move "Waiting over 30 days" to WS-B-Label
001660     Move WS-Bucket-4-Count to WS-B-Count
001670     Write Report-Line From WS-Bucket-Line
001680     Move "Total awaiting approval" to WS-B-Label
001690     Move WS-Pending-Count to WS-B-Count
001700     Write Report-Line From WS-Bucket-Line.
