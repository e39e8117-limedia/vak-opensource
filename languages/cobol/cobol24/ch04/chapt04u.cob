000300 Copy auditrec.
000310 Working-Storage Section.
000320 Copy sessrec.
000325 Copy stmprec.
000330 01  WS-Parm-File-Status   Pic XX.
000340 01  WS-Oper-File-Status   Pic XX.
000350 01  WS-Signon-Id          Pic X(8) Value Spaces.
000470     05  WS-Old-Attempt-Limit  Pic 9.
000480     05  WS-Old-Ccy-Limit      Pic 99.
000490     05  WS-Old-Day-Limit      Pic 9(4).
000495     05  WS-Old-Approval-Pct   Pic 9(3).
000496     05  WS-Old-Idle-Minutes   Pic 9(3).
000497     05  WS-Old-Start-Time     Pic 9(4).
000498     05  WS-Old-End-Time       Pic 9(4).
000500 01  High-Value-Threshold  Pic 9(5)v99 Value Zeros.
000510 01  Max-Reasonable-Value  Pic 9(5)v99 Value Zeros.
000520 01  Signon-Attempt-Limit  Pic 9 Value Zero.
000530 01  Currency-Table-Limit  Pic 99 Value Zero.
000540 01  Recon-Day-Limit       Pic 9(4) Value Zero.
000545 01  Approval-Percent      Pic 9(3) Value Zero.
000546 01  Idle-Timeout-Minutes  Pic 9(3) Value Zero.
000547 01  Business-Start-Time   Pic 9(4) Value Zero.
000548 01  Business-End-Time     Pic 9(4) Value Zero.
000550 01  WS-C-High-Value       Pic ZZ,ZZ9.99.
000560 01  WS-C-Max-Value        Pic ZZ,ZZ9.99.
000570 01  WS-C-Attempt-Limit    Pic 9.
000580 01  WS-C-Ccy-Limit        Pic Z9.
000590 01  WS-C-Day-Limit        Pic ZZZ9.
000595 01  WS-C-Approval-Pct     Pic ZZ9.
000596 01  WS-C-Idle-Minutes     Pic ZZ9.
000597 01  WS-C-Start-Time       Pic 9(4).
000598 01  WS-C-End-Time         Pic 9(4).
000600 Screen Section.
000610 01  Signon-Screen
000620     Blank Screen, Auto, Required,
000990                                Highlight.
001000     03  Line 8 Column 30 Pic ZZZ9 From WS-C-Day-Limit.
001010     03  Line 8 Column 45 Pic 9(4) To Recon-Day-Limit.
001012     03  Line 9 Column 5  Value "Approval Percent    "
001014                                Highlight.
001016     03  Line 9 Column 30 Pic ZZ9 From WS-C-Approval-Pct.
001018     03  Line 9 Column 45 Pic 9(3) To Approval-Percent.
001020     03  Line 13 Column 5 Value "Save changes (Y/N)"
001030                                Highlight.
001040     03  Line 13 Column 30 Pic X To WS-Save-Wanted.
001050     03  Line 15 Column 5 Pic X(40) From WS-Error-Message
001060                                        Highlight.
001061     03  Line 10 Column 5 Value "Idle Timeout Minutes" Highlight.
001062     03  Line 10 Column 30 Pic ZZ9 From WS-C-Idle-Minutes.
001063     03  Line 10 Column 45 Pic 9(3) To Idle-Timeout-Minutes.
001064     03  Line 11 Column 5 Value "Business Start HHMM " Highlight.
001065     03  Line 11 Column 30 Pic 9(4) From WS-C-Start-Time.
001066     03  Line 11 Column 45 Pic 9(4) To Business-Start-Time.
001067     03  Line 12 Column 5 Value "Business End HHMM   " Highlight.
001068     03  Line 12 Column 30 Pic 9(4) From WS-C-End-Time.
001069     03  Line 12 Column 45 Pic 9(4) To Business-End-Time.
001070 Procedure Division.
001080 Chapt04u-Start.
001090     Perform Open-Operator-Master-File
001380     Move 3 to Signon-Attempt-Limit
001390     Move 50 to Currency-Table-Limit
001400     Move 1000 to Recon-Day-Limit
001405     Move 20 to Approval-Percent
001406     Move 15 to Idle-Timeout-Minutes
001407     Move 0800 to Business-Start-Time
001408     Move 1800 to Business-End-Time
001410     Open Input System-Parameter-File
001420     If WS-Parm-File-Status = "00"
001430         Read System-Parameter-File
001482                     Move PM-Recon-Day-Limit
001483                         to Recon-Day-Limit
001484                 End-If
001485                 If PM-Approval-Percent Numeric
001486                     Move PM-Approval-Percent to Approval-Percent
001487                 End-If
001488                 Perform Load-Session-Parameters
001489         End-Read
001490         Close System-Parameter-File
001491     End-If
001492     Move High-Value-Threshold to WS-Old-High-Value
001500     Move Max-Reasonable-Value to WS-Old-Max-Value
001510     Move Signon-Attempt-Limit to WS-Old-Attempt-Limit
001520     Move Currency-Table-Limit to WS-Old-Ccy-Limit
001530     Move Recon-Day-Limit to WS-Old-Day-Limit
001535     Move Approval-Percent to WS-Old-Approval-Pct
001540     Move High-Value-Threshold to WS-C-High-Value
001550     Move Max-Reasonable-Value to WS-C-Max-Value
001560     Move Signon-Attempt-Limit to WS-C-Attempt-Limit
001570     Move Currency-Table-Limit to WS-C-Ccy-Limit
001580     Move Recon-Day-Limit to WS-C-Day-Limit
001590     Move Approval-Percent to WS-C-Approval-Pct
001595     Move Idle-Timeout-Minutes to WS-Old-Idle-Minutes
001600     Move Business-Start-Time to WS-Old-Start-Time
001605     Move Business-End-Time to WS-Old-End-Time
001610     Move Idle-Timeout-Minutes to WS-C-Idle-Minutes
001615     Move Business-Start-Time to WS-C-Start-Time
001620     Move Business-End-Time to WS-C-End-Time.
001640 Get-Valid-Parameter-Entry.
001650     Move "N" to WS-Entry-Valid
001660     Perform Until WS-Entry-Valid = "Y"
001980                 Move "Day Limit must be 1 to 1000"
001990                     to WS-Error-Message
002000                 Move "N" to WS-Entry-Valid
002001             When Business-Start-Time > 2359
002002              Or Function Mod (Business-Start-Time, 100) > 59
002003              Or Business-End-Time > 2359
002004              Or Function Mod (Business-End-Time, 100) > 59
002005              Or Business-End-Time Not > Business-Start-Time
002006                 Move "Business hours must be HHMM, start first"
002007                     to WS-Error-Message
002008                 Move "N" to WS-Entry-Valid
002009             When Approval-Percent = Zero
002010              Or Approval-Percent > 100
002011                 Move "Approval Percent must be 1 to 100"
002012                     to WS-Error-Message
002013                 Move "N" to WS-Entry-Valid
002014             When Other
002020                 Move Spaces to WS-Error-Message
002030         End-Evaluate
002040     End-Perform.
002080     Move Signon-Attempt-Limit to PM-Signon-Attempt-Limit
002090     Move Currency-Table-Limit to PM-Currency-Table-Limit
002100     Move Recon-Day-Limit to PM-Recon-Day-Limit
002105     Move Approval-Percent to PM-Approval-Percent
002106     Move Idle-Timeout-Minutes to PM-Idle-Timeout-Minutes
002107     Move Business-Start-Time to PM-Business-Start-Time
002108     Move Business-End-Time to PM-Business-End-Time
002110     Open Output System-Parameter-File
002120     Write System-Parameter-Record
002130     Close System-Parameter-File.
002410         Move WS-Old-Day-Limit to AL-Old-Dollar-Amount
002420         Move Recon-Day-Limit to AL-New-Dollar-Amount
002430         Perform Write-Parameter-Audit
002431     End-If
002432     If Approval-Percent Not = WS-Old-Approval-Pct
002433         Move "APPROVE PC" to AL-Old-Description
002434         Move WS-Old-Approval-Pct to AL-Old-Dollar-Amount
002435         Move Approval-Percent to AL-New-Dollar-Amount
002436         Perform Write-Parameter-Audit
002440     End-If
002445     Perform Audit-Session-Changes.
002450 Write-Parameter-Audit.
002460     Accept WS-Audit-Date From Date YYYYMMDD
002470     Accept WS-Audit-Time From Time
002530     Move AL-Old-Description to AL-New-Description
002540     Move Zero to AL-Old-Quantity
002550     Move Zero to AL-New-Quantity
002555     Move Spaces to AL-Location-Code
002557     Move Spaces to AL-Approved-By
002560     Perform Write-Audit-Log.
002570 Operator-Sign-On.
002580     Move "N" to WS-Signon-Valid
002590     Move Zero to WS-Signon-Attempts
003240     Move Zero to AL-New-Dollar-Amount
003250     Move Zero to AL-Old-Quantity
003260     Move Zero to AL-New-Quantity
003265     Move Spaces to AL-Location-Code
003267     Move Spaces to AL-Approved-By
003270     Perform Write-Audit-Log.
003280 Check-Password-Expiry.
003290     Move "N" to WS-Password-Expired
003300     If OM-Expiry-Days Numeric
003460     Move Zero to OM-Failed-Count
003470     Move WS-Today-Date to OM-Last-Signon-Date
003480     Rewrite Operator-Master-Record.
003490 Write-Audit-Log.
003500     Move "S" to AS-Request-Code
003510     Move Audit-Log-Record to AS-Audit-Image
003512     Move AL-Audit-Date to AL-Effective-Date
003514     Move AL-Effective-Date to AS-Effective-Date
003520     Call "Chapt04al"
003530     Cancel "Chapt04al"
003540     Move AS-Sequence-Number to AL-Sequence-Number
003550     Move AS-Chain-Value to AL-Chain-Value
003560     Write Audit-Log-Record.
003570 Load-Session-Parameters.
003580     If PM-Idle-Timeout-Minutes Numeric
003590         Move PM-Idle-Timeout-Minutes to Idle-Timeout-Minutes
003600     End-If
003610     If PM-Business-Start-Time Numeric
003620      And PM-Business-End-Time Numeric
003630      And PM-Business-End-Time > PM-Business-Start-Time
003640         Move PM-Business-Start-Time to Business-Start-Time
003650         Move PM-Business-End-Time to Business-End-Time
003660     End-If.
003670 Audit-Session-Changes.
003680     If Idle-Timeout-Minutes Not = WS-Old-Idle-Minutes
003690         Move "IDLE MINS" to AL-Old-Description
003700         Move WS-Old-Idle-Minutes to AL-Old-Dollar-Amount
003710         Move Idle-Timeout-Minutes to AL-New-Dollar-Amount
003720         Perform Write-Parameter-Audit
003730     End-If
003740     If Business-Start-Time Not = WS-Old-Start-Time
003750         Move "BUS START" to AL-Old-Description
003760         Move WS-Old-Start-Time to AL-Old-Dollar-Amount
003770         Move Business-Start-Time to AL-New-Dollar-Amount
003780         Perform Write-Parameter-Audit
003790     End-If
003800     If Business-End-Time Not = WS-Old-End-Time
003810         Move "BUS END" to AL-Old-Description
003820         Move WS-Old-End-Time to AL-Old-Dollar-Amount
003830         Move Business-End-Time to AL-New-Dollar-Amount
003840         Perform Write-Parameter-Audit
003850     End-If.
