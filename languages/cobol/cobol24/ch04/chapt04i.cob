000246 Copy sysparm.
000250 Working-Storage Section.
000255 Copy sessrec.
000257 Copy stmprec.
000260 01  WS-Oper-File-Status   Pic XX.
000262 01  WS-Parm-File-Status   Pic XX.
000264 01  WS-Attempt-Limit      Pic 9 Value 3.
001970     Move Zero to AL-New-Dollar-Amount
001972     Move Zero to AL-Old-Quantity
001974     Move Zero to AL-New-Quantity
001977     Move Spaces to AL-Location-Code
001979     Move Spaces to AL-Approved-By
001980     Perform Write-Audit-Log.
001990 Check-Password-Expiry.
002000     Move "N" to WS-Password-Expired
002010     If OM-Expiry-Days Numeric
002410         End-Read
002420         Close System-Parameter-File
002430     End-If.
002440 Write-Audit-Log.
002450     Move "S" to AS-Request-Code
002460     Move Audit-Log-Record to AS-Audit-Image
002462     Move AL-Audit-Date to AL-Effective-Date
002464     Move AL-Effective-Date to AS-Effective-Date
002470     Call "Chapt04al"
002480     Cancel "Chapt04al"
002490     Move AS-Sequence-Number to AL-Sequence-Number
002500     Move AS-Chain-Value to AL-Chain-Value
002510     Write Audit-Log-Record.
