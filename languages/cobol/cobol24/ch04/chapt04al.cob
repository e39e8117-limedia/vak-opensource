000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04al.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Audit-Control-File Assign To "AUDTCTL"
000105         Organization Is Sequential
000110         Lock Mode Is Exclusive
000120         File Status Is WS-Control-Status.
000130 Data Division.
000140 File Section.
000150 FD  Audit-Control-File
000160     Label Records Are Standard.
000170 Copy audcrec.
000180 Working-Storage Section.
000190 Copy stmprec.
000200 01  WS-Control-Status         Pic XX.
000201 01  WS-Control-Status-Parts Redefines WS-Control-Status.
000202     05  WS-Control-Status-1   Pic X.
000203     05  WS-Control-Status-2   Pic X.
000204 01  WS-Control-Open           Pic X Value "N".
000205 01  WS-Lock-Retries           Pic 9(5) Value Zero.
000206 01  WS-Lock-Retry-Limit       Pic 9(5) Value 10000.
000210 01  WS-Last-Sequence          Pic 9(9) Value Zero.
000220 01  WS-Last-Chain             Pic 9(10) Value Zero.
000230 01  WS-Chain-Work             Pic 9(18).
000240 01  WS-Chain-Quotient         Pic 9(18).
000250 01  WS-Chain-Remainder        Pic 9(18).
000260 01  WS-Chain-Modulus          Pic 9(10) Value 9999999967.
000270 01  WS-Byte-Sub               Pic 99.
000280 01  WS-Image-Bytes.
000290     05  WS-Image-Byte         Pic X Occurs 86 Times.
000292 01  WS-Effective-Bytes.
000294     05  WS-Effective-Byte     Pic X Occurs 8 Times.
000300 Procedure Division.
000310 Chapt04al-Start.
000320     Evaluate AS-Request-Code
000330         When "S"
000335             Perform Open-Audit-Control
000340             If WS-Control-Open = "Y"
000345                 Add 1 to WS-Last-Sequence
000350                 Move WS-Last-Sequence to AS-Sequence-Number
000355                 Move WS-Last-Chain to AS-Previous-Chain
000360                 Perform Compute-Chain-Value
000365                 Perform Rewrite-Audit-Control
000370             Else
000375                 Display "Chapt04al: audit control file not "
000380                     "available - status " WS-Control-Status
000385                 Move Zeros to AS-Sequence-Number
000390                 Move Zeros to AS-Chain-Value
000395             End-If
000400         When "C"
000410             Perform Compute-Chain-Value
000420         When Other
000430             Display "Chapt04al: unknown stamp request "
000440                 AS-Request-Code
000450             Move Zeros to AS-Sequence-Number
000460             Move Zeros to AS-Chain-Value
000470     End-Evaluate
000480     Move Space to AS-Request-Code
000490     Goback.
000493*--------------------------------------------------------------*
000496*  Every program that logs activity stamps its records here,   *
000499*  so the control file is held exclusively from the read of    *
000502*  the last number to the rewrite of the next.  A caller that  *
000505*  finds it held by another tries again; the file is created   *
000508*  only when it does not exist or holds no record.  A record   *
000511*  that cannot be numbered is returned with a zero sequence,   *
000514*  which the verification run reports as unsequenced.          *
000517*--------------------------------------------------------------*
000520 Open-Audit-Control.
000523     Move Zeros to WS-Last-Sequence
000526     Move Zeros to WS-Last-Chain
000529     Move "N" to WS-Control-Open
000532     Move Zero to WS-Lock-Retries
000535     Perform Until WS-Control-Open = "Y"
000538               Or WS-Lock-Retries > WS-Lock-Retry-Limit
000541         Open I-O Audit-Control-File
000544         Evaluate True
000547             When WS-Control-Status = "00"
000550                 Perform Read-Audit-Control
000553             When WS-Control-Status = "35"
000556                 Perform Create-Audit-Control
000559             When WS-Control-Status = "61"
000562              Or WS-Control-Status-1 = "9"
000565                 Add 1 to WS-Lock-Retries
000568             When Other
000571                 Move WS-Lock-Retry-Limit to WS-Lock-Retries
000574                 Add 1 to WS-Lock-Retries
000577         End-Evaluate
000580     End-Perform.
000583 Read-Audit-Control.
000586     Read Audit-Control-File
000589         At End
000592             Close Audit-Control-File
000595             Perform Create-Audit-Control
000598         Not At End
000601             Move "Y" to WS-Control-Open
000604             If AC-Last-Sequence Numeric
000607              And AC-Last-Chain Numeric
000610                 Move AC-Last-Sequence to WS-Last-Sequence
000613                 Move AC-Last-Chain to WS-Last-Chain
000616             End-If
000619     End-Read.
000622 Create-Audit-Control.
000625     Open Output Audit-Control-File
000628     If WS-Control-Status = "00"
000631         Move Zeros to AC-Last-Sequence
000634         Move Zeros to AC-Last-Chain
000637         Accept AC-Update-Date From Date YYYYMMDD
000640         Accept AC-Update-Time From Time
000643         Write Audit-Control-Record
000646         Close Audit-Control-File
000649     Else
000652         Add 1 to WS-Lock-Retries
000655     End-If.
000658 Rewrite-Audit-Control.
000661     Move AS-Sequence-Number to AC-Last-Sequence
000664     Move AS-Chain-Value to AC-Last-Chain
000667     Accept AC-Update-Date From Date YYYYMMDD
000670     Accept AC-Update-Time From Time
000673     Rewrite Audit-Control-Record
000676     If WS-Control-Status Not = "00"
000679         Display "Chapt04al: audit control not updated - status "
000682             WS-Control-Status
000685         Move Zeros to AS-Sequence-Number
000688         Move Zeros to AS-Chain-Value
000691     End-If
000694     Close Audit-Control-File.
000750*--------------------------------------------------------------*
000760*  The check value starts from the previous record's check     *
000770*  value, folds in the sequence number and then each byte of   *
000780*  the record ahead of the sequence field, reducing modulo a   *
000790*  ten digit prime after every step.  Altering, removing or    *
000800*  reordering a record changes every check value after it.     *
000802*  The effective date follows on the same way when the record  *
000804*  carries one.                                                *
000810*--------------------------------------------------------------*
000820 Compute-Chain-Value.
000830     Move AS-Audit-Image to WS-Image-Bytes
000840     Compute WS-Chain-Work =
000850         AS-Previous-Chain * 1000003 + AS-Sequence-Number
000860     Perform Reduce-Chain-Work
000870     Move 1 to WS-Byte-Sub
000880     Perform Until WS-Byte-Sub > 86
000890         Compute WS-Chain-Work = WS-Chain-Work * 257 +
000900             Function Ord (WS-Image-Byte (WS-Byte-Sub))
000910         Perform Reduce-Chain-Work
000920         Add 1 to WS-Byte-Sub
000930     End-Perform
000931     If AS-Effective-Date Not = Spaces
000932         Move AS-Effective-Date to WS-Effective-Bytes
000933         Move 1 to WS-Byte-Sub
000934         Perform Until WS-Byte-Sub > 8
000935             Compute WS-Chain-Work = WS-Chain-Work * 257 +
000936                 Function Ord (WS-Effective-Byte (WS-Byte-Sub))
000937             Perform Reduce-Chain-Work
000938             Add 1 to WS-Byte-Sub
000939         End-Perform
000940     End-If
000941     Move WS-Chain-Work to AS-Chain-Value.
000950 Reduce-Chain-Work.
000960     Divide WS-Chain-Work by WS-Chain-Modulus
000970         Giving WS-Chain-Quotient
000980         Remainder WS-Chain-Remainder
000990     Move WS-Chain-Remainder to WS-Chain-Work.
