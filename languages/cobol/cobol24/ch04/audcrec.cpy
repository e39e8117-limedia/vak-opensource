000010*--------------------------------------------------------------*
000020*  Audit control record - the single record of AUDTCTL holds   *
000030*  the last audit sequence number assigned and the check value *
000040*  of that record, so the next record written continues the    *
000045*  chain.  Chapt04al rewrites it each time it stamps a record, *
000050*  holding the file exclusively from the read to the rewrite.  *
000060*--------------------------------------------------------------*
000070 01  Audit-Control-Record.
000080     05  AC-Last-Sequence       Pic 9(9).
000090     05  AC-Last-Chain          Pic 9(10).
000100     05  AC-Update-Date         Pic 9(8).
000110     05  AC-Update-Time         Pic 9(8).
