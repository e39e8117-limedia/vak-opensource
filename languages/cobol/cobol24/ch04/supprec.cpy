000010*--------------------------------------------------------------*
000020*  Supplier Master record layout - one record per supplier.    *
000030*  Purchase order entry validates the supplier code against    *
000040*  this file and takes the order currency from it.  Status is  *
000050*  "A" active or "I" inactive; new orders may only be raised   *
000060*  against an active supplier.                                 *
000070*--------------------------------------------------------------*
000080 01  Supplier-Master-Record.
000090     05  SU-Supplier-Code        Pic X(6).
000100     05  SU-Supplier-Name        Pic X(20).
000110     05  SU-Contact-Name         Pic X(20).
000120     05  SU-Phone-Number         Pic X(15).
000130     05  SU-Currency-Code        Pic X(3).
000140     05  SU-Status-Code          Pic X.
