000010*--------------------------------------------------------------*
000020*  Purchase Order file record layouts.  Each order is one      *
000030*  header record under line number zero followed by its line   *
000040*  records numbered from 1, so reading the file in key order   *
000050*  returns each header ahead of its own lines.                 *
000060*  Header and line status is "O" open or "C" closed.  A line   *
000070*  closes when its received quantity reaches the ordered       *
000080*  quantity; the order closes when its last open line closes   *
000090*  or when a supervisor closes it short.                       *
000100*  The open quantity of a line is ordered less received.       *
000110*--------------------------------------------------------------*
000120 01  PO-Header-Record.
000130     05  POH-PO-Key.
000140         10  POH-PO-Number       Pic 9(6).
000150         10  POH-Line-Number     Pic 9(3).
000160     05  POH-Record-Type         Pic X.
000170     05  POH-Supplier-Code       Pic X(6).
000180     05  POH-Order-Date          Pic 9(8).
000190     05  POH-Currency-Code       Pic X(3).
000200     05  POH-Status-Code         Pic X.
000210     05  POH-Operator-Id         Pic X(8).
000220     05  Filler                  Pic X(8).
000230 01  PO-Line-Record.
000240     05  PL-PO-Key.
000250         10  PL-PO-Number        Pic 9(6).
000260         10  PL-Line-Number      Pic 9(3).
000270     05  PL-Record-Type          Pic X.
000280     05  PL-Item-Number          Pic 9(5).
000290     05  PL-Quantity-Ordered     Pic 9(5).
000300     05  PL-Quantity-Received    Pic 9(5).
000310     05  PL-Unit-Price           Pic 9(5)v99.
000320     05  PL-Currency-Code        Pic X(3).
000330     05  PL-Due-Date             Pic 9(8).
000340     05  PL-Status-Code          Pic X.
