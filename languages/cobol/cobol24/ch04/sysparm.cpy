000050*  audits every change to ITEMAUDT.  Programs fall back to     *
000060*  the historical values when the file is missing or a field   *
000070*  is not numeric.                                             *
000072*  A value change of more than the approval percent goes to    *
000074*  supervisor approval; zero turns the percentage test off.    *
000076*  The main menu signs an idle operator off after the idle     *
000077*  timeout minutes (zero for never); sign-ons outside the      *
000078*  business hours, HHMM start and end, are reported.           *
000080*--------------------------------------------------------------*
000090 01  System-Parameter-Record.
000100     05  PM-High-Value-Threshold  Pic 9(5)v99.
000120     05  PM-Signon-Attempt-Limit  Pic 9.
000130     05  PM-Currency-Table-Limit  Pic 99.
000140     05  PM-Recon-Day-Limit       Pic 9(4).
000150     05  PM-Approval-Percent      Pic 9(3).
000160     05  PM-Idle-Timeout-Minutes  Pic 9(3).
000170     05  PM-Business-Start-Time   Pic 9(4).
000180     05  PM-Business-End-Time     Pic 9(4).
