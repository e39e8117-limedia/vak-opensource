000010*--------------------------------------------------------------*
000020*  Period Calendar record layout - one record per accounting   *
000030*  period, keyed on the period number (year and month as       *
000040*  YYYYMM).  Status is "O" open or "C" closed; once the month- *
000050*  end close has run no entry, maintenance or stock movement   *
000060*  may be dated into the period.                               *
000070*--------------------------------------------------------------*
000080 01  Period-Calendar-Record.
000090     05  PC-Period-Number        Pic 9(6).
000100     05  PC-Start-Date           Pic 9(8).
000110     05  PC-End-Date             Pic 9(8).
000120     05  PC-Status-Code          Pic X.
000130     05  PC-Closed-By            Pic X(8).
000140     05  PC-Closed-Date          Pic 9(8).
