000010*--------------------------------------------------------------*
000020*  Period Balance History record layout - the month-end close  *
000030*  snapshot of one item for one period.  The USD value is the  *
000040*  quantity times unit value at the rate in effect on the      *
000050*  period end date; the rate flag is "*" when the current rate *
000060*  had to be used and "N" when the currency had no rate.       *
000070*--------------------------------------------------------------*
000080 01  Period-History-Record.
000090     05  PH-History-Key.
000100         10  PH-Period-Number    Pic 9(6).
000110         10  PH-Item-Number      Pic 9(5).
000120     05  PH-Item-Description     Pic X(10).
000130     05  PH-Category-Code        Pic X(3).
000140     05  PH-Currency-Code        Pic X(3).
000150     05  PH-Dollar-Amount        Pic 9(5)v99.
000160     05  PH-Quantity-On-Hand     Pic 9(5).
000170     05  PH-Usd-Value            Pic 9(11)v99.
000180     05  PH-Rate-Flag            Pic X.
