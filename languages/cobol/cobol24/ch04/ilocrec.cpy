000010*--------------------------------------------------------------*
000020*  Item Location record layout - the quantity of one item held *
000030*  at one location.  The Item Master quantity on hand is the   *
000040*  total of these records for the item; receipts, issues and   *
000050*  transfers keep the two in step.                             *
000060*--------------------------------------------------------------*
000070 01  Item-Location-Record.
000080     05  IL-Item-Location-Key.
000090         10  IL-Item-Number      Pic 9(5).
000100         10  IL-Location-Code    Pic X(4).
000110     05  IL-Quantity-On-Hand     Pic 9(5).
