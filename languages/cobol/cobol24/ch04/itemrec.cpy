000044*  Quantity on hand is adjusted only by the Chapt04s receipts  *
000045*  and issues screen; the dollar amount remains the per-unit   *
000046*  value.                                                      *
000047*  Reorder point and quantity follow the quantity on hand; a   *
000048*  zero reorder point leaves the item off the reorder report.  *
000050*  The update stamp is the date and time the record was last   *
000052*  written.  A screen program keeps the stamp it read and      *
000054*  refuses to save if the record has been written since.       *
000056*--------------------------------------------------------------*
000058 01  Item-Master-Record.
000060     05  MF-Item-Number         Pic 9(5).
000070     05  MF-Item-Description    Pic X(10).
000075     05  MF-Short-Description   Pic X(5).
000095     05  MF-Deactivation-Date   Pic 9(8).
000100     05  MF-Category-Code       Pic X(3).
000110     05  MF-Quantity-On-Hand    Pic 9(5).
000120     05  MF-Reorder-Point       Pic 9(5).
000130     05  MF-Reorder-Quantity    Pic 9(5).
000140     05  MF-Update-Stamp.
000150         10  MF-Update-Date     Pic 9(8).
000160         10  MF-Update-Time     Pic 9(8).
