000010*--------------------------------------------------------------*
000020*  Stock Count record layout - one record per item and         *
000030*  location frozen for a physical count.  The freeze run       *
000040*  snapshots the book quantity held at the location; count     *
000050*  entry keys the counted quantity; posting sets the location  *
000060*  to the count and moves the Item Master total by the same    *
000065*  difference.  Status is "F" frozen and not yet counted, "C"  *
000067*  counted, or "P" posted.                                     *
000070*--------------------------------------------------------------*
000080 01  Item-Count-Record.
000090     05  IC-Count-Key.
000100         10  IC-Item-Number      Pic 9(5).
000105         10  IC-Location-Code    Pic X(4).
000110     05  IC-Item-Description     Pic X(10).
000120     05  IC-Category-Code        Pic X(3).
000130     05  IC-Book-Quantity        Pic 9(5).
000140     05  IC-Counted-Quantity     Pic 9(5).
000150     05  IC-Count-Status         Pic X.
000160     05  IC-Freeze-Date          Pic 9(8).
000170     05  IC-Freeze-Time          Pic 9(8).
000180     05  IC-Counted-By           Pic X(8).
000190     05  IC-Count-Date           Pic 9(8).
000200     05  IC-Count-Time           Pic 9(8).
