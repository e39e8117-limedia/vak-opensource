000010*--------------------------------------------------------------*
000020*  Pending Change record layout - an Item Master add, change   *
000030*  or delete held for supervisor approval, keyed on the item   *
000040*  and the date and time it was entered.  Type is "A" add,     *
000050*  "C" change or "P" delete.  Status is "P" pending, "A"       *
000060*  approved or "R" rejected; a rejection carries the reason,   *
000070*  and the notified flag is set once the operator who entered  *
000080*  the change has been shown it.  The old fields hold the      *
000090*  master as it stood at entry; the new fields the change.     *
000092*  The effective date is the date the change is posted to and  *
000094*  is checked against the period calendar again on approval.   *
000096*  The old update stamp is the master's stamp when the change  *
000098*  was held; a change to a master written since is rejected.   *
000099*  Both are blank on changes held before they existed.         *
000100*--------------------------------------------------------------*
000110 01  Pending-Change-Record.
000120     05  PD-Pending-Key.
000130         10  PD-Item-Number      Pic 9(5).
000140         10  PD-Entry-Date       Pic 9(8).
000150         10  PD-Entry-Time       Pic 9(8).
000160     05  PD-Change-Type          Pic X.
000170     05  PD-Maker-Id             Pic X(8).
000180     05  PD-Status-Code          Pic X.
000190     05  PD-Checker-Id           Pic X(8).
000200     05  PD-Decision-Date        Pic 9(8).
000210     05  PD-Decision-Time        Pic 9(8).
000220     05  PD-Reject-Reason        Pic X(30).
000230     05  PD-Maker-Notified       Pic X.
000240     05  PD-Old-Description      Pic X(10).
000250     05  PD-Old-Dollar-Amount    Pic 9(5)v99.
000260     05  PD-New-Description      Pic X(10).
000270     05  PD-New-Short-Desc       Pic X(5).
000280     05  PD-New-Dollar-Amount    Pic 9(5)v99.
000290     05  PD-New-Currency-Code    Pic X(3).
000300     05  PD-New-Category-Code    Pic X(3).
000310     05  PD-New-Reorder-Point    Pic 9(5).
000320     05  PD-New-Reorder-Qty      Pic 9(5).
000330     05  PD-Effective-Date       Pic 9(8).
000340     05  PD-Old-Update-Stamp.
000350         10  PD-Old-Update-Date  Pic 9(8).
000360         10  PD-Old-Update-Time  Pic 9(8).
