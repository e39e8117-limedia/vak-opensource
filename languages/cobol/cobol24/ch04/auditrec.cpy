000020*  Audit Log record layout - one record per add, change,       *
000030*  deactivate or delete made to the Item Master.               *
000031*  Action is "A" add, "C" change, "D" deactivate, "P" delete,  *
000032*  "R" receipt, "I" issue, "T" transfer, "J" count adjustment, *
000033*  "M" parameter change, or "S" failed sign-on attempt.  A     *
000034*  parameter change carries the parameter name in the          *
000035*  description fields and its old and new values in the        *
000036*  amount fields.                                              *
000037*  The action code and the quantity fields follow the original *
000038*  fields so records logged before they existed still line     *
000039*  up; they carry a blank action and blank quantities.         *
000040*  Receipts, issues, transfers and count adjustments carry the *
000041*  location they were made at; a transfer is logged twice,     *
000042*  once for each location, with that location's old and new    *
000043*  quantities.  Other actions leave the location blank.        *
000044*  A change made through supervisor approval is logged under   *
000045*  the operator who entered it, with the approving supervisor  *
000046*  in the approved-by field; it is blank on all other records. *
000048*  A save refused because another operator wrote the item      *
000050*  after it was read is logged as action "U", with the item as *
000052*  it now stands in the old fields and the refused change in   *
000054*  the new fields.  Nothing on the Item Master changed.        *
000055*  Every record written carries the next number in one         *
000056*  ascending audit sequence and a check value chained from the *
000057*  previous record's check value and this record's contents,   *
000058*  both assigned by Chapt04al as the record is written.  The   *
000059*  archive run moves records to AUDTARCH unchanged, so the     *
000060*  chain runs from the oldest archived record through to the   *
000061*  newest live one.  Records logged before the sequence was    *
000062*  introduced carry a blank sequence and check value.          *
000063*  The effective date is the date an item change or stock      *
000064*  movement is posted to, which may differ from the date it    *
000065*  was logged; other records carry the audit date.  It follows *
000066*  the check value and is folded into it whenever present, so  *
000067*  records logged before it existed, which carry a blank       *
000068*  effective date, still verify.                               *
000069*--------------------------------------------------------------*
000070 01  Audit-Log-Record.
000071     05  AL-Operator-Id          Pic X(8).
000072     05  AL-Audit-Date           Pic 9(8).
000080     05  AL-Audit-Time           Pic 9(8).
000090     05  AL-Item-Number          Pic 9(5).
000100     05  AL-Old-Description      Pic X(10).
000140     05  AL-Action-Code          Pic X.
000150     05  AL-Old-Quantity         Pic 9(5).
000160     05  AL-New-Quantity         Pic 9(5).
000170     05  AL-Location-Code        Pic X(4).
000180     05  AL-Approved-By          Pic X(8).
000190     05  AL-Sequence-Number      Pic 9(9).
000200     05  AL-Chain-Value          Pic 9(10).
000210     05  AL-Effective-Date       Pic 9(8).
