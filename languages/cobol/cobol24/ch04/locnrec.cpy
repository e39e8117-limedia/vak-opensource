000010*--------------------------------------------------------------*
000020*  Location Master record layout - one record per storeroom    *
000030*  or other place stock is held.  Status is "A" active or "I"  *
000040*  inactive; receipts, issues and transfers may only be made   *
000050*  to an active location.  Location "MAIN" is created with the *
000060*  file and holds stock recorded before locations were kept.   *
000070*--------------------------------------------------------------*
000080 01  Location-Master-Record.
000090     05  LO-Location-Code        Pic X(4).
000100     05  LO-Location-Name        Pic X(20).
000110     05  LO-Status-Code          Pic X.
