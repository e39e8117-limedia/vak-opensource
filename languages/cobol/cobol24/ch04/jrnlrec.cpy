000010*--------------------------------------------------------------*
000020*  Session Journal record layout - one record per event in an  *
000030*  operator's main menu session, appended to SESSJRNL by the   *
000040*  Chapt04o main menu.  Event is "N" sign-on, "E" function     *
000050*  entered, "L" function left, "D" function refused for lack   *
000060*  of authority, "F" sign-off or "T" sign-off after the idle   *
000070*  timeout.  Function is the menu letter for "E", "L" and "D"  *
000080*  events and blank otherwise.  A "L" event carries the        *
000090*  seconds spent in the function since its "E" event.          *
000100*--------------------------------------------------------------*
000110 01  Session-Journal-Record.
000120     05  SJ-Operator-Id         Pic X(8).
000130     05  SJ-Event-Date          Pic 9(8).
000140     05  SJ-Event-Time          Pic 9(8).
000150     05  SJ-Event-Code          Pic X.
000160     05  SJ-Function-Code       Pic X.
000170     05  SJ-Elapsed-Seconds     Pic 9(7).
000180     05  SJ-Authority-Level     Pic X.
