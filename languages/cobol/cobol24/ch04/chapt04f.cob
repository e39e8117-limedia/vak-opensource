000300 01  Select-Operator-Id        Pic X(8) Value Spaces.
000310 01  Select-From-Date          Pic 9(8) Value Zeros.
000320 01  Select-To-Date            Pic 9(8) Value Zeros.
000325 01  Select-Action-Code        Pic X Value Space.
000330 01  WS-Heading-Line.
000340     05  Filler                Pic X(2)  Value "Ac".
000350     05  Filler                Pic X(1)  Value Space.
000840                                Highlight.
000850     03  Line 6 Column 30 Pic 9(8) To Select-To-Date.
000860     03  Line 7 Column 5  Value "(zero dates for all)".
000862     03  Line 8 Column 5  Value "Action Code " Highlight.
000864     03  Line 8 Column 30 Pic X To Select-Action-Code.
000866     03  Line 8 Column 38 Value "(space for all)".
000870 Procedure Division.
000880 Chapt04f-Start.
000890     Display Audit-Select-Screen
001280        And AL-Audit-Date < Select-From-Date
001290         Move "N" to WS-Record-Selected
001300     End-If
001302     If Select-Action-Code Not = Space
001304        And AL-Action-Code Not = Select-Action-Code
001306         Move "N" to WS-Record-Selected
001308     End-If
001310     If Select-To-Date Not = Zero
001320        And AL-Audit-Date > Select-To-Date
001330         Move "N" to WS-Record-Selected
