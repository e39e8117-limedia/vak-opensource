000390 01  Business-Date             Pic 9(8) Value Zeros.
000400 01  Run-Mode                  Pic X Value "R".
000410 01  Include-Archive           Pic X Value "N".
000415 01  Include-Reorder           Pic X Value "N".
000417 01  Include-Verify            Pic X Value "N".
000419 01  Include-Integrity         Pic X Value "N".
000420 01  WS-Entry-Valid            Pic X Value "N".
000430 01  WS-Error-Message          Pic X(40) Value Spaces.
000440 01  WS-Step-Sub               Pic 99.
000450 01  WS-Step-Max               Pic 99 Value 7.
000460 01  WS-Steps-Run              Pic 99 Value Zero.
000470 01  WS-Step-Table.
000480     05  WS-Step-Entry Occurs 7 Times.
000490         10  WS-Step-Name      Pic X(20).
000500         10  WS-Step-Program   Pic X(9).
000510         10  WS-Step-Done      Pic X.
000520         10  WS-Step-Started   Pic X.
000530 01  WS-Heading-Line.
000820     03  Line 6 Column 5  Value "Include Audit Archive (Y/N)"
000830                                Highlight.
000840     03  Line 6 Column 34 Pic X To Include-Archive.
000842     03  Line 7 Column 5  Value "Include Reorder Report (Y/N)"
000844                                Highlight.
000846     03  Line 7 Column 34 Pic X To Include-Reorder.
000848     03  Line 11 Column 5 Pic X(40) From WS-Error-Message
000860                                        Highlight.
000862     03  Line 8 Column 5  Value "Include Audit Verify (Y/N)"
000864                                Highlight.
000866     03  Line 8 Column 34 Pic X To Include-Verify.
000867     03  Line 9 Column 5  Value "Include Integrity Run (Y/N)"
000868                                Highlight.
000869     03  Line 9 Column 34 Pic X To Include-Integrity.
000870 Procedure Division.
000880 Chapt04t-Start.
000890     Perform Load-Step-Table
001040     Move "Chapt04m" to WS-Step-Program (3)
001050     Move "Audit Archive" to WS-Step-Name (4)
001060     Move "Chapt04l" to WS-Step-Program (4)
001062     Move "Reorder Report" to WS-Step-Name (5)
001064     Move "Chapt04z" to WS-Step-Program (5)
001066     Move "Audit Verification" to WS-Step-Name (6)
001068     Move "Chapt04am" to WS-Step-Program (6)
001070     Move "Integrity Check" to WS-Step-Name (7)
001072     Move "Chapt04ao" to WS-Step-Program (7)
001074     Move 1 to WS-Step-Sub
001080     Perform Until WS-Step-Sub > WS-Step-Max
001090         Move "N" to WS-Step-Done (WS-Step-Sub)
001100         Move "N" to WS-Step-Started (WS-Step-Sub)
001740                 WS-Step-Name (WS-Step-Sub)
001750         When WS-Step-Sub = 4 And Include-Archive Not = "Y"
001760             Continue
001762         When WS-Step-Sub = 5 And Include-Reorder Not = "Y"
001764             Continue
001766         When WS-Step-Sub = 6 And Include-Verify Not = "Y"
001768             Continue
001770         When WS-Step-Sub = 7 And Include-Integrity Not = "Y"
001772             Continue
001774         When Other
001780             Display "Starting step: "
001790                 WS-Step-Name (WS-Step-Sub)
001800             Perform Write-Start-Event
001960         When 4
001970             Call "Chapt04l"
001980             Cancel "Chapt04l"
001982         When 5
001984             Call "Chapt04z"
001986             Cancel "Chapt04z"
001987         When 6
001988             Call "Chapt04am"
001989             Cancel "Chapt04am"
001991         When 7
001993             Call "Chapt04ao"
001995             Cancel "Chapt04ao"
001997     End-Evaluate.
002000 Write-Start-Event.
002010     Move Business-Date to JL-Business-Date
002020     Move WS-Step-Sub to JL-Step-Number
002610                 WS-Step-Name (WS-Step-Sub)
002620                 Delimited By Size Into WS-S-Text
002630             Write Report-Line From WS-Summary-Line
002640         When WS-Step-Sub > 3
002650             Continue
002660         When Other
002670             Move Spaces to WS-Summary-Line
