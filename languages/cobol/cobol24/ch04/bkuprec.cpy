000080     05  BH-Run-Date           Pic 9(8).
000090 01  BK-Detail-Record.
000100     05  BD-Record-Type        Pic X.
000110     05  BD-Item-Image         Pic X(73).
000120 01  BK-Trailer-Record.
000130     05  BT-Record-Type        Pic X.
000140     05  BT-Record-Count       Pic 9(7).
