000240 Copy auditrec.
000250 FD  Archive-File
000260     Label Records Are Standard.
000270 01  Archive-Record            Pic X(113).
000280 FD  Work-File
000290     Label Records Are Standard.
000300 01  Work-Record               Pic X(113).
000310 FD  Report-File
000320     Label Records Are Standard.
000330 01  Report-Line               Pic X(80).
