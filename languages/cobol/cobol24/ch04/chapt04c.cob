001760                 Move "USD" to MF-Currency-Code
001770                 Move "A" to MF-Status-Code
001780                 Move Zero to MF-Deactivation-Date
001782                 Accept MF-Update-Date From Date YYYYMMDD
001784                 Accept MF-Update-Time From Time
001785                 Move Spaces to MF-Category-Code
001787                 Move Zero to MF-Quantity-On-Hand
001788                 Move Zero to MF-Reorder-Point
001789                 Move Zero to MF-Reorder-Quantity
001790                 Write Item-Master-Record
001800                 Add 1 to WS-Add-Count
001810             Not Invalid Key
001820                 Move LD-Item-Description
001830                     to MF-Item-Description
001840                 Move LD-Dollar-Amount to MF-Dollar-Amount
001842                 Accept MF-Update-Date From Date YYYYMMDD
001844                 Accept MF-Update-Time From Time
001850                 Rewrite Item-Master-Record
001860                 Add 1 to WS-Change-Count
001870         End-Read
