001630     Perform Until WS-End-Of-File = "Y"
001640         If AL-Item-Number > Zero
001650          And AL-Action-Code Not = "S"
001655          And AL-Action-Code Not = "T"
001657          And AL-Action-Code Not = "U"
001660             Perform Check-Record-In-Window
001670             If WS-In-Window = "Y"
001680                 Perform Post-Change-Entry
002030*--------------------------------------------------------------*
002040*  Deletes and items no longer on the master go out as "D"     *
002050*  with zero amount; an item whose latest audit action was an  *
002055*  add goes out as "A", a stock count adjustment as "J", and   *
002060*  anything else as a change.                                  *
002070*--------------------------------------------------------------*
002080 Write-One-Delta.
002090     Move "D" to GD-Record-Type
002240                 Move Spaces to GD-Currency-Code
002250                 Perform Write-Detail-Record
002260             Not Invalid Key
002265                 Evaluate WS-Chg-Action (WS-Chg-Sub)
002270                     When "A"
002275                         Move "A" to GD-Action-Code
002280                     When "J"
002285                         Move "J" to GD-Action-Code
002290                     When Other
002295                         Move "C" to GD-Action-Code
002300                 End-Evaluate
002320                 Move MF-Item-Description
002330                     to GD-Item-Description
002340                 Move MF-Dollar-Amount to GD-Dollar-Amount
