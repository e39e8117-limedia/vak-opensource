000010 @OPTIONS MAIN
000020 Identification Division.
000030 Program-Id.  Chapt04ao.
000040 Environment Division.
000050 Configuration Section.
000060 Source-Computer.  IBM-PC.
000070 Object-Computer.  IBM-PC.
000080 Input-Output Section.
000090 File-Control.
000100     Select Item-Master-File Assign To "ITEMMAST"
000110         Organization Is Indexed
000120         Access Mode Is Sequential
000130         Record Key Is MF-Item-Number
000140         File Status Is WS-Item-File-Status.
000150     Select Category-Master-File Assign To "CATGMAST"
000160         Organization Is Indexed
000170         Access Mode Is Dynamic
000180         Record Key Is CT-Category-Code
000190         File Status Is WS-Catg-File-Status.
000200     Select Currency-Rate-File Assign To "CURRRATE"
000210         Organization Is Indexed
000220         Access Mode Is Dynamic
000230         Record Key Is CR-Currency-Code
000240         File Status Is WS-Rate-File-Status.
000250     Select Rate-History-File Assign To "RATEHIST"
000260         Organization Is Indexed
000270         Access Mode Is Dynamic
000280         Record Key Is RH-Rate-Key
000290         File Status Is WS-Hist-File-Status.
000300     Select Operator-Master-File Assign To "OPERMAST"
000310         Organization Is Indexed
000320         Access Mode Is Dynamic
000330         Record Key Is OM-Operator-Id
000340         File Status Is WS-Oper-File-Status.
000350     Select Audit-Log-File Assign To "ITEMAUDT"
000360         Organization Is Line Sequential
000370         File Status Is WS-Audit-File-Status.
000380     Select Report-File Assign To "INTEGRPT"
000390         Organization Is Line Sequential.
000400 Data Division.
000410 File Section.
000420 FD  Item-Master-File
000430     Label Records Are Standard.
000440 Copy itemrec.
000450 FD  Category-Master-File
000460     Label Records Are Standard.
000470 Copy catgrec.
000480 FD  Currency-Rate-File
000490     Label Records Are Standard.
000500 Copy currrec.
000510 FD  Rate-History-File
000520     Label Records Are Standard.
000530 Copy ratehist.
000540 FD  Operator-Master-File
000550     Label Records Are Standard.
000560 Copy operrec.
000570 FD  Audit-Log-File
000580     Label Records Are Standard.
000590 01  Audit-Log-Line            Pic X(113).
000600 FD  Report-File
000610     Label Records Are Standard.
000620 01  Report-Line               Pic X(80).
000630 Working-Storage Section.
000640 Copy auditrec.
000650 01  WS-Item-File-Status       Pic XX.
000660 01  WS-Catg-File-Status       Pic XX.
000670 01  WS-Rate-File-Status       Pic XX.
000680 01  WS-Hist-File-Status       Pic XX.
000690 01  WS-Oper-File-Status       Pic XX.
000700 01  WS-Audit-File-Status      Pic XX.
000710 01  WS-End-Of-File            Pic X Value "N".
000720 01  WS-History-Found          Pic X.
000730 01  WS-Today-Date             Pic 9(8).
000740 01  WS-Check-Category         Pic X(3).
000750 01  WS-Record-Number          Pic 9(7).
000760 01  WS-Item-Count             Pic 9(7) Value Zero.
000770 01  WS-Currency-Count         Pic 9(7) Value Zero.
000780 01  WS-Audit-Count            Pic 9(7) Value Zero.
000790 01  WS-Category-Errors        Pic 9(7) Value Zero.
000800 01  WS-Currency-Errors        Pic 9(7) Value Zero.
000810 01  WS-Status-Errors          Pic 9(7) Value Zero.
000820 01  WS-History-Errors         Pic 9(7) Value Zero.
000830 01  WS-Operator-Errors        Pic 9(7) Value Zero.
000835 01  WS-Approver-Errors        Pic 9(7) Value Zero.
000840 01  WS-Exception-Count        Pic 9(7) Value Zero.
000850 01  WS-Heading-Line.
000860     05  Filler                Pic X(34)
000870         Value "Cross-File Integrity Check as at ".
000880     05  WS-H-Today            Pic 9(8).
000890 01  WS-Column-Line.
000900     05  Filler                Pic X(10) Value "File".
000910     05  Filler                Pic X(20) Value "Key".
000920     05  Filler                Pic X(9)  Value "Exception".
000930 01  WS-Exception-Line.
000940     05  WS-X-File-Name        Pic X(8).
000950     05  Filler                Pic X(2)  Value Spaces.
000960     05  WS-X-Key              Pic X(18).
000970     05  Filler                Pic X(2)  Value Spaces.
000980     05  WS-X-Message          Pic X(50).
000990 01  WS-Item-Key.
001000     05  Filler                Pic X(5)  Value "Item ".
001010     05  WS-K-Item-Number      Pic 9(5).
001020 01  WS-Currency-Key.
001030     05  Filler                Pic X(9)  Value "Currency ".
001040     05  WS-K-Currency-Code    Pic X(3).
001050 01  WS-Audit-Key.
001060     05  Filler                Pic X(7)  Value "Record ".
001070     05  WS-K-Record-Number    Pic 9(7).
001080 01  WS-Count-Line.
001090     05  WS-C-Label            Pic X(40).
001100     05  WS-C-Count            Pic ZZZZZZ9.
001110 01  WS-Result-Line.
001120     05  WS-R-Text             Pic X(50).
001130 Procedure Division.
001140 Chapt04ao-Start.
001150     Accept WS-Today-Date From Date YYYYMMDD
001160     Perform Open-Master-Files
001170     Open Output Report-File
001180     Move WS-Today-Date to WS-H-Today
001190     Write Report-Line From WS-Heading-Line
001200     Move Spaces to Report-Line
001210     Write Report-Line
001220     Write Report-Line From WS-Column-Line
001230     Perform Check-Item-Master
001240     Perform Check-Currency-History
001250     Perform Check-Audit-Operators
001260     Perform Write-Integrity-Totals
001270     Close Report-File
001280     Close Item-Master-File
001290     Close Category-Master-File
001300     Close Currency-Rate-File
001310     Close Operator-Master-File
001320     If WS-Exception-Count = Zero
001330         Display "Chapt04ao: files agree - no exceptions"
001350     Else
001360         Display "Chapt04ao: exceptions found " WS-Exception-Count
001370             " - see INTEGRPT"
001390     End-If
001395     Move Zero to Return-Code
001400     Goback.
001410 Open-Master-Files.
001420     Open Input Item-Master-File
001430     If WS-Item-File-Status Not = "00"
001440         Display "Chapt04ao: Item Master file not found"
001450         Move 8 to Return-Code
001460         Goback
001470     End-If
001480     Open Input Category-Master-File
001490     If WS-Catg-File-Status Not = "00"
001500         Display "Chapt04ao: Category Master file not found"
001510         Display "Run the Chapt04n category entry first"
001520         Close Item-Master-File
001530         Move 8 to Return-Code
001540         Goback
001550     End-If
001560     Open Input Currency-Rate-File
001570     If WS-Rate-File-Status Not = "00"
001580         Display "Chapt04ao: Currency Rate file not found"
001590         Display "Run the Chapt04g rate entry first"
001600         Close Item-Master-File
001610         Close Category-Master-File
001620         Move 8 to Return-Code
001630         Goback
001640     End-If
001650     Open Input Operator-Master-File
001660     If WS-Oper-File-Status Not = "00"
001670         Display "Chapt04ao: Operator Master file not found"
001680         Display "Run the Chapt04i operator entry first"
001690         Close Item-Master-File
001700         Close Category-Master-File
001710         Close Currency-Rate-File
001720         Move 8 to Return-Code
001730         Goback
001740     End-If.
001750*--------------------------------------------------------------*
001760*  Every item must carry a category and a currency that are on *
001770*  file; a blank category is taken as the default "UNC".  An   *
001780*  inactive item must carry its deactivation date and an       *
001790*  active one must not.  A blank status is taken as active, as *
001800*  the listing reports do.                                     *
001810*--------------------------------------------------------------*
001820 Check-Item-Master.
001830     Move "ITEMMAST" to WS-X-File-Name
001840     Move "N" to WS-End-Of-File
001850     Read Item-Master-File
001860         At End Move "Y" to WS-End-Of-File
001870     End-Read
001880     Perform Until WS-End-Of-File = "Y"
001890         Add 1 to WS-Item-Count
001900         Move MF-Item-Number to WS-K-Item-Number
001910         Move WS-Item-Key to WS-X-Key
001920         Perform Check-Item-Category
001930         Perform Check-Item-Currency
001940         Perform Check-Item-Status
001950         Read Item-Master-File
001960             At End Move "Y" to WS-End-Of-File
001970         End-Read
001980     End-Perform.
001990 Check-Item-Category.
002000     If MF-Category-Code = Spaces
002010         Move "UNC" to WS-Check-Category
002020     Else
002030         Move MF-Category-Code to WS-Check-Category
002040     End-If
002050     Move WS-Check-Category to CT-Category-Code
002060     Read Category-Master-File
002070         Invalid Key
002080             Add 1 to WS-Category-Errors
002090             Move Spaces to WS-X-Message
002100             String "Category " WS-Check-Category
002110                 " not on category file"
002120                 Delimited By Size Into WS-X-Message
002130             Perform Write-Exception-Line
002140     End-Read.
002150 Check-Item-Currency.
002160     Move MF-Currency-Code to CR-Currency-Code
002170     Read Currency-Rate-File
002180         Invalid Key
002190             Add 1 to WS-Currency-Errors
002200             Move Spaces to WS-X-Message
002210             String "Currency " MF-Currency-Code
002220                 " not on rate file"
002230                 Delimited By Size Into WS-X-Message
002240             Perform Write-Exception-Line
002250     End-Read.
002260 Check-Item-Status.
002270     If MF-Deactivation-Date Not Numeric
002280         Move Zero to MF-Deactivation-Date
002290     End-If
002300     Evaluate True
002310         When MF-Status-Code = "I"
002320          And MF-Deactivation-Date = Zero
002330             Add 1 to WS-Status-Errors
002340             Move "Inactive with no deactivation date"
002350                 to WS-X-Message
002360             Perform Write-Exception-Line
002370         When MF-Status-Code = "A" Or MF-Status-Code = Space
002380             If MF-Deactivation-Date Not = Zero
002390                 Add 1 to WS-Status-Errors
002400                 Move "Active with a deactivation date"
002410                     to WS-X-Message
002420                 Perform Write-Exception-Line
002430             End-If
002440         When MF-Status-Code Not = "I"
002450             Add 1 to WS-Status-Errors
002460             Move Spaces to WS-X-Message
002470             String "Status code " MF-Status-Code
002480                 " is not A or I"
002490                 Delimited By Size Into WS-X-Message
002500             Perform Write-Exception-Line
002510         When Other
002520             Continue
002530     End-Evaluate.
002540*--------------------------------------------------------------*
002550*  Rate entry writes a history record with every current rate, *
002560*  so each currency must have history and the history for its  *
002570*  current effective date must hold the current rate.  The     *
002580*  history file is optional only in that a missing file is     *
002590*  reported against every currency.                            *
002600*--------------------------------------------------------------*
002610 Check-Currency-History.
002620     Move "CURRRATE" to WS-X-File-Name
002630     Open Input Rate-History-File
002640     Move "N" to WS-End-Of-File
002650     Move Low-Values to CR-Currency-Code
002660     Start Currency-Rate-File Key Not < CR-Currency-Code
002670         Invalid Key
002680             Move "Y" to WS-End-Of-File
002690     End-Start
002700     If WS-End-Of-File = "N"
002710         Read Currency-Rate-File Next Record
002720             At End Move "Y" to WS-End-Of-File
002730         End-Read
002740     End-If
002750     Perform Until WS-End-Of-File = "Y"
002760         Add 1 to WS-Currency-Count
002770         Move CR-Currency-Code to WS-K-Currency-Code
002780         Move WS-Currency-Key to WS-X-Key
002790         If WS-Hist-File-Status = "00"
002800             Perform Check-One-Currency
002810         Else
002820             Add 1 to WS-History-Errors
002830             Move "Rate history file not found" to WS-X-Message
002840             Perform Write-Exception-Line
002850         End-If
002860         Read Currency-Rate-File Next Record
002870             At End Move "Y" to WS-End-Of-File
002880         End-Read
002890     End-Perform
002900     If WS-Hist-File-Status = "00"
002910         Close Rate-History-File
002920     End-If.
002930 Check-One-Currency.
002940     Move CR-Currency-Code to RH-Currency-Code
002950     Move CR-Effective-Date to RH-Effective-Date
002960     Read Rate-History-File
002970         Invalid Key
002980             Perform Check-Any-History
002990             Add 1 to WS-History-Errors
003000             If WS-History-Found = "Y"
003010                 Move "Current rate date missing from history"
003020                     to WS-X-Message
003030             Else
003040                 Move "Currency has no rate history"
003050                     to WS-X-Message
003060             End-If
003070             Perform Write-Exception-Line
003080         Not Invalid Key
003090             If RH-Rate-To-USD Not = CR-Rate-To-USD
003100                 Add 1 to WS-History-Errors
003110                 Move "History rate differs from current rate"
003120                     to WS-X-Message
003130                 Perform Write-Exception-Line
003140             End-If
003150     End-Read.
003160 Check-Any-History.
003170     Move "N" to WS-History-Found
003180     Move CR-Currency-Code to RH-Currency-Code
003190     Move Zeros to RH-Effective-Date
003200     Start Rate-History-File Key Not < RH-Rate-Key
003210         Invalid Key
003220             Continue
003230         Not Invalid Key
003240             Read Rate-History-File Next Record
003250                 At End
003260                     Continue
003270                 Not At End
003280                     If RH-Currency-Code = CR-Currency-Code
003290                         Move "Y" to WS-History-Found
003300                     End-If
003310             End-Read
003320     End-Start.
003330*--------------------------------------------------------------*
003340*  Failed sign-on records carry whatever id was keyed, so they *
003350*  are not checked; every other audit record must name an      *
003355*  operator on the Operator Master, and so must the approving  *
003360*  supervisor on a record that carries one.                    *
003370*--------------------------------------------------------------*
003380 Check-Audit-Operators.
003390     Move "ITEMAUDT" to WS-X-File-Name
003400     Open Input Audit-Log-File
003410     If WS-Audit-File-Status = "00"
003420         Move Zero to WS-Record-Number
003430         Move "N" to WS-End-Of-File
003440         Read Audit-Log-File Into Audit-Log-Record
003450             At End Move "Y" to WS-End-Of-File
003460         End-Read
003470         Perform Until WS-End-Of-File = "Y"
003480             Add 1 to WS-Record-Number
003490             Add 1 to WS-Audit-Count
003500             If AL-Action-Code Not = "S"
003510                 Perform Check-Audit-Operator
003520             End-If
003530             Read Audit-Log-File Into Audit-Log-Record
003540                 At End Move "Y" to WS-End-Of-File
003550             End-Read
003560         End-Perform
003570         Close Audit-Log-File
003580     End-If.
003590 Check-Audit-Operator.
003600     Move AL-Operator-Id to OM-Operator-Id
003610     Read Operator-Master-File
003620         Invalid Key
003630             Add 1 to WS-Operator-Errors
003640             Move WS-Record-Number to WS-K-Record-Number
003650             Move WS-Audit-Key to WS-X-Key
003660             Move Spaces to WS-X-Message
003670             String "Operator " AL-Operator-Id
003680                 " not on operator file"
003690                 Delimited By Size Into WS-X-Message
003700             Perform Write-Exception-Line
003701     End-Read
003702     If AL-Approved-By Not = Spaces
003703         Move AL-Approved-By to OM-Operator-Id
003704         Read Operator-Master-File
003705             Invalid Key
003706                 Add 1 to WS-Approver-Errors
003707                 Move WS-Record-Number to WS-K-Record-Number
003708                 Move WS-Audit-Key to WS-X-Key
003709                 Move Spaces to WS-X-Message
003710                 String "Approver " AL-Approved-By
003711                     " not on operator file"
003712                     Delimited By Size Into WS-X-Message
003713                 Perform Write-Exception-Line
003714         End-Read
003715     End-If.
003720 Write-Exception-Line.
003730     Add 1 to WS-Exception-Count
003740     Write Report-Line From WS-Exception-Line.
003750 Write-Integrity-Totals.
003760     Move Spaces to Report-Line
003770     Write Report-Line
003780     Move "Items read" to WS-C-Label
003790     Move WS-Item-Count to WS-C-Count
003800     Write Report-Line From WS-Count-Line
003810     Move "Currencies read" to WS-C-Label
003820     Move WS-Currency-Count to WS-C-Count
003830     Write Report-Line From WS-Count-Line
003840     Move "Audit records read" to WS-C-Label
003850     Move WS-Audit-Count to WS-C-Count
003860     Write Report-Line From WS-Count-Line
003870     Move Spaces to Report-Line
003880     Write Report-Line
003890     Move "Items with category not on file" to WS-C-Label
003900     Move WS-Category-Errors to WS-C-Count
003910     Write Report-Line From WS-Count-Line
003920     Move "Items with currency not on file" to WS-C-Label
003930     Move WS-Currency-Errors to WS-C-Count
003940     Write Report-Line From WS-Count-Line
003950     Move "Items with status and date disagreeing"
003960         to WS-C-Label
003970     Move WS-Status-Errors to WS-C-Count
003980     Write Report-Line From WS-Count-Line
003990     Move "Currencies with rate history errors" to WS-C-Label
004000     Move WS-History-Errors to WS-C-Count
004010     Write Report-Line From WS-Count-Line
004020     Move "Audit records with operator not on file"
004030         to WS-C-Label
004040     Move WS-Operator-Errors to WS-C-Count
004050     Write Report-Line From WS-Count-Line
004052     Move "Audit records with approver not on file"
004054         to WS-C-Label
004056     Move WS-Approver-Errors to WS-C-Count
004058     Write Report-Line From WS-Count-Line
004060     Move "Total exceptions" to WS-C-Label
004070     Move WS-Exception-Count to WS-C-Count
004080     Write Report-Line From WS-Count-Line
004090     If WS-Exception-Count = Zero
004100         Move "Files agree - no exceptions" to WS-R-Text
004110     Else
004120         Move "** INTEGRITY EXCEPTIONS FOUND **" to WS-R-Text
004130     End-If
004140     Write Report-Line From WS-Result-Line.
