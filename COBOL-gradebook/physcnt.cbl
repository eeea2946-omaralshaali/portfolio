	Identification Division.
	Program-id.   PhysCount.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Count-Parm-File assign to "countparm.dat"
			organization is line sequential
			file status is Count-Parm-Status.
		Select Item-Master-File assign to "itemmast.idx"
			organization is indexed
			access is random
			record key is IM-Item-Code
			file status is Item-Mast-Status.
		Select Optional Count-Freeze-In-File assign to "cntfreeze.dat"
			organization is line sequential
			file status is Freeze-Status.
		Select Count-Freeze-Out-File assign to "cntfreeze.dat"
			organization is line sequential.
		Select Count-File assign to "counts.dat"
			organization is line sequential
			file status is Count-Status.
		Select Optional Posted-History-File assign to "posthist.dat"
			organization is line sequential
			file status is Post-Hist-Status.
		Select Count-Report-File assign to "cntrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Count-Parm-File.
	01 Count-Parm-Rec.
		03 CP-Mode		PIC X.
		  88 CP-Freeze		Value "F".
		  88 CP-Variance	Value "V".
		  88 CP-Post		Value "P".
		03 CP-Approver		PIC X(08).
	FD Item-Master-File.
	01 Item-Mast-Rec.
		03 IM-Item-Code		PIC 999.
		03 IM-Item-Desc		PIC X(20).
		03 IM-Standard-Price	PIC 99V99.
		03 IM-New-Price		PIC 99V99.
		03 IM-New-Eff-Date	PIC 9(08).
		03 IM-Promo-Price	PIC 99V99.
		03 IM-Promo-From	PIC 9(08).
		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
	FD Count-Freeze-In-File.
	01 Count-Freeze-In-Rec.
		03 CF-Item-Code		PIC 999.
		03 CF-Book-Qty		PIC S9(05).
		03 CF-Unit-Cost		PIC 99V99.
		03 CF-Freeze-Date	PIC 9(06).
	FD Count-Freeze-Out-File.
	01 Count-Freeze-Out-Rec.
		03 CO-Item-Code		PIC 999.
		03 CO-Book-Qty		PIC S9(05).
		03 CO-Unit-Cost		PIC 99V99.
		03 CO-Freeze-Date	PIC 9(06).
	FD Count-File.
	01 Count-Rec.
		03 CN-Item-Code		PIC 999.
		03 CN-Store-ID		PIC 99.
		03 CN-Counted-Qty	PIC 9(05).
	01 Count-Raw-Rec Redefines Count-Rec	PIC X(10).
	FD Posted-History-File.
	01 Posted-Hist-Rec.
		03 PH-Run-Date		PIC 9(06).
		03 PH-Trans-Date.
			05 PH-Trans-Month	PIC 99.
			05 PH-Trans-Day		PIC 99.
			05 PH-Trans-Year	PIC 9999.
		03 PH-Cust-ID		PIC 9999.
		03 PH-Item-Code		PIC 999.
		03 PH-Quantity		PIC 99.
		03 PH-Price-Per-Unit	PIC 99V99.
		03 PH-Trans-Type	PIC X.
		03 PH-Ext-Cost		PIC S9(06)V99.
		03 PH-Store-ID		PIC 99.
		03 PH-Tax-Amount	PIC S9(05)V99.
		03 PH-Slsp-ID		PIC 999.
		03 PH-Batch-Number	PIC 9(04).
		03 PH-Reversal-Flag	PIC X.
	FD Count-Report-File.
	01 Count-Report-Line		PIC X(110).
	FD Run-Log-File.
	01 Run-Log-Rec.
		03 RL-Run-Date		PIC 9(06).
		03 RL-Run-Time		PIC 9(08).
		03 RL-Event		PIC X(10).
		03 RL-Records-Read	PIC 9(07).
		03 RL-Accepted		PIC 9(07).
		03 RL-Rejected		PIC 9(07).
		03 RL-Return-Code	PIC 99.
		03 RL-Restart-From	PIC 9(07).
		03 RL-Program-Id	PIC X(15).
		03 RL-Message		PIC X(40).
	Working-Storage Section.
	01 Run-Log-Status		PIC XX.
	01 Run-Log-Event		PIC X(10).
	01 Run-Log-Message		PIC X(40) Value spaces.
	01 Run-Time			PIC 9(08).
	01 Count-Parm-Status	PIC XX.
	01 Item-Mast-Status		PIC XX.
	01 Freeze-Status		PIC XX.
	01 Count-Status		PIC XX.
	01 Post-Hist-Status		PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Count-Mode		PIC X Value space.
	01 Approver-Id		PIC X(08) Value spaces.
	01 Post-Allowed		PIC X Value "N".
	01 Freeze-Date		PIC 9(06) Value 0.
	01 Freeze-Table.
	  03 FZ-Entry OCCURS 999 TIMES.
	    05 FZ-Frozen		PIC X Value "N".
	    05 FZ-Book-Qty		PIC S9(05) Value 0.
	    05 FZ-Unit-Cost		PIC 99V99 Value 0.
	01 Counted-Table.
	  03 CT-Entry OCCURS 999 TIMES.
	    05 CT-Seen			PIC X Value "N".
	    05 CT-Counted		PIC 9(07) Value 0.
	01 Item-Sub			PIC 9(04).
	01 Variance-Qty		PIC S9(07) Value 0.
	01 Variance-Value		PIC S9(09)V99 Value 0.
	01 New-On-Hand		PIC S9(07) Value 0.
	01 Adjust-Remaining	PIC 9(07) Value 0.
	01 Adjust-Chunk		PIC 99 Value 0.
	01 Item-Status-Wrk		PIC X(22).
	01 Count-Totals.
	  03 Frozen-Count		PIC 9(07) Value 0.
	  03 Count-Read-Count		PIC 9(07) Value 0.
	  03 Count-Reject-Count	PIC 9(07) Value 0.
	  03 Items-Counted		PIC 9(07) Value 0.
	  03 Not-Counted-Count	PIC 9(07) Value 0.
	  03 Variance-Count		PIC 9(07) Value 0.
	  03 Items-Posted		PIC 9(07) Value 0.
	  03 Not-Posted-Count		PIC 9(07) Value 0.
	  03 Hist-Written		PIC 9(07) Value 0.
	  03 Shrink-Value		PIC S9(09)V99 Value 0.
	  03 Overage-Value		PIC S9(09)V99 Value 0.
	  03 Net-Adjust-Value		PIC S9(09)V99 Value 0.
	01 Freeze-Eof		PIC XXX Value "No".
	01 Count-Eof		PIC XXX Value "No".
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(29) value "PHYSICAL INVENTORY COUNT     ".
	  03 filler			PIC X(16) value spaces.
	  03 filler			PIC X(5)  value "PAGE ".
	  03 RH-Page-Out		PIC ZZZ9.
	01 Report-Header-2.
	  03 filler			PIC X(10) value "RUN DATE: ".
	  03 RH-MM			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-DD			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-YY			PIC 99.
	  03 filler			PIC X(9)  value "   MODE: ".
	  03 RH-Mode-out		PIC X(16).
	  03 filler			PIC X(10) value "  FROZEN: ".
	  03 RH-Freeze-out		PIC 9(06).
	  03 filler			PIC X(15) value "  APPROVED BY: ".
	  03 RH-Approver-out		PIC X(08).
	01 Column-Heading-Hold	PIC X(110) Value spaces.
	01 Freeze-Column-Line.
	  03 filler			PIC X(55)
		value "ITEM  DESCRIPTION         BOOK QTY UNIT COST    COUNTED".
	01 Freeze-Detail-Line.
	  03 FL-Item-out		PIC 999.
	  03 filler			PIC X(3)  value spaces.
	  03 FL-Desc-out		PIC X(20).
	  03 filler			PIC X(2)  value spaces.
	  03 FL-Book-out		PIC -ZZZZ9.
	  03 filler			PIC X(4)  value spaces.
	  03 FL-Cost-out		PIC ZZ9.99.
	  03 filler			PIC X(4)  value spaces.
	  03 filler			PIC X(10) value "__________".
	01 Variance-Column-Line.
	  03 filler			PIC X(45)
		value "ITEM  DESCRIPTION             BOOK  COUNTED  ".
	  03 filler			PIC X(39)
		value "VARIANCE UNIT COST    VAR VALUE  STATUS".
	01 Variance-Detail-Line.
	  03 VD-Item-out		PIC 999.
	  03 filler			PIC X(3)  value spaces.
	  03 VD-Desc-out		PIC X(20).
	  03 filler			PIC X(2)  value spaces.
	  03 VD-Book-out		PIC -ZZZZ9.
	  03 filler			PIC X(2)  value spaces.
	  03 VD-Counted-out		PIC ZZZZZZ9.
	  03 filler			PIC X(2)  value spaces.
	  03 VD-Variance-out		PIC -ZZZZZZ9.
	  03 filler			PIC X(4)  value spaces.
	  03 VD-Cost-out		PIC ZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 VD-Value-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 VD-Status-out		PIC X(22).
	01 Count-Reject-Line.
	  03 filler			PIC X(23) value "COUNT RECORD REJECTED: ".
	  03 CR-Raw-out		PIC X(10).
	  03 filler			PIC X(2)  value spaces.
	  03 CR-Reason-out		PIC X(30).
	01 Post-Blocked-Line.
	  03 filler			PIC X(60)
		value "*** COUNT RECORDS REJECTED - NO ADJUSTMENTS POSTED ***".
	01 No-Approver-Line.
	  03 filler			PIC X(60)
		value "*** NO APPROVER ON COUNT PARAMETER - NOTHING POSTED ***".
	01 Freeze-Cleared-Line.
	  03 filler			PIC X(60)
		value "COUNT FREEZE CLEARED - ADJUSTMENTS POSTED TO HISTORY".
	01 Total-Line.
	  03 TL-Label-out		PIC X(32).
	  03 TL-Count-out		PIC ZZZZZZ9.
	01 Value-Line.
	  03 VL-Label-out		PIC X(32).
	  03 VL-Value-out		PIC -ZZZZZZZZ9.99.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Physical inventory count.  Mode F freezes the   *>
      *>   book quantities, mode V prints the variances    *>
      *>   against the freeze, mode P posts the approved   *>
      *>   variances to the item master and history.       *>
      *> ------------------------------------------------- *>
       Perform Init.
       IF Count-Mode = "F"
	   Perform Freeze-Book-Quantities
       ELSE
	   Perform Load-Freeze
	   Perform Load-Counts
	   Perform Check-Post-Allowed
	   Perform Print-Variances
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Perform Load-Count-Parameters.
	   IF Count-Mode = "P"
		Open I-O Item-Master-File
	   ELSE
		Open input Item-Master-File
	   END-IF.
	   IF Item-Mast-Status Not = "00"
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open output Count-Report-File.
       Load-Count-Parameters.
	   Open input Count-Parm-File.
	   IF Count-Parm-Status Not = "00"
		Display "FATAL - COUNT PARAMETER FILE NOT AVAILABLE, STATUS: "
			Count-Parm-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Count-Parm-File
		at end Move space to CP-Mode
	   End-Read.
	   Close Count-Parm-File.
	   IF Not CP-Freeze AND Not CP-Variance AND Not CP-Post
		Display "FATAL - COUNT MODE MUST BE F, V OR P: " CP-Mode
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Move CP-Mode to Count-Mode.
	   Move CP-Approver to Approver-Id.
	   IF CP-Freeze
		Move "FREEZE BOOK QTY" to RH-Mode-out
		Move Run-Date to Freeze-Date
	   END-IF.
	   IF CP-Variance
		Move "VARIANCE ONLY" to RH-Mode-out
	   END-IF.
	   IF CP-Post
		Move "POST ADJUSTMENTS" to RH-Mode-out
	   END-IF.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Move Freeze-Date to RH-Freeze-out.
	   Move Approver-Id to RH-Approver-out.
	   Write Count-Report-Line from Report-Header-1.
	   Write Count-Report-Line from Report-Header-2.
	   Write Count-Report-Line from Column-Heading-Hold.
	   Move 3 to Line-Count.
       Write-Count-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Count-Report-Line from Print-rec.
	   Add 1 to Line-Count.
      *> ------------------------------------------------- *>
      *>   Freeze - snapshot every item's book quantity    *>
      *>   and cost and print the count sheet.             *>
      *> ------------------------------------------------- *>
       Freeze-Book-Quantities.
	   Move Freeze-Column-Line to Column-Heading-Hold.
	   Open output Count-Freeze-Out-File.
	   Perform Freeze-One-Item Varying Item-Sub From 1 By 1
		Until Item-Sub > 999.
	   Close Count-Freeze-Out-File.
       Freeze-One-Item.
	   Move Item-Sub to IM-Item-Code.
	   Read Item-Master-File
		invalid key Continue
		not invalid key Perform Write-Freeze-Rec
	   End-Read.
       Write-Freeze-Rec.
	   Move IM-Item-Code to CO-Item-Code.
	   Move IM-On-Hand-Qty to CO-Book-Qty.
	   Move IM-Unit-Cost to CO-Unit-Cost.
	   Move Run-Date to CO-Freeze-Date.
	   Write Count-Freeze-Out-Rec.
	   Add 1 to Frozen-Count.
	   Move IM-Item-Code to FL-Item-out.
	   Move IM-Item-Desc to FL-Desc-out.
	   Move IM-On-Hand-Qty to FL-Book-out.
	   Move IM-Unit-Cost to FL-Cost-out.
	   Move Freeze-Detail-Line to Print-rec.
	   Perform Write-Count-Line.
       Load-Freeze.
	   Open input Count-Freeze-In-File.
	   IF Freeze-Status = "00"
		Read Count-Freeze-In-File at end Move "Yes" to Freeze-Eof
		END-READ
		Perform Load-Freeze-Rec until Freeze-Eof = "Yes"
		Close Count-Freeze-In-File
	   END-IF.
	   IF Frozen-Count = 0
		Display "FATAL - NO COUNT FREEZE ON FILE - RUN MODE F FIRST"
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Load-Freeze-Rec.
	   IF CF-Item-Code is Numeric AND CF-Item-Code >= 1 AND
	      CF-Book-Qty is Numeric AND CF-Unit-Cost is Numeric
		Move "Y" to FZ-Frozen (CF-Item-Code)
		Move CF-Book-Qty to FZ-Book-Qty (CF-Item-Code)
		Move CF-Unit-Cost to FZ-Unit-Cost (CF-Item-Code)
		Move CF-Freeze-Date to Freeze-Date
		Add 1 to Frozen-Count
	   ELSE
		Display "COUNT FREEZE RECORD REJECTED: " Count-Freeze-In-Rec
	   END-IF.
	   Read Count-Freeze-In-File at end Move "Yes" to Freeze-Eof.
       Load-Counts.
	   Move Variance-Column-Line to Column-Heading-Hold.
	   Open input Count-File.
	   IF Count-Status Not = "00"
		Display "FATAL - COUNT FILE NOT AVAILABLE, STATUS: "
			Count-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Count-File at end Move "Yes" to Count-Eof.
	   Perform Load-Count-Rec until Count-Eof = "Yes".
	   Close Count-File.
       Load-Count-Rec.
	   Add 1 to Count-Read-Count.
	   IF CN-Item-Code is not Numeric OR
	      CN-Store-ID is not Numeric OR
	      CN-Counted-Qty is not Numeric
		Move "COUNT FIELDS NOT NUMERIC" to CR-Reason-out
		Perform Reject-Count-Rec
	   ELSE
		IF CN-Item-Code < 1
		     Move "ITEM CODE ZERO" to CR-Reason-out
		     Perform Reject-Count-Rec
		ELSE
		     IF FZ-Frozen (CN-Item-Code) Not = "Y"
			Move "ITEM NOT IN COUNT FREEZE" to CR-Reason-out
			Perform Reject-Count-Rec
		     ELSE
			Move "Y" to CT-Seen (CN-Item-Code)
			Add CN-Counted-Qty to CT-Counted (CN-Item-Code)
		     END-IF
		END-IF
	   END-IF.
	   Read Count-File at end Move "Yes" to Count-Eof.
       Reject-Count-Rec.
	   Add 1 to Count-Reject-Count.
	   Move Count-Raw-Rec to CR-Raw-out.
	   Move Count-Reject-Line to Print-rec.
	   Perform Write-Count-Line.
       Check-Post-Allowed.
	   IF Count-Mode = "P"
		IF Approver-Id = spaces
		     Display No-Approver-Line
		     Move No-Approver-Line to Print-rec
		     Perform Write-Count-Line
		     Move 16 to Return-Code
		ELSE
		     IF Count-Reject-Count > 0
			Display Post-Blocked-Line
			Move Post-Blocked-Line to Print-rec
			Perform Write-Count-Line
			Move 16 to Return-Code
		     ELSE
			Move "Y" to Post-Allowed
			Open extend Posted-History-File
		     END-IF
		END-IF
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Variance is counted less frozen book.  When     *>
      *>   posting, the variance is added to the current   *>
      *>   on-hand so movement since the freeze is kept.   *>
      *> ------------------------------------------------- *>
       Print-Variances.
	   Perform Print-Variance-Line Varying Item-Sub From 1 By 1
		Until Item-Sub > 999.
	   IF Post-Allowed = "Y"
		Close Posted-History-File
		Open output Count-Freeze-Out-File
		Close Count-Freeze-Out-File
		Move Freeze-Cleared-Line to Print-rec
		Perform Write-Count-Line
	   END-IF.
       Print-Variance-Line.
	   IF FZ-Frozen (Item-Sub) = "Y"
		Move Item-Sub to IM-Item-Code
		Read Item-Master-File
		   invalid key Move "(NOT ON ITEM MASTER)" to VD-Desc-out
		   not invalid key Move IM-Item-Desc to VD-Desc-out
		End-Read
		Move spaces to Item-Status-Wrk
		Move 0 to Variance-Qty
		Move 0 to Variance-Value
		IF CT-Seen (Item-Sub) Not = "Y"
		     Move "NOT COUNTED" to Item-Status-Wrk
		     Add 1 to Not-Counted-Count
		ELSE
		     Add 1 to Items-Counted
		     Compute Variance-Qty = CT-Counted (Item-Sub)
			- FZ-Book-Qty (Item-Sub)
		     Compute Variance-Value =
			Variance-Qty * FZ-Unit-Cost (Item-Sub)
		     IF Variance-Qty Not = 0
			Perform Tally-Variance
		     END-IF
		END-IF
		Move Item-Sub to VD-Item-out
		Move FZ-Book-Qty (Item-Sub) to VD-Book-out
		Move CT-Counted (Item-Sub) to VD-Counted-out
		Move Variance-Qty to VD-Variance-out
		Move FZ-Unit-Cost (Item-Sub) to VD-Cost-out
		Move Variance-Value to VD-Value-out
		Move Item-Status-Wrk to VD-Status-out
		Move Variance-Detail-Line to Print-rec
		Perform Write-Count-Line
	   END-IF.
       Tally-Variance.
	   Add 1 to Variance-Count.
	   Add Variance-Value to Net-Adjust-Value.
	   IF Variance-Qty < 0
		Add Variance-Value to Shrink-Value
		Move "SHRINKAGE" to Item-Status-Wrk
	   ELSE
		Add Variance-Value to Overage-Value
		Move "OVERAGE" to Item-Status-Wrk
	   END-IF.
	   IF Post-Allowed = "Y"
		IF FZ-Unit-Cost (Item-Sub) = 0
		     Move "NO COST - NOT POSTED" to Item-Status-Wrk
		     Add 1 to Not-Posted-Count
		ELSE
		     Perform Post-Adjustment
		END-IF
	   END-IF.
       Post-Adjustment.
	   Move Item-Sub to IM-Item-Code.
	   Read Item-Master-File
		invalid key
		     Move "NOT ON MASTER-NO POST" to Item-Status-Wrk
		     Add 1 to Not-Posted-Count
		not invalid key
		     Compute New-On-Hand = IM-On-Hand-Qty + Variance-Qty
		     IF New-On-Hand > 99999 OR New-On-Hand < -99999
			Move "ON HAND OVERFLOW" to Item-Status-Wrk
			Add 1 to Not-Posted-Count
		     ELSE
			Move New-On-Hand to IM-On-Hand-Qty
			Rewrite Item-Mast-Rec
			   invalid key
				Move "REWRITE FAILED-NO POST" to Item-Status-Wrk
				Add 1 to Not-Posted-Count
			   not invalid key
				Perform Write-Adjustment-History
				Move "POSTED" to Item-Status-Wrk
				Add 1 to Items-Posted
			END-REWRITE
		     END-IF
	   End-Read.
       Write-Adjustment-History.
	   IF Variance-Qty < 0
		Compute Adjust-Remaining = 0 - Variance-Qty
	   ELSE
		Move Variance-Qty to Adjust-Remaining
	   END-IF.
	   Perform Write-Adjustment-Rec until Adjust-Remaining = 0.
       Write-Adjustment-Rec.
	   IF Adjust-Remaining > 99
		Move 99 to Adjust-Chunk
	   ELSE
		Move Adjust-Remaining to Adjust-Chunk
	   END-IF.
	   Move Run-Date to PH-Run-Date.
	   Move RD-MM to PH-Trans-Month.
	   Move RD-DD to PH-Trans-Day.
	   Compute PH-Trans-Year = 2000 + RD-YY.
	   Move 0 to PH-Cust-ID.
	   Move Item-Sub to PH-Item-Code.
	   Move Adjust-Chunk to PH-Quantity.
	   Move FZ-Unit-Cost (Item-Sub) to PH-Price-Per-Unit.
	   Move "A" to PH-Trans-Type.
	   IF Variance-Qty < 0
		Compute PH-Ext-Cost = 0 - (Adjust-Chunk * FZ-Unit-Cost (Item-Sub))
	   ELSE
		Compute PH-Ext-Cost = Adjust-Chunk * FZ-Unit-Cost (Item-Sub)
	   END-IF.
	   Move 0 to PH-Store-ID.
	   Move 0 to PH-Tax-Amount.
	   Move 0 to PH-Slsp-ID.
	   Move 0 to PH-Batch-Number.
	   Move space to PH-Reversal-Flag.
	   Write Posted-Hist-Rec.
	   Add 1 to Hist-Written.
	   Subtract Adjust-Chunk from Adjust-Remaining.
       Termination.
	   Move spaces to Print-rec.
	   Perform Write-Count-Line.
	   IF Count-Mode = "F"
		Move "ITEMS FROZEN:" to TL-Label-out
		Move Frozen-Count to TL-Count-out
		Perform Write-Total-Line
	   ELSE
		Perform Print-Variance-Totals
	   END-IF.
	   Close Item-Master-File.
	   Close Count-Report-File.
       Print-Variance-Totals.
	   Move "ITEMS IN COUNT FREEZE:" to TL-Label-out.
	   Move Frozen-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "COUNT RECORDS READ:" to TL-Label-out.
	   Move Count-Read-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "COUNT RECORDS REJECTED:" to TL-Label-out.
	   Move Count-Reject-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "ITEMS COUNTED:" to TL-Label-out.
	   Move Items-Counted to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "ITEMS NOT COUNTED:" to TL-Label-out.
	   Move Not-Counted-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "ITEMS WITH VARIANCE:" to TL-Label-out.
	   Move Variance-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "SHRINKAGE VALUE:               $" to VL-Label-out.
	   Move Shrink-Value to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "OVERAGE VALUE:                 $" to VL-Label-out.
	   Move Overage-Value to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "NET ADJUSTMENT VALUE:          $" to VL-Label-out.
	   Move Net-Adjust-Value to VL-Value-out.
	   Perform Write-Value-Line.
	   IF Count-Mode = "P"
		Move "ITEMS POSTED:" to TL-Label-out
		Move Items-Posted to TL-Count-out
		Perform Write-Total-Line
		Move "ITEMS NOT POSTED:" to TL-Label-out
		Move Not-Posted-Count to TL-Count-out
		Perform Write-Total-Line
		Move "HISTORY RECORDS WRITTEN:" to TL-Label-out
		Move Hist-Written to TL-Count-out
		Perform Write-Total-Line
		IF Not-Posted-Count > 0
		     Move 16 to Return-Code
		END-IF
	   END-IF.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Count-Line.
       Write-Value-Line.
	   Move Value-Line to Print-rec.
	   Perform Write-Count-Line.
       Write-Run-Log.
	   Accept Run-Time From Time.
	   Open extend Run-Log-File.
	   Move spaces to Run-Log-Rec.
	   Move Run-Date to RL-Run-Date.
	   Move Run-Time to RL-Run-Time.
	   Move Run-Log-Event to RL-Event.
	   Move 0 to RL-Records-Read.
	   Move 0 to RL-Accepted.
	   Move 0 to RL-Rejected.
	   Move Return-Code to RL-Return-Code.
	   Move 0 to RL-Restart-From.
	   Move "PhysCount" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
