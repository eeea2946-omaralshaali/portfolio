	Identification Division.
	Program-id.   BatchReverse.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Rev-Parm-File assign to "revparm.dat"
			organization is line sequential
			file status is Rev-Parm-Status.
		Select Item-Master-File assign to "itemmast.idx"
			organization is indexed
			access is random
			record key is IM-Item-Code
			file status is Item-Mast-Status.
		Select Optional Posted-History-File assign to "posthist.dat"
			organization is line sequential
			file status is Post-Hist-Status.
		Select Optional Balance-Hist-File assign to "balhist.dat"
			organization is line sequential
			file status is Balhist-Status.
		Select Balance-Fwd-File assign to "balfwd.dat"
			organization is line sequential
			file status is Balfwd-Status.
		Select Cust-Balance-File assign to "custbal.dat"
			organization is line sequential
			file status is Cust-Bal-Status.
		Select Cust-Item-File assign to "custitem.idx"
			organization is indexed
			access is random
			record key is CI-Key
			file status is Cust-Item-Status.
		Select Reversal-Report-File assign to "revrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Rev-Parm-File.
	01 Rev-Parm-Rec.
		03 RV-Store-ID		PIC 99.
		03 RV-Batch-Number	PIC 9(04).
		03 RV-Run-Date		PIC 9(06).
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
	FD Balance-Hist-File.
	01 Balance-Hist-Rec.
		03 HS-Period		PIC 9(06).
		03 HS-Trans-Count	PIC 9(07).
		03 HS-Quantity		PIC S9(07).
		03 HS-Cost		PIC S9(09)V99.
		03 HS-Close-Date	PIC 9(06).
	FD Balance-Fwd-File.
	01 Balance-Fwd-Rec.
		03 BF-YTD-Trans-Count	PIC 9(07).
		03 BF-YTD-Quantity	PIC S9(07).
		03 BF-YTD-Cost		PIC S9(09)V99.
	FD Cust-Balance-File.
	01 Cust-Balance-Rec.
		03 CB-Cust-ID		PIC 9999.
		03 CB-Balance		PIC S9(06)V99.
	FD Cust-Item-File.
	01 Cust-Item-Rec.
		03 CI-Key.
			05 CI-Cust-ID		PIC 9999.
			05 CI-Item-Code		PIC 999.
		03 CI-Net-Qty		PIC S9(07).
		03 CI-Net-Amount	PIC S9(09)V99.
		03 CI-First-Date	PIC 9(08).
		03 CI-Last-Date		PIC 9(08).
	FD Reversal-Report-File.
	01 Reversal-Report-Line		PIC X(110).
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
	01 Rev-Parm-Status		PIC XX.
	01 Item-Mast-Status		PIC XX.
	01 Post-Hist-Status		PIC XX.
	01 Balhist-Status		PIC XX.
	01 Balfwd-Status		PIC XX.
	01 Cust-Bal-Status		PIC XX.
	01 Cust-Item-Status		PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Rev-Store-ID		PIC 99 Value 0.
	01 Rev-Batch-Number	PIC 9(04) Value 0.
	01 Rev-Run-Date		PIC 9(06) Value 0.
	01 Posted-Run-Date		PIC 9(06) Value 0.
	01 Last-Period-Closed	PIC 9(06) Value 0.
	01 Trans-Period-Wrk	PIC 9(06) Value 0.
	01 Trans-Period-R Redefines Trans-Period-Wrk.
	  03 TP-Year			PIC 9999.
	  03 TP-Month		PIC 99.
	01 Post-Period-Wrk		PIC 9(06) Value 0.
	01 Post-Period-R Redefines Post-Period-Wrk.
	  03 PP-Year			PIC 9999.
	  03 PP-Month		PIC 99.
	01 Post-Date-Wrk		PIC 9(06) Value 0.
	01 Post-Date-R Redefines Post-Date-Wrk.
	  03 PD-YY			PIC 99.
	  03 PD-MM			PIC 99.
	  03 PD-DD			PIC 99.
	01 Reversal-Table.
	  03 Rev-Entry OCCURS 2000 TIMES PIC X(53).
	01 Rev-Count		PIC 9(05) Value 0.
	01 Rev-Sub			PIC 9(05).
	01 Batch-Checks.
	  03 Lines-Found		PIC 9(07) Value 0.
	  03 Lines-Reversed-Before	PIC 9(07) Value 0.
	  03 Closed-Line-Count	PIC 9(07) Value 0.
	  03 Multi-Date-Found	PIC X Value "N".
	  03 Table-Overflow		PIC X Value "N".
	01 Refuse-Reason		PIC X(40) Value spaces.
	01 Cust-Balance-Table.
	  03 CBT-Entry OCCURS 9999 TIMES.
	    05 CBT-Balance		PIC S9(06)V99 Value 0.
	01 Bal-Sub			PIC 9(05).
	01 Year-To-Date-Totals.
	  03 YTD-Trans-Count		PIC 9(07) Value 0.
	  03 YTD-Quantity		PIC S9(07) Value 0.
	  03 YTD-Cost		PIC S9(09)V99 Value 0.
	01 New-On-Hand		PIC S9(07) Value 0.
	01 Signed-Qty-Wrk		PIC S9(05) Value 0.
	01 Line-Note-Wrk		PIC X(22) Value spaces.
	01 Reversal-Totals.
	  03 Total-Reversed		PIC 9(07) Value 0.
	  03 Total-Units		PIC S9(07) Value 0.
	  03 Total-Ext-Cost		PIC S9(09)V99 Value 0.
	  03 Total-Tax		PIC S9(07)V99 Value 0.
	  03 Item-Exceptions		PIC 9(07) Value 0.
	  03 Summary-Exceptions	PIC 9(07) Value 0.
	01 Cust-Balance-Eof	PIC XXX Value "No".
	01 Balance-Hist-Eof	PIC XXX Value "No".
	01 End-of-file      	PIC XXX Value "No".
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(29) value "BATCH REVERSAL REGISTER      ".
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
	  03 filler			PIC X(10) value "   STORE: ".
	  03 RH-Store-out		PIC 99.
	  03 filler			PIC X(9)  value "  BATCH: ".
	  03 RH-Batch-out		PIC 9999.
	  03 filler			PIC X(10) value "  POSTED: ".
	  03 RH-Posted-out		PIC 9(06).
	01 Column-headings.
	  03 filler			PIC X(12) value "TRANS DATE  ".
	  03 filler			PIC X(6)  value "CUST  ".
	  03 filler			PIC X(6)  value "ITEM  ".
	  03 filler			PIC X(5)  value "QTY  ".
	  03 filler			PIC X(8)  value "PRICE   ".
	  03 filler			PIC X(6)  value "TYPE  ".
	  03 filler			PIC X(6)  value "SLSP  ".
	  03 filler			PIC X(13) value "  EXT COST   ".
	  03 filler			PIC X(12) value "     TAX    ".
	  03 filler			PIC X(4)  value "NOTE".
	01 Reversal-Detail-Line.
	  03 RV-MM-out			PIC 99.
	  03 filler			PIC X value "/".
	  03 RV-DD-out			PIC 99.
	  03 filler			PIC X value "/".
	  03 RV-YYYY-out		PIC 9999.
	  03 filler			PIC X(2)  value spaces.
	  03 RV-Cust-out		PIC 9999.
	  03 filler			PIC X(2)  value spaces.
	  03 RV-Item-out		PIC 999.
	  03 filler			PIC X(3)  value spaces.
	  03 RV-Qty-out			PIC 99.
	  03 filler			PIC X(3)  value spaces.
	  03 RV-Price-out		PIC 99.99.
	  03 filler			PIC X(4)  value spaces.
	  03 RV-Type-out		PIC X.
	  03 filler			PIC X(4)  value spaces.
	  03 RV-Slsp-out		PIC 999.
	  03 filler			PIC X(3)  value spaces.
	  03 RV-Cost-out		PIC -ZZZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 RV-Tax-out			PIC -ZZZZ9.99.
	  03 filler			PIC X(3)  value spaces.
	  03 RV-Note-out		PIC X(22).
	01 Refused-Line.
	  03 filler			PIC X(27) value "*** REVERSAL REFUSED *** - ".
	  03 RF-Reason-out		PIC X(40).
	01 Total-Line.
	  03 TL-Label-out		PIC X(32).
	  03 TL-Count-out		PIC -ZZZZZZ9.
	01 Value-Line.
	  03 VL-Label-out		PIC X(32).
	  03 VL-Value-out		PIC -ZZZZZZZZ9.99.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Backs out every line posted for one store and   *>
      *>   batch.  Offsetting entries flagged "V" go to    *>
      *>   posted history and the customer balances, item  *>
      *>   on hand and balance forward are put back.       *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Load-Closed-Period.
       Perform Collect-Batch-Lines.
       Perform Check-Batch-Reversible.
       IF Refuse-Reason = spaces
	   Perform Reverse-Batch
       ELSE
	   Perform Refuse-Reversal
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open input Rev-Parm-File.
	   IF Rev-Parm-Status Not = "00"
		Display "FATAL - REVERSAL PARAMETER FILE NOT AVAILABLE, STATUS: "
			Rev-Parm-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Rev-Parm-File
		at end Move spaces to Rev-Parm-Rec
	   End-Read.
	   Close Rev-Parm-File.
	   IF RV-Store-ID is not Numeric OR
	      RV-Batch-Number is not Numeric
		Display "FATAL - REVERSAL STORE/BATCH NOT NUMERIC: "
			Rev-Parm-Rec
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Move RV-Store-ID to Rev-Store-ID.
	   Move RV-Batch-Number to Rev-Batch-Number.
	   IF RV-Run-Date is Numeric
		Move RV-Run-Date to Rev-Run-Date
	   END-IF.
	   Open output Reversal-Report-File.
       Load-Closed-Period.
	   Open input Balance-Hist-File.
	   IF Balhist-Status = "00" OR Balhist-Status = "05"
		Read Balance-Hist-File at end Move "Yes" to Balance-Hist-Eof
		END-READ
		Perform Load-Closed-Period-Rec until Balance-Hist-Eof = "Yes"
		Close Balance-Hist-File
	   END-IF.
       Load-Closed-Period-Rec.
	   Move HS-Period to Last-Period-Closed.
	   Read Balance-Hist-File at end Move "Yes" to Balance-Hist-Eof.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Move Rev-Store-ID to RH-Store-out.
	   Move Rev-Batch-Number to RH-Batch-out.
	   Move Posted-Run-Date to RH-Posted-out.
	   Write Reversal-Report-Line from Report-Header-1.
	   Write Reversal-Report-Line from Report-Header-2.
	   Write Reversal-Report-Line from Column-headings.
	   Move 3 to Line-Count.
       Write-Reversal-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Reversal-Report-Line from Print-rec.
	   Add 1 to Line-Count.
      *> ------------------------------------------------- *>
      *>   Pick up the batch's original lines.  Count      *>
      *>   adjustments are never part of a store batch.    *>
      *> ------------------------------------------------- *>
       Collect-Batch-Lines.
	   Open input Posted-History-File.
	   IF Post-Hist-Status = "00" OR Post-Hist-Status = "05"
		Read Posted-History-File at end Move "Yes" to End-of-file
		END-READ
		Perform Collect-Batch-Rec until End-of-file = "Yes"
		Close Posted-History-File
	   END-IF.
       Collect-Batch-Rec.
	   IF PH-Store-ID = Rev-Store-ID AND
	      PH-Batch-Number is Numeric AND
	      PH-Batch-Number = Rev-Batch-Number AND
	      PH-Trans-Type Not = "A"
		IF PH-Reversal-Flag = "V"
		     Add 1 to Lines-Reversed-Before
		ELSE
		     IF Rev-Run-Date = 0 OR PH-Run-Date = Rev-Run-Date
			Perform Keep-Batch-Line
		     END-IF
		END-IF
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Keep-Batch-Line.
	   Add 1 to Lines-Found.
	   IF Posted-Run-Date = 0
		Move PH-Run-Date to Posted-Run-Date
	   ELSE
		IF PH-Run-Date Not = Posted-Run-Date
		     Move "Y" to Multi-Date-Found
		END-IF
	   END-IF.
	   Move PH-Trans-Year to TP-Year.
	   Move PH-Trans-Month to TP-Month.
	   Move PH-Run-Date to Post-Date-Wrk.
	   Compute PP-Year = 2000 + PD-YY.
	   Move PD-MM to PP-Month.
	   IF Trans-Period-Wrk Not > Last-Period-Closed OR
	      Post-Period-Wrk Not > Last-Period-Closed
		Add 1 to Closed-Line-Count
	   END-IF.
	   IF Rev-Count < 2000
		Add 1 to Rev-Count
		Move Posted-Hist-Rec to Rev-Entry (Rev-Count)
	   ELSE
		Move "Y" to Table-Overflow
	   END-IF.
       Check-Batch-Reversible.
	   IF Lines-Found = 0
		Move "BATCH NOT FOUND ON POSTED HISTORY" to Refuse-Reason
	   END-IF.
	   IF Refuse-Reason = spaces AND Lines-Reversed-Before > 0
		Move "BATCH ALREADY REVERSED" to Refuse-Reason
	   END-IF.
	   IF Refuse-Reason = spaces AND Multi-Date-Found = "Y"
		Move "BATCH POSTED ON MORE THAN ONE RUN DATE" to Refuse-Reason
	   END-IF.
	   IF Refuse-Reason = spaces AND Closed-Line-Count > 0
		Move "BATCH FALLS IN A CLOSED PERIOD" to Refuse-Reason
	   END-IF.
	   IF Refuse-Reason = spaces AND Table-Overflow = "Y"
		Move "BATCH TOO LARGE TO REVERSE" to Refuse-Reason
	   END-IF.
       Refuse-Reversal.
	   Move Refuse-Reason to RF-Reason-out.
	   Display Refused-Line.
	   Move Refused-Line to Print-rec.
	   Perform Write-Reversal-Line.
	   Move 16 to Return-Code.
      *> ------------------------------------------------- *>
      *>   Each original line is written back with the     *>
      *>   same type, negated amounts and the "V" flag,    *>
      *>   dated today so GLExtract picks it up tonight.   *>
      *> ------------------------------------------------- *>
       Reverse-Batch.
	   Open I-O Item-Master-File.
	   IF Item-Mast-Status Not = "00"
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open I-O Cust-Item-File.
	   IF Cust-Item-Status Not = "00"
		Display "FATAL - PURCHASE SUMMARY FILE NOT AVAILABLE, STATUS: "
			Cust-Item-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Perform Load-Customer-Balances.
	   Perform Load-Balance-Forward.
	   Open extend Posted-History-File.
	   Perform Reverse-Batch-Line Varying Rev-Sub From 1 By 1
		Until Rev-Sub > Rev-Count.
	   Close Posted-History-File.
	   Close Item-Master-File.
	   Close Cust-Item-File.
	   Perform Write-Customer-Balances.
	   Perform Write-Balance-Forward.
       Load-Customer-Balances.
	   Open input Cust-Balance-File.
	   IF Cust-Bal-Status = "00"
		Read Cust-Balance-File at end Move "Yes" to Cust-Balance-Eof
		END-READ
		Perform Load-Cust-Balance-Rec until Cust-Balance-Eof = "Yes"
		Close Cust-Balance-File
	   END-IF.
       Load-Cust-Balance-Rec.
	   IF CB-Cust-ID >= 1 AND CB-Cust-ID <= 9999
		Move CB-Balance to CBT-Balance (CB-Cust-ID)
	   ELSE
		Display "CUSTOMER BALANCE RECORD REJECTED - CUST ID OUT OF RANGE: "
			CB-Cust-ID
	   END-IF.
	   Read Cust-Balance-File at end Move "Yes" to Cust-Balance-Eof.
       Load-Balance-Forward.
	   Open input Balance-Fwd-File.
	   IF Balfwd-Status = "00"
		Read Balance-Fwd-File
		   at end Continue
		   not at end
			Move BF-YTD-Trans-Count to YTD-Trans-Count
			Move BF-YTD-Quantity to YTD-Quantity
			Move BF-YTD-Cost to YTD-Cost
		End-Read
		Close Balance-Fwd-File
	   END-IF.
       Reverse-Batch-Line.
	   Move Rev-Entry (Rev-Sub) to Posted-Hist-Rec.
	   Move Run-Date to PH-Run-Date.
	   Compute PH-Ext-Cost = 0 - PH-Ext-Cost.
	   Compute PH-Tax-Amount = 0 - PH-Tax-Amount.
	   Move "V" to PH-Reversal-Flag.
	   Write Posted-Hist-Rec.
	   Add 1 to Total-Reversed.
	   Add PH-Ext-Cost to Total-Ext-Cost.
	   Add PH-Tax-Amount to Total-Tax.
	   IF PH-Trans-Type Not = "S" AND
	      PH-Cust-ID >= 1 AND PH-Cust-ID <= 9999
		Add PH-Ext-Cost to CBT-Balance (PH-Cust-ID)
		Add PH-Tax-Amount to CBT-Balance (PH-Cust-ID)
	   END-IF.
	   Move 0 to Signed-Qty-Wrk.
	   IF PH-Trans-Type = "P"
		Compute Signed-Qty-Wrk = 0 - PH-Quantity
	   END-IF.
	   IF PH-Trans-Type = "R"
		Move PH-Quantity to Signed-Qty-Wrk
	   END-IF.
	   IF YTD-Trans-Count > 0
		Subtract 1 from YTD-Trans-Count
	   END-IF.
	   Add Signed-Qty-Wrk to YTD-Quantity.
	   Add Signed-Qty-Wrk to Total-Units.
	   Add PH-Ext-Cost to YTD-Cost.
	   Move spaces to Line-Note-Wrk.
	   IF PH-Trans-Type Not = "C"
		Perform Reverse-On-Hand
	   END-IF.
	   IF PH-Trans-Type = "P" OR PH-Trans-Type = "R"
		Perform Reverse-Purchase-Summary
	   END-IF.
	   Perform Print-Reversal-Detail.
       Reverse-On-Hand.
	   Move PH-Item-Code to IM-Item-Code.
	   Read Item-Master-File
		invalid key
		     Move "NOT ON ITEM MASTER" to Line-Note-Wrk
		     Add 1 to Item-Exceptions
		not invalid key
		     IF PH-Trans-Type = "P"
			Compute New-On-Hand = IM-On-Hand-Qty + PH-Quantity
		     ELSE
			Compute New-On-Hand = IM-On-Hand-Qty - PH-Quantity
		     END-IF
		     IF New-On-Hand > 99999 OR New-On-Hand < -99999
			Move "ON HAND OVERFLOW" to Line-Note-Wrk
			Add 1 to Item-Exceptions
		     ELSE
			Move New-On-Hand to IM-On-Hand-Qty
			Rewrite Item-Mast-Rec
			   invalid key
				Move "ON HAND REWRITE FAILED" to Line-Note-Wrk
				Add 1 to Item-Exceptions
			END-REWRITE
		     END-IF
	   End-Read.
      *> ------------------------------------------------- *>
      *>   Net quantity and dollars come back off the      *>
      *>   customer/item summary.  First and last purchase *>
      *>   dates are left as they were.                    *>
      *> ------------------------------------------------- *>
       Reverse-Purchase-Summary.
	   Move PH-Cust-ID to CI-Cust-ID.
	   Move PH-Item-Code to CI-Item-Code.
	   Read Cust-Item-File
		invalid key
		     IF Line-Note-Wrk = spaces
			Move "NOT ON PURCH SUMMARY" to Line-Note-Wrk
		     END-IF
		     Add 1 to Summary-Exceptions
		not invalid key
		     Add Signed-Qty-Wrk to CI-Net-Qty
		     Add PH-Ext-Cost to CI-Net-Amount
		     Rewrite Cust-Item-Rec
			invalid key
			   IF Line-Note-Wrk = spaces
				Move "SUMMARY NOT UPDATED" to Line-Note-Wrk
			   END-IF
			   Add 1 to Summary-Exceptions
		     END-REWRITE
	   End-Read.
       Print-Reversal-Detail.
	   Move PH-Trans-Month to RV-MM-out.
	   Move PH-Trans-Day to RV-DD-out.
	   Move PH-Trans-Year to RV-YYYY-out.
	   Move PH-Cust-ID to RV-Cust-out.
	   Move PH-Item-Code to RV-Item-out.
	   Move PH-Quantity to RV-Qty-out.
	   Move PH-Price-Per-Unit to RV-Price-out.
	   Move PH-Trans-Type to RV-Type-out.
	   Move PH-Slsp-ID to RV-Slsp-out.
	   Move PH-Ext-Cost to RV-Cost-out.
	   Move PH-Tax-Amount to RV-Tax-out.
	   Move Line-Note-Wrk to RV-Note-out.
	   Move Reversal-Detail-Line to Print-rec.
	   Perform Write-Reversal-Line.
       Write-Customer-Balances.
	   Open output Cust-Balance-File.
	   Perform Write-Cust-Balance-Rec Varying Bal-Sub From 1 By 1
		Until Bal-Sub > 9999.
	   Close Cust-Balance-File.
       Write-Cust-Balance-Rec.
	   IF CBT-Balance (Bal-Sub) Not = 0
		Move Bal-Sub to CB-Cust-ID
		Move CBT-Balance (Bal-Sub) to CB-Balance
		Write Cust-Balance-Rec
	   END-IF.
       Write-Balance-Forward.
	   Move YTD-Trans-Count to BF-YTD-Trans-Count.
	   Move YTD-Quantity to BF-YTD-Quantity.
	   Move YTD-Cost to BF-YTD-Cost.
	   Open output Balance-Fwd-File.
	   Write Balance-Fwd-Rec.
	   Close Balance-Fwd-File.
       Termination.
	   Move spaces to Print-rec.
	   Perform Write-Reversal-Line.
	   Move "LINES FOUND FOR BATCH:" to TL-Label-out.
	   Move Lines-Found to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "LINES REVERSED:" to TL-Label-out.
	   Move Total-Reversed to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "NET UNITS REVERSED:" to TL-Label-out.
	   Move Total-Units to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "EXTENDED COST REVERSED:        $" to VL-Label-out.
	   Move Total-Ext-Cost to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "SALES TAX REVERSED:            $" to VL-Label-out.
	   Move Total-Tax to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "ITEM MASTER EXCEPTIONS:" to TL-Label-out.
	   Move Item-Exceptions to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "PURCHASE SUMMARY EXCEPTIONS:" to TL-Label-out.
	   Move Summary-Exceptions to TL-Count-out.
	   Perform Write-Total-Line.
	   IF Item-Exceptions > 0 OR Summary-Exceptions > 0
		Move 16 to Return-Code
	   END-IF.
	   Close Reversal-Report-File.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Reversal-Line.
       Write-Value-Line.
	   Move Value-Line to Print-rec.
	   Perform Write-Reversal-Line.
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
	   Move "BatchReverse" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
