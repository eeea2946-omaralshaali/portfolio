			file status is Cust-Mast-Status.
		Select Audit-Report-File assign to "balrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Posted-History-File.
		03 PH-Store-ID		PIC 99.
		03 PH-Tax-Amount	PIC S9(05)V99.
		03 PH-Slsp-ID		PIC 999.
		03 PH-Batch-Number	PIC 9(04).
		03 PH-Reversal-Flag	PIC X.
	FD Cust-Balance-File.
	01 Cust-Balance-Rec.
		03 CB-Cust-ID		PIC 9999.
	FD Archive-Hist-File.
	01 Archive-Hist-Rec.
		03 AH-Period		PIC 9(06).
		03 AH-Hist-Data		PIC X(53).
	FD Item-Master-File.
	01 Item-Mast-Rec.
		03 IM-Item-Code		PIC 999.
		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
	FD Customer-Master-File.
	01 Cust-Mast-Rec.
		03 CM-Cust-ID		PIC 9999.
		03 CM-Credit-Limit	PIC 9(06)V99.
	FD Audit-Report-File.
	01 Audit-Report-Line		PIC X(110).
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
	01 Post-Hist-Status		PIC XX.
	01 Cust-Bal-Status		PIC XX.
	01 Balfwd-Status		PIC XX.
		value "  ON HISTORY BUT NOT ON CUST MASTER ".
	  03 filler			PIC X(8)  value "RECS:   ".
	  03 MC-Count-out		PIC ZZZZZ9.
	01 Shrink-Summary-Line.
	  03 filler			PIC X(32)
		value "INVENTORY ADJUSTMENTS - RECS:  ".
	  03 SS-Count-out		PIC ZZZZZZ9.
	  03 filler			PIC X(9)  value "  UNITS: ".
	  03 SS-Qty-out			PIC -ZZZZZZ9.
	  03 filler			PIC X(10) value "  VALUE: $".
	  03 SS-Value-out		PIC -ZZZZZZZZ9.99.
	01 Clean-Line.
	  03 filler			PIC X(32)
		value "NO DISCREPANCIES FOUND".
	  03 RY-Trans-Count		PIC 9(07) Value 0.
	  03 RY-Quantity		PIC S9(07) Value 0.
	  03 RY-Cost			PIC S9(09)V99 Value 0.
	01 Recomp-Adjust-Totals.
	  03 RA-Trans-Count		PIC 9(07) Value 0.
	  03 RA-Quantity		PIC S9(07) Value 0.
	  03 RA-Value		PIC S9(09)V99 Value 0.
	01 Fwd-YTD-Totals.
	  03 FY-Trans-Count		PIC 9(07) Value 0.
	  03 FY-Quantity		PIC S9(07) Value 0.
       Perform Compare-YTD-Totals.
       Perform Report-Missing-Masters.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open output Audit-Report-File.
	   Perform Print-Page-Header.
	   Perform Open-Item-Master.
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Open-Customer-Master.
	   Open input Customer-Master-File.
		Display "FATAL - CUSTOMER MASTER FILE NOT AVAILABLE, STATUS: "
			Cust-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Load-Closed-Period.
	   Open input Balance-Hist-File.
		Display "FATAL - POSTED HISTORY FILE NOT AVAILABLE, STATUS: "
			Post-Hist-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Print-Page-Header.
	   Move PH-Trans-Year to HP-Year.
	   Move PH-Trans-Month to HP-Month.
	   IF Hist-Period-Wrk > Last-Period-Closed
		IF PH-Trans-Type = "A"
		     Perform Accumulate-Adjust-Rec
		ELSE
		     IF PH-Reversal-Flag = "V"
			Perform Accumulate-Reversal-Rec
		     ELSE
			Add 1 to RY-Trans-Count
			IF PH-Trans-Type = "P"
			     Add PH-Quantity to RY-Quantity
			END-IF
			IF PH-Trans-Type = "R"
			     Subtract PH-Quantity from RY-Quantity
			END-IF
		     END-IF
		     Add PH-Ext-Cost to RY-Cost
		END-IF
	   END-IF.
       Accumulate-Reversal-Rec.
	   Subtract 1 from RY-Trans-Count.
	   IF PH-Trans-Type = "P"
		Subtract PH-Quantity from RY-Quantity
	   END-IF.
	   IF PH-Trans-Type = "R"
		Add PH-Quantity to RY-Quantity
	   END-IF.
       Accumulate-Adjust-Rec.
	   Add 1 to RA-Trans-Count.
	   IF PH-Ext-Cost < 0
		Subtract PH-Quantity from RA-Quantity
	   ELSE
		Add PH-Quantity to RA-Quantity
	   END-IF.
	   Add PH-Ext-Cost to RA-Value.
       Check-History-Masters.
	   IF PH-Trans-Type Not = "C" AND
	      PH-Item-Code >= 1 AND PH-Item-Code <= 999
		     Perform Write-YTD-Diff
		END-IF
	   END-IF.
	   IF RA-Trans-Count > 0
		Move RA-Trans-Count to SS-Count-out
		Move RA-Quantity to SS-Qty-out
		Move RA-Value to SS-Value-out
		Move Shrink-Summary-Line to Print-rec
		Perform Write-Audit-Line
	   END-IF.
       Write-YTD-Diff.
	   Move YTD-Diff-Line to Print-rec.
	   Perform Write-Audit-Line.
		Perform Write-Audit-Line
	   ELSE
		Move 16 to Return-Code
		Move "DIFFERENCES FOUND" to Run-Log-Message
	   END-IF.
	   Move Hist-Read-Count to TL-Read-Out.
	   Move Total-Line-1 to Print-rec.
		Display "BALANCE AUDIT FOUND DISCREPANCIES: "
			Discrepancy-Count
	   END-IF.
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
	   Move "BalanceAudit" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
