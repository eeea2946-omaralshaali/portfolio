	Identification Division.
	Program-id.   SumRebuild.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Optional Posted-History-File assign to "posthist.dat"
			organization is line sequential
			file status is Post-Hist-Status.
		Select Optional Archive-Hist-File assign to "histarch.dat"
			organization is line sequential
			file status is Arch-Status.
		Select Cust-Item-File assign to "custitem.idx"
			organization is indexed
			access is random
			record key is CI-Key
			file status is Cust-Item-Status.
		Select Rebuild-Report-File assign to "sumrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Posted-History-File.
	01 Posted-Hist-Rec		PIC X(53).
	FD Archive-Hist-File.
	01 Archive-Hist-Rec.
		03 AH-Period		PIC 9(06).
		03 AH-Hist-Data		PIC X(53).
	FD Cust-Item-File.
	01 Cust-Item-Rec.
		03 CI-Key.
			05 CI-Cust-ID		PIC 9999.
			05 CI-Item-Code		PIC 999.
		03 CI-Net-Qty		PIC S9(07).
		03 CI-Net-Amount	PIC S9(09)V99.
		03 CI-First-Date	PIC 9(08).
		03 CI-Last-Date		PIC 9(08).
	FD Rebuild-Report-File.
	01 Rebuild-Report-Line		PIC X(110).
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
	01 Arch-Status		PIC XX.
	01 Cust-Item-Status		PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Hist-Work-Rec.
		03 HW-Run-Date		PIC 9(06).
		03 HW-Trans-Date.
			05 HW-Trans-Month	PIC 99.
			05 HW-Trans-Day		PIC 99.
			05 HW-Trans-Year	PIC 9999.
		03 HW-Cust-ID		PIC 9999.
		03 HW-Item-Code		PIC 999.
		03 HW-Quantity		PIC 99.
		03 HW-Price-Per-Unit	PIC 99V99.
		03 HW-Trans-Type	PIC X.
		03 HW-Ext-Cost		PIC S9(06)V99.
		03 HW-Store-ID		PIC 99.
		03 HW-Tax-Amount	PIC S9(05)V99.
		03 HW-Slsp-ID		PIC 999.
		03 HW-Batch-Number	PIC 9(04).
		03 HW-Reversal-Flag	PIC X.
	01 Qty-Wrk			PIC S9(05).
	01 Purch-Date-Wrk		PIC 9(08).
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(30) value "PURCHASE SUMMARY REBUILD      ".
	  03 filler			PIC X(15) value spaces.
	  03 filler			PIC X(5)  value "PAGE ".
	  03 RH-Page-Out		PIC ZZZ9.
	01 Report-Header-2.
	  03 filler			PIC X(10) value "RUN DATE: ".
	  03 RH-MM			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-DD			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-YY			PIC 99.
	01 Error-Line.
	  03 filler			PIC X(32)
		value "*** SUMMARY NOT WRITTEN, KEY:   ".
	  03 EL-Cust-out		PIC 9999.
	  03 filler			PIC X value "/".
	  03 EL-Item-out		PIC 999.
	01 Total-Line.
	  03 TL-Label-out		PIC X(32).
	  03 TL-Count-out		PIC ZZZZZZ9.
	01 End-of-file      	PIC XXX Value "No".
	01 Arch-Eof			PIC XXX Value "No".
	01 Rebuild-Counters.
	  03 Hist-Read-Count		PIC 9(07) Value 0.
	  03 Arch-Read-Count		PIC 9(07) Value 0.
	  03 Applied-Count		PIC 9(07) Value 0.
	  03 Skipped-Count		PIC 9(07) Value 0.
	  03 Summary-Written		PIC 9(07) Value 0.
	  03 Summary-Errors		PIC 9(07) Value 0.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Recreates the customer/item purchase summary    *>
      *>   (custitem.idx) from the archived and the posted *>
      *>   history.  Used at conversion and for recovery;  *>
      *>   every existing summary record is replaced.      *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Read-Archive-History.
       Perform Read-Posted-History.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open output Cust-Item-File.
	   IF Cust-Item-Status Not = "00"
		Display "FATAL - PURCHASE SUMMARY FILE NOT AVAILABLE, STATUS: "
			Cust-Item-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Close Cust-Item-File.
	   Open I-O Cust-Item-File.
	   IF Cust-Item-Status Not = "00"
		Display "FATAL - PURCHASE SUMMARY FILE NOT AVAILABLE, STATUS: "
			Cust-Item-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open output Rebuild-Report-File.
	   Perform Print-Page-Header.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Write Rebuild-Report-Line from Report-Header-1.
	   Write Rebuild-Report-Line from Report-Header-2.
	   Move 2 to Line-Count.
       Write-Rebuild-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Rebuild-Report-Line from Print-rec.
	   Add 1 to Line-Count.
      *> ------------------------------------------------- *>
      *>   Archived history first, then current posted     *>
      *>   history, so both are carried on the summary.    *>
      *> ------------------------------------------------- *>
       Read-Archive-History.
	   Open input Archive-Hist-File.
	   IF Arch-Status = "00"
		Read Archive-Hist-File at end Move "Yes" to Arch-Eof
		END-READ
		Perform Read-Archive-Rec until Arch-Eof = "Yes"
		Close Archive-Hist-File
	   END-IF.
       Read-Archive-Rec.
	   Add 1 to Arch-Read-Count.
	   Move AH-Hist-Data to Hist-Work-Rec.
	   Perform Apply-History-Rec.
	   Read Archive-Hist-File at end Move "Yes" to Arch-Eof.
       Read-Posted-History.
	   Open input Posted-History-File.
	   IF Post-Hist-Status = "00"
		Read Posted-History-File at end Move "Yes" to End-of-file
		END-READ
		Perform Read-Posted-Rec until End-of-file = "Yes"
		Close Posted-History-File
	   END-IF.
       Read-Posted-Rec.
	   Add 1 to Hist-Read-Count.
	   Move Posted-Hist-Rec to Hist-Work-Rec.
	   Perform Apply-History-Rec.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
      *> ------------------------------------------------- *>
      *>   Purchases add to the net quantity and returns   *>
      *>   take away; a reversal line works the other way *>
      *>   round.  Net dollars are the signed extended     *>
      *>   cost.  Purchase dates come from purchases that  *>
      *>   were not reversal lines.                        *>
      *> ------------------------------------------------- *>
       Apply-History-Rec.
	   IF (HW-Trans-Type = "P" OR HW-Trans-Type = "R") AND
	      HW-Cust-ID is Numeric AND HW-Cust-ID > 0 AND
	      HW-Item-Code is Numeric AND HW-Item-Code > 0 AND
	      HW-Quantity is Numeric
		IF (HW-Trans-Type = "P" AND HW-Reversal-Flag Not = "V") OR
		   (HW-Trans-Type = "R" AND HW-Reversal-Flag = "V")
		     Move HW-Quantity to Qty-Wrk
		ELSE
		     Compute Qty-Wrk = 0 - HW-Quantity
		END-IF
		IF HW-Trans-Type = "P" AND HW-Reversal-Flag Not = "V" AND
		   HW-Trans-Date is Numeric
		     Compute Purch-Date-Wrk = HW-Trans-Year * 10000 +
			HW-Trans-Month * 100 + HW-Trans-Day
		ELSE
		     Move 0 to Purch-Date-Wrk
		END-IF
		Perform Post-Purchase-Summary
		Add 1 to Applied-Count
	   ELSE
		IF HW-Trans-Type = "P" OR HW-Trans-Type = "R"
		     Add 1 to Skipped-Count
		END-IF
	   END-IF.
       Post-Purchase-Summary.
	   Move HW-Cust-ID to CI-Cust-ID.
	   Move HW-Item-Code to CI-Item-Code.
	   Read Cust-Item-File
		invalid key
		   Move Qty-Wrk to CI-Net-Qty
		   Move HW-Ext-Cost to CI-Net-Amount
		   Move Purch-Date-Wrk to CI-First-Date
		   Move Purch-Date-Wrk to CI-Last-Date
		   Write Cust-Item-Rec
			invalid key
			   Perform Print-Summary-Error
			not invalid key
			   Add 1 to Summary-Written
		   END-WRITE
		not invalid key
		   Add Qty-Wrk to CI-Net-Qty
		   Add HW-Ext-Cost to CI-Net-Amount
		   IF Purch-Date-Wrk > 0 AND
		      (CI-First-Date = 0 OR Purch-Date-Wrk < CI-First-Date)
			Move Purch-Date-Wrk to CI-First-Date
		   END-IF
		   IF Purch-Date-Wrk > CI-Last-Date
			Move Purch-Date-Wrk to CI-Last-Date
		   END-IF
		   Rewrite Cust-Item-Rec
			invalid key
			   Perform Print-Summary-Error
		   END-REWRITE
	   END-READ.
       Print-Summary-Error.
	   Add 1 to Summary-Errors.
	   Move CI-Cust-ID to EL-Cust-out.
	   Move CI-Item-Code to EL-Item-out.
	   Move Error-Line to Print-rec.
	   Perform Write-Rebuild-Line.
       Termination.
	   Close Cust-Item-File.
	   Move spaces to Print-rec.
	   Perform Write-Rebuild-Line.
	   Move "ARCHIVED RECORDS READ:" to TL-Label-out.
	   Move Arch-Read-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "POSTED HISTORY RECORDS READ:" to TL-Label-out.
	   Move Hist-Read-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "PURCHASES/RETURNS APPLIED:" to TL-Label-out.
	   Move Applied-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "PURCHASES/RETURNS SKIPPED:" to TL-Label-out.
	   Move Skipped-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "CUSTOMER/ITEM RECORDS WRITTEN:" to TL-Label-out.
	   Move Summary-Written to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "SUMMARY WRITE ERRORS:" to TL-Label-out.
	   Move Summary-Errors to TL-Count-out.
	   Perform Write-Total-Line.
	   Close Rebuild-Report-File.
	   IF Summary-Errors > 0
		Move 16 to Return-Code
	   END-IF.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Rebuild-Line.
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
	   Move "SumRebuild" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
