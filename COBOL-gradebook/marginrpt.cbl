			file status is Item-Mast-Status.
		Select Margin-Report-File assign to "mgnrpt.dat"
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
	FD Item-Master-File.
	01 Item-Mast-Rec.
		03 IM-Item-Code		PIC 999.
		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
	FD Margin-Report-File.
	01 Margin-Report-Line		PIC X(110).
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
	01 Item-Mast-Status		PIC XX.
	01 Run-Date			PIC 9(06).
	01 Grand-Total-Line.
	  03 filler			PIC X(22) value "TOTAL MARGIN:       $ ".
	  03 GT-Margin-out		PIC -ZZZZZZ9.99.
	01 Shrink-Header-Line.
	  03 filler			PIC X(40)
		value "INVENTORY COUNT ADJUSTMENTS - ALL STORES".
	01 Shrink-Column-Line.
	  03 filler			PIC X(6)  value "ITEM  ".
	  03 filler			PIC X(22) value "DESCRIPTION           ".
	  03 filler			PIC X(8)  value "UNITS   ".
	  03 filler			PIC X(12) value "VALUE       ".
	01 Shrink-Detail-Line.
	  03 SR-Item-out		PIC 999.
	  03 filler			PIC X(3)  value spaces.
	  03 SR-Desc-out		PIC X(20).
	  03 filler			PIC X(2)  value spaces.
	  03 SR-Units-out		PIC -ZZZZ9.
	  03 filler			PIC X(2)  value spaces.
	  03 SR-Value-out		PIC -ZZZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 SR-Flag-out		PIC X(9).
	01 Shrink-Total-Line.
	  03 filler			PIC X(22) value "NET ADJUSTMENT:     $ ".
	  03 ST-Value-out		PIC -ZZZZZZ9.99.
	01 Net-Margin-Line.
	  03 filler			PIC X(22) value "MARGIN AFTER SHRINK:$ ".
	  03 NM-Margin-out		PIC -ZZZZZZ9.99.
	01 No-Activity-Line.
	  03 filler			PIC X(44)
		value "*** NO POSTED ACTIVITY FOR THIS RUN DATE ***".
	      07 MG-Revenue		PIC S9(07)V99 Value 0.
	      07 MG-Cost		PIC S9(07)V99 Value 0.
	      07 MG-Below-Cost	PIC X Value "N".
	01 Shrink-Table.
	  03 Shrink-Item-Entry OCCURS 999 TIMES.
	    05 SR-Units		PIC S9(05) Value 0.
	    05 SR-Value		PIC S9(07)V99 Value 0.
	01 Shrink-Seen		PIC X Value "N".
	01 Total-Shrink-Wrk	PIC S9(07)V99 Value 0.
	01 Store-Sub		PIC 99.
	01 Item-Sub			PIC 9(04).
	01 Current-Store-Slot	PIC 99 Value 0.
       Perform Read-Process until End-of-file = "Yes".
       Perform Print-Margin-Report.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open output Margin-Report-File.
	   Perform Print-Page-Header.
	   Perform Open-Item-Master.
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Open-Posted-History.
	   Open input Posted-History-File.
		Display "FATAL - POSTED HISTORY FILE NOT AVAILABLE, STATUS: "
			Post-Hist-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Print-Page-Header.
	      (PH-Trans-Type = "P" OR PH-Trans-Type = "R")
		Perform Accumulate-Margin-Rec
	   END-IF.
	   IF PH-Run-Date = Run-Date AND
	      PH-Item-Code >= 1 AND PH-Item-Code <= 999 AND
	      PH-Trans-Type = "A"
		Perform Accumulate-Shrink-Rec
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Accumulate-Shrink-Rec.
	   Move "Y" to Shrink-Seen.
	   IF PH-Ext-Cost < 0
		Subtract PH-Quantity from SR-Units (PH-Item-Code)
	   ELSE
		Add PH-Quantity to SR-Units (PH-Item-Code)
	   END-IF.
	   Add PH-Ext-Cost to SR-Value (PH-Item-Code).
       Accumulate-Margin-Rec.
	   Move PH-Store-ID to Store-Srch-ID.
	   Perform Find-Store-Slot.
		   not invalid key Continue
		End-Read
		Compute Cost-Wrk = PH-Quantity * IM-Unit-Cost
		IF (PH-Trans-Type = "P" AND PH-Reversal-Flag Not = "V") OR
		   (PH-Trans-Type = "R" AND PH-Reversal-Flag = "V")
		     Add PH-Quantity to
			MG-Units (Current-Store-Slot, PH-Item-Code)
		     Add PH-Ext-Cost to
			MG-Revenue (Current-Store-Slot, PH-Item-Code)
		     Add Cost-Wrk to
			MG-Cost (Current-Store-Slot, PH-Item-Code)
		     IF PH-Trans-Type = "P" AND IM-Unit-Cost > 0 AND
		        PH-Price-Per-Unit < IM-Unit-Cost AND
		        PH-Price-Per-Unit = IM-Promo-Price
			Move "Y" to
	     END-IF
	   END-IF.
       Print-Margin-Report.
	   IF Activity-Seen Not = "Y" AND Shrink-Seen Not = "Y"
		Move No-Activity-Line to Print-rec
		Perform Write-Margin-Line
	   ELSE
		Move Total-Margin-Wrk to GT-Margin-out
		Move Grand-Total-Line to Print-rec
		Perform Write-Margin-Line
		IF Shrink-Seen = "Y"
		     Perform Print-Shrinkage
		END-IF
	   END-IF.
       Print-Shrinkage.
	   Move Shrink-Header-Line to Print-rec.
	   Perform Write-Margin-Line.
	   Move Shrink-Column-Line to Print-rec.
	   Perform Write-Margin-Line.
	   Perform Print-Shrink-Item-Line Varying Item-Sub From 1 By 1
		Until Item-Sub > 999.
	   Move Total-Shrink-Wrk to ST-Value-out.
	   Move Shrink-Total-Line to Print-rec.
	   Perform Write-Margin-Line.
	   Add Total-Shrink-Wrk to Total-Margin-Wrk.
	   Move Total-Margin-Wrk to NM-Margin-out.
	   Move Net-Margin-Line to Print-rec.
	   Perform Write-Margin-Line.
       Print-Shrink-Item-Line.
	   IF SR-Units (Item-Sub) Not = 0 OR SR-Value (Item-Sub) Not = 0
		Move Item-Sub to SR-Item-out
		Move Item-Sub to IM-Item-Code
		Read Item-Master-File
		   invalid key Move "(NOT ON ITEM MASTER)" to SR-Desc-out
		   not invalid key Move IM-Item-Desc to SR-Desc-out
		End-Read
		Move SR-Units (Item-Sub) to SR-Units-out
		Move SR-Value (Item-Sub) to SR-Value-out
		IF SR-Value (Item-Sub) < 0
		     Move "SHRINKAGE" to SR-Flag-out
		ELSE
		     Move "OVERAGE" to SR-Flag-out
		END-IF
		Move Shrink-Detail-Line to Print-rec
		Perform Write-Margin-Line
		Add SR-Value (Item-Sub) to Total-Shrink-Wrk
	   END-IF.
       Print-Store-Margin.
	   IF MG-Used (Store-Sub) = "Y"
	   Close Posted-History-File.
	   Close Item-Master-File.
	   Close Margin-Report-File.
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
	   Move "MarginReport" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
