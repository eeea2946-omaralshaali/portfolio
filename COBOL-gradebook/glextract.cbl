	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
		Select Posted-History-File assign to "posthist.dat"
		03 RL-Rejected		PIC 9(07).
		03 RL-Return-Code	PIC 99.
		03 RL-Restart-From	PIC 9(07).
		03 RL-Program-Id	PIC X(15).
		03 RL-Message		PIC X(40).
	FD Posted-History-File.
	01 Posted-Hist-Rec.
		03 PH-Run-Date		PIC 9(06).
		03 PH-Store-ID		PIC 99.
		03 PH-Tax-Amount	PIC S9(05)V99.
		03 PH-Slsp-ID		PIC 999.
		03 PH-Batch-Number	PIC 9(04).
		03 PH-Reversal-Flag	PIC X.
	FD GL-Extract-File.
	01 GL-Extract-Rec.
		03 GJ-Rec-Type		PIC X.
	01 GL-Report-Line		PIC X(110).
	Working-Storage Section.
	01 Run-Log-Status		PIC XX.
	01 Run-Log-Event		PIC X(10).
	01 Run-Log-Message		PIC X(40) Value spaces.
	01 Run-Time			PIC 9(08).
	01 Post-Hist-Status		PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	    05 GS-Returns		PIC S9(09)V99 Value 0.
	    05 GS-Returns-Tax	PIC S9(09)V99 Value 0.
	    05 GS-Payments		PIC S9(09)V99 Value 0.
	    05 GS-Shrinkage		PIC S9(09)V99 Value 0.
	01 Store-Sub		PIC 99.
	01 Current-Store-Slot	PIC 99 Value 0.
	01 Store-Srch-ID		PIC 99.
	01 Total-Debits		PIC S9(09)V99 Value 0.
	01 Total-Credits		PIC S9(09)V99 Value 0.
	01 Journal-Amount-Wrk	PIC S9(09)V99 Value 0.
	01 Posting-Amount-Wrk	PIC 9(09)V99 Value 0.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
	   Perform Write-Journal-Records
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open output GL-Report-File.
	   Perform Print-Page-Header.
	   Perform Check-Run-Log.
		Close Run-Log-File
	   END-IF.
       Check-Run-Log-Rec.
	   IF RL-Run-Date = Run-Date AND RL-Event = "END" AND
	      (RL-Program-Id = "Assignment3" OR RL-Program-Id = spaces)
		Move "Y" to End-Seen
		IF RL-Return-Code = 0
		     Move "Y" to Posting-OK
		Display "FATAL - POSTED HISTORY FILE NOT AVAILABLE, STATUS: "
			Post-Hist-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Print-Page-Header.
			Subtract PH-Ext-Cost from
			     GS-Payments (Current-Store-Slot)
		     END-IF
		     IF PH-Trans-Type = "A"
			Subtract PH-Ext-Cost from
			     GS-Shrinkage (Current-Store-Slot)
		     END-IF
		END-IF
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
		     Move "ACCTS RECEIVABLE" to JL-Desc-out
		     Perform Write-Credit-Record
		END-IF
		IF GS-Shrinkage (Store-Sub) > 0
		     Move GS-Shrinkage (Store-Sub) to Journal-Amount-Wrk
		     Move 5100 to GJ-Account
		     Move "INVENTORY SHRINKAGE" to JL-Desc-out
		     Perform Write-Debit-Record
		     Move 1300 to GJ-Account
		     Move "INVENTORY" to JL-Desc-out
		     Perform Write-Credit-Record
		END-IF
		IF GS-Shrinkage (Store-Sub) < 0
		     Compute Journal-Amount-Wrk = 0 - GS-Shrinkage (Store-Sub)
		     Move 1300 to GJ-Account
		     Move "INVENTORY" to JL-Desc-out
		     Perform Write-Debit-Record
		     Move 5100 to GJ-Account
		     Move "INVENTORY SHRINKAGE" to JL-Desc-out
		     Perform Write-Credit-Record
		END-IF
	   END-IF.
       Write-Debit-Record.
	   IF Journal-Amount-Wrk < 0
		Compute Posting-Amount-Wrk = 0 - Journal-Amount-Wrk
		Perform Post-Credit-Entry
	   ELSE
		Move Journal-Amount-Wrk to Posting-Amount-Wrk
		Perform Post-Debit-Entry
	   END-IF.
       Write-Credit-Record.
	   IF Journal-Amount-Wrk < 0
		Compute Posting-Amount-Wrk = 0 - Journal-Amount-Wrk
		Perform Post-Debit-Entry
	   ELSE
		Move Journal-Amount-Wrk to Posting-Amount-Wrk
		Perform Post-Credit-Entry
	   END-IF.
       Post-Debit-Entry.
	   Move "J" to GJ-Rec-Type.
	   Move GS-Store-ID (Store-Sub) to GJ-Store-ID.
	   Move Posting-Amount-Wrk to GJ-Debit-Amount.
	   Move 0 to GJ-Credit-Amount.
	   Move Run-Date to GJ-Run-Date.
	   Write GL-Extract-Rec.
	   Add 1 to Journal-Count.
	   Add Posting-Amount-Wrk to Hash-Total.
	   Add Posting-Amount-Wrk to Total-Debits.
	   Perform Print-Journal-Line.
       Post-Credit-Entry.
	   Move "J" to GJ-Rec-Type.
	   Move GS-Store-ID (Store-Sub) to GJ-Store-ID.
	   Move 0 to GJ-Debit-Amount.
	   Move Posting-Amount-Wrk to GJ-Credit-Amount.
	   Move Run-Date to GJ-Run-Date.
	   Write GL-Extract-Rec.
	   Add 1 to Journal-Count.
	   Add Posting-Amount-Wrk to Hash-Total.
	   Add Posting-Amount-Wrk to Total-Credits.
	   Perform Print-Journal-Line.
       Print-Journal-Line.
	   Move GJ-Store-ID to JL-Store-out.
		Close GL-Extract-File
	   END-IF.
	   Close GL-Report-File.
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
	   Move "GLExtract" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
