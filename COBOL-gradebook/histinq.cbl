			file status is Arch-Status.
		Select History-Report-File assign to "histrpt.dat"
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
	FD Inquiry-Parm-File.
	01 Inquiry-Parm-Rec.
		03 IQ-Select-Type	PIC X.
	FD Archive-Hist-File.
	01 Archive-Hist-Rec.
		03 AH-Period		PIC 9(06).
		03 AH-Hist-Data		PIC X(53).
	FD History-Report-File.
	01 History-Report-Line		PIC X(110).
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
	01 Inq-Parm-Status		PIC XX.
	01 Arch-Status		PIC XX.
	  03 HD-Price-out		PIC 99.99.
	  03 filler			PIC X(4)  value spaces.
	  03 HD-Type-out		PIC X.
	  03 HD-Rev-out			PIC X.
	  03 filler			PIC X(2)  value spaces.
	  03 HD-Cost-out		PIC -ZZZZZ9.99.
	01 Total-Line-1.
	  03 filler			PIC X(30) value "TRANSACTIONS SELECTED:        ".
	   Perform Read-Process until End-of-file = "Yes"
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Perform Load-Inquiry-Parm.
	   Open output History-Report-File.
	   Perform Print-Page-Header.
		Display "FATAL - POSTED HISTORY FILE NOT AVAILABLE, STATUS: "
			Post-Hist-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Print-Page-Header.
	   IF Select-This-Rec = "Y"
		Perform Print-History-Detail
		Add 1 to Selected-Count
		IF PH-Trans-Type = "R" OR
		   (PH-Trans-Type = "A" AND PH-Ext-Cost < 0)
		     Compute Signed-Qty-Wrk = 0 - PH-Quantity
		ELSE
		  IF PH-Trans-Type = "C"
		     Move PH-Quantity to Signed-Qty-Wrk
		  END-IF
		END-IF
		IF PH-Reversal-Flag = "V"
		     Compute Signed-Qty-Wrk = 0 - Signed-Qty-Wrk
		END-IF
		Add Signed-Qty-Wrk to Selected-Qty
		Add PH-Ext-Cost to Selected-Cost
	   END-IF.
	   Move PH-Quantity to HD-Qty-out.
	   Move PH-Price-Per-Unit to HD-Price-out.
	   Move PH-Trans-Type to HD-Type-out.
	   Move PH-Reversal-Flag to HD-Rev-out.
	   Move PH-Ext-Cost to HD-Cost-out.
	   Move History-Detail-Line to Print-rec.
	   Perform Write-History-Line.
		Close Posted-History-File
	   END-IF.
	   Close History-Report-File.
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
	   Move "HistInquiry" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
