		Select Hist-Work-File assign to "histwork.dat"
			organization is line sequential
			file status is Hist-Work-Status.
		Select Optional Cust-Item-File assign to "custitem.idx"
			organization is indexed
			access is random
			record key is CI-Key
			file status is Cust-Item-Status.
		Select Archive-Report-File assign to "archrpt.dat"
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
	FD Balance-Hist-File.
	01 Balance-Hist-Rec.
		03 HS-Period		PIC 9(06).
	FD Archive-Hist-File.
	01 Archive-Hist-Rec.
		03 AH-Period		PIC 9(06).
		03 AH-Hist-Data		PIC X(53).
	FD Hist-Work-File.
	01 Hist-Work-Rec		PIC X(53).
	FD Cust-Item-File.
	01 Cust-Item-Rec.
		03 CI-Key.
			05 CI-Cust-ID		PIC 9999.
			05 CI-Item-Code		PIC 999.
		03 CI-Net-Qty		PIC S9(07).
		03 CI-Net-Amount	PIC S9(09)V99.
		03 CI-First-Date	PIC 9(08).
		03 CI-Last-Date		PIC 9(08).
	FD Archive-Report-File.
	01 Archive-Report-Line		PIC X(110).
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
	01 Balhist-Status		PIC XX.
	01 Arch-Status		PIC XX.
	01 Hist-Work-Status		PIC XX.
	01 Cust-Item-Status		PIC XX.
	01 Summary-Available	PIC X Value "N".
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	01 No-Close-Line.
	  03 filler			PIC X(48)
		value "*** NO CLOSED PERIOD ON FILE - NOTHING ARCHIVED".
	01 No-Summary-Line.
	  03 filler			PIC X(57)
		value "*** PURCHASE SUMMARY NOT ON FILE - RUN SUMREBUILD FIRST".
	01 End-of-file      	PIC XXX Value "No".
	01 Balance-Hist-Eof	PIC XXX Value "No".
	01 Hist-Work-Eof		PIC XXX Value "No".
      *>   in periods already closed by PeriodClose move   *>
      *>   to the period-stamped archive file; current     *>
      *>   activity stays on the posted history file.      *>
      *>   Customer/item purchase totals live on the       *>
      *>   purchase summary, which must be on file before  *>
      *>   anything leaves posted history.                 *>
      *> ------------------------------------------------- *>
       Perform Init.
       IF Last-Period-Closed > 0 AND Summary-Available = "Y"
	   Perform Read-Process until End-of-file = "Yes"
	   Perform Rewrite-Posted-History
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open output Archive-Report-File.
	   Perform Print-Page-Header.
	   Perform Load-Closed-Period.
	   Perform Check-Purchase-Summary.
	   IF Last-Period-Closed = 0
		Display No-Close-Line
		Move No-Close-Line to Print-rec
		Perform Write-Archive-Line
		Move 16 to Return-Code
	   ELSE
	     IF Summary-Available Not = "Y"
		Display No-Summary-Line
		Move No-Summary-Line to Print-rec
		Perform Write-Archive-Line
		Move 16 to Return-Code
	     ELSE
		Move LP-Year to CU-Year-out
		Move LP-Month to CU-Month-out
		Move Cutoff-Line to Print-rec
		Perform Open-Posted-History
		Open extend Archive-Hist-File
		Open output Hist-Work-File
	     END-IF
	   END-IF.
       Check-Purchase-Summary.
	   Open input Cust-Item-File.
	   IF Cust-Item-Status = "00"
		Move "Y" to Summary-Available
		Close Cust-Item-File
	   ELSE
		IF Cust-Item-Status = "05"
		     Close Cust-Item-File
		END-IF
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
		Display "FATAL - HISTORY WORK FILE NOT AVAILABLE, STATUS: "
			Hist-Work-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open output Posted-History-File.
	   Read Hist-Work-File at end Move "Yes" to Hist-Work-Eof.
	   Move Total-Line-3 to Print-rec.
	   Perform Write-Archive-Line.
	   Close Archive-Report-File.
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
	   Move "HistArchive" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
