			file status is Slsp-Mast-Status.
		Select Comm-Report-File assign to "commout.dat"
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
	FD Archive-Hist-File.
	01 Archive-Hist-Rec.
		03 AH-Period		PIC 9(06).
		03 AH-Hist-Data		PIC X(53).
	FD Comm-Parm-File.
	01 Comm-Parm-Rec.
		03 CP-Period		PIC 9(06).
		03 SM-Store-ID		PIC 99.
	FD Comm-Report-File.
	01 Comm-Report-Line		PIC X(110).
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
	01 Comm-Parm-Status		PIC XX.
	   Perform Print-Commission-Report
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Perform Load-Comm-Parm.
	   Open output Comm-Report-File.
	   Perform Print-Page-Header.
		Display "FATAL - SALESPERSON MASTER FILE NOT AVAILABLE, STATUS: "
			Slsp-Mast-Status
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
		Close Salesperson-Master-File
	   END-IF.
	   Close Comm-Report-File.
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
	   Move "CommReport" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
