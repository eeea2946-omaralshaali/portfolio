	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
		Select Audit-Report-File assign to "opsrpt.dat"
		03 RL-Rejected		PIC 9(07).
		03 RL-Return-Code	PIC 99.
		03 RL-Restart-From	PIC 9(07).
		03 RL-Program-Id	PIC X(15).
		03 RL-Message		PIC X(40).
	FD Audit-Report-File.
	01 Audit-Report-Line		PIC X(110).
	Working-Storage Section.
	01 Run-Log-Status		PIC XX.
	01 Run-Log-Event		PIC X(10).
	01 Run-Log-Message		PIC X(40) Value spaces.
	01 Run-Time			PIC 9(08).
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
       Perform Init.
       Perform Read-Process until End-of-file = "Yes".
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
	   Open input Run-Log-File.
	   Write Audit-Report-Line from Print-rec.
	   Add 1 to Line-Count.
       Read-Process.
	   IF RL-Program-Id = "Assignment3" OR RL-Program-Id = spaces
		Perform Check-Run-Sequence
		Perform Print-Audit-Detail
		Perform Count-Event
	   END-IF.
	   Read Run-Log-File at end Move "Yes" to End-of-file.
       Check-Run-Sequence.
	   IF RL-Event = "START" OR RL-Event = "RESTART"
		Close Run-Log-File
	   END-IF.
	   Close Audit-Report-File.
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
	   Move "OpsAudit" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
