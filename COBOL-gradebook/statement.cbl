			file status is Cust-Mast-Status.
		Select Statement-File assign to "stmtout.dat"
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
	FD Statement-Parm-File.
	01 Statement-Parm-Rec.
		03 ST-Period		PIC 9(06).
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
	FD Statement-File.
	01 Statement-Line		PIC X(110).
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
	01 Archive-Eof		PIC XXX Value "No".
	    05 AF-Active		PIC X Value "N".
	    05 AF-Later-Activity	PIC X Value "N".
	01 Stmt-Detail-Table.
	  03 Stmt-Entry OCCURS 5000 TIMES PIC X(53).
	01 Stmt-Count		PIC 9(05) Value 0.
	01 Stmt-Sub			PIC 9(05).
	01 Stmt-Cust		PIC 9(05).
	   Perform Print-Statements
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Perform Load-Statement-Parm.
	   Open output Statement-File.
	   IF Parm-Loaded = "Y"
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
       Load-Customer-Balances.
	   Open input Cust-Balance-File.
		Display "FATAL - POSTED HISTORY FILE NOT AVAILABLE, STATUS: "
			Post-Hist-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Print-Page-Header.
		Move PH-Trans-Day to SD-DD-out
		Move PH-Trans-Year to SD-YYYY-out
		Move PH-Item-Code to SD-Item-out
		IF PH-Reversal-Flag = "V"
		     Move "REVERSED ENTRY" to SD-Desc-out
		ELSE
		  IF PH-Trans-Type = "C"
		     Move "PAYMENT/CREDIT MEMO" to SD-Desc-out
		  ELSE
		     Perform Read-Item-Master
		  END-IF
		END-IF
		Move PH-Quantity to SD-Qty-out
		Move PH-Price-Per-Unit to SD-Price-out
		Close Customer-Master-File
	   END-IF.
	   Close Statement-File.
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
	   Move "CustStatement" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
