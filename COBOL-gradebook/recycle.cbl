			organization is line sequential.
		Select Aging-Report-File assign to "agingrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Reject-File.
		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
	FD Customer-Master-File.
	01 Cust-Mast-Rec.
		03 CM-Cust-ID		PIC 9999.
	01 Recycled-Trailer-Rec.
		03 RBT-Rec-Type		PIC X.
		03 RBT-Expected-Count	PIC 9(07).
		03 RBT-Expected-Cost	PIC S9(09)V99.
		03 filler		PIC X(07).
	FD Suspense-Out-File.
	01 Suspense-Out-Rec.
		03 SO-Slsp-ID		PIC X(03).
	FD Aging-Report-File.
	01 Aging-Report-Line		PIC X(110).
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
	01 Reject-Status		PIC XX.
	01 Gen-Cat-Status		PIC XX.
	01 Gen-Cat-Eof		PIC XXX Value "No".
       Perform Process-Suspense-Item Varying Susp-Sub From 1 By 1
	   Until Susp-Sub > Susp-Count.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Move RD-MM to RBN-MM.
	   Move RD-DD to RBN-DD.
	   Perform Load-Run-Parameters.
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
       Open-Salesperson-Master.
	   Open input Salesperson-Master-File.
		Display "FATAL - SALESPERSON MASTER FILE NOT AVAILABLE, STATUS: "
			Slsp-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Read-Salesperson-Master.
	   Move "N" to Slsp-Found.
		Display "FATAL - SUSPENSE VOLUME EXCEEDS CAPACITY - "
			"NO FILES CHANGED"
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Hold-Overflow-Reject.
	   IF Overflow-Stored < 1000
		Display "FATAL - SUSPENSE VOLUME EXCEEDS CAPACITY - "
			"NO FILES CHANGED"
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Load-Reject-Rec.
	   IF Susp-Count < 1000
		Move "PAYMENT AMOUNT ZERO" to Reason-Text
	           ELSE
		Perform Read-Customer-Master
	             IF Cust-Found Not = "Y" OR
	                (CM-Cust-Status Not = "A" AND CM-Cust-Status Not = "H")
		Move 06 to Reason-Code
		Move "CUSTOMER UNKNOWN OR INACTIVE" to Reason-Text
	             END-IF
		Move "PRICE NOT IN FORCE ON TRANS DATE" to Reason-Text
	                   ELSE
		Perform Read-Customer-Master
	                     IF Cust-Found Not = "Y" OR
	                        (CM-Cust-Status Not = "A" AND CM-Cust-Status Not = "H")
		Move 06 to Reason-Code
		Move "CUSTOMER UNKNOWN OR INACTIVE" to Reason-Text
	                     ELSE
	                       IF TW-Purchase AND CM-Cust-Status = "H"
		Move 17 to Reason-Code
		Move "CUSTOMER ON CREDIT HOLD" to Reason-Text
	                       ELSE
	                         IF TW-Slsp-ID is not Numeric OR TW-Slsp-ID = 0
		Move 16 to Reason-Code
		Move "INVALID SALESPERSON ID" to Reason-Text
	                         ELSE
		Perform Read-Salesperson-Master
	                           IF Slsp-Found Not = "Y" OR
	                              SM-Slsp-Status Not = "A"
		Move 16 to Reason-Code
		Move "SALESPERSON UNKNOWN OR INACTIVE" to Reason-Text
	                           END-IF
	                         END-IF
	                       END-IF
	                     END-IF
	   Move Recycle-Batch-No to RBH-Batch-Number.
	   Write Recycled-Header-Rec.
       Write-Recycled-Trailer.
	   Move spaces to Recycled-Trailer-Rec.
	   Move "T" to RBT-Rec-Type.
	   Move Recycled-Count to RBT-Expected-Count.
			Overflow-Count
		Move 16 to Return-Code
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
	   Move "RejectRecycle" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
