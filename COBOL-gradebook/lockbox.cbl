	Identification Division.
	Program-id.   Lockbox.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Lock-Parm-File assign to "lockparm.dat"
			organization is line sequential
			file status is Lock-Parm-Status.
		Select Lock-Parm-Out-File assign to "lockparm.dat"
			organization is line sequential.
		Select Customer-Master-File assign to "custmast.idx"
			organization is indexed
			access is random
			record key is CM-Cust-ID
			file status is Cust-Mast-Status.
		Select Optional Lockbox-File assign to "lockbox.dat"
			organization is line sequential
			file status is Lockbox-Status.
		Select Optional Unapplied-In-File assign to "unapplied.dat"
			organization is line sequential
			file status is Unapplied-Status.
		Select Unapplied-Out-File assign to "unapplied.dat"
			organization is line sequential.
		Select Optional Cash-Apply-File assign to "cashapply.dat"
			organization is line sequential
			file status is Cash-Apply-Status.
		Select Cash-Apply-Out-File assign to "cashapply.dat"
			organization is line sequential.
		Select Lock-Payment-File assign to "lockpay.dat"
			organization is line sequential.
		Select Lockbox-Report-File assign to "lockrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Lock-Parm-File.
	01 Lock-Parm-Rec.
		03 PM-Store-ID		PIC 99.
		03 PM-Batch-Number	PIC 9(04).
		03 PM-Last-Deposit	PIC 9(08).
	FD Lock-Parm-Out-File.
	01 Lock-Parm-Out-Rec.
		03 PN-Store-ID		PIC 99.
		03 PN-Batch-Number	PIC 9(04).
		03 PN-Last-Deposit	PIC 9(08).
	FD Customer-Master-File.
	01 Cust-Mast-Rec.
		03 CM-Cust-ID		PIC 9999.
		03 CM-Cust-Name		PIC X(20).
		03 CM-Cust-Status	PIC X.
		03 CM-Credit-Limit	PIC 9(06)V99.
	FD Lockbox-File.
	01 Lockbox-Rec.
		03 LB-Rec-Type		PIC X.
		03 filler		PIC X(44).
	01 Lockbox-Header-Rec.
		03 LH-Rec-Type		PIC X.
		03 LH-Deposit-Date	PIC 9(08).
		03 LH-Deposit-Date-R Redefines LH-Deposit-Date.
			05 LH-Dep-Year		PIC 9999.
			05 LH-Dep-Month		PIC 99.
			05 LH-Dep-Day		PIC 99.
		03 LH-Bank-Account	PIC X(12).
		03 filler		PIC X(24).
	01 Lockbox-Detail-Rec.
		03 LD-Rec-Type		PIC X.
		03 LD-Cust-ID		PIC X(04).
		03 LD-Cust-Name		PIC X(20).
		03 LD-Amount		PIC 9(07)V99.
		03 LD-Check-No		PIC X(10).
		03 filler		PIC X.
	01 Lockbox-Trailer-Rec.
		03 LT-Rec-Type		PIC X.
		03 LT-Item-Count	PIC 9(05).
		03 LT-Control-Total	PIC 9(09)V99.
		03 filler		PIC X(28).
	FD Unapplied-In-File.
	01 Unapplied-In-Rec.
		03 UI-Deposit-Date	PIC 9(08).
		03 UI-Check-No		PIC X(10).
		03 UI-Cust-ID		PIC X(04).
		03 UI-Cust-Name		PIC X(20).
		03 UI-Amount		PIC 9(07)V99.
		03 UI-Reason		PIC X(24).
		03 UI-Entered-Date	PIC 9(06).
	FD Unapplied-Out-File.
	01 Unapplied-Out-Rec.
		03 UO-Deposit-Date	PIC 9(08).
		03 UO-Check-No		PIC X(10).
		03 UO-Cust-ID		PIC X(04).
		03 UO-Cust-Name		PIC X(20).
		03 UO-Amount		PIC 9(07)V99.
		03 UO-Reason		PIC X(24).
		03 UO-Entered-Date	PIC 9(06).
	FD Cash-Apply-File.
	01 Cash-Apply-Rec.
		03 CA-Deposit-Date	PIC 9(08).
		03 CA-Check-No		PIC X(10).
		03 CA-Cust-ID		PIC 9999.
	FD Cash-Apply-Out-File.
	01 Cash-Apply-Out-Rec		PIC X(22).
	FD Lock-Payment-File.
	01 Lock-Payment-Rec.
		03 PY-Rec-Type		PIC X.
		03 PY-Trans-Date.
			05 PY-Trans-Month	PIC 99.
			05 PY-Trans-Day		PIC 99.
			05 PY-Trans-Year	PIC 9999.
		03 PY-Cust-ID		PIC 9999.
		03 PY-Item-Code		PIC 999.
		03 PY-Quantity		PIC 99.
		03 PY-Price-Per-Unit	PIC 99V99.
		03 PY-Trans-Type	PIC X.
		03 PY-Slsp-ID		PIC 999.
	01 Lock-Payment-Trailer.
		03 PYT-Rec-Type		PIC X.
		03 PYT-Expected-Count	PIC 9(07).
		03 PYT-Expected-Cost	PIC S9(09)V99.
		03 filler		PIC X(07).
	FD Lockbox-Report-File.
	01 Lockbox-Report-Line		PIC X(110).
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
	01 Lock-Parm-Status	PIC XX.
	01 Cust-Mast-Status		PIC XX.
	01 Lockbox-Status		PIC XX.
	01 Unapplied-Status	PIC XX.
	01 Cash-Apply-Status	PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Lock-Store-ID		PIC 99 Value 0.
	01 Lock-Batch-Number	PIC 9(04) Value 0.
	01 Last-Deposit-Date	PIC 9(08) Value 0.
	01 Deposit-Date		PIC 9(08) Value 0.
	01 Deposit-Date-R Redefines Deposit-Date.
	  03 DD-Year			PIC 9999.
	  03 DD-Month		PIC 99.
	  03 DD-Day			PIC 99.
	01 Cust-Name-Table.
	  03 CN-Entry OCCURS 9999 TIMES.
	    05 CN-Name			PIC X(20).
	    05 CN-Status		PIC X.
	01 Cust-Sub			PIC 9(05).
	01 Remit-Cust-Wrk		PIC X(04).
	01 Remit-Cust-Num Redefines Remit-Cust-Wrk PIC 9(04).
	01 Name-Match-Count	PIC 9(05) Value 0.
	01 Name-Match-Cust		PIC 9999 Value 0.
	01 Remit-Table.
	  03 RM-Entry OCCURS 2000 TIMES.
	    05 RM-Cust-ID		PIC X(04).
	    05 RM-Cust-Name		PIC X(20).
	    05 RM-Amount		PIC 9(07)V99.
	    05 RM-Check-No		PIC X(10).
	    05 RM-Match-Cust		PIC 9999.
	    05 RM-Reason		PIC X(24).
	01 Remit-Count		PIC 9(05) Value 0.
	01 Remit-Sub		PIC 9(05).
	01 Unapplied-Table.
	  03 UA-Entry OCCURS 2000 TIMES.
	    05 UA-Deposit-Date		PIC 9(08).
	    05 UA-Check-No		PIC X(10).
	    05 UA-Cust-ID		PIC X(04).
	    05 UA-Cust-Name		PIC X(20).
	    05 UA-Amount		PIC 9(07)V99.
	    05 UA-Reason		PIC X(24).
	    05 UA-Entered-Date		PIC 9(06).
	    05 UA-Release-Cust		PIC 9999.
	01 Unapplied-Count		PIC 9(05) Value 0.
	01 Unapplied-Sub		PIC 9(05).
	01 UA-Found-Sub		PIC 9(05) Value 0.
	01 Apply-Reject-Table.
	  03 AR-Entry OCCURS 500 TIMES	PIC X(22).
	01 Apply-Reject-Sub	PIC 9(05).
	01 Lockbox-Checks.
	  03 Lockbox-Present		PIC X Value "N".
	  03 Header-Seen		PIC X Value "N".
	  03 Trailer-Seen		PIC X Value "N".
	  03 Control-Count		PIC 9(05) Value 0.
	  03 Control-Total		PIC 9(09)V99 Value 0.
	  03 Remit-Overflow		PIC X Value "N".
	  03 Unapplied-Overflow	PIC X Value "N".
	01 Run-OK			PIC X Value "Y".
	01 Refuse-Reason		PIC X(44) Value spaces.
	01 Payment-Work.
	  03 Pay-Cust-ID		PIC 9999.
	  03 Pay-Trans-Date.
	    05 Pay-Trans-Month		PIC 99.
	    05 Pay-Trans-Day		PIC 99.
	    05 Pay-Trans-Year		PIC 9999.
	  03 Pay-Remaining		PIC 9(07)V99.
	  03 Pay-Qty			PIC 9(05).
	  03 Pay-Price		PIC 99V99.
	  03 Pay-Line-Amount		PIC 9(07)V99.
	01 Full-Line-Amount	PIC 9(07)V99 Value 9899.01.
	01 Lockbox-Totals.
	  03 Remit-Total		PIC 9(09)V99 Value 0.
	  03 Applied-Count		PIC 9(05) Value 0.
	  03 Applied-Total		PIC 9(09)V99 Value 0.
	  03 New-Unapplied-Count	PIC 9(05) Value 0.
	  03 New-Unapplied-Total	PIC 9(09)V99 Value 0.
	  03 Released-Count		PIC 9(05) Value 0.
	  03 Released-Total		PIC 9(09)V99 Value 0.
	  03 Apply-Reject-Count	PIC 9(05) Value 0.
	  03 Open-Unapplied-Count	PIC 9(05) Value 0.
	  03 Open-Unapplied-Total	PIC 9(09)V99 Value 0.
	  03 Payment-Lines		PIC 9(07) Value 0.
	  03 Payment-Cost		PIC S9(09)V99 Value 0.
	01 Lockbox-Eof		PIC XXX Value "No".
	01 Unapplied-Eof		PIC XXX Value "No".
	01 Cash-Apply-Eof		PIC XXX Value "No".
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(29) value "LOCKBOX REMITTANCE REGISTER  ".
	  03 filler			PIC X(16) value spaces.
	  03 filler			PIC X(5)  value "PAGE ".
	  03 RH-Page-Out		PIC ZZZ9.
	01 Report-Header-2.
	  03 filler			PIC X(10) value "RUN DATE: ".
	  03 RH-MM			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-DD			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-YY			PIC 99.
	  03 filler			PIC X(12) value "   DEPOSIT: ".
	  03 RH-Deposit-out		PIC 9(08).
	  03 filler			PIC X(9)  value "  STORE: ".
	  03 RH-Store-out		PIC 99.
	  03 filler			PIC X(9)  value "  BATCH: ".
	  03 RH-Batch-out		PIC 9999.
	01 Section-Title-Hold	PIC X(110) Value spaces.
	01 Column-Heading-Hold	PIC X(110) Value spaces.
	01 Remit-Section-Line.
	  03 filler			PIC X(30) value "REMITTANCES RECEIVED".
	01 Remit-Column-Line.
	  03 filler			PIC X(50)
		value "CHECK NO    CUST  REMITTER NAME             AMOUNT".
	  03 filler			PIC X(30)
		value "    APPLIED   STATUS".
	01 Remit-Detail-Line.
	  03 RE-Check-out		PIC X(10).
	  03 filler			PIC X(2)  value spaces.
	  03 RE-Cust-out		PIC X(04).
	  03 filler			PIC X(2)  value spaces.
	  03 RE-Name-out		PIC X(20).
	  03 filler			PIC X(2)  value spaces.
	  03 RE-Amount-out		PIC ZZZZZZ9.99.
	  03 filler			PIC X(4)  value spaces.
	  03 RE-Applied-out		PIC X(04).
	  03 filler			PIC X(6)  value spaces.
	  03 RE-Status-out		PIC X(36).
	01 Release-Section-Line.
	  03 filler			PIC X(40) value "UNAPPLIED CASH RELEASED / REJECTED".
	01 Release-Column-Line.
	  03 filler			PIC X(52)
		value "CHECK NO    DEPOSIT       AMOUNT    CUST      STATUS".
	01 Open-Section-Line.
	  03 filler			PIC X(40) value "OPEN UNAPPLIED CASH".
	01 Open-Column-Line.
	  03 filler			PIC X(54)
		value "CHECK NO    DEPOSIT   REMITTER NAME             AMOUNT".
	  03 filler			PIC X(30)
		value "   ENTERED  REASON".
	01 Open-Detail-Line.
	  03 OL-Check-out		PIC X(10).
	  03 filler			PIC X(2)  value spaces.
	  03 OL-Deposit-out		PIC 9(08).
	  03 filler			PIC X(2)  value spaces.
	  03 OL-Name-out		PIC X(20).
	  03 filler			PIC X(2)  value spaces.
	  03 OL-Amount-out		PIC ZZZZZZ9.99.
	  03 filler			PIC X(3)  value spaces.
	  03 OL-Entered-out		PIC 9(06).
	  03 filler			PIC X(2)  value spaces.
	  03 OL-Reason-out		PIC X(24).
	01 Release-Detail-Line.
	  03 RR-Check-out		PIC X(10).
	  03 filler			PIC X(2)  value spaces.
	  03 RR-Deposit-out		PIC 9(08).
	  03 filler			PIC X(2)  value spaces.
	  03 RR-Amount-out		PIC ZZZZZZ9.99.
	  03 filler			PIC X(4)  value spaces.
	  03 RR-Applied-out		PIC 9999.
	  03 filler			PIC X(6)  value spaces.
	  03 RR-Status-out		PIC X(34).
	01 Refused-Line.
	  03 filler			PIC X(26) value "*** LOCKBOX REFUSED *** - ".
	  03 RF-Reason-out		PIC X(44).
	01 Recon-Line.
	  03 filler			PIC X(17) value "DEPOSIT ITEMS:   ".
	  03 RC-Count-out		PIC ZZZZ9.
	  03 filler			PIC X(12) value "  CONTROL:  ".
	  03 RC-Control-Count-out	PIC ZZZZ9.
	  03 filler			PIC X(13) value "   AMOUNT:  $".
	  03 RC-Total-out		PIC ZZZZZZZZ9.99.
	  03 filler			PIC X(13) value "  CONTROL:  $".
	  03 RC-Control-Total-out	PIC ZZZZZZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 RC-Status-out		PIC X(15).
	01 Intake-Entry-Line.
	  03 filler			PIC X(32) value "PAYMENT BATCH FOR STORE INTAKE: ".
	  03 IE-Store-out		PIC 99.
	  03 IE-Batch-out		PIC 9999.
	  03 filler			PIC X(11) value "lockpay.dat".
	01 Total-Line.
	  03 TL-Label-out		PIC X(32).
	  03 TL-Count-out		PIC ZZZZZZ9.
	01 Value-Line.
	  03 VL-Label-out		PIC X(32).
	  03 VL-Value-out		PIC -ZZZZZZZZ9.99.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Bank lockbox interface.  Remittances matched to *>
      *>   a customer become payment lines in lockpay.dat  *>
      *>   for StoreIntake; the rest are held on           *>
      *>   unapplied.dat until cashapply.dat names the     *>
      *>   customer.  Nothing is posted if the deposit     *>
      *>   does not agree to the bank's control total, and *>
      *>   lockpay.dat is left empty so the last run's     *>
      *>   payments cannot be taken in a second time.      *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Load-Lockbox.
       Perform Check-Lockbox.
       IF Run-OK = "Y"
	   Perform Match-Remittances
	   Perform Load-Unapplied
	   Perform Apply-Cash-Releases
	   Perform Write-Payment-Batch
	   Perform Write-Unapplied
	   Perform Write-Lock-Parameters
       ELSE
	   Perform Refuse-Lockbox
       END-IF.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open input Lock-Parm-File.
	   IF Lock-Parm-Status Not = "00"
		Display "FATAL - LOCKBOX PARAMETER FILE NOT AVAILABLE, STATUS: "
			Lock-Parm-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Lock-Parm-File
		at end Move spaces to Lock-Parm-Rec
	   End-Read.
	   Close Lock-Parm-File.
	   IF PM-Store-ID is not Numeric OR PM-Batch-Number is not Numeric
		Display "FATAL - LOCKBOX STORE/BATCH NOT NUMERIC: "
			Lock-Parm-Rec
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Move PM-Store-ID to Lock-Store-ID.
	   Move PM-Batch-Number to Lock-Batch-Number.
	   IF PM-Last-Deposit is Numeric
		Move PM-Last-Deposit to Last-Deposit-Date
	   END-IF.
	   Open input Customer-Master-File.
	   IF Cust-Mast-Status Not = "00"
		Display "FATAL - CUSTOMER MASTER FILE NOT AVAILABLE, STATUS: "
			Cust-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Perform Load-Cust-Name Varying Cust-Sub From 1 By 1
		Until Cust-Sub > 9999.
	   Close Customer-Master-File.
	   Open output Lockbox-Report-File.
       Load-Cust-Name.
	   Move Cust-Sub to CM-Cust-ID.
	   Read Customer-Master-File
		invalid key
		     Move spaces to CN-Name (Cust-Sub)
		     Move space to CN-Status (Cust-Sub)
		not invalid key
		     Move CM-Cust-Name to CN-Name (Cust-Sub)
		     Move CM-Cust-Status to CN-Status (Cust-Sub)
	   END-READ.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Move Deposit-Date to RH-Deposit-out.
	   Move Lock-Store-ID to RH-Store-out.
	   Move Lock-Batch-Number to RH-Batch-out.
	   Write Lockbox-Report-Line from Report-Header-1.
	   Write Lockbox-Report-Line from Report-Header-2.
	   Move spaces to Lockbox-Report-Line.
	   Write Lockbox-Report-Line.
	   Write Lockbox-Report-Line from Section-Title-Hold.
	   Write Lockbox-Report-Line from Column-Heading-Hold.
	   Move 5 to Line-Count.
       Write-Lockbox-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Lockbox-Report-Line from Print-rec.
	   Add 1 to Line-Count.
       Start-Report-Section.
	   IF Line-Count >= Lines-Per-Page - 4
		Move 99 to Line-Count
	   ELSE
		Move spaces to Print-rec
		Perform Write-Lockbox-Line
		Write Lockbox-Report-Line from Section-Title-Hold
		Write Lockbox-Report-Line from Column-Heading-Hold
		Add 2 to Line-Count
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Bank file is one "H" deposit header, the "D"    *>
      *>   remittances and a "T" control trailer.          *>
      *> ------------------------------------------------- *>
       Load-Lockbox.
	   Open input Lockbox-File.
	   IF Lockbox-Status = "00" OR Lockbox-Status = "05"
		Read Lockbox-File at end Move "Yes" to Lockbox-Eof
		END-READ
		Perform Load-Lockbox-Rec until Lockbox-Eof = "Yes"
		Close Lockbox-File
	   END-IF.
       Load-Lockbox-Rec.
	   Move "Y" to Lockbox-Present.
	   IF LB-Rec-Type = "H"
		Move "Y" to Header-Seen
		IF LH-Deposit-Date is Numeric
		     Move LH-Deposit-Date to Deposit-Date
		END-IF
	   END-IF.
	   IF LB-Rec-Type = "D"
		Perform Load-Remittance
	   END-IF.
	   IF LB-Rec-Type = "T"
		Move "Y" to Trailer-Seen
		IF LT-Item-Count is Numeric
		     Move LT-Item-Count to Control-Count
		END-IF
		IF LT-Control-Total is Numeric
		     Move LT-Control-Total to Control-Total
		END-IF
	   END-IF.
	   Read Lockbox-File at end Move "Yes" to Lockbox-Eof.
       Load-Remittance.
	   IF Remit-Count < 2000
		Add 1 to Remit-Count
		Move LD-Cust-ID to RM-Cust-ID (Remit-Count)
		Move LD-Cust-Name to RM-Cust-Name (Remit-Count)
		Move LD-Check-No to RM-Check-No (Remit-Count)
		Move 0 to RM-Match-Cust (Remit-Count)
		Move spaces to RM-Reason (Remit-Count)
		IF LD-Amount is Numeric
		     Move LD-Amount to RM-Amount (Remit-Count)
		ELSE
		     Move 0 to RM-Amount (Remit-Count)
		     Move "AMOUNT NOT NUMERIC" to RM-Reason (Remit-Count)
		END-IF
		Add RM-Amount (Remit-Count) to Remit-Total
	   ELSE
		Move "Y" to Remit-Overflow
	   END-IF.
       Check-Lockbox.
	   IF Lockbox-Present = "Y"
		IF Header-Seen Not = "Y" OR Deposit-Date = 0 OR
		   DD-Month < 1 OR DD-Month > 12 OR DD-Day < 1 OR DD-Day > 31
		     Move "NO VALID DEPOSIT HEADER" to Refuse-Reason
		END-IF
		IF Refuse-Reason = spaces AND Trailer-Seen Not = "Y"
		     Move "NO CONTROL TRAILER" to Refuse-Reason
		END-IF
		IF Refuse-Reason = spaces AND Remit-Overflow = "Y"
		     Move "TOO MANY REMITTANCES" to Refuse-Reason
		END-IF
		IF Refuse-Reason = spaces AND
		   Deposit-Date Not > Last-Deposit-Date
		     Move "DEPOSIT DATE ALREADY PROCESSED" to Refuse-Reason
		END-IF
		IF Refuse-Reason = spaces AND
		   (Remit-Count Not = Control-Count OR
		    Remit-Total Not = Control-Total)
		     Move "DEPOSIT DOES NOT RECONCILE TO CONTROL TOTAL"
			to Refuse-Reason
		END-IF
	   END-IF.
	   IF Refuse-Reason Not = spaces
		Move "N" to Run-OK
	   END-IF.
       Refuse-Lockbox.
	   Move Refuse-Reason to RF-Reason-out.
	   Display Refused-Line.
	   Move Refused-Line to Print-rec.
	   Perform Write-Lockbox-Line.
	   Open output Lock-Payment-File.
	   Close Lock-Payment-File.
	   Move 16 to Return-Code.
      *> ------------------------------------------------- *>
      *>   Match on customer number first, then on an      *>
      *>   exact name that belongs to one customer only.   *>
      *> ------------------------------------------------- *>
       Match-Remittances.
	   Move Remit-Section-Line to Section-Title-Hold.
	   Move Remit-Column-Line to Column-Heading-Hold.
	   Perform Match-One-Remittance Varying Remit-Sub From 1 By 1
		Until Remit-Sub > Remit-Count.
       Match-One-Remittance.
	   IF RM-Reason (Remit-Sub) = spaces AND RM-Amount (Remit-Sub) = 0
		Move "AMOUNT ZERO" to RM-Reason (Remit-Sub)
	   END-IF.
	   IF RM-Reason (Remit-Sub) = spaces
		Move RM-Cust-ID (Remit-Sub) to Remit-Cust-Wrk
		IF Remit-Cust-Wrk is Numeric AND Remit-Cust-Num > 0
		     Move Remit-Cust-Num to Cust-Sub
		     IF CN-Name (Cust-Sub) Not = spaces
			Move Remit-Cust-Num to RM-Match-Cust (Remit-Sub)
		     END-IF
		END-IF
		IF RM-Match-Cust (Remit-Sub) = 0
		     Perform Match-By-Name
		END-IF
	   END-IF.
	   IF RM-Match-Cust (Remit-Sub) > 0
		Move RM-Match-Cust (Remit-Sub) to Cust-Sub
		IF CN-Status (Cust-Sub) Not = "A" AND
		   CN-Status (Cust-Sub) Not = "H"
		     Move "CUSTOMER NOT ACTIVE" to RM-Reason (Remit-Sub)
		     Move 0 to RM-Match-Cust (Remit-Sub)
		END-IF
	   END-IF.
	   IF RM-Match-Cust (Remit-Sub) > 0
		Add 1 to Applied-Count
		Add RM-Amount (Remit-Sub) to Applied-Total
		Move "APPLIED" to RE-Status-out
		Move RM-Match-Cust (Remit-Sub) to RE-Applied-out
	   ELSE
		Add 1 to New-Unapplied-Count
		Add RM-Amount (Remit-Sub) to New-Unapplied-Total
		Move spaces to RE-Status-out
		String "UNAPPLIED - " RM-Reason (Remit-Sub)
		     delimited by size into RE-Status-out
		Move spaces to RE-Applied-out
	   END-IF.
	   Move RM-Check-No (Remit-Sub) to RE-Check-out.
	   Move RM-Cust-ID (Remit-Sub) to RE-Cust-out.
	   Move RM-Cust-Name (Remit-Sub) to RE-Name-out.
	   Move RM-Amount (Remit-Sub) to RE-Amount-out.
	   Move Remit-Detail-Line to Print-rec.
	   Perform Write-Lockbox-Line.
       Match-By-Name.
	   Move 0 to Name-Match-Count.
	   Move 0 to Name-Match-Cust.
	   IF RM-Cust-Name (Remit-Sub) Not = spaces
		Perform Check-Cust-Name Varying Cust-Sub From 1 By 1
		     Until Cust-Sub > 9999
	   END-IF.
	   IF Name-Match-Count = 1
		Move Name-Match-Cust to RM-Match-Cust (Remit-Sub)
	   ELSE
		IF Name-Match-Count > 1
		     Move "AMBIGUOUS CUSTOMER NAME" to RM-Reason (Remit-Sub)
		ELSE
		     Move "NO MATCHING CUSTOMER" to RM-Reason (Remit-Sub)
		END-IF
	   END-IF.
       Check-Cust-Name.
	   IF CN-Name (Cust-Sub) = RM-Cust-Name (Remit-Sub)
		Add 1 to Name-Match-Count
		Move Cust-Sub to Name-Match-Cust
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Unapplied cash is released when cashapply.dat   *>
      *>   names an active customer for the deposit date   *>
      *>   and check number.  Rejected release records    *>
      *>   are kept on cashapply.dat for correction.       *>
      *> ------------------------------------------------- *>
       Load-Unapplied.
	   Open input Unapplied-In-File.
	   IF Unapplied-Status = "00" OR Unapplied-Status = "05"
		Read Unapplied-In-File at end Move "Yes" to Unapplied-Eof
		END-READ
		Perform Load-Unapplied-Rec until Unapplied-Eof = "Yes"
		Close Unapplied-In-File
	   END-IF.
       Load-Unapplied-Rec.
	   IF Unapplied-Count < 2000
		Add 1 to Unapplied-Count
		Move UI-Deposit-Date to UA-Deposit-Date (Unapplied-Count)
		Move UI-Check-No to UA-Check-No (Unapplied-Count)
		Move UI-Cust-ID to UA-Cust-ID (Unapplied-Count)
		Move UI-Cust-Name to UA-Cust-Name (Unapplied-Count)
		Move UI-Amount to UA-Amount (Unapplied-Count)
		Move UI-Reason to UA-Reason (Unapplied-Count)
		Move UI-Entered-Date to UA-Entered-Date (Unapplied-Count)
		Move 0 to UA-Release-Cust (Unapplied-Count)
	   ELSE
		Move "Y" to Unapplied-Overflow
	   END-IF.
	   Read Unapplied-In-File at end Move "Yes" to Unapplied-Eof.
       Apply-Cash-Releases.
	   IF Unapplied-Overflow = "Y"
		Display "FATAL - UNAPPLIED CASH FILE TOO LARGE TO LOAD"
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Move Release-Section-Line to Section-Title-Hold.
	   Move Release-Column-Line to Column-Heading-Hold.
	   Open input Cash-Apply-File.
	   IF Cash-Apply-Status = "00" OR Cash-Apply-Status = "05"
		Read Cash-Apply-File at end Move "Yes" to Cash-Apply-Eof
		END-READ
		IF Cash-Apply-Eof Not = "Yes"
		     Perform Start-Report-Section
		END-IF
		Perform Apply-Cash-Rec until Cash-Apply-Eof = "Yes"
		Close Cash-Apply-File
	   END-IF.
       Apply-Cash-Rec.
	   Move 0 to UA-Found-Sub.
	   Perform Find-Unapplied-Entry Varying Unapplied-Sub From 1 By 1
		Until Unapplied-Sub > Unapplied-Count OR UA-Found-Sub > 0.
	   Move CA-Check-No to RR-Check-out.
	   Move CA-Deposit-Date to RR-Deposit-out.
	   Move CA-Cust-ID to RR-Applied-out.
	   Move 0 to RR-Amount-out.
	   IF UA-Found-Sub = 0
		Move "REJECTED - NOT ON UNAPPLIED FILE" to RR-Status-out
		Add 1 to Apply-Reject-Count
	   ELSE
		Move UA-Amount (UA-Found-Sub) to RR-Amount-out
		IF CA-Cust-ID is not Numeric OR CA-Cust-ID = 0
		     Move "REJECTED - CUSTOMER NOT NUMERIC" to RR-Status-out
		     Add 1 to Apply-Reject-Count
		ELSE
		     Move CA-Cust-ID to Cust-Sub
		     IF CN-Status (Cust-Sub) Not = "A" AND
			CN-Status (Cust-Sub) Not = "H"
			Move "REJECTED - CUSTOMER NOT ACTIVE"
			     to RR-Status-out
			Add 1 to Apply-Reject-Count
		     ELSE
			Move CA-Cust-ID to UA-Release-Cust (UA-Found-Sub)
			Move "RELEASED" to RR-Status-out
			Add 1 to Released-Count
			Add UA-Amount (UA-Found-Sub) to Released-Total
		     END-IF
		END-IF
	   END-IF.
	   IF RR-Status-out Not = "RELEASED"
		Perform Hold-Apply-Reject
	   END-IF.
	   Move Release-Detail-Line to Print-rec.
	   Perform Write-Lockbox-Line.
	   Read Cash-Apply-File at end Move "Yes" to Cash-Apply-Eof.
       Hold-Apply-Reject.
	   IF Apply-Reject-Count > 500
		Display "FATAL - TOO MANY REJECTED CASH APPLY RECORDS"
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Move Cash-Apply-Rec to AR-Entry (Apply-Reject-Count).
       Find-Unapplied-Entry.
	   IF UA-Deposit-Date (Unapplied-Sub) = CA-Deposit-Date AND
	      UA-Check-No (Unapplied-Sub) = CA-Check-No AND
	      UA-Release-Cust (Unapplied-Sub) = 0
		Move Unapplied-Sub to UA-Found-Sub
	   END-IF.
      *> ------------------------------------------------- *>
      *>   A payment line holds at most 99 x 99.99, so a   *>
      *>   remittance is split into full 9899.01 lines, a  *>
      *>   line of n x 99.99 and a single line for the     *>
      *>   odd cents.  The lines add back to the amount.   *>
      *> ------------------------------------------------- *>
       Write-Payment-Batch.
	   Open output Lock-Payment-File.
	   Move DD-Month to Pay-Trans-Month.
	   Move DD-Day to Pay-Trans-Day.
	   Move DD-Year to Pay-Trans-Year.
	   Perform Write-Remit-Payment Varying Remit-Sub From 1 By 1
		Until Remit-Sub > Remit-Count.
	   Move RD-MM to Pay-Trans-Month.
	   Move RD-DD to Pay-Trans-Day.
	   Compute Pay-Trans-Year = 2000 + RD-YY.
	   Perform Write-Released-Payment
		Varying Unapplied-Sub From 1 By 1
		Until Unapplied-Sub > Unapplied-Count.
	   IF Payment-Lines > 0
		Move spaces to Lock-Payment-Trailer
		Move "T" to PYT-Rec-Type
		Move Payment-Lines to PYT-Expected-Count
		Move Payment-Cost to PYT-Expected-Cost
		Write Lock-Payment-Trailer
	   END-IF.
	   Close Lock-Payment-File.
       Write-Remit-Payment.
	   IF RM-Match-Cust (Remit-Sub) > 0
		Move RM-Match-Cust (Remit-Sub) to Pay-Cust-ID
		Move RM-Amount (Remit-Sub) to Pay-Remaining
		Perform Split-Payment
	   END-IF.
       Write-Released-Payment.
	   IF UA-Release-Cust (Unapplied-Sub) > 0
		Move UA-Release-Cust (Unapplied-Sub) to Pay-Cust-ID
		Move UA-Amount (Unapplied-Sub) to Pay-Remaining
		Perform Split-Payment
	   END-IF.
       Split-Payment.
	   Perform Write-Full-Payment-Line
		until Pay-Remaining < Full-Line-Amount.
	   IF Pay-Remaining > 99.99
		Divide Pay-Remaining by 99.99 giving Pay-Qty
		Move 99.99 to Pay-Price
		Perform Write-Payment-Line
	   END-IF.
	   IF Pay-Remaining > 0
		Move 1 to Pay-Qty
		Move Pay-Remaining to Pay-Price
		Perform Write-Payment-Line
	   END-IF.
       Write-Full-Payment-Line.
	   Move 99 to Pay-Qty.
	   Move 99.99 to Pay-Price.
	   Perform Write-Payment-Line.
       Write-Payment-Line.
	   Move spaces to Lock-Payment-Rec.
	   Move Pay-Trans-Month to PY-Trans-Month.
	   Move Pay-Trans-Day to PY-Trans-Day.
	   Move Pay-Trans-Year to PY-Trans-Year.
	   Move Pay-Cust-ID to PY-Cust-ID.
	   Move 0 to PY-Item-Code.
	   Move Pay-Qty to PY-Quantity.
	   Move Pay-Price to PY-Price-Per-Unit.
	   Move "C" to PY-Trans-Type.
	   Move 0 to PY-Slsp-ID.
	   Write Lock-Payment-Rec.
	   Compute Pay-Line-Amount = Pay-Qty * Pay-Price.
	   Subtract Pay-Line-Amount from Pay-Remaining.
	   Subtract Pay-Line-Amount from Payment-Cost.
	   Add 1 to Payment-Lines.
       Write-Unapplied.
	   Move Open-Section-Line to Section-Title-Hold.
	   Move Open-Column-Line to Column-Heading-Hold.
	   Perform Start-Report-Section.
	   Open output Unapplied-Out-File.
	   Perform Write-Open-Unapplied Varying Unapplied-Sub From 1 By 1
		Until Unapplied-Sub > Unapplied-Count.
	   Perform Write-New-Unapplied Varying Remit-Sub From 1 By 1
		Until Remit-Sub > Remit-Count.
	   Close Unapplied-Out-File.
	   Open output Cash-Apply-Out-File.
	   Perform Write-Apply-Reject Varying Apply-Reject-Sub From 1 By 1
		Until Apply-Reject-Sub > Apply-Reject-Count.
	   Close Cash-Apply-Out-File.
       Write-Apply-Reject.
	   Move AR-Entry (Apply-Reject-Sub) to Cash-Apply-Out-Rec.
	   Write Cash-Apply-Out-Rec.
       Write-Open-Unapplied.
	   IF UA-Release-Cust (Unapplied-Sub) = 0
		Move UA-Deposit-Date (Unapplied-Sub) to UO-Deposit-Date
		Move UA-Check-No (Unapplied-Sub) to UO-Check-No
		Move UA-Cust-ID (Unapplied-Sub) to UO-Cust-ID
		Move UA-Cust-Name (Unapplied-Sub) to UO-Cust-Name
		Move UA-Amount (Unapplied-Sub) to UO-Amount
		Move UA-Reason (Unapplied-Sub) to UO-Reason
		Move UA-Entered-Date (Unapplied-Sub) to UO-Entered-Date
		Perform Put-Unapplied-Rec
	   END-IF.
       Write-New-Unapplied.
	   IF RM-Match-Cust (Remit-Sub) = 0
		Move Deposit-Date to UO-Deposit-Date
		Move RM-Check-No (Remit-Sub) to UO-Check-No
		Move RM-Cust-ID (Remit-Sub) to UO-Cust-ID
		Move RM-Cust-Name (Remit-Sub) to UO-Cust-Name
		Move RM-Amount (Remit-Sub) to UO-Amount
		Move RM-Reason (Remit-Sub) to UO-Reason
		Move Run-Date to UO-Entered-Date
		Perform Put-Unapplied-Rec
	   END-IF.
       Put-Unapplied-Rec.
	   Write Unapplied-Out-Rec.
	   Add 1 to Open-Unapplied-Count.
	   Add UO-Amount to Open-Unapplied-Total.
	   Move UO-Check-No to OL-Check-out.
	   Move UO-Deposit-Date to OL-Deposit-out.
	   Move UO-Cust-Name to OL-Name-out.
	   Move UO-Amount to OL-Amount-out.
	   Move UO-Entered-Date to OL-Entered-out.
	   Move UO-Reason to OL-Reason-out.
	   Move Open-Detail-Line to Print-rec.
	   Perform Write-Lockbox-Line.
       Write-Lock-Parameters.
	   Move Lock-Store-ID to PN-Store-ID.
	   IF Payment-Lines > 0
		IF Lock-Batch-Number = 9999
		     Move 1 to PN-Batch-Number
		ELSE
		     Add 1 to Lock-Batch-Number giving PN-Batch-Number
		END-IF
	   ELSE
		Move Lock-Batch-Number to PN-Batch-Number
	   END-IF.
	   IF Lockbox-Present = "Y"
		Move Deposit-Date to PN-Last-Deposit
	   ELSE
		Move Last-Deposit-Date to PN-Last-Deposit
	   END-IF.
	   Open output Lock-Parm-Out-File.
	   Write Lock-Parm-Out-Rec.
	   Close Lock-Parm-Out-File.
       Termination.
	   Move spaces to Section-Title-Hold.
	   Move spaces to Column-Heading-Hold.
	   Move spaces to Print-rec.
	   Perform Write-Lockbox-Line.
	   IF Lockbox-Present = "Y"
		Move Remit-Count to RC-Count-out
		Move Control-Count to RC-Control-Count-out
		Move Remit-Total to RC-Total-out
		Move Control-Total to RC-Control-Total-out
		IF Remit-Count = Control-Count AND
		   Remit-Total = Control-Total
		     Move "RECONCILED" to RC-Status-out
		ELSE
		     Move "*** NOT IN BAL" to RC-Status-out
		END-IF
		Move Recon-Line to Print-rec
		Perform Write-Lockbox-Line
	   ELSE
		Move "NO LOCKBOX FILE TODAY" to TL-Label-out
		Move 0 to TL-Count-out
		Perform Write-Total-Line
	   END-IF.
	   Move "REMITTANCES APPLIED:" to TL-Label-out.
	   Move Applied-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "AMOUNT APPLIED:                $" to VL-Label-out.
	   Move Applied-Total to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "REMITTANCES TO UNAPPLIED:" to TL-Label-out.
	   Move New-Unapplied-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "AMOUNT TO UNAPPLIED:           $" to VL-Label-out.
	   Move New-Unapplied-Total to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "UNAPPLIED ITEMS RELEASED:" to TL-Label-out.
	   Move Released-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "AMOUNT RELEASED:               $" to VL-Label-out.
	   Move Released-Total to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "CASH APPLY RECORDS REJECTED:" to TL-Label-out.
	   Move Apply-Reject-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "OPEN UNAPPLIED ITEMS:" to TL-Label-out.
	   Move Open-Unapplied-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "OPEN UNAPPLIED AMOUNT:         $" to VL-Label-out.
	   Move Open-Unapplied-Total to VL-Value-out.
	   Perform Write-Value-Line.
	   Move "PAYMENT LINES WRITTEN:" to TL-Label-out.
	   Move Payment-Lines to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "PAYMENT BATCH NET AMOUNT:      $" to VL-Label-out.
	   Move Payment-Cost to VL-Value-out.
	   Perform Write-Value-Line.
	   IF Run-OK = "Y" AND Payment-Lines > 0
		Move Lock-Store-ID to IE-Store-out
		Move Lock-Batch-Number to IE-Batch-out
		Move Intake-Entry-Line to Print-rec
		Perform Write-Lockbox-Line
	   END-IF.
	   IF Apply-Reject-Count > 0
		Move 16 to Return-Code
	   END-IF.
	   Close Lockbox-Report-File.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Lockbox-Line.
       Write-Value-Line.
	   Move Value-Line to Print-rec.
	   Perform Write-Lockbox-Line.
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
	   Move "Lockbox" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
