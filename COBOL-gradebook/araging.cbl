	Identification Division.
	Program-id.   ARAging.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Posted-History-File assign to "posthist.dat"
			organization is line sequential
			file status is Post-Hist-Status.
		Select Optional Archive-Hist-File assign to "histarch.dat"
			organization is line sequential
			file status is Arch-Status.
		Select Cust-Balance-File assign to "custbal.dat"
			organization is line sequential
			file status is Cust-Bal-Status.
		Select Customer-Master-File assign to "custmast.idx"
			organization is indexed
			access is random
			record key is CM-Cust-ID
			file status is Cust-Mast-Status.
		Select Optional Aging-Parm-File assign to "arparm.dat"
			organization is line sequential
			file status is Aging-Parm-Status.
		Select Aging-Report-File assign to "agerpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Posted-History-File.
	01 Posted-Hist-Rec.
		03 PH-Run-Date		PIC 9(06).
		03 PH-Trans-Date.
			05 PH-Trans-Month	PIC 99.
			05 PH-Trans-Day		PIC 99.
			05 PH-Trans-Year	PIC 9999.
		03 PH-Cust-ID		PIC 9999.
		03 PH-Item-Code		PIC 999.
		03 PH-Quantity		PIC 99.
		03 PH-Price-Per-Unit	PIC 99V99.
		03 PH-Trans-Type	PIC X.
		03 PH-Ext-Cost		PIC S9(06)V99.
		03 PH-Store-ID		PIC 99.
		03 PH-Tax-Amount	PIC S9(05)V99.
		03 PH-Slsp-ID		PIC 999.
		03 PH-Batch-Number	PIC 9(04).
		03 PH-Reversal-Flag	PIC X.
	FD Archive-Hist-File.
	01 Archive-Hist-Rec.
		03 AH-Period		PIC 9(06).
		03 AH-Hist-Data		PIC X(53).
	FD Cust-Balance-File.
	01 Cust-Balance-Rec.
		03 CB-Cust-ID		PIC 9999.
		03 CB-Balance		PIC S9(06)V99.
	FD Customer-Master-File.
	01 Cust-Mast-Rec.
		03 CM-Cust-ID		PIC 9999.
		03 CM-Cust-Name		PIC X(20).
		03 CM-Cust-Status	PIC X.
		03 CM-Credit-Limit	PIC 9(06)V99.
	FD Aging-Parm-File.
	01 Aging-Parm-Rec.
		03 AR-Hold-Days		PIC 999.
		03 AR-As-Of-Date	PIC 9(08).
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
	01 Post-Hist-Status		PIC XX.
	01 Arch-Status		PIC XX.
	01 Cust-Bal-Status		PIC XX.
	01 Cust-Mast-Status		PIC XX.
	01 Aging-Parm-Status	PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Hold-Days		PIC 999 Value 90.
	01 As-Of-Date		PIC 9(08) Value 0.
	01 As-Of-Date-R Redefines As-Of-Date.
	  03 AO-Year			PIC 9999.
	  03 AO-Month		PIC 99.
	  03 AO-Day			PIC 99.
	01 As-Of-Day-Number	PIC 9(07) Value 0.
	01 Day-Date-Wrk.
	  03 DW-Year			PIC 9999.
	  03 DW-Month		PIC 99.
	  03 DW-Day			PIC 99.
	01 Day-Number-Wrk		PIC 9(07) Value 0.
	01 Day-Year-Wrk		PIC 9(04) Value 0.
	01 Day-Divide-Wrk.
	  03 Day-Leap-4		PIC 9(04).
	  03 Day-Leap-100		PIC 9(04).
	  03 Day-Leap-400		PIC 9(04).
	01 Leap-Year		PIC X Value "N".
	01 Leap-Divide-Wrk.
	  03 Leap-Quotient		PIC 9(04).
	  03 Leap-Rem-4		PIC 9(04).
	  03 Leap-Rem-100		PIC 9(04).
	  03 Leap-Rem-400		PIC 9(04).
	01 Cum-Days-Values.
	  03 filler			PIC X(36)
		value "000031059090120151181212243273304334".
	01 Cum-Days-Table Redefines Cum-Days-Values.
	  03 CD-Days-Before OCCURS 12 TIMES PIC 999.
	01 Age-Days-Wrk		PIC S9(07) Value 0.
	01 Bucket-Sub		PIC 9.
	01 Hist-Amount-Wrk		PIC S9(07)V99 Value 0.
	01 Open-Amount-Wrk		PIC S9(07)V99 Value 0.
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(29) value "ACCOUNTS RECEIVABLE AGING    ".
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
	  03 filler			PIC X(12) value "   AGED AS: ".
	  03 RH-As-Of-out		PIC 9(08).
	  03 filler			PIC X(14) value "   HOLD OVER: ".
	  03 RH-Hold-Days-out		PIC ZZ9.
	  03 filler			PIC X(5)  value " DAYS".
	01 Column-Heading-Line.
	  03 filler			PIC X(26) value "CUST  CUSTOMER NAME".
	  03 filler			PIC X(11) value "    CURRENT".
	  03 filler			PIC X(11) value "      31-60".
	  03 filler			PIC X(11) value "      61-90".
	  03 filler			PIC X(11) value "    OVER 90".
	  03 filler			PIC X(11) value "     CREDIT".
	  03 filler			PIC X(12) value "       TOTAL".
	  03 filler			PIC X(2)  value spaces.
	  03 filler			PIC X(6)  value "STATUS".
	01 Aging-Detail-Line.
	  03 AD-Cust-out		PIC 9999.
	  03 filler			PIC X(2)  value spaces.
	  03 AD-Name-out		PIC X(20).
	  03 AD-Current-out		PIC -ZZZZZZ9.99.
	  03 AD-Days-31-out		PIC -ZZZZZZ9.99.
	  03 AD-Days-61-out		PIC -ZZZZZZ9.99.
	  03 AD-Over-90-out		PIC -ZZZZZZ9.99.
	  03 AD-Credit-out		PIC -ZZZZZZ9.99.
	  03 AD-Total-out		PIC -ZZZZZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 AD-Flag-out		PIC X(14).
	01 Tie-Error-Line.
	  03 filler			PIC X(6)  value spaces.
	  03 filler			PIC X(40)
		value "*** DOES NOT AGREE WITH CUSTBAL.DAT: $".
	  03 TE-Balance-out		PIC -ZZZZZZZ9.99.
	01 Store-Heading-Line.
	  03 filler			PIC X(26) value "AGING BY STORE".
	01 Store-Aging-Line.
	  03 filler			PIC X(6)  value "STORE ".
	  03 SL-Store-out		PIC 99.
	  03 filler			PIC X(18) value spaces.
	  03 SL-Current-out		PIC -ZZZZZZ9.99.
	  03 SL-Days-31-out		PIC -ZZZZZZ9.99.
	  03 SL-Days-61-out		PIC -ZZZZZZ9.99.
	  03 SL-Over-90-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X(11) value spaces.
	  03 SL-Total-out		PIC -ZZZZZZZ9.99.
	01 Company-Total-Line.
	  03 CT-Label-out		PIC X(26).
	  03 CT-Current-out		PIC -ZZZZZZ9.99.
	  03 CT-Days-31-out		PIC -ZZZZZZ9.99.
	  03 CT-Days-61-out		PIC -ZZZZZZ9.99.
	  03 CT-Over-90-out		PIC -ZZZZZZ9.99.
	  03 CT-Credit-out		PIC -ZZZZZZ9.99.
	  03 CT-Total-out		PIC -ZZZZZZZ9.99.
	01 Tie-Line-1.
	  03 filler			PIC X(32) value "CUSTOMER BALANCE FILE TOTAL:  $".
	  03 TL-Custbal-out		PIC -ZZZZZZZZ9.99.
	01 Tie-Line-2.
	  03 filler			PIC X(32) value "AGED RECEIVABLES TOTAL:       $".
	  03 TL-Aged-out		PIC -ZZZZZZZZ9.99.
	01 Tie-OK-Line.
	  03 filler			PIC X(50)
		value "AGING AGREES WITH CUSTOMER BALANCE FILE".
	01 Tie-Fail-Line.
	  03 filler			PIC X(60)
		value "*** AGING DOES NOT AGREE WITH CUSTOMER BALANCE FILE ***".
	01 Total-Line-1.
	  03 filler			PIC X(30) value "CUSTOMERS AGED:               ".
	  03 TL-Aged-Count-out		PIC ZZZZZZ9.
	01 Total-Line-2.
	  03 filler			PIC X(30) value "CUSTOMERS PLACED ON HOLD:     ".
	  03 TL-Hold-Count-out		PIC ZZZZZZ9.
	01 Total-Line-3.
	  03 filler			PIC X(30) value "CUSTOMERS NOT AGREEING:       ".
	  03 TL-Tie-Count-out		PIC ZZZZZZ9.
	01 Archive-Eof		PIC XXX Value "No".
	01 End-of-file		PIC XXX Value "No".
	01 Cust-Balance-Eof	PIC XXX Value "No".
	01 Cust-Aging-Table.
	  03 CA-Entry OCCURS 9999 TIMES.
	    05 CA-Bucket OCCURS 4 TIMES PIC S9(07)V99 Value 0.
	    05 CA-Credit		PIC S9(07)V99 Value 0.
	    05 CA-Hist-Balance	PIC S9(08)V99 Value 0.
	    05 CA-Oldest-Days	PIC 9(05) Value 0.
	01 Cust-Balance-Table.
	  03 CBT-Entry OCCURS 9999 TIMES.
	    05 CBT-Balance		PIC S9(06)V99 Value 0.
	01 Cust-Sub			PIC 9(05).
	01 Reversal-Table.
	  03 RB-Entry OCCURS 500 TIMES.
	    05 RB-Store-ID		PIC 99.
	    05 RB-Batch-Number		PIC 9(04).
	01 Reversal-Count		PIC 9(04) Value 0.
	01 Rev-Sub			PIC 9(04).
	01 Reversed-Line		PIC X Value "N".
	01 Cust-Total-Wrk		PIC S9(08)V99 Value 0.
	01 Cust-Credit-Wrk		PIC S9(07)V99 Value 0.
	01 Store-Aging-Table.
	  03 SA-Entry OCCURS 10 TIMES.
	    05 SA-Store-ID		PIC 99 Value 0.
	    05 SA-Used		PIC X Value "N".
	    05 SA-Bucket OCCURS 4 TIMES PIC S9(09)V99 Value 0.
	01 Store-Sub		PIC 99.
	01 Store-Slot		PIC 99 Value 0.
	01 Store-Srch-ID		PIC 99.
	01 Store-Total-Wrk		PIC S9(09)V99 Value 0.
	01 Company-Totals.
	  03 CO-Bucket OCCURS 4 TIMES PIC S9(09)V99 Value 0.
	  03 CO-Credit		PIC S9(09)V99 Value 0.
	  03 CO-Total		PIC S9(09)V99 Value 0.
	  03 CO-Custbal-Total	PIC S9(09)V99 Value 0.
	01 Aging-Counters.
	  03 Aged-Count		PIC 9(07) Value 0.
	  03 Hold-Count		PIC 9(07) Value 0.
	  03 Tie-Error-Count		PIC 9(07) Value 0.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Main line of the receivables aging run.         *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Collect-Reversals.
       Perform Collect-Credits.
       Perform Age-Open-Items.
       Perform Print-Customer-Aging Varying Cust-Sub From 1 By 1
	    Until Cust-Sub > 9999.
       Perform Print-Store-Aging.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Perform Load-Aging-Parameters.
	   Move AO-Year to DW-Year.
	   Move AO-Month to DW-Month.
	   Move AO-Day to DW-Day.
	   Perform Compute-Day-Number.
	   Move Day-Number-Wrk to As-Of-Day-Number.
	   Perform Open-Customer-Master.
	   Perform Load-Customer-Balances.
	   Open output Aging-Report-File.
	   Perform Print-Page-Header.
       Load-Aging-Parameters.
	   Compute AO-Year = 2000 + RD-YY.
	   Move RD-MM to AO-Month.
	   Move RD-DD to AO-Day.
	   Open input Aging-Parm-File.
	   IF Aging-Parm-Status = "00"
		Read Aging-Parm-File
		   at end Continue
		   not at end
			IF AR-Hold-Days is Numeric AND AR-Hold-Days > 0
			     Move AR-Hold-Days to Hold-Days
			END-IF
			IF AR-As-Of-Date is Numeric AND AR-As-Of-Date > 0
			     Move AR-As-Of-Date to As-Of-Date
			END-IF
		End-Read
		Close Aging-Parm-File
	   END-IF.
       Open-Customer-Master.
	   Open I-O Customer-Master-File.
	   IF Cust-Mast-Status Not = "00"
		Display "FATAL - CUSTOMER MASTER FILE NOT AVAILABLE, STATUS: "
			Cust-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Load-Customer-Balances.
	   Open input Cust-Balance-File.
	   IF Cust-Bal-Status = "00"
		Read Cust-Balance-File at end Move "Yes" to Cust-Balance-Eof
		END-READ
		Perform Load-Cust-Balance-Rec until Cust-Balance-Eof = "Yes"
		Close Cust-Balance-File
	   END-IF.
       Load-Cust-Balance-Rec.
	   IF CB-Cust-ID >= 1 AND CB-Cust-ID <= 9999
		Move CB-Balance to CBT-Balance (CB-Cust-ID)
		Add CB-Balance to CO-Custbal-Total
	   ELSE
		Display "CUSTOMER BALANCE RECORD REJECTED - CUST ID OUT OF RANGE: "
			CB-Cust-ID
	   END-IF.
	   Read Cust-Balance-File at end Move "Yes" to Cust-Balance-Eof.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Move As-Of-Date to RH-As-Of-out.
	   Move Hold-Days to RH-Hold-Days-out.
	   Write Aging-Report-Line from Report-Header-1.
	   Write Aging-Report-Line from Report-Header-2.
	   Write Aging-Report-Line from Column-Heading-Line.
	   Move 3 to Line-Count.
       Write-Aging-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Aging-Report-Line from Print-rec.
	   Add 1 to Line-Count.
      *> ------------------------------------------------- *>
      *>   Store batches backed out by BatchReverse.  The  *>
      *>   original lines and their "V" lines net to zero, *>
      *>   so neither is aged nor counted as a credit.     *>
      *> ------------------------------------------------- *>
       Collect-Reversals.
	   Move "No" to Archive-Eof.
	   Open input Archive-Hist-File.
	   IF Arch-Status = "00" OR Arch-Status = "05"
		Read Archive-Hist-File at end Move "Yes" to Archive-Eof
		END-READ
		Perform Collect-Archive-Reversal until Archive-Eof = "Yes"
		Close Archive-Hist-File
	   END-IF.
	   Perform Open-Posted-History.
	   Perform Collect-History-Reversal until End-of-file = "Yes".
	   Close Posted-History-File.
       Collect-Archive-Reversal.
	   Move AH-Hist-Data to Posted-Hist-Rec.
	   Perform Collect-Reversal-Rec.
	   Read Archive-Hist-File at end Move "Yes" to Archive-Eof.
       Collect-History-Reversal.
	   Perform Collect-Reversal-Rec.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Collect-Reversal-Rec.
	   IF PH-Reversal-Flag = "V"
		Perform Check-Reversed-Batch
		IF PH-Store-ID is Numeric AND PH-Batch-Number is Numeric
		   AND Reversed-Line = "N"
		     IF Reversal-Count < 500
			Add 1 to Reversal-Count
			Move PH-Store-ID to RB-Store-ID (Reversal-Count)
			Move PH-Batch-Number
			     to RB-Batch-Number (Reversal-Count)
		     ELSE
			Display "REVERSAL TABLE FULL - BATCH AGED AS POSTED, "
			     "STORE: " PH-Store-ID " BATCH: " PH-Batch-Number
			Move 16 to Return-Code
		     END-IF
		END-IF
	   END-IF.
       Check-Reversed-Batch.
	   Move "N" to Reversed-Line.
	   IF PH-Store-ID is Numeric AND PH-Batch-Number is Numeric
		Perform Check-Reversal-Entry Varying Rev-Sub From 1 By 1
		     Until Rev-Sub > Reversal-Count OR Reversed-Line = "Y"
	   END-IF.
       Check-Reversal-Entry.
	   IF RB-Store-ID (Rev-Sub) = PH-Store-ID AND
	      RB-Batch-Number (Rev-Sub) = PH-Batch-Number
		Move "Y" to Reversed-Line
	   END-IF.
      *> ------------------------------------------------- *>
      *>   First pass - total every credit (payments and   *>
      *>   returns) on file for each customer.             *>
      *> ------------------------------------------------- *>
       Collect-Credits.
	   Move "No" to Archive-Eof.
	   Open input Archive-Hist-File.
	   IF Arch-Status = "00" OR Arch-Status = "05"
		Read Archive-Hist-File at end Move "Yes" to Archive-Eof
		END-READ
		Perform Collect-Archive-Credit until Archive-Eof = "Yes"
		Close Archive-Hist-File
	   END-IF.
	   Perform Open-Posted-History.
	   Perform Collect-History-Credit until End-of-file = "Yes".
	   Close Posted-History-File.
       Collect-Archive-Credit.
	   Move AH-Hist-Data to Posted-Hist-Rec.
	   Perform Collect-Credit-Rec.
	   Read Archive-Hist-File at end Move "Yes" to Archive-Eof.
       Collect-History-Credit.
	   Perform Collect-Credit-Rec.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Collect-Credit-Rec.
	   Perform Check-Reversed-Batch.
	   IF PH-Cust-ID >= 1 AND PH-Cust-ID <= 9999 AND
	      Reversed-Line = "N"
		Compute Hist-Amount-Wrk = PH-Ext-Cost + PH-Tax-Amount
		Add Hist-Amount-Wrk to CA-Hist-Balance (PH-Cust-ID)
		IF Hist-Amount-Wrk < 0
		     Subtract Hist-Amount-Wrk from CA-Credit (PH-Cust-ID)
		END-IF
	   END-IF.
       Open-Posted-History.
	   Move "No" to End-of-file.
	   Open input Posted-History-File.
	   IF Post-Hist-Status Not = "00"
		Display "FATAL - POSTED HISTORY FILE NOT AVAILABLE, STATUS: "
			Post-Hist-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
      *> ------------------------------------------------- *>
      *>   Second pass - apply the credits to the oldest   *>
      *>   charges first and age whatever is left open.    *>
      *> ------------------------------------------------- *>
       Age-Open-Items.
	   Move "No" to Archive-Eof.
	   Open input Archive-Hist-File.
	   IF Arch-Status = "00" OR Arch-Status = "05"
		Read Archive-Hist-File at end Move "Yes" to Archive-Eof
		END-READ
		Perform Age-Archive-Rec until Archive-Eof = "Yes"
		Close Archive-Hist-File
	   END-IF.
	   Perform Open-Posted-History.
	   Perform Age-History-Rec until End-of-file = "Yes".
	   Close Posted-History-File.
       Age-Archive-Rec.
	   Move AH-Hist-Data to Posted-Hist-Rec.
	   Perform Age-Charge-Rec.
	   Read Archive-Hist-File at end Move "Yes" to Archive-Eof.
       Age-History-Rec.
	   Perform Age-Charge-Rec.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Age-Charge-Rec.
	   Perform Check-Reversed-Batch.
	   IF PH-Cust-ID >= 1 AND PH-Cust-ID <= 9999 AND
	      Reversed-Line = "N"
		Compute Hist-Amount-Wrk = PH-Ext-Cost + PH-Tax-Amount
		IF Hist-Amount-Wrk > 0
		     IF CA-Credit (PH-Cust-ID) Not < Hist-Amount-Wrk
			Subtract Hist-Amount-Wrk from CA-Credit (PH-Cust-ID)
		     ELSE
			Compute Open-Amount-Wrk =
			     Hist-Amount-Wrk - CA-Credit (PH-Cust-ID)
			Move 0 to CA-Credit (PH-Cust-ID)
			Perform Age-Open-Charge
		     END-IF
		END-IF
	   END-IF.
       Age-Open-Charge.
	   Move 0 to Age-Days-Wrk.
	   IF PH-Trans-Date is Numeric AND
	      PH-Trans-Month >= 1 AND PH-Trans-Month <= 12
		Move PH-Trans-Year to DW-Year
		Move PH-Trans-Month to DW-Month
		Move PH-Trans-Day to DW-Day
		Perform Compute-Day-Number
		Compute Age-Days-Wrk = As-Of-Day-Number - Day-Number-Wrk
		IF Age-Days-Wrk < 0
		     Move 0 to Age-Days-Wrk
		END-IF
	   END-IF.
	   IF Age-Days-Wrk > 90
		Move 4 to Bucket-Sub
	   ELSE
	     IF Age-Days-Wrk > 60
		Move 3 to Bucket-Sub
	     ELSE
	       IF Age-Days-Wrk > 30
		Move 2 to Bucket-Sub
	       ELSE
		Move 1 to Bucket-Sub
	       END-IF
	     END-IF
	   END-IF.
	   Add Open-Amount-Wrk to CA-Bucket (PH-Cust-ID, Bucket-Sub).
	   IF Age-Days-Wrk > CA-Oldest-Days (PH-Cust-ID)
		Move Age-Days-Wrk to CA-Oldest-Days (PH-Cust-ID)
	   END-IF.
	   Move PH-Store-ID to Store-Srch-ID.
	   Perform Find-Store-Slot.
	   IF Store-Slot > 0
		Add Open-Amount-Wrk to SA-Bucket (Store-Slot, Bucket-Sub)
	   END-IF.
       Compute-Day-Number.
	   Compute Day-Year-Wrk = DW-Year - 1.
	   Divide Day-Year-Wrk by 4 giving Day-Leap-4.
	   Divide Day-Year-Wrk by 100 giving Day-Leap-100.
	   Divide Day-Year-Wrk by 400 giving Day-Leap-400.
	   Compute Day-Number-Wrk = (Day-Year-Wrk * 365) + Day-Leap-4
		- Day-Leap-100 + Day-Leap-400
		+ CD-Days-Before (DW-Month) + DW-Day.
	   IF DW-Month > 2
		Perform Check-Leap-Year
		IF Leap-Year = "Y"
		     Add 1 to Day-Number-Wrk
		END-IF
	   END-IF.
       Check-Leap-Year.
	   Move "N" to Leap-Year.
	   Divide DW-Year by 4 giving Leap-Quotient remainder Leap-Rem-4.
	   Divide DW-Year by 100
		giving Leap-Quotient remainder Leap-Rem-100.
	   Divide DW-Year by 400
		giving Leap-Quotient remainder Leap-Rem-400.
	   IF Leap-Rem-4 = 0 AND
	      (Leap-Rem-100 Not = 0 OR Leap-Rem-400 = 0)
		Move "Y" to Leap-Year
	   END-IF.
       Find-Store-Slot.
	   Move 0 to Store-Slot.
	   Perform Check-Store-Slot Varying Store-Sub From 1 By 1
		Until Store-Sub > 10 OR Store-Slot > 0.
	   IF Store-Slot = 0
		Display "STORE AGING TABLE FULL - STORE: " Store-Srch-ID
	   END-IF.
       Check-Store-Slot.
	   IF SA-Used (Store-Sub) = "Y" AND
	      SA-Store-ID (Store-Sub) = Store-Srch-ID
		Move Store-Sub to Store-Slot
	   ELSE
	     IF SA-Used (Store-Sub) Not = "Y"
		Move "Y" to SA-Used (Store-Sub)
		Move Store-Srch-ID to SA-Store-ID (Store-Sub)
		Move Store-Sub to Store-Slot
	     END-IF
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Customer detail, credit hold and tie-out.       *>
      *> ------------------------------------------------- *>
       Print-Customer-Aging.
	   IF CA-Hist-Balance (Cust-Sub) Not = 0 OR
	      CBT-Balance (Cust-Sub) Not = 0
		Perform Print-One-Customer
	   END-IF.
       Print-One-Customer.
	   Add 1 to Aged-Count.
	   Compute Cust-Total-Wrk = CA-Bucket (Cust-Sub, 1)
		+ CA-Bucket (Cust-Sub, 2) + CA-Bucket (Cust-Sub, 3)
		+ CA-Bucket (Cust-Sub, 4) - CA-Credit (Cust-Sub).
	   Move Cust-Sub to AD-Cust-out.
	   Move spaces to AD-Flag-out.
	   Move Cust-Sub to CM-Cust-ID.
	   Read Customer-Master-File
		invalid key
		   Move "(NOT ON CUST MASTER)" to AD-Name-out
		not invalid key
		   Move CM-Cust-Name to AD-Name-out
		   Perform Check-Credit-Hold
	   END-READ.
	   Move CA-Bucket (Cust-Sub, 1) to AD-Current-out.
	   Move CA-Bucket (Cust-Sub, 2) to AD-Days-31-out.
	   Move CA-Bucket (Cust-Sub, 3) to AD-Days-61-out.
	   Move CA-Bucket (Cust-Sub, 4) to AD-Over-90-out.
	   Compute Cust-Credit-Wrk = 0 - CA-Credit (Cust-Sub).
	   Move Cust-Credit-Wrk to AD-Credit-out.
	   Move Cust-Total-Wrk to AD-Total-out.
	   Move Aging-Detail-Line to Print-rec.
	   Perform Write-Aging-Line.
	   Add CA-Bucket (Cust-Sub, 1) to CO-Bucket (1).
	   Add CA-Bucket (Cust-Sub, 2) to CO-Bucket (2).
	   Add CA-Bucket (Cust-Sub, 3) to CO-Bucket (3).
	   Add CA-Bucket (Cust-Sub, 4) to CO-Bucket (4).
	   Add Cust-Credit-Wrk to CO-Credit.
	   Add Cust-Total-Wrk to CO-Total.
	   IF Cust-Total-Wrk Not = CBT-Balance (Cust-Sub)
		Move CBT-Balance (Cust-Sub) to TE-Balance-out
		Move Tie-Error-Line to Print-rec
		Perform Write-Aging-Line
		Add 1 to Tie-Error-Count
	   END-IF.
       Check-Credit-Hold.
	   IF CA-Oldest-Days (Cust-Sub) > Hold-Days
		IF CM-Cust-Status = "A"
		     Move "H" to CM-Cust-Status
		     Rewrite Cust-Mast-Rec
			invalid key
			   Display "FILE I-O ERROR SETTING HOLD, CUSTOMER: "
				CM-Cust-ID
			   Move "HOLD NOT SET" to AD-Flag-out
			   Move 16 to Return-Code
			not invalid key
			   Move "PLACED ON HOLD" to AD-Flag-out
			   Add 1 to Hold-Count
		     END-REWRITE
		ELSE
		     IF CM-Cust-Status = "H"
			Move "ON HOLD" to AD-Flag-out
		     END-IF
		END-IF
	   ELSE
		IF CM-Cust-Status = "H"
		     Move "HOLD - CURRENT" to AD-Flag-out
		END-IF
	   END-IF.
       Print-Store-Aging.
	   Move spaces to Print-rec.
	   Perform Write-Aging-Line.
	   Move Store-Heading-Line to Print-rec.
	   Perform Write-Aging-Line.
	   Perform Print-Store-Aging-Line Varying Store-Sub From 1 By 1
		Until Store-Sub > 10.
       Print-Store-Aging-Line.
	   IF SA-Used (Store-Sub) = "Y"
		Move SA-Store-ID (Store-Sub) to SL-Store-out
		Move SA-Bucket (Store-Sub, 1) to SL-Current-out
		Move SA-Bucket (Store-Sub, 2) to SL-Days-31-out
		Move SA-Bucket (Store-Sub, 3) to SL-Days-61-out
		Move SA-Bucket (Store-Sub, 4) to SL-Over-90-out
		Compute Store-Total-Wrk = SA-Bucket (Store-Sub, 1)
		     + SA-Bucket (Store-Sub, 2) + SA-Bucket (Store-Sub, 3)
		     + SA-Bucket (Store-Sub, 4)
		Move Store-Total-Wrk to SL-Total-out
		Move Store-Aging-Line to Print-rec
		Perform Write-Aging-Line
	   END-IF.
       Termination.
	   Move "COMPANY TOTAL" to CT-Label-out.
	   Move CO-Bucket (1) to CT-Current-out.
	   Move CO-Bucket (2) to CT-Days-31-out.
	   Move CO-Bucket (3) to CT-Days-61-out.
	   Move CO-Bucket (4) to CT-Over-90-out.
	   Move CO-Credit to CT-Credit-out.
	   Move CO-Total to CT-Total-out.
	   Move Company-Total-Line to Print-rec.
	   Perform Write-Aging-Line.
	   Move spaces to Print-rec.
	   Perform Write-Aging-Line.
	   Move CO-Custbal-Total to TL-Custbal-out.
	   Move Tie-Line-1 to Print-rec.
	   Perform Write-Aging-Line.
	   Move CO-Total to TL-Aged-out.
	   Move Tie-Line-2 to Print-rec.
	   Perform Write-Aging-Line.
	   IF CO-Total = CO-Custbal-Total AND Tie-Error-Count = 0
		Move Tie-OK-Line to Print-rec
		Perform Write-Aging-Line
	   ELSE
		Display Tie-Fail-Line
		Move Tie-Fail-Line to Print-rec
		Perform Write-Aging-Line
		Move 16 to Return-Code
	   END-IF.
	   Move Aged-Count to TL-Aged-Count-out.
	   Move Total-Line-1 to Print-rec.
	   Perform Write-Aging-Line.
	   Move Hold-Count to TL-Hold-Count-out.
	   Move Total-Line-2 to Print-rec.
	   Perform Write-Aging-Line.
	   Move Tie-Error-Count to TL-Tie-Count-out.
	   Move Total-Line-3 to Print-rec.
	   Perform Write-Aging-Line.
	   Close Customer-Master-File.
	   Close Aging-Report-File.
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
	   Move "ARAging" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
