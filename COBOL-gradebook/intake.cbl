	Identification Division.
	Program-id.   StoreIntake.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Intake-Ctl-File assign to "intake.dat"
			organization is line sequential
			file status is Intake-Ctl-Status.
		Select Store-Trans-File assign to Store-File-Name
			organization is line sequential
			file status is Store-File-Status.
		Select Optional Posted-History-File assign to "posthist.dat"
			organization is line sequential
			file status is Post-Hist-Status.
		Select Optional Archive-Hist-File assign to "histarch.dat"
			organization is line sequential
			file status is Arch-Status.
		Select Merged-Trans-File assign to "newtransactions.dat"
			organization is line sequential.
		Select Intake-Report-File assign to "intakerpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Intake-Ctl-File.
	01 Intake-Ctl-Rec.
		03 IC-Store-ID		PIC 99.
		03 IC-Batch-Number	PIC 9(04).
		03 IC-File-Name		PIC X(30).
	FD Store-Trans-File.
	01 Store-Trans-Rec.
		03 ST-Rec-Type		PIC X.
		03 ST-Trans-Date.
			05 ST-Trans-Month	PIC 99.
			05 ST-Trans-Day		PIC 99.
			05 ST-Trans-Year	PIC 9999.
		03 ST-Cust-ID		PIC 9999.
		03 ST-Item-Code		PIC 999.
		03 ST-Quantity-Purchased PIC 99.
		03 ST-Price-Per-Unit	PIC 99V99.
		03 ST-Trans-Type	PIC X.
		  88 ST-Purchase	Value "P".
		  88 ST-Return		Value "R".
		  88 ST-Payment		Value "C".
		  88 ST-Stock-Receipt	Value "S".
		03 ST-Slsp-ID		PIC 999.
	01 Store-Trailer-Rec Redefines Store-Trans-Rec.
		03 STR-Rec-Type		PIC X.
		03 STR-Expected-Count	PIC 9(07).
		03 STR-Expected-Cost	PIC S9(09)V99.
		03 filler		PIC X(07).
	01 Store-Raw-Rec Redefines Store-Trans-Rec.
		03 SR-Rec-Type		PIC X.
		03 SR-Trans-Month	PIC XX.
		03 SR-Trans-Day		PIC XX.
		03 SR-Trans-Year	PIC X(04).
		03 SR-Cust-ID		PIC X(04).
		03 filler		PIC X(13).
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
	FD Merged-Trans-File.
	01 Merged-Trans-Rec		PIC X(26).
	01 Merged-Header-Rec.
		03 MH-Rec-Type		PIC X.
		03 MH-Store-ID		PIC 99.
		03 MH-Batch-Number	PIC 9(04).
		03 filler		PIC X(19).
	01 Merged-Trailer-Rec.
		03 MTR-Rec-Type		PIC X.
		03 MTR-Expected-Count	PIC 9(07).
		03 MTR-Expected-Cost	PIC S9(09)V99.
		03 filler		PIC X(07).
	FD Intake-Report-File.
	01 Intake-Report-Line		PIC X(110).
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
	01 Intake-Ctl-Status	PIC XX.
	01 Store-File-Status	PIC XX.
	01 Post-Hist-Status		PIC XX.
	01 Arch-Status		PIC XX.
	01 Store-File-Name		PIC X(30) Value spaces.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Intake-Table.
	  03 IB-Entry OCCURS 50 TIMES.
	    05 IB-Store-ID		PIC 99.
	    05 IB-Batch-Number		PIC 9(04).
	    05 IB-File-Name		PIC X(30).
	    05 IB-Status		PIC X(30).
	    05 IB-Prior-Run		PIC 9(06).
	    05 IB-Count			PIC 9(07).
	    05 IB-Cost			PIC S9(09)V99.
	01 Intake-Count		PIC 99 Value 0.
	01 Intake-Sub		PIC 99.
	01 Dup-Sub			PIC 99.
	01 Sort-Table.
	  03 Sort-Entry OCCURS 5000 TIMES.
	    05 SE-Key			PIC X(12).
	    05 SE-Data			PIC X(26).
	01 Sort-Count		PIC 9(05) Value 0.
	01 Sort-Sub			PIC 9(05).
	01 Sort-Pos			PIC 9(05).
	01 Prev-Pos			PIC 9(05).
	01 Sort-Done		PIC X Value "N".
	01 New-Sort-Entry.
	  03 NS-Key.
	    05 NS-Cust-ID		PIC X(04).
	    05 NS-Year			PIC X(04).
	    05 NS-Month			PIC XX.
	    05 NS-Day			PIC XX.
	  03 NS-Data			PIC X(26).
	01 Batch-Work.
	  03 Store-Trailer-Seen	PIC X Value "N".
	  03 Store-Exp-Count		PIC 9(07) Value 0.
	  03 Store-Exp-Cost		PIC S9(09)V99 Value 0.
	  03 Batch-Overflow		PIC X Value "N".
	  03 Batch-Cost		PIC S9(09)V99 Value 0.
	01 Detail-Cost-Wrk		PIC S9(06)V99 Value 0.
	01 Store-Totals.
	  03 SX-Entry OCCURS 99 TIMES.
	    05 SX-Batches		PIC 9(04) Value 0.
	    05 SX-Count			PIC 9(07) Value 0.
	    05 SX-Cost			PIC S9(09)V99 Value 0.
	01 Store-Sub		PIC 999.
	01 Intake-Totals.
	  03 Batches-Loaded		PIC 9(04) Value 0.
	  03 Batches-Refused		PIC 9(04) Value 0.
	  03 Records-Loaded		PIC 9(07) Value 0.
	  03 Amount-Loaded		PIC S9(09)V99 Value 0.
	01 Intake-Ctl-Eof		PIC XXX Value "No".
	01 Store-File-Eof		PIC XXX Value "No".
	01 Archive-Eof		PIC XXX Value "No".
	01 End-of-file      	PIC XXX Value "No".
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(29) value "STORE INTAKE CONTROL REPORT  ".
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
	01 Column-headings.
	  03 filler			PIC X(14) value "STORE  BATCH  ".
	  03 filler			PIC X(30) value "FILE NAME".
	  03 filler			PIC X(11) value "    RECORDS".
	  03 filler			PIC X(16) value "      NET AMOUNT".
	  03 filler			PIC X(2)  value spaces.
	  03 filler			PIC X(30) value "STATUS".
	  03 filler			PIC X(7)  value " POSTED".
	01 Batch-Detail-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 BD-Store-out		PIC 99.
	  03 filler			PIC X(2)  value spaces.
	  03 BD-Batch-out		PIC 9999.
	  03 filler			PIC X(3)  value spaces.
	  03 BD-File-out		PIC X(30).
	  03 filler			PIC X(4)  value spaces.
	  03 BD-Count-out		PIC ZZZZZZ9.
	  03 filler			PIC X(3)  value spaces.
	  03 BD-Cost-out		PIC -ZZZZZZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 BD-Status-out		PIC X(30).
	  03 filler			PIC X value space.
	  03 BD-Prior-out		PIC X(06).
	01 Store-Total-Header.
	  03 filler			PIC X(50)
		value "STORE CONTROL TOTALS - BATCHES LOADED".
	01 Store-Total-Column.
	  03 filler			PIC X(45)
		value "STORE  BATCHES    RECORDS        NET AMOUNT".
	01 Store-Total-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 SL-Store-out		PIC 99.
	  03 filler			PIC X(4)  value spaces.
	  03 SL-Batches-out		PIC ZZZ9.
	  03 filler			PIC X(4)  value spaces.
	  03 SL-Count-out		PIC ZZZZZZ9.
	  03 filler			PIC X(3)  value spaces.
	  03 SL-Cost-out		PIC -ZZZZZZZZ9.99.
	01 No-Batches-Line.
	  03 filler			PIC X(50)
		value "*** NO BATCHES LOADED - INTAKE FILE IS EMPTY ***".
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
      *>   Builds newtransactions.dat from the individual  *>
      *>   store files named in intake.dat.  Each batch is *>
      *>   put in customer/date order and given its batch  *>
      *>   header and trailer.  A store/batch already      *>
      *>   posted on an earlier day is refused.            *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Load-Intake-List.
       Perform Check-Prior-Postings.
       Open output Merged-Trans-File.
       Perform Process-Intake-Batch Varying Intake-Sub From 1 By 1
	   Until Intake-Sub > Intake-Count.
       Close Merged-Trans-File.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open output Intake-Report-File.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Write Intake-Report-Line from Report-Header-1.
	   Write Intake-Report-Line from Report-Header-2.
	   Write Intake-Report-Line from Column-headings.
	   Move 3 to Line-Count.
       Write-Intake-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Intake-Report-Line from Print-rec.
	   Add 1 to Line-Count.
       Load-Intake-List.
	   Open input Intake-Ctl-File.
	   IF Intake-Ctl-Status Not = "00"
		Display "FATAL - INTAKE CONTROL FILE NOT AVAILABLE, STATUS: "
			Intake-Ctl-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Intake-Ctl-File at end Move "Yes" to Intake-Ctl-Eof.
	   Perform Load-Intake-Rec until Intake-Ctl-Eof = "Yes".
	   Close Intake-Ctl-File.
       Load-Intake-Rec.
	   IF Intake-Count < 50
		Add 1 to Intake-Count
		Move spaces to IB-Status (Intake-Count)
		Move IC-File-Name to IB-File-Name (Intake-Count)
		Move 0 to IB-Prior-Run (Intake-Count)
		Move 0 to IB-Count (Intake-Count)
		Move 0 to IB-Cost (Intake-Count)
		IF IC-Store-ID is Numeric AND IC-Batch-Number is Numeric
		     Move IC-Store-ID to IB-Store-ID (Intake-Count)
		     Move IC-Batch-Number to IB-Batch-Number (Intake-Count)
		     Perform Check-Intake-Rec
		ELSE
		     Move 0 to IB-Store-ID (Intake-Count)
		     Move 0 to IB-Batch-Number (Intake-Count)
		     Move "STORE/BATCH NOT NUMERIC" to IB-Status (Intake-Count)
		END-IF
	   ELSE
		Display "INTAKE TABLE FULL - ENTRY IGNORED: " Intake-Ctl-Rec
		Move 16 to Return-Code
	   END-IF.
	   Read Intake-Ctl-File at end Move "Yes" to Intake-Ctl-Eof.
       Check-Intake-Rec.
	   IF IC-Store-ID = 0
		Move "STORE NUMBER ZERO" to IB-Status (Intake-Count)
	   END-IF.
	   IF IC-Batch-Number = 0
		Move "BATCH NUMBER ZERO" to IB-Status (Intake-Count)
	   END-IF.
	   IF IC-File-Name = spaces
		Move "NO STORE FILE NAME" to IB-Status (Intake-Count)
	   END-IF.
	   Perform Check-Duplicate-Entry Varying Dup-Sub From 1 By 1
		Until Dup-Sub >= Intake-Count.
       Check-Duplicate-Entry.
	   IF IB-Store-ID (Dup-Sub) = IC-Store-ID AND
	      IB-Batch-Number (Dup-Sub) = IC-Batch-Number
		Move "DUPLICATE IN INTAKE LIST" to IB-Status (Intake-Count)
	   END-IF.
      *> ------------------------------------------------- *>
      *>   A store/batch found in posted or archived       *>
      *>   history under any other run date is refused.    *>
      *> ------------------------------------------------- *>
       Check-Prior-Postings.
	   Open input Archive-Hist-File.
	   IF Arch-Status = "00" OR Arch-Status = "05"
		Read Archive-Hist-File at end Move "Yes" to Archive-Eof
		END-READ
		Perform Check-Archive-Rec until Archive-Eof = "Yes"
		Close Archive-Hist-File
	   END-IF.
	   Open input Posted-History-File.
	   IF Post-Hist-Status = "00" OR Post-Hist-Status = "05"
		Read Posted-History-File at end Move "Yes" to End-of-file
		END-READ
		Perform Check-History-Rec until End-of-file = "Yes"
		Close Posted-History-File
	   END-IF.
       Check-Archive-Rec.
	   Move AH-Hist-Data to Posted-Hist-Rec.
	   Perform Check-Posted-Batch.
	   Read Archive-Hist-File at end Move "Yes" to Archive-Eof.
       Check-History-Rec.
	   Perform Check-Posted-Batch.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Check-Posted-Batch.
	   IF PH-Batch-Number is Numeric AND PH-Batch-Number > 0 AND
	      PH-Run-Date Not = Run-Date
		Perform Match-Posted-Batch Varying Intake-Sub From 1 By 1
		     Until Intake-Sub > Intake-Count
	   END-IF.
       Match-Posted-Batch.
	   IF IB-Store-ID (Intake-Sub) = PH-Store-ID AND
	      IB-Batch-Number (Intake-Sub) = PH-Batch-Number AND
	      IB-Status (Intake-Sub) = spaces
		Move "ALREADY POSTED ON PRIOR DAY" to IB-Status (Intake-Sub)
		Move PH-Run-Date to IB-Prior-Run (Intake-Sub)
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Each store file is read into the sort table in  *>
      *>   customer/date order.  A trailer sent by the     *>
      *>   store is used as its control and must agree.    *>
      *>   The nightly posting run takes at most 20        *>
      *>   batches; any beyond that wait for another run.  *>
      *> ------------------------------------------------- *>
       Process-Intake-Batch.
	   IF IB-Status (Intake-Sub) = spaces AND Batches-Loaded >= 20
		Move "TOO MANY BATCHES FOR ONE RUN" to IB-Status (Intake-Sub)
	   END-IF.
	   IF IB-Status (Intake-Sub) = spaces
		Perform Read-Store-File
	   END-IF.
	   IF IB-Status (Intake-Sub) = spaces
		Perform Write-Merged-Batch
		Move "LOADED" to BD-Status-out
	   ELSE
		Add 1 to Batches-Refused
		Move 16 to Return-Code
	   END-IF.
	   Perform Print-Batch-Line.
       Read-Store-File.
	   Move 0 to Sort-Count.
	   Move "N" to Batch-Overflow.
	   Move "N" to Store-Trailer-Seen.
	   Move 0 to Store-Exp-Count.
	   Move 0 to Store-Exp-Cost.
	   Move 0 to Batch-Cost.
	   Move IB-File-Name (Intake-Sub) to Store-File-Name.
	   Open input Store-Trans-File.
	   IF Store-File-Status Not = "00"
		Move "STORE FILE NOT AVAILABLE" to IB-Status (Intake-Sub)
	   ELSE
		Move "No" to Store-File-Eof
		Read Store-Trans-File at end Move "Yes" to Store-File-Eof
		END-READ
		Perform Load-Store-Rec until Store-File-Eof = "Yes"
		Close Store-Trans-File
		Perform Check-Store-Batch
	   END-IF.
       Load-Store-Rec.
	   IF ST-Rec-Type = "T"
		Move "Y" to Store-Trailer-Seen
		IF STR-Expected-Count is Numeric
		     Move STR-Expected-Count to Store-Exp-Count
		END-IF
		IF STR-Expected-Cost is Numeric
		     Move STR-Expected-Cost to Store-Exp-Cost
		END-IF
	   ELSE
		IF ST-Rec-Type Not = "B"
		     Perform Add-Sort-Entry
		END-IF
	   END-IF.
	   Read Store-Trans-File at end Move "Yes" to Store-File-Eof.
       Add-Sort-Entry.
	   IF Sort-Count < 5000
		Move SR-Cust-ID to NS-Cust-ID
		Move SR-Trans-Year to NS-Year
		Move SR-Trans-Month to NS-Month
		Move SR-Trans-Day to NS-Day
		Move Store-Trans-Rec to NS-Data
		Add 1 to Sort-Count
		Move Sort-Count to Sort-Pos
		Move "N" to Sort-Done
		Perform Shift-Sort-Entry until Sort-Pos = 1 OR Sort-Done = "Y"
		Move New-Sort-Entry to Sort-Entry (Sort-Pos)
		Perform Add-Detail-Cost
	   ELSE
		Move "Y" to Batch-Overflow
	   END-IF.
       Shift-Sort-Entry.
	   Compute Prev-Pos = Sort-Pos - 1.
	   IF SE-Key (Prev-Pos) > NS-Key
		Move Sort-Entry (Prev-Pos) to Sort-Entry (Sort-Pos)
		Move Prev-Pos to Sort-Pos
	   ELSE
		Move "Y" to Sort-Done
	   END-IF.
       Add-Detail-Cost.
	   Move 0 to Detail-Cost-Wrk.
	   IF ST-Quantity-Purchased is Numeric AND
	      ST-Price-Per-Unit is Numeric
		IF ST-Return OR ST-Payment
		     Compute Detail-Cost-Wrk =
			0 - (ST-Price-Per-Unit * ST-Quantity-Purchased)
		ELSE
		  IF Not ST-Stock-Receipt
		     Compute Detail-Cost-Wrk =
			ST-Price-Per-Unit * ST-Quantity-Purchased
		  END-IF
		END-IF
	   END-IF.
	   Add Detail-Cost-Wrk to Batch-Cost.
       Check-Store-Batch.
	   IF Sort-Count = 0
		Move "NO DETAIL RECORDS" to IB-Status (Intake-Sub)
	   END-IF.
	   IF Batch-Overflow = "Y"
		Move "BATCH TOO LARGE" to IB-Status (Intake-Sub)
	   END-IF.
	   IF Store-Trailer-Seen = "Y" AND IB-Status (Intake-Sub) = spaces
		IF Store-Exp-Count Not = Sort-Count OR
		   Store-Exp-Cost Not = Batch-Cost
		     Move "STORE TRAILER OUT OF BALANCE" to IB-Status (Intake-Sub)
		END-IF
	   END-IF.
	   Move Sort-Count to IB-Count (Intake-Sub).
	   Move Batch-Cost to IB-Cost (Intake-Sub).
       Write-Merged-Batch.
	   Move spaces to Merged-Header-Rec.
	   Move "B" to MH-Rec-Type.
	   Move IB-Store-ID (Intake-Sub) to MH-Store-ID.
	   Move IB-Batch-Number (Intake-Sub) to MH-Batch-Number.
	   Write Merged-Header-Rec.
	   Perform Write-Merged-Detail Varying Sort-Sub From 1 By 1
		Until Sort-Sub > Sort-Count.
	   Move spaces to Merged-Trailer-Rec.
	   Move "T" to MTR-Rec-Type.
	   Move Sort-Count to MTR-Expected-Count.
	   Move Batch-Cost to MTR-Expected-Cost.
	   Write Merged-Trailer-Rec.
	   Add 1 to Batches-Loaded.
	   Add Sort-Count to Records-Loaded.
	   Add Batch-Cost to Amount-Loaded.
	   Move IB-Store-ID (Intake-Sub) to Store-Sub.
	   Add 1 to SX-Batches (Store-Sub).
	   Add Sort-Count to SX-Count (Store-Sub).
	   Add Batch-Cost to SX-Cost (Store-Sub).
       Write-Merged-Detail.
	   Move SE-Data (Sort-Sub) to Merged-Trans-Rec.
	   Write Merged-Trans-Rec.
       Print-Batch-Line.
	   Move IB-Store-ID (Intake-Sub) to BD-Store-out.
	   Move IB-Batch-Number (Intake-Sub) to BD-Batch-out.
	   Move IB-File-Name (Intake-Sub) to BD-File-out.
	   Move IB-Count (Intake-Sub) to BD-Count-out.
	   Move IB-Cost (Intake-Sub) to BD-Cost-out.
	   IF IB-Status (Intake-Sub) Not = spaces
		Move IB-Status (Intake-Sub) to BD-Status-out
	   END-IF.
	   IF IB-Prior-Run (Intake-Sub) > 0
		Move IB-Prior-Run (Intake-Sub) to BD-Prior-out
	   ELSE
		Move spaces to BD-Prior-out
	   END-IF.
	   Move Batch-Detail-Line to Print-rec.
	   Perform Write-Intake-Line.
       Termination.
	   IF Intake-Count = 0
		Move No-Batches-Line to Print-rec
		Perform Write-Intake-Line
		Move 16 to Return-Code
	   END-IF.
	   Move spaces to Print-rec.
	   Perform Write-Intake-Line.
	   Move Store-Total-Header to Print-rec.
	   Perform Write-Intake-Line.
	   Move Store-Total-Column to Print-rec.
	   Perform Write-Intake-Line.
	   Perform Print-Store-Total Varying Store-Sub From 1 By 1
		Until Store-Sub > 99.
	   Move spaces to Print-rec.
	   Perform Write-Intake-Line.
	   Move "BATCHES IN INTAKE LIST:" to TL-Label-out.
	   Move Intake-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "BATCHES LOADED:" to TL-Label-out.
	   Move Batches-Loaded to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "BATCHES REFUSED:" to TL-Label-out.
	   Move Batches-Refused to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "DETAIL RECORDS LOADED:" to TL-Label-out.
	   Move Records-Loaded to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "NET AMOUNT LOADED:             $" to VL-Label-out.
	   Move Amount-Loaded to VL-Value-out.
	   Move Value-Line to Print-rec.
	   Perform Write-Intake-Line.
	   Close Intake-Report-File.
       Print-Store-Total.
	   IF SX-Batches (Store-Sub) > 0
		Move Store-Sub to SL-Store-out
		Move SX-Batches (Store-Sub) to SL-Batches-out
		Move SX-Count (Store-Sub) to SL-Count-out
		Move SX-Cost (Store-Sub) to SL-Cost-out
		Move Store-Total-Line to Print-rec
		Perform Write-Intake-Line
	   END-IF.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Intake-Line.
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
	   Move "StoreIntake" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
