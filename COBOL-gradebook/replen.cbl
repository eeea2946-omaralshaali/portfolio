	Identification Division.
	Program-id.   Replenish.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Item-Master-File assign to "itemmast.idx"
			organization is indexed
			access is random
			record key is IM-Item-Code
			file status is Item-Mast-Status.
		Select Posted-History-File assign to "posthist.dat"
			organization is line sequential
			file status is Post-Hist-Status.
		Select Optional Archive-Hist-File assign to "histarch.dat"
			organization is line sequential
			file status is Arch-Status.
		Select Optional Open-PO-In-File assign to "openpo.dat"
			organization is line sequential
			file status is PO-In-Status.
		Select Open-PO-Out-File assign to "openpo.dat"
			organization is line sequential.
		Select Optional Repl-Parm-File assign to "replparm.dat"
			organization is line sequential
			file status is Repl-Parm-Status.
		Select Optional Repl-Control-File assign to "replctl.dat"
			organization is line sequential
			file status is Repl-Ctl-Status.
		Select Repl-Control-Out-File assign to "replctl.dat"
			organization is line sequential.
		Select Suggested-PO-File assign to "sugpo.dat"
			organization is line sequential.
		Select Buyer-Report-File assign to "buyrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Item-Master-File.
	01 Item-Mast-Rec.
		03 IM-Item-Code		PIC 999.
		03 IM-Item-Desc		PIC X(20).
		03 IM-Standard-Price	PIC 99V99.
		03 IM-New-Price		PIC 99V99.
		03 IM-New-Eff-Date	PIC 9(08).
		03 IM-Promo-Price	PIC 99V99.
		03 IM-Promo-From	PIC 9(08).
		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
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
	FD Open-PO-In-File.
	01 Open-PO-In-Rec		PIC X(33).
	FD Open-PO-Out-File.
	01 Open-PO-Out-Rec		PIC X(33).
	FD Repl-Parm-File.
	01 Repl-Parm-Rec.
		03 RP-Velocity-Days	PIC 999.
		03 RP-Lead-Days		PIC 999.
	FD Repl-Control-File.
	01 Repl-Control-Rec.
		03 RCL-Last-Match-Date	PIC 9(06).
	FD Repl-Control-Out-File.
	01 Repl-Control-Out-Rec.
		03 RCO-Last-Match-Date	PIC 9(06).
	FD Suggested-PO-File.
	01 Suggested-PO-Rec		PIC X(33).
	FD Buyer-Report-File.
	01 Buyer-Report-Line		PIC X(110).
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
	01 Item-Mast-Status		PIC XX.
	01 Post-Hist-Status		PIC XX.
	01 Arch-Status		PIC XX.
	01 PO-In-Status		PIC XX.
	01 Repl-Parm-Status		PIC XX.
	01 Repl-Ctl-Status		PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Today-Date		PIC 9(08) Value 0.
	01 Today-Date-R Redefines Today-Date.
	  03 TD-Year			PIC 9999.
	  03 TD-Month		PIC 99.
	  03 TD-Day			PIC 99.
	01 Velocity-Days		PIC 999 Value 30.
	01 Lead-Days		PIC 999 Value 7.
	01 Last-Match-Date		PIC 9(06) Value 0.
	01 Today-Day-Number	PIC 9(07) Value 0.
	01 Window-Start-Day	PIC S9(07) Value 0.
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
	01 Item-Repl-Table.
	  03 IR-Entry OCCURS 999 TIMES.
	    05 IR-Net-Sold		PIC S9(07) Value 0.
	    05 IR-On-Order		PIC 9(07) Value 0.
	01 Item-Sub			PIC 9(04).
	01 Item-Found		PIC X Value "N".
	01 PO-Table.
	  03 PT-Entry OCCURS 2000 TIMES.
	    05 PT-Line.
	      07 PT-PO-Number		PIC 9(06).
	      07 PT-Vendor-No		PIC 9(05).
	      07 PT-Item-Code		PIC 999.
	      07 PT-Order-Qty		PIC 9(05).
	      07 PT-Received-Qty	PIC 9(05).
	      07 PT-Order-Date		PIC 9(08).
	      07 PT-Line-Status		PIC X.
	    05 PT-Usable		PIC X.
	01 PO-Count			PIC 9(04) Value 0.
	01 PO-Sub			PIC 9(04).
	01 Oldest-Sub		PIC 9(04).
	01 PO-Open-Qty		PIC 9(05).
	01 Suggested-PO-Wrk.
	  03 SP-PO-Number		PIC 9(06) Value 0.
	  03 SP-Vendor-No		PIC 9(05).
	  03 SP-Item-Code		PIC 999.
	  03 SP-Order-Qty		PIC 9(05).
	  03 SP-Received-Qty		PIC 9(05) Value 0.
	  03 SP-Order-Date		PIC 9(08).
	  03 SP-Line-Status		PIC X Value "S".
	01 Receipt-Remaining	PIC 9(05).
	01 Receipt-Matched		PIC 9(05).
	01 Receipt-Had-PO		PIC X.
	01 More-PO-Lines		PIC X.
	01 Daily-Velocity		PIC S9(05)V99 Value 0.
	01 Lead-Usage		PIC S9(07) Value 0.
	01 Projected-Qty		PIC S9(07) Value 0.
	01 Order-Multiple		PIC 9(07) Value 0.
	01 Order-Qty-Wrk		PIC 9(09) Value 0.
	01 New-Suggestion.
	  03 NS-Vendor-No		PIC 9(05).
	  03 NS-Item-Code		PIC 999.
	  03 NS-Item-Desc		PIC X(20).
	  03 NS-On-Hand		PIC S9(05).
	  03 NS-On-Order		PIC 9(07).
	  03 NS-Velocity		PIC S9(05)V99.
	  03 NS-Reorder-Point	PIC 9(05).
	  03 NS-Order-Qty		PIC 9(05).
	  03 NS-Unit-Cost		PIC 99V99.
	  03 NS-Note			PIC X(16).
	01 Suggestion-Table.
	  03 SG-Entry OCCURS 999 TIMES.
	    05 SG-Vendor-No		PIC 9(05).
	    05 SG-Item-Code		PIC 999.
	    05 SG-Item-Desc		PIC X(20).
	    05 SG-On-Hand		PIC S9(05).
	    05 SG-On-Order		PIC 9(07).
	    05 SG-Velocity		PIC S9(05)V99.
	    05 SG-Reorder-Point	PIC 9(05).
	    05 SG-Order-Qty		PIC 9(05).
	    05 SG-Unit-Cost		PIC 99V99.
	    05 SG-Note			PIC X(16).
	01 Sug-Count		PIC 9(04) Value 0.
	01 Sug-Sub			PIC 9(04).
	01 Prev-Sub			PIC 9(04).
	01 Shift-Done		PIC X.
	01 Prev-Vendor		PIC 9(05) Value 0.
	01 Est-Cost-Wrk		PIC 9(07)V99 Value 0.
	01 Vendor-Cost		PIC 9(09)V99 Value 0.
	01 Vendor-Items		PIC 9(04) Value 0.
	01 Total-Cost		PIC 9(09)V99 Value 0.
	01 Replenish-Counters.
	  03 Receipt-Count		PIC 9(07) Value 0.
	  03 Units-Matched		PIC 9(07) Value 0.
	  03 No-PO-Count		PIC 9(07) Value 0.
	  03 Over-Receipt-Count	PIC 9(07) Value 0.
	  03 PO-Closed-Count		PIC 9(07) Value 0.
	  03 PO-Kept-Count		PIC 9(07) Value 0.
	  03 Items-Reviewed		PIC 9(07) Value 0.
	  03 Sug-Written		PIC 9(07) Value 0.
	  03 No-ROQ-Count		PIC 9(07) Value 0.
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(29) value "BUYER'S REPLENISHMENT REPORT ".
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
	  03 filler			PIC X(13) value "   VELOCITY: ".
	  03 RH-Velocity-out		PIC ZZ9.
	  03 filler			PIC X(16) value " DAYS   LEAD:   ".
	  03 RH-Lead-out		PIC ZZ9.
	  03 filler			PIC X(5)  value " DAYS".
	01 Column-Heading-Hold	PIC X(110) Value spaces.
	01 Exception-Section-Line.
	  03 filler			PIC X(40)
		value "STOCK RECEIPTS NOT MATCHED TO AN OPEN PO".
	01 Exception-Column-Line.
	  03 filler			PIC X(33)
		value "STORE  ITEM RUN DATE  TRANS DATE ".
	  03 filler			PIC X(31)
		value "RECEIVED UNMATCHED   EXCEPTION".
	01 Receipt-Exception-Line.
	  03 EX-Store-out		PIC 99.
	  03 filler			PIC X(5)  value spaces.
	  03 EX-Item-out		PIC 999.
	  03 filler			PIC X(2)  value spaces.
	  03 EX-Run-Date-out		PIC 9(06).
	  03 filler			PIC X(4)  value spaces.
	  03 EX-Trans-MM		PIC 99.
	  03 filler			PIC X value "/".
	  03 EX-Trans-DD		PIC 99.
	  03 filler			PIC X value "/".
	  03 EX-Trans-YYYY		PIC 9999.
	  03 filler			PIC X(3)  value spaces.
	  03 EX-Received-out		PIC ZZZZZ9.
	  03 filler			PIC X(4)  value spaces.
	  03 EX-Unmatched-out		PIC ZZZZZ9.
	  03 filler			PIC X(3)  value spaces.
	  03 EX-Reason-out		PIC X(20).
	01 No-Exception-Line.
	  03 filler			PIC X(40)
		value "NO RECEIPT EXCEPTIONS".
	01 Suggestion-Section-Line.
	  03 filler			PIC X(40)
		value "SUGGESTED PURCHASE ORDERS BY VENDOR".
	01 Suggestion-Column-Line.
	  03 filler			PIC X(50)
		value "VENDOR ITEM DESCRIPTION         ON HAND ON ORDER  ".
	  03 filler			PIC X(44)
		value " PER DAY    ROP ORDER QTY     EST COST  NOTE".
	01 Suggestion-Detail-Line.
	  03 SD-Vendor-out		PIC 9(05).
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Item-out		PIC 999.
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Desc-out		PIC X(20).
	  03 filler			PIC X(1)  value spaces.
	  03 SD-On-Hand-out		PIC -ZZZZ9.
	  03 filler			PIC X(2)  value spaces.
	  03 SD-On-Order-out		PIC ZZZZZZ9.
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Velocity-out		PIC -ZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Reorder-Pt-out		PIC ZZZZ9.
	  03 filler			PIC X(3)  value spaces.
	  03 SD-Order-Qty-out		PIC ZZZZZZ9.
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Cost-out		PIC ZZZZZZZ9.99.
	  03 filler			PIC X(2)  value spaces.
	  03 SD-Note-out		PIC X(16).
	01 Vendor-Total-Line.
	  03 filler			PIC X(7)  value "VENDOR ".
	  03 VT-Vendor-out		PIC 9(05).
	  03 filler			PIC X(8)  value " TOTAL  ".
	  03 VT-Items-out		PIC ZZZ9.
	  03 filler			PIC X(6)  value " ITEMS".
	  03 filler			PIC X(47) value spaces.
	  03 VT-Cost-out		PIC ZZZZZZZ9.99.
	01 No-Suggestion-Line.
	  03 filler			PIC X(40)
		value "NO ITEMS AT OR BELOW REORDER POINT".
	01 Grand-Total-Line.
	  03 filler			PIC X(32) value "TOTAL SUGGESTED ORDER VALUE:  $".
	  03 GT-Cost-out		PIC ZZZZZZZZ9.99.
	01 Total-Line.
	  03 TL-Label-out		PIC X(32).
	  03 TL-Count-out		PIC ZZZZZZ9.
	01 Archive-Eof		PIC XXX Value "No".
	01 End-of-file		PIC XXX Value "No".
	01 PO-In-Eof		PIC XXX Value "No".
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Match stock receipts to open purchase order     *>
      *>   lines, then suggest orders for every item whose *>
      *>   projected stock is at or below reorder point.   *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Load-Open-PO-Lines.
       Perform Scan-Archive-Sales.
       Perform Scan-Posted-History.
       Perform Compute-On-Order Varying PO-Sub From 1 By 1
	    Until PO-Sub > PO-Count.
       Perform Review-Item Varying Item-Sub From 1 By 1
	    Until Item-Sub > 999.
       Perform Print-Suggestions.
       Perform Rewrite-Open-PO-File.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Compute TD-Year = 2000 + RD-YY.
	   Move RD-MM to TD-Month.
	   Move RD-DD to TD-Day.
	   Perform Load-Replenish-Parameters.
	   Move TD-Year to DW-Year.
	   Move TD-Month to DW-Month.
	   Move TD-Day to DW-Day.
	   Perform Compute-Day-Number.
	   Move Day-Number-Wrk to Today-Day-Number.
	   Compute Window-Start-Day = Today-Day-Number - Velocity-Days + 1.
	   Perform Load-Receipt-Control.
	   Open input Item-Master-File.
	   IF Item-Mast-Status Not = "00"
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open output Suggested-PO-File.
	   Open output Buyer-Report-File.
	   Perform Print-Page-Header.
	   Move Exception-Column-Line to Column-Heading-Hold.
	   Move Exception-Section-Line to Print-rec.
	   Perform Write-Buyer-Line.
	   Move Exception-Column-Line to Print-rec.
	   Perform Write-Buyer-Line.
       Load-Replenish-Parameters.
	   Open input Repl-Parm-File.
	   IF Repl-Parm-Status = "00"
		Read Repl-Parm-File
		   at end Continue
		   not at end
			IF RP-Velocity-Days is Numeric AND RP-Velocity-Days > 0
			     Move RP-Velocity-Days to Velocity-Days
			END-IF
			IF RP-Lead-Days is Numeric
			     Move RP-Lead-Days to Lead-Days
			END-IF
		End-Read
		Close Repl-Parm-File
	   END-IF.
       Load-Receipt-Control.
	   Compute Last-Match-Date = Run-Date - 1.
	   Open input Repl-Control-File.
	   IF Repl-Ctl-Status = "00"
		Read Repl-Control-File
		   at end Continue
		   not at end
			IF RCL-Last-Match-Date is Numeric AND
			   RCL-Last-Match-Date > 0
			     Move RCL-Last-Match-Date to Last-Match-Date
			END-IF
		End-Read
		Close Repl-Control-File
	   END-IF.
	   IF Last-Match-Date >= Run-Date
		Display "RECEIPTS ALREADY MATCHED FOR RUN DATE " Run-Date
	   END-IF.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Move Velocity-Days to RH-Velocity-out.
	   Move Lead-Days to RH-Lead-out.
	   Write Buyer-Report-Line from Report-Header-1.
	   Write Buyer-Report-Line from Report-Header-2.
	   Write Buyer-Report-Line from Column-Heading-Hold.
	   Move 3 to Line-Count.
       Write-Buyer-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Buyer-Report-Line from Print-rec.
	   Add 1 to Line-Count.
      *> ------------------------------------------------- *>
      *>   Open purchase order lines are held in memory    *>
      *>   while receipts are applied, then rewritten.     *>
      *> ------------------------------------------------- *>
       Load-Open-PO-Lines.
	   Open input Open-PO-In-File.
	   IF PO-In-Status = "00"
		Read Open-PO-In-File at end Move "Yes" to PO-In-Eof
		END-READ
		Perform Load-Open-PO-Line until PO-In-Eof = "Yes"
		Close Open-PO-In-File
	   END-IF.
       Load-Open-PO-Line.
	   IF PO-Count >= 2000
		Display "FATAL - OPEN PO TABLE FULL, OPENPO.DAT NOT REWRITTEN"
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Add 1 to PO-Count.
	   Move Open-PO-In-Rec to PT-Line (PO-Count).
	   Move "N" to PT-Usable (PO-Count).
	   IF PT-Item-Code (PO-Count) is Numeric AND
	      PT-Order-Qty (PO-Count) is Numeric AND
	      PT-Received-Qty (PO-Count) is Numeric AND
	      PT-Order-Date (PO-Count) is Numeric AND
	      PT-Item-Code (PO-Count) >= 1
		Move "Y" to PT-Usable (PO-Count)
	   ELSE
		Display "OPEN PO LINE NOT NUMERIC, NOT MATCHED: "
			Open-PO-In-Rec
	   END-IF.
	   Read Open-PO-In-File at end Move "Yes" to PO-In-Eof.
      *> ------------------------------------------------- *>
      *>   Sales velocity comes from posted and archived   *>
      *>   purchases less returns inside the window.       *>
      *> ------------------------------------------------- *>
       Scan-Archive-Sales.
	   Open input Archive-Hist-File.
	   IF Arch-Status = "00" OR Arch-Status = "05"
		Read Archive-Hist-File at end Move "Yes" to Archive-Eof
		END-READ
		Perform Scan-Archive-Rec until Archive-Eof = "Yes"
		Close Archive-Hist-File
	   END-IF.
       Scan-Archive-Rec.
	   Move AH-Hist-Data to Posted-Hist-Rec.
	   Perform Tally-Sales-Rec.
	   Read Archive-Hist-File at end Move "Yes" to Archive-Eof.
       Scan-Posted-History.
	   Open input Posted-History-File.
	   IF Post-Hist-Status Not = "00"
		Display "FATAL - POSTED HISTORY FILE NOT AVAILABLE, STATUS: "
			Post-Hist-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
	   Perform Scan-History-Rec until End-of-file = "Yes".
	   Close Posted-History-File.
	   IF No-PO-Count = 0 AND Over-Receipt-Count = 0
		Move No-Exception-Line to Print-rec
		Perform Write-Buyer-Line
	   END-IF.
       Scan-History-Rec.
	   Perform Tally-Sales-Rec.
	   IF PH-Trans-Type = "S" AND PH-Reversal-Flag Not = "V" AND
	      PH-Run-Date > Last-Match-Date AND
	      PH-Run-Date <= Run-Date
		Perform Match-Receipt
	   END-IF.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Tally-Sales-Rec.
	   IF (PH-Trans-Type = "P" OR PH-Trans-Type = "R") AND
	      PH-Item-Code >= 1 AND
	      PH-Trans-Date is Numeric AND
	      PH-Trans-Month >= 1 AND PH-Trans-Month <= 12
		Move PH-Trans-Year to DW-Year
		Move PH-Trans-Month to DW-Month
		Move PH-Trans-Day to DW-Day
		Perform Compute-Day-Number
		IF Day-Number-Wrk >= Window-Start-Day AND
		   Day-Number-Wrk <= Today-Day-Number
		     IF (PH-Trans-Type = "P" AND PH-Reversal-Flag Not = "V") OR
			(PH-Trans-Type = "R" AND PH-Reversal-Flag = "V")
			Add PH-Quantity to IR-Net-Sold (PH-Item-Code)
		     ELSE
			Subtract PH-Quantity from IR-Net-Sold (PH-Item-Code)
		     END-IF
		END-IF
	   END-IF.
      *> ------------------------------------------------- *>
      *>   A receipt is applied to the oldest open lines   *>
      *>   for the item.  Anything left over is an         *>
      *>   over-receipt; no open line at all is reported   *>
      *>   as a receipt against no purchase order.         *>
      *> ------------------------------------------------- *>
       Match-Receipt.
	   Add 1 to Receipt-Count.
	   Move PH-Quantity to Receipt-Remaining.
	   Move "N" to Receipt-Had-PO.
	   Move "Y" to More-PO-Lines.
	   Perform Apply-Receipt-To-PO
		until Receipt-Remaining = 0 OR More-PO-Lines = "N".
	   Compute Receipt-Matched = PH-Quantity - Receipt-Remaining.
	   Add Receipt-Matched to Units-Matched.
	   IF Receipt-Had-PO = "N"
		Add 1 to No-PO-Count
		Move "NO OPEN PO" to EX-Reason-out
		Perform Write-Receipt-Exception
	   ELSE
		IF Receipt-Remaining > 0
		     Add 1 to Over-Receipt-Count
		     Move "OVER-RECEIPT" to EX-Reason-out
		     Perform Write-Receipt-Exception
		END-IF
	   END-IF.
       Apply-Receipt-To-PO.
	   Move 0 to Oldest-Sub.
	   Perform Find-Oldest-PO-Line Varying PO-Sub From 1 By 1
		Until PO-Sub > PO-Count.
	   IF Oldest-Sub = 0
		Move "N" to More-PO-Lines
	   ELSE
		Move "Y" to Receipt-Had-PO
		Compute PO-Open-Qty = PT-Order-Qty (Oldest-Sub)
		     - PT-Received-Qty (Oldest-Sub)
		IF Receipt-Remaining >= PO-Open-Qty
		     Add PO-Open-Qty to PT-Received-Qty (Oldest-Sub)
		     Subtract PO-Open-Qty from Receipt-Remaining
		     Move "C" to PT-Line-Status (Oldest-Sub)
		     Add 1 to PO-Closed-Count
		ELSE
		     Add Receipt-Remaining to PT-Received-Qty (Oldest-Sub)
		     Move 0 to Receipt-Remaining
		END-IF
	   END-IF.
       Find-Oldest-PO-Line.
	   IF PT-Usable (PO-Sub) = "Y" AND
	      PT-Line-Status (PO-Sub) = "O" AND
	      PT-Item-Code (PO-Sub) = PH-Item-Code AND
	      PT-Order-Qty (PO-Sub) > PT-Received-Qty (PO-Sub)
		IF Oldest-Sub = 0
		     Move PO-Sub to Oldest-Sub
		ELSE
		     IF PT-Order-Date (PO-Sub) < PT-Order-Date (Oldest-Sub)
			Move PO-Sub to Oldest-Sub
		     END-IF
		END-IF
	   END-IF.
       Write-Receipt-Exception.
	   Move PH-Store-ID to EX-Store-out.
	   Move PH-Item-Code to EX-Item-out.
	   Move PH-Run-Date to EX-Run-Date-out.
	   Move PH-Trans-Month to EX-Trans-MM.
	   Move PH-Trans-Day to EX-Trans-DD.
	   Move PH-Trans-Year to EX-Trans-YYYY.
	   Move PH-Quantity to EX-Received-out.
	   Move Receipt-Remaining to EX-Unmatched-out.
	   Move Receipt-Exception-Line to Print-rec.
	   Perform Write-Buyer-Line.
       Compute-On-Order.
	   IF PT-Usable (PO-Sub) = "Y" AND
	      PT-Line-Status (PO-Sub) = "O" AND
	      PT-Order-Qty (PO-Sub) > PT-Received-Qty (PO-Sub)
		Move PT-Item-Code (PO-Sub) to Item-Sub
		Compute IR-On-Order (Item-Sub) = IR-On-Order (Item-Sub)
		     + PT-Order-Qty (PO-Sub) - PT-Received-Qty (PO-Sub)
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Projected stock is on hand plus on order less   *>
      *>   expected sales over the lead time.  Orders are  *>
      *>   suggested in multiples of the reorder quantity  *>
      *>   until projected stock clears the reorder point. *>
      *> ------------------------------------------------- *>
       Review-Item.
	   Move Item-Sub to IM-Item-Code.
	   Read Item-Master-File
		invalid key Move "N" to Item-Found
		not invalid key Move "Y" to Item-Found
	   End-Read.
	   IF Item-Found = "Y" AND
	      (IM-Reorder-Point > 0 OR IM-Reorder-Qty > 0)
		Add 1 to Items-Reviewed
		IF IR-Net-Sold (Item-Sub) > 0
		     Compute Daily-Velocity rounded =
			IR-Net-Sold (Item-Sub) / Velocity-Days
		ELSE
		     Move 0 to Daily-Velocity
		END-IF
		Compute Lead-Usage rounded = Daily-Velocity * Lead-Days
		Compute Projected-Qty = IM-On-Hand-Qty
		     + IR-On-Order (Item-Sub) - Lead-Usage
		IF Projected-Qty <= IM-Reorder-Point
		     Perform Build-Suggestion
		END-IF
	   END-IF.
       Build-Suggestion.
	   Move spaces to NS-Note.
	   IF IM-Reorder-Qty = 0
		Move 0 to NS-Order-Qty
		Move "NO REORDER QTY" to NS-Note
		Add 1 to No-ROQ-Count
	   ELSE
		Compute Order-Multiple =
		     (IM-Reorder-Point - Projected-Qty) / IM-Reorder-Qty
		Add 1 to Order-Multiple
		Compute Order-Qty-Wrk = Order-Multiple * IM-Reorder-Qty
		IF Order-Qty-Wrk > 99999
		     Move 99999 to NS-Order-Qty
		     Move "QTY CAPPED" to NS-Note
		ELSE
		     Move Order-Qty-Wrk to NS-Order-Qty
		END-IF
		IF IM-Vendor-No = 0
		     Move "NO VENDOR ON FILE" to NS-Note
		END-IF
	   END-IF.
	   Move IM-Vendor-No to NS-Vendor-No.
	   Move IM-Item-Code to NS-Item-Code.
	   Move IM-Item-Desc to NS-Item-Desc.
	   Move IM-On-Hand-Qty to NS-On-Hand.
	   Move IR-On-Order (Item-Sub) to NS-On-Order.
	   Move Daily-Velocity to NS-Velocity.
	   Move IM-Reorder-Point to NS-Reorder-Point.
	   Move IM-Unit-Cost to NS-Unit-Cost.
	   Perform Insert-Suggestion.
       Insert-Suggestion.
	   Add 1 to Sug-Count.
	   Move Sug-Count to Sug-Sub.
	   Move "N" to Shift-Done.
	   Perform Shift-Suggestion until Shift-Done = "Y".
	   Move New-Suggestion to SG-Entry (Sug-Sub).
       Shift-Suggestion.
	   IF Sug-Sub = 1
		Move "Y" to Shift-Done
	   ELSE
		Compute Prev-Sub = Sug-Sub - 1
		IF SG-Vendor-No (Prev-Sub) > NS-Vendor-No
		     Move SG-Entry (Prev-Sub) to SG-Entry (Sug-Sub)
		     Move Prev-Sub to Sug-Sub
		ELSE
		     Move "Y" to Shift-Done
		END-IF
	   END-IF.
       Print-Suggestions.
	   Move Suggestion-Column-Line to Column-Heading-Hold.
	   Move spaces to Print-rec.
	   Perform Write-Buyer-Line.
	   Move Suggestion-Section-Line to Print-rec.
	   Perform Write-Buyer-Line.
	   Move Suggestion-Column-Line to Print-rec.
	   Perform Write-Buyer-Line.
	   IF Sug-Count = 0
		Move No-Suggestion-Line to Print-rec
		Perform Write-Buyer-Line
	   ELSE
		Perform Print-Suggestion Varying Sug-Sub From 1 By 1
		     Until Sug-Sub > Sug-Count
		Perform Print-Vendor-Total
	   END-IF.
       Print-Suggestion.
	   IF Sug-Sub > 1 AND SG-Vendor-No (Sug-Sub) Not = Prev-Vendor
		Perform Print-Vendor-Total
	   END-IF.
	   Move SG-Vendor-No (Sug-Sub) to Prev-Vendor.
	   Compute Est-Cost-Wrk =
		SG-Order-Qty (Sug-Sub) * SG-Unit-Cost (Sug-Sub).
	   Add Est-Cost-Wrk to Vendor-Cost.
	   Add Est-Cost-Wrk to Total-Cost.
	   Add 1 to Vendor-Items.
	   Move SG-Vendor-No (Sug-Sub) to SD-Vendor-out.
	   Move SG-Item-Code (Sug-Sub) to SD-Item-out.
	   Move SG-Item-Desc (Sug-Sub) to SD-Desc-out.
	   Move SG-On-Hand (Sug-Sub) to SD-On-Hand-out.
	   Move SG-On-Order (Sug-Sub) to SD-On-Order-out.
	   Move SG-Velocity (Sug-Sub) to SD-Velocity-out.
	   Move SG-Reorder-Point (Sug-Sub) to SD-Reorder-Pt-out.
	   Move SG-Order-Qty (Sug-Sub) to SD-Order-Qty-out.
	   Move Est-Cost-Wrk to SD-Cost-out.
	   Move SG-Note (Sug-Sub) to SD-Note-out.
	   Move Suggestion-Detail-Line to Print-rec.
	   Perform Write-Buyer-Line.
	   IF SG-Order-Qty (Sug-Sub) > 0
		Move SG-Vendor-No (Sug-Sub) to SP-Vendor-No
		Move SG-Item-Code (Sug-Sub) to SP-Item-Code
		Move SG-Order-Qty (Sug-Sub) to SP-Order-Qty
		Move Today-Date to SP-Order-Date
		Write Suggested-PO-Rec from Suggested-PO-Wrk
		Add 1 to Sug-Written
	   END-IF.
       Print-Vendor-Total.
	   Move Prev-Vendor to VT-Vendor-out.
	   Move Vendor-Items to VT-Items-out.
	   Move Vendor-Cost to VT-Cost-out.
	   Move Vendor-Total-Line to Print-rec.
	   Perform Write-Buyer-Line.
	   Move spaces to Print-rec.
	   Perform Write-Buyer-Line.
	   Move 0 to Vendor-Items.
	   Move 0 to Vendor-Cost.
       Rewrite-Open-PO-File.
	   Open output Open-PO-Out-File.
	   Perform Write-Open-PO-Line Varying PO-Sub From 1 By 1
		Until PO-Sub > PO-Count.
	   Close Open-PO-Out-File.
	   IF Last-Match-Date < Run-Date
		Open output Repl-Control-Out-File
		Move Run-Date to RCO-Last-Match-Date
		Write Repl-Control-Out-Rec
		Close Repl-Control-Out-File
	   END-IF.
       Write-Open-PO-Line.
	   IF PT-Usable (PO-Sub) = "Y" AND PT-Line-Status (PO-Sub) = "C"
		Continue
	   ELSE
		Write Open-PO-Out-Rec from PT-Line (PO-Sub)
		Add 1 to PO-Kept-Count
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
       Termination.
	   Move Total-Cost to GT-Cost-out.
	   Move Grand-Total-Line to Print-rec.
	   Perform Write-Buyer-Line.
	   Move spaces to Print-rec.
	   Perform Write-Buyer-Line.
	   Move "STOCK RECEIPTS EXAMINED:" to TL-Label-out.
	   Move Receipt-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "RECEIPT UNITS MATCHED TO PO:" to TL-Label-out.
	   Move Units-Matched to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "RECEIPTS WITH NO OPEN PO:" to TL-Label-out.
	   Move No-PO-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "OVER-RECEIPTS:" to TL-Label-out.
	   Move Over-Receipt-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "PO LINES CLOSED:" to TL-Label-out.
	   Move PO-Closed-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "PO LINES STILL OPEN:" to TL-Label-out.
	   Move PO-Kept-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "ITEMS WITH REORDER POINTS:" to TL-Label-out.
	   Move Items-Reviewed to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "ITEMS AT OR BELOW REORDER:" to TL-Label-out.
	   Move Sug-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "SUGGESTED PO LINES WRITTEN:" to TL-Label-out.
	   Move Sug-Written to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "ITEMS WITH NO REORDER QTY:" to TL-Label-out.
	   Move No-ROQ-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Close Item-Master-File.
	   Close Suggested-PO-File.
	   Close Buyer-Report-File.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Buyer-Line.
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
	   Move "Replenish" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
