	Identification Division.
	Program-id.   BudgetReport.
	Author.       Omar Alshaali.
	Environment Division.
	Configuration Section.
	Source-computer.      HPMiniOSS429.
	Object-computer.      HPMiniOSS429.
	Input-output Section.
	File-control.
		Select Optional Budget-Parm-File assign to "budparm.dat"
			organization is line sequential
			file status is Budget-Parm-Status.
		Select Budget-File assign to "budget.idx"
			organization is indexed
			access is random
			record key is BG-Key
			file status is Budget-Status.
		Select Item-Master-File assign to "itemmast.idx"
			organization is indexed
			access is random
			record key is IM-Item-Code
			file status is Item-Mast-Status.
		Select Optional Posted-History-File assign to "posthist.dat"
			organization is line sequential
			file status is Post-Hist-Status.
		Select Optional Archive-Hist-File assign to "histarch.dat"
			organization is line sequential
			file status is Arch-Status.
		Select Budget-Report-File assign to "budrpt.dat"
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Budget-Parm-File.
	01 Budget-Parm-Rec.
		03 BP-Period		PIC 9(06).
		03 BP-Tolerance		PIC 99V9.
	FD Budget-File.
	01 Budget-Rec.
		03 BG-Key.
			05 BG-Store-ID		PIC 99.
			05 BG-Period		PIC 9(06).
		03 BG-Sales-Target	PIC 9(07)V99.
		03 BG-Units-Target	PIC 9(07).
		03 BG-Margin-Target	PIC 9(07)V99.
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
	01 Posted-Hist-Rec		PIC X(53).
	FD Archive-Hist-File.
	01 Archive-Hist-Rec.
		03 AH-Period		PIC 9(06).
		03 AH-Hist-Data		PIC X(53).
	FD Budget-Report-File.
	01 Budget-Report-Line		PIC X(110).
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
	01 Budget-Parm-Status	PIC XX.
	01 Budget-Status		PIC XX.
	01 Item-Mast-Status		PIC XX.
	01 Post-Hist-Status		PIC XX.
	01 Arch-Status		PIC XX.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 RD-MM			PIC 99.
	  03 RD-DD			PIC 99.
	01 Report-Period		PIC 9(06) Value 0.
	01 Report-Period-R Redefines Report-Period.
	  03 RP-Year			PIC 9999.
	  03 RP-Month		PIC 99.
	01 Tolerance-Pct		PIC 99V9 Value 10.0.
	01 Hist-Work-Rec.
		03 HW-Run-Date		PIC 9(06).
		03 HW-Trans-Date.
			05 HW-Trans-Month	PIC 99.
			05 HW-Trans-Day		PIC 99.
			05 HW-Trans-Year	PIC 9999.
		03 HW-Cust-ID		PIC 9999.
		03 HW-Item-Code		PIC 999.
		03 HW-Quantity		PIC 99.
		03 HW-Price-Per-Unit	PIC 99V99.
		03 HW-Trans-Type	PIC X.
		03 HW-Ext-Cost		PIC S9(06)V99.
		03 HW-Store-ID		PIC 99.
		03 HW-Tax-Amount	PIC S9(05)V99.
		03 HW-Slsp-ID		PIC 999.
		03 HW-Batch-Number	PIC 9(04).
		03 HW-Reversal-Flag	PIC X.
	01 Unit-Cost-Table.
	  03 UC-Unit-Cost OCCURS 999 TIMES	PIC 99V99.
	01 Item-Sub			PIC 9(04).
	01 Actual-Table.
	  03 AC-Store-Entry OCCURS 99 TIMES.
	    05 AC-PTD-Sales		PIC S9(09)V99 Value 0.
	    05 AC-PTD-Units		PIC S9(09) Value 0.
	    05 AC-PTD-Margin		PIC S9(09)V99 Value 0.
	    05 AC-YTD-Sales		PIC S9(09)V99 Value 0.
	    05 AC-YTD-Units		PIC S9(09) Value 0.
	    05 AC-YTD-Margin		PIC S9(09)V99 Value 0.
	01 Budget-Table.
	  03 BT-Store-Entry OCCURS 99 TIMES.
	    05 BT-PTD-Sales		PIC S9(09)V99 Value 0.
	    05 BT-PTD-Units		PIC S9(09) Value 0.
	    05 BT-PTD-Margin		PIC S9(09)V99 Value 0.
	    05 BT-YTD-Sales		PIC S9(09)V99 Value 0.
	    05 BT-YTD-Units		PIC S9(09) Value 0.
	    05 BT-YTD-Margin		PIC S9(09)V99 Value 0.
	01 Company-Totals.
	  03 CT-PTD-Sales		PIC S9(09)V99 Value 0.
	  03 CT-PTD-Units		PIC S9(09) Value 0.
	  03 CT-PTD-Margin		PIC S9(09)V99 Value 0.
	  03 CT-YTD-Sales		PIC S9(09)V99 Value 0.
	  03 CT-YTD-Units		PIC S9(09) Value 0.
	  03 CT-YTD-Margin		PIC S9(09)V99 Value 0.
	  03 CB-PTD-Sales		PIC S9(09)V99 Value 0.
	  03 CB-PTD-Units		PIC S9(09) Value 0.
	  03 CB-PTD-Margin		PIC S9(09)V99 Value 0.
	  03 CB-YTD-Sales		PIC S9(09)V99 Value 0.
	  03 CB-YTD-Units		PIC S9(09) Value 0.
	  03 CB-YTD-Margin		PIC S9(09)V99 Value 0.
	01 Store-Sub		PIC 999.
	01 Month-Sub		PIC 99.
	01 Trans-Period-Wrk	PIC 9(06).
	01 Units-Wrk		PIC S9(05).
	01 Cost-Wrk			PIC S9(07)V99.
	01 Margin-Wrk		PIC S9(07)V99.
	01 Row-Work.
	  03 Row-PTD-Actual		PIC S9(09)V99.
	  03 Row-PTD-Budget		PIC S9(09)V99.
	  03 Row-YTD-Actual		PIC S9(09)V99.
	  03 Row-YTD-Budget		PIC S9(09)V99.
	  03 Variance-Wrk		PIC S9(09)V99.
	  03 Variance-Pct-Wrk	PIC S9(05)V9.
	  03 Row-Flag		PIC X.
	01 Store-Flag		PIC X.
	01 Stores-Reported		PIC 999 Value 0.
	01 Stores-Flagged		PIC 999 Value 0.
	01 Hist-Read-Count		PIC 9(07) Value 0.
	01 End-of-file      	PIC XXX Value "No".
	01 Arch-Eof			PIC XXX Value "No".
	01 Page-Number		PIC 9(04) Value 0.
	01 Lines-Per-Page		PIC 99 Value 60.
	01 Line-Count		PIC 99 Value 99.
	01 Report-Header-1.
	  03 filler			PIC X(30) value spaces.
	  03 filler			PIC X(27) value "BUDGET VERSUS ACTUAL SALES ".
	  03 filler			PIC X(18) value spaces.
	  03 filler			PIC X(5)  value "PAGE ".
	  03 RH-Page-Out		PIC ZZZ9.
	01 Report-Header-2.
	  03 filler			PIC X(10) value "RUN DATE: ".
	  03 RH-MM			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-DD			PIC 99.
	  03 filler			PIC X value "/".
	  03 RH-YY			PIC 99.
	  03 filler			PIC X(11) value "   PERIOD: ".
	  03 RH-Period-out		PIC 9(06).
	  03 filler			PIC X(14) value "   TOLERANCE: ".
	  03 RH-Tolerance-out		PIC Z9.9.
	  03 filler			PIC X value "%".
	01 Column-headings-1.
	  03 filler			PIC X(10) value spaces.
	  03 filler			PIC X(45)
		value "--------------- PERIOD TO DATE --------------".
	  03 filler			PIC X(45)
		value "--------------- YEAR TO DATE ----------------".
	01 Column-headings-2.
	  03 filler			PIC X(10) value "STORE".
	  03 filler			PIC X(45)
		value "      ACTUAL      BUDGET    VARIANCE    VAR %".
	  03 filler			PIC X(45)
		value "      ACTUAL      BUDGET    VARIANCE    VAR %".
	  03 filler			PIC X(7)  value "   FLAG".
	01 Store-Header-Line.
	  03 filler			PIC X(7)  value "STORE: ".
	  03 SH-Store-out		PIC 99.
	01 Company-Header-Line.
	  03 filler			PIC X(13) value "COMPANY TOTAL".
	01 Pct-Edit-Area.
	  03 Pct-Edit			PIC -ZZZ9.9.
	  03 filler			PIC X value "%".
	01 Money-Row-Line.
	  03 filler			PIC X(2)  value spaces.
	  03 MR-Label-out		PIC X(8).
	  03 filler			PIC X     value space.
	  03 MR-PTD-Actual-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X     value space.
	  03 MR-PTD-Budget-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X     value space.
	  03 MR-PTD-Var-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X     value space.
	  03 MR-PTD-Pct-out		PIC X(8).
	  03 filler			PIC X     value space.
	  03 MR-YTD-Actual-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X     value space.
	  03 MR-YTD-Budget-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X     value space.
	  03 MR-YTD-Var-out		PIC -ZZZZZZ9.99.
	  03 filler			PIC X     value space.
	  03 MR-YTD-Pct-out		PIC X(8).
	  03 filler			PIC X(2)  value spaces.
	  03 MR-Flag-out		PIC X(5).
	01 Unit-Row-Line.
	  03 filler			PIC X(2)  value spaces.
	  03 UR-Label-out		PIC X(8).
	  03 filler			PIC X     value space.
	  03 UR-PTD-Actual-out		PIC -ZZZZZZZZZ9.
	  03 filler			PIC X     value space.
	  03 UR-PTD-Budget-out		PIC -ZZZZZZZZZ9.
	  03 filler			PIC X     value space.
	  03 UR-PTD-Var-out		PIC -ZZZZZZZZZ9.
	  03 filler			PIC X     value space.
	  03 UR-PTD-Pct-out		PIC X(8).
	  03 filler			PIC X     value space.
	  03 UR-YTD-Actual-out		PIC -ZZZZZZZZZ9.
	  03 filler			PIC X     value space.
	  03 UR-YTD-Budget-out		PIC -ZZZZZZZZZ9.
	  03 filler			PIC X     value space.
	  03 UR-YTD-Var-out		PIC -ZZZZZZZZZ9.
	  03 filler			PIC X     value space.
	  03 UR-YTD-Pct-out		PIC X(8).
	  03 filler			PIC X(2)  value spaces.
	  03 UR-Flag-out		PIC X(5).
	01 No-Activity-Line.
	  03 filler			PIC X(51)
		value "*** NO ACTUALS OR BUDGETS FOUND FOR THIS PERIOD ***".
	01 Total-Line.
	  03 TL-Label-out		PIC X(32).
	  03 TL-Count-out		PIC ZZZZZZ9.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
      *> ------------------------------------------------- *>
      *>   Store sales, units and gross margin against the *>
      *>   monthly targets in budget.idx, for the period   *>
      *>   in budparm.dat and the year to date.  Actuals   *>
      *>   come from posthist.dat and histarch.dat by the  *>
      *>   transaction date.  A row whose variance is      *>
      *>   outside the tolerance either way is flagged.    *>
      *> ------------------------------------------------- *>
       Perform Init.
       Perform Read-Posted-History.
       Perform Read-Archive-History.
       Perform Load-Store-Budgets Varying Store-Sub From 1 By 1
	   Until Store-Sub > 99.
       Perform Print-Store-Budget Varying Store-Sub From 1 By 1
	   Until Store-Sub > 99.
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Compute Report-Period = (2000 + RD-YY) * 100 + RD-MM.
	   Perform Load-Budget-Parameters.
	   Open input Budget-File.
	   IF Budget-Status Not = "00"
		Display "FATAL - BUDGET FILE NOT AVAILABLE, STATUS: "
			Budget-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open input Item-Master-File.
	   IF Item-Mast-Status Not = "00"
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Perform Load-Unit-Cost Varying Item-Sub From 1 By 1
		Until Item-Sub > 999.
	   Close Item-Master-File.
	   Open output Budget-Report-File.
       Load-Budget-Parameters.
	   Open input Budget-Parm-File.
	   IF Budget-Parm-Status = "00"
		Read Budget-Parm-File
		   at end Continue
		   not at end
			IF BP-Period is Numeric AND BP-Period > 0
			     Move BP-Period to Report-Period
			END-IF
			IF BP-Tolerance is Numeric AND BP-Tolerance > 0
			     Move BP-Tolerance to Tolerance-Pct
			END-IF
		End-Read
		Close Budget-Parm-File
	   END-IF.
	   IF RP-Month < 1 OR RP-Month > 12
		Display "FATAL - BUDGET REPORT PERIOD NOT YYYYMM: "
			Report-Period
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Load-Unit-Cost.
	   Move Item-Sub to IM-Item-Code.
	   Read Item-Master-File
		invalid key Move 0 to UC-Unit-Cost (Item-Sub)
		not invalid key Move IM-Unit-Cost to UC-Unit-Cost (Item-Sub)
	   END-READ.
       Print-Page-Header.
	   Add 1 to Page-Number.
	   Move Page-Number to RH-Page-Out.
	   Move RD-MM to RH-MM.
	   Move RD-DD to RH-DD.
	   Move RD-YY to RH-YY.
	   Move Report-Period to RH-Period-out.
	   Move Tolerance-Pct to RH-Tolerance-out.
	   Write Budget-Report-Line from Report-Header-1.
	   Write Budget-Report-Line from Report-Header-2.
	   Write Budget-Report-Line from Column-headings-1.
	   Write Budget-Report-Line from Column-headings-2.
	   Move 4 to Line-Count.
       Write-Budget-Line.
	   IF Line-Count >= Lines-Per-Page
		Perform Print-Page-Header
	   END-IF.
	   Write Budget-Report-Line from Print-rec.
	   Add 1 to Line-Count.
      *> ------------------------------------------------- *>
      *>   Sales and returns for the report year, up to    *>
      *>   and including the report period.                *>
      *> ------------------------------------------------- *>
       Read-Posted-History.
	   Open input Posted-History-File.
	   IF Post-Hist-Status = "00"
		Read Posted-History-File at end Move "Yes" to End-of-file
		END-READ
		Perform Read-Posted-Rec until End-of-file = "Yes"
		Close Posted-History-File
	   END-IF.
       Read-Posted-Rec.
	   Move Posted-Hist-Rec to Hist-Work-Rec.
	   Perform Accumulate-Actual.
	   Read Posted-History-File at end Move "Yes" to End-of-file.
       Read-Archive-History.
	   Open input Archive-Hist-File.
	   IF Arch-Status = "00"
		Read Archive-Hist-File at end Move "Yes" to Arch-Eof
		END-READ
		Perform Read-Archive-Rec until Arch-Eof = "Yes"
		Close Archive-Hist-File
	   END-IF.
       Read-Archive-Rec.
	   Move AH-Hist-Data to Hist-Work-Rec.
	   Perform Accumulate-Actual.
	   Read Archive-Hist-File at end Move "Yes" to Arch-Eof.
       Accumulate-Actual.
	   Add 1 to Hist-Read-Count.
	   IF (HW-Trans-Type = "P" OR HW-Trans-Type = "R") AND
	      HW-Trans-Year is Numeric AND HW-Trans-Month is Numeric AND
	      HW-Store-ID is Numeric AND HW-Store-ID > 0 AND
	      HW-Item-Code is Numeric AND HW-Item-Code > 0 AND
	      HW-Trans-Year = RP-Year AND HW-Trans-Month <= RP-Month
		Compute Trans-Period-Wrk = HW-Trans-Year * 100 +
		     HW-Trans-Month
		IF (HW-Trans-Type = "P" AND HW-Reversal-Flag Not = "V") OR
		   (HW-Trans-Type = "R" AND HW-Reversal-Flag = "V")
		     Move HW-Quantity to Units-Wrk
		ELSE
		     Compute Units-Wrk = 0 - HW-Quantity
		END-IF
		Compute Cost-Wrk = Units-Wrk * UC-Unit-Cost (HW-Item-Code)
		Compute Margin-Wrk = HW-Ext-Cost - Cost-Wrk
		Move HW-Store-ID to Store-Sub
		Add HW-Ext-Cost to AC-YTD-Sales (Store-Sub)
		Add Units-Wrk to AC-YTD-Units (Store-Sub)
		Add Margin-Wrk to AC-YTD-Margin (Store-Sub)
		IF Trans-Period-Wrk = Report-Period
		     Add HW-Ext-Cost to AC-PTD-Sales (Store-Sub)
		     Add Units-Wrk to AC-PTD-Units (Store-Sub)
		     Add Margin-Wrk to AC-PTD-Margin (Store-Sub)
		END-IF
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Year-to-date budget is the sum of the monthly   *>
      *>   targets from January to the report period.     *>
      *> ------------------------------------------------- *>
       Load-Store-Budgets.
	   Perform Load-Month-Budget Varying Month-Sub From 1 By 1
		Until Month-Sub > RP-Month.
       Load-Month-Budget.
	   Move Store-Sub to BG-Store-ID.
	   Compute BG-Period = RP-Year * 100 + Month-Sub.
	   Read Budget-File
		invalid key Continue
		not invalid key
		   Add BG-Sales-Target to BT-YTD-Sales (Store-Sub)
		   Add BG-Units-Target to BT-YTD-Units (Store-Sub)
		   Add BG-Margin-Target to BT-YTD-Margin (Store-Sub)
		   IF Month-Sub = RP-Month
			Move BG-Sales-Target to BT-PTD-Sales (Store-Sub)
			Move BG-Units-Target to BT-PTD-Units (Store-Sub)
			Move BG-Margin-Target to BT-PTD-Margin (Store-Sub)
		   END-IF
	   END-READ.
       Print-Store-Budget.
	   IF AC-YTD-Sales (Store-Sub) Not = 0 OR
	      AC-YTD-Units (Store-Sub) Not = 0 OR
	      BT-YTD-Sales (Store-Sub) Not = 0 OR
	      BT-YTD-Units (Store-Sub) Not = 0 OR
	      BT-YTD-Margin (Store-Sub) Not = 0
		Add 1 to Stores-Reported
		Move "N" to Store-Flag
		Move Store-Sub to SH-Store-out
		Move Store-Header-Line to Print-rec
		Perform Write-Budget-Line
		Move "SALES" to MR-Label-out
		Move AC-PTD-Sales (Store-Sub) to Row-PTD-Actual
		Move BT-PTD-Sales (Store-Sub) to Row-PTD-Budget
		Move AC-YTD-Sales (Store-Sub) to Row-YTD-Actual
		Move BT-YTD-Sales (Store-Sub) to Row-YTD-Budget
		Perform Print-Money-Row
		Move "UNITS" to UR-Label-out
		Move AC-PTD-Units (Store-Sub) to Row-PTD-Actual
		Move BT-PTD-Units (Store-Sub) to Row-PTD-Budget
		Move AC-YTD-Units (Store-Sub) to Row-YTD-Actual
		Move BT-YTD-Units (Store-Sub) to Row-YTD-Budget
		Perform Print-Unit-Row
		Move "MARGIN" to MR-Label-out
		Move AC-PTD-Margin (Store-Sub) to Row-PTD-Actual
		Move BT-PTD-Margin (Store-Sub) to Row-PTD-Budget
		Move AC-YTD-Margin (Store-Sub) to Row-YTD-Actual
		Move BT-YTD-Margin (Store-Sub) to Row-YTD-Budget
		Perform Print-Money-Row
		IF Store-Flag = "Y"
		     Add 1 to Stores-Flagged
		END-IF
		Perform Add-Company-Totals
	   END-IF.
       Add-Company-Totals.
	   Add AC-PTD-Sales (Store-Sub) to CT-PTD-Sales.
	   Add AC-PTD-Units (Store-Sub) to CT-PTD-Units.
	   Add AC-PTD-Margin (Store-Sub) to CT-PTD-Margin.
	   Add AC-YTD-Sales (Store-Sub) to CT-YTD-Sales.
	   Add AC-YTD-Units (Store-Sub) to CT-YTD-Units.
	   Add AC-YTD-Margin (Store-Sub) to CT-YTD-Margin.
	   Add BT-PTD-Sales (Store-Sub) to CB-PTD-Sales.
	   Add BT-PTD-Units (Store-Sub) to CB-PTD-Units.
	   Add BT-PTD-Margin (Store-Sub) to CB-PTD-Margin.
	   Add BT-YTD-Sales (Store-Sub) to CB-YTD-Sales.
	   Add BT-YTD-Units (Store-Sub) to CB-YTD-Units.
	   Add BT-YTD-Margin (Store-Sub) to CB-YTD-Margin.
       Print-Money-Row.
	   Move "N" to Row-Flag.
	   Move Row-PTD-Actual to MR-PTD-Actual-out.
	   Move Row-PTD-Budget to MR-PTD-Budget-out.
	   Compute Variance-Wrk = Row-PTD-Actual - Row-PTD-Budget.
	   Move Variance-Wrk to MR-PTD-Var-out.
	   IF Row-PTD-Budget = 0
		Move spaces to MR-PTD-Pct-out
	   ELSE
		Perform Compute-Variance-Pct
		Move Variance-Pct-Wrk to Pct-Edit
		Move Pct-Edit-Area to MR-PTD-Pct-out
	   END-IF.
	   Move Row-YTD-Actual to MR-YTD-Actual-out.
	   Move Row-YTD-Budget to MR-YTD-Budget-out.
	   Compute Variance-Wrk = Row-YTD-Actual - Row-YTD-Budget.
	   Move Variance-Wrk to MR-YTD-Var-out.
	   IF Row-YTD-Budget = 0
		Move spaces to MR-YTD-Pct-out
	   ELSE
		Move Row-YTD-Budget to Row-PTD-Budget
		Perform Compute-Variance-Pct
		Move Variance-Pct-Wrk to Pct-Edit
		Move Pct-Edit-Area to MR-YTD-Pct-out
	   END-IF.
	   IF Row-Flag = "Y"
		Move "*TOL*" to MR-Flag-out
		Move "Y" to Store-Flag
	   ELSE
		Move spaces to MR-Flag-out
	   END-IF.
	   Move Money-Row-Line to Print-rec.
	   Perform Write-Budget-Line.
       Print-Unit-Row.
	   Move "N" to Row-Flag.
	   Move Row-PTD-Actual to UR-PTD-Actual-out.
	   Move Row-PTD-Budget to UR-PTD-Budget-out.
	   Compute Variance-Wrk = Row-PTD-Actual - Row-PTD-Budget.
	   Move Variance-Wrk to UR-PTD-Var-out.
	   IF Row-PTD-Budget = 0
		Move spaces to UR-PTD-Pct-out
	   ELSE
		Perform Compute-Variance-Pct
		Move Variance-Pct-Wrk to Pct-Edit
		Move Pct-Edit-Area to UR-PTD-Pct-out
	   END-IF.
	   Move Row-YTD-Actual to UR-YTD-Actual-out.
	   Move Row-YTD-Budget to UR-YTD-Budget-out.
	   Compute Variance-Wrk = Row-YTD-Actual - Row-YTD-Budget.
	   Move Variance-Wrk to UR-YTD-Var-out.
	   IF Row-YTD-Budget = 0
		Move spaces to UR-YTD-Pct-out
	   ELSE
		Move Row-YTD-Budget to Row-PTD-Budget
		Perform Compute-Variance-Pct
		Move Variance-Pct-Wrk to Pct-Edit
		Move Pct-Edit-Area to UR-YTD-Pct-out
	   END-IF.
	   IF Row-Flag = "Y"
		Move "*TOL*" to UR-Flag-out
		Move "Y" to Store-Flag
	   ELSE
		Move spaces to UR-Flag-out
	   END-IF.
	   Move Unit-Row-Line to Print-rec.
	   Perform Write-Budget-Line.
      *> ------------------------------------------------- *>
      *>   Variance percent of budget, held to what the    *>
      *>   report column can show.                         *>
      *> ------------------------------------------------- *>
       Compute-Variance-Pct.
	   Compute Variance-Pct-Wrk Rounded =
		Variance-Wrk * 100 / Row-PTD-Budget
		on size error Move 9999.9 to Variance-Pct-Wrk
	   END-COMPUTE.
	   IF Variance-Pct-Wrk > 9999.9
		Move 9999.9 to Variance-Pct-Wrk
	   END-IF.
	   IF Variance-Pct-Wrk < -9999.9
		Move -9999.9 to Variance-Pct-Wrk
	   END-IF.
	   IF Variance-Pct-Wrk > Tolerance-Pct OR
	      Variance-Pct-Wrk < 0 - Tolerance-Pct
		Move "Y" to Row-Flag
	   END-IF.
       Print-Company-Total.
	   Move spaces to Print-rec.
	   Perform Write-Budget-Line.
	   Move Company-Header-Line to Print-rec.
	   Perform Write-Budget-Line.
	   Move "SALES" to MR-Label-out.
	   Move CT-PTD-Sales to Row-PTD-Actual.
	   Move CB-PTD-Sales to Row-PTD-Budget.
	   Move CT-YTD-Sales to Row-YTD-Actual.
	   Move CB-YTD-Sales to Row-YTD-Budget.
	   Perform Print-Money-Row.
	   Move "UNITS" to UR-Label-out.
	   Move CT-PTD-Units to Row-PTD-Actual.
	   Move CB-PTD-Units to Row-PTD-Budget.
	   Move CT-YTD-Units to Row-YTD-Actual.
	   Move CB-YTD-Units to Row-YTD-Budget.
	   Perform Print-Unit-Row.
	   Move "MARGIN" to MR-Label-out.
	   Move CT-PTD-Margin to Row-PTD-Actual.
	   Move CB-PTD-Margin to Row-PTD-Budget.
	   Move CT-YTD-Margin to Row-YTD-Actual.
	   Move CB-YTD-Margin to Row-YTD-Budget.
	   Perform Print-Money-Row.
       Termination.
	   IF Stores-Reported = 0
		Move No-Activity-Line to Print-rec
		Perform Write-Budget-Line
	   ELSE
		Perform Print-Company-Total
	   END-IF.
	   Move spaces to Print-rec.
	   Perform Write-Budget-Line.
	   Move "HISTORY RECORDS READ:" to TL-Label-out.
	   Move Hist-Read-Count to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "STORES REPORTED:" to TL-Label-out.
	   Move Stores-Reported to TL-Count-out.
	   Perform Write-Total-Line.
	   Move "STORES OUTSIDE TOLERANCE:" to TL-Label-out.
	   Move Stores-Flagged to TL-Count-out.
	   Perform Write-Total-Line.
	   Close Budget-File.
	   Close Budget-Report-File.
       Write-Total-Line.
	   Move Total-Line to Print-rec.
	   Perform Write-Budget-Line.
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
	   Move "BudgetReport" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
