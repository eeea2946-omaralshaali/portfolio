		Select Optional Posted-Work-File assign to "postwork.dat"
			organization is line sequential
			file status is Post-Work-Status.
		Select Optional Posted-Save-File assign to "postsave.dat"
			organization is line sequential
			file status is Post-Save-Status.
		Select Cust-Item-File assign to "custitem.idx"
			organization is indexed
			access is random
			record key is CI-Key
			file status is Cust-Item-Status.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential.
	Data Division.
	01 Trailer-Rec Redefines Trans-Rec.
		03 TR-Rec-Type		PIC X.
		03 TR-Expected-Count	PIC 9(07).
		03 TR-Expected-Cost	PIC S9(09)V99.
		03 filler		PIC X(07).
	01 Batch-Header-Rec Redefines Trans-Rec.
		03 BH-Rec-Type		PIC X.
		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
	FD Customer-Master-File.
	01 Cust-Mast-Rec.
		03 CM-Cust-ID		PIC 9999.
		03 RL-Rejected		PIC 9(07).
		03 RL-Return-Code	PIC 99.
		03 RL-Restart-From	PIC 9(07).
		03 RL-Program-Id	PIC X(15).
		03 RL-Message		PIC X(40).
	FD Balance-Fwd-File.
	01 Balance-Fwd-Rec.
		03 BF-YTD-Trans-Count	PIC 9(07).
		03 PH-Store-ID		PIC 99.
		03 PH-Tax-Amount	PIC S9(05)V99.
		03 PH-Slsp-ID		PIC 999.
		03 PH-Batch-Number	PIC 9(04).
		03 PH-Reversal-Flag	PIC X.
	FD Posted-Work-File.
	01 Posted-Work-Rec.
		03 PW-Run-Date		PIC 9(06).
		03 PW-Store-ID		PIC 99.
		03 PW-Tax-Amount	PIC S9(05)V99.
		03 PW-Slsp-ID		PIC 999.
		03 PW-Batch-Number	PIC 9(04).
		03 PW-Reversal-Flag	PIC X.
	FD Posted-Save-File.
	01 Posted-Save-Rec		PIC X(53).
	FD Cust-Item-File.
	01 Cust-Item-Rec.
		03 CI-Key.
			05 CI-Cust-ID		PIC 9999.
			05 CI-Item-Code		PIC 999.
		03 CI-Net-Qty		PIC S9(07).
		03 CI-Net-Amount	PIC S9(09)V99.
		03 CI-First-Date	PIC 9(08).
		03 CI-Last-Date		PIC 9(08).
	Working-Storage Section.
	01 Parm-Status		PIC XX.
	01 Run-Parameters.
	01 Cust-Balance-Eof	PIC XXX Value "No".
	01 Bal-Sub			PIC 9(05).
	01 Post-Hist-Status		PIC XX.
	01 Post-Work-Status		PIC XX.
	01 Posted-Work-Eof	PIC XXX Value "No".
	01 Post-Save-Status		PIC XX.
	01 Posted-Save-Eof	PIC XXX Value "No".
	01 Work-Count		PIC 9(07) Value 0.
	01 Cust-Item-Status		PIC XX.
	01 Purch-Delta-Table.
	  03 ND-Entry OCCURS 5000 TIMES.
	    05 ND-Cust-ID		PIC 9999.
	    05 ND-Item-Code		PIC 999.
	    05 ND-Net-Qty		PIC S9(05).
	    05 ND-Net-Amount		PIC S9(07)V99.
	    05 ND-First-Date		PIC 9(08).
	    05 ND-Last-Date		PIC 9(08).
	01 ND-Count			PIC 9(05) Value 0.
	01 ND-Sub			PIC 9(05).
	01 ND-Found-Sub		PIC 9(05) Value 0.
	01 ND-Srch-Cust		PIC 9999.
	01 ND-Srch-Item		PIC 999.
	01 Delta-Qty-Wrk		PIC S9(05).
	01 Delta-Amount-Wrk	PIC S9(07)V99.
	01 Delta-Date-Wrk		PIC 9(08).
	01 Net-Qty-Wrk		PIC S9(07).
	01 Item-Mast-Status		PIC XX.
	01 Cust-Mast-Status		PIC XX.
	01 Slsp-Mast-Status		PIC XX.
	  03 filler			PIC X(22) value "DESCRIPTION           ".
	  03 filler			PIC X(10) value "ON HAND   ".
	  03 filler			PIC X(10) value "RECEIPTS  ".
	  03 filler			PIC X(9)  value "SALES    ".
	  03 filler			PIC X(7)  value "REORDER".
	01 Stock-Status-Line.
	  03 filler			PIC X(7)  value spaces.
	  03 SK-Item-Code-out		PIC 999.
	  03 SK-Receipts-out		PIC ZZZZ9.
	  03 filler			PIC X(3)  value spaces.
	  03 SK-Sales-out		PIC -ZZZZ9.
	  03 filler			PIC X(3)  value spaces.
	  03 SK-Reorder-out		PIC X(16).
	01 Batch-Table.
	  03 Batch-Entry OCCURS 20 TIMES.
	    05 BT-Store-ID		PIC 99.
	    05 BT-Batch-Number		PIC 9(04).
	    05 BT-Exp-Count		PIC 9(07).
	    05 BT-Exp-Cost		PIC S9(09)V99.
	    05 BT-Act-Count		PIC 9(07).
	    05 BT-Act-Cost		PIC S9(09)V99.
	    05 BT-Trailer-Seen		PIC X.
	  03 filler			PIC X value "/".
	  03 BS-Act-Count-Out		PIC ZZZZZZ9.
	  03 filler			PIC X(8)  value "  COST: ".
	  03 BS-Exp-Cost-Out		PIC -ZZZZZZZZ9.99.
	  03 filler			PIC X value "/".
	  03 BS-Act-Cost-Out		PIC -ZZZZZZZZ9.99.
	01 Recon-Error-Line-1.
       Perform Init.
       Perform Read-Process until End-of-file = "Yes".
       Perform Termination.
       GOBACK.
       Init.
           Open input Trans-File.
	   Accept Run-Date From Date.
	   Perform Open-Salesperson-Master.
	   Perform Load-Customer-Balances.
	   Perform Load-Balance-Forward.
	   Perform Open-Cust-Item-Summary.
	   Perform Load-Checkpoint.
	   Perform Set-Up-Posted-Work.
	   Open extend Run-Log-File.
		Display "DAILY RUN ALREADY COMPLETED FOR THIS DATE - "
			"SET OVERRIDE TO REPROCESS"
		Move 16 to Return-Code
		GOBACK
	   END-IF.
       Check-Prior-Run-Rec.
	   IF RL-Run-Date = Run-Date AND RL-Event = "END" AND
	      (RL-Program-Id = "Assignment3" OR RL-Program-Id = spaces)
		Move "Y" to Prior-End-Seen
	   END-IF.
	   Read Run-Log-File at end Move "Yes" to Run-Log-Eof.
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Load-On-Hand-Table.
	   Perform Load-On-Hand-Entry Varying Item-Sub From 1 By 1
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
		End-Read
		Close Balance-Fwd-File
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Net purchases by customer and item are kept on  *>
      *>   custitem.idx.  Tonight's postings are held in   *>
      *>   the delta table and added to the file only when *>
      *>   the run ends clean, with the other masters.     *>
      *> ------------------------------------------------- *>
       Open-Cust-Item-Summary.
	   Open I-O Cust-Item-File.
	   IF Cust-Item-Status Not = "00"
		Display "FATAL - PURCHASE SUMMARY FILE NOT AVAILABLE, STATUS: "
			Cust-Item-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
       Find-Purch-Delta.
	   Move 0 to ND-Found-Sub.
	   Perform Check-Purch-Delta-Entry Varying ND-Sub From 1 By 1
		Until ND-Sub > ND-Count OR ND-Found-Sub > 0.
       Check-Purch-Delta-Entry.
	   IF ND-Cust-ID (ND-Sub) = ND-Srch-Cust AND
	      ND-Item-Code (ND-Sub) = ND-Srch-Item
		Move ND-Sub to ND-Found-Sub
	   END-IF.
       Add-Purch-Delta-Entry.
	   IF ND-Count < 5000
		Add 1 to ND-Count
		Move ND-Srch-Cust to ND-Cust-ID (ND-Count)
		Move ND-Srch-Item to ND-Item-Code (ND-Count)
		Move 0 to ND-Net-Qty (ND-Count)
		Move 0 to ND-Net-Amount (ND-Count)
		Move 0 to ND-First-Date (ND-Count)
		Move 0 to ND-Last-Date (ND-Count)
		Move ND-Count to ND-Found-Sub
	   ELSE
		Display "PURCHASE SUMMARY DELTA TABLE FULL - MASTERS NOT UPDATED"
		Move 16 to Return-Code
	   END-IF.
       Post-Purch-Delta.
	   Perform Find-Purch-Delta.
	   IF ND-Found-Sub = 0
		Perform Add-Purch-Delta-Entry
	   END-IF.
	   IF ND-Found-Sub > 0
		Add Delta-Qty-Wrk to ND-Net-Qty (ND-Found-Sub)
		Add Delta-Amount-Wrk to ND-Net-Amount (ND-Found-Sub)
		IF Delta-Date-Wrk > 0
		     IF ND-First-Date (ND-Found-Sub) = 0 OR
			Delta-Date-Wrk < ND-First-Date (ND-Found-Sub)
			Move Delta-Date-Wrk to ND-First-Date (ND-Found-Sub)
		     END-IF
		     IF Delta-Date-Wrk > ND-Last-Date (ND-Found-Sub)
			Move Delta-Date-Wrk to ND-Last-Date (ND-Found-Sub)
		     END-IF
		END-IF
	   END-IF.
       Set-Up-Posted-Work.
	   IF Skip-Count = 0
		Open output Posted-Work-File
	   ELSE
		Perform Reconcile-Posted-Work
	   END-IF.
      *> ------------------------------------------------- *>
      *>   On restart the records posted up to the last    *>
      *>   checkpoint are saved aside and reapplied, and   *>
      *>   the work file is rebuilt from the saved copy.   *>
      *> ------------------------------------------------- *>
       Reconcile-Posted-Work.
	   Open output Posted-Save-File.
	   Open input Posted-Work-File.
	   IF Post-Work-Status = "00" OR Post-Work-Status = "05"
		Read Posted-Work-File at end Move "Yes" to Posted-Work-Eof
		END-READ
		Perform Save-Posted-Work-Rec until Posted-Work-Eof = "Yes"
		Close Posted-Work-File
	   END-IF.
	   Close Posted-Save-File.
	   IF Work-Count < Total-trans
		Display "WARNING - POSTED WORK FILE SHORT ON RESTART, HAS: "
			Work-Count " EXPECTED: " Total-trans
	   END-IF.
	   Open output Posted-Work-File.
	   Open input Posted-Save-File.
	   Read Posted-Save-File at end Move "Yes" to Posted-Save-Eof.
	   Perform Restore-Posted-Work-Rec until Posted-Save-Eof = "Yes".
	   Close Posted-Save-File.
	   Open output Posted-Save-File.
	   Close Posted-Save-File.
       Save-Posted-Work-Rec.
	   IF Work-Count < Total-trans
		Add 1 to Work-Count
		Move Posted-Work-Rec to Posted-Save-Rec
		Write Posted-Save-Rec
		Perform Apply-Posted-Work-Rec
	   END-IF.
	   Read Posted-Work-File at end Move "Yes" to Posted-Work-Eof.
       Restore-Posted-Work-Rec.
	   Move Posted-Save-Rec to Posted-Work-Rec.
	   Write Posted-Work-Rec.
	   Read Posted-Save-File at end Move "Yes" to Posted-Save-Eof.
       Apply-Posted-Work-Rec.
	   IF PW-Cust-ID >= 1 AND PW-Cust-ID <= 9999
		Add PW-Ext-Cost to CBT-Balance (PW-Cust-ID)
		Add PW-Tax-Amount to CBT-Balance (PW-Cust-ID)
	   END-IF.
	   IF PW-Trans-Type = "P" OR PW-Trans-Type = "R"
		Move PW-Cust-ID to ND-Srch-Cust
		Move PW-Item-Code to ND-Srch-Item
		Move PW-Ext-Cost to Delta-Amount-Wrk
		IF PW-Trans-Type = "R"
		     Compute Delta-Qty-Wrk = 0 - PW-Quantity
		     Move 0 to Delta-Date-Wrk
		ELSE
		     Move PW-Quantity to Delta-Qty-Wrk
		     Compute Delta-Date-Wrk = PW-Trans-Year * 10000 +
			PW-Trans-Month * 100 + PW-Trans-Day
		END-IF
		Perform Post-Purch-Delta
	   END-IF.
	   IF PW-Item-Code >= 1 AND PW-Item-Code <= 999
		IF PW-Trans-Type = "S"
	   Move Total-rejects to RL-Rejected.
	   Move Return-Code to RL-Return-Code.
	   Move Skip-Count to RL-Restart-From.
	   Move "Assignment3" to RL-Program-Id.
	   Write Run-Log-Rec.
       Write-Posted-Work.
	   Move spaces to Posted-Work-Rec.
	   Move Trans-Cost-Wrk to PW-Ext-Cost.
	   IF Current-Batch > 0
		Move BT-Store-ID (Current-Batch) to PW-Store-ID
		Move BT-Batch-Number (Current-Batch) to PW-Batch-Number
	   ELSE
		Move 0 to PW-Store-ID
		Move 0 to PW-Batch-Number
	   END-IF.
	   Move Tax-Amt-Wrk to PW-Tax-Amount.
	   IF TT-Purchase OR TT-Return
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
	                       IF TT-Purchase AND CM-Cust-Status = "H"
		Move 17 to Reason-Code
		Move "CUSTOMER ON CREDIT HOLD" to Reason-Text
	                       ELSE
	                         IF Salesperson-ID is not Numeric OR
	                            Salesperson-ID = 0
		Move 16 to Reason-Code
		Move "INVALID SALESPERSON ID" to Reason-Text
	                         ELSE
		Perform Read-Salesperson-Master
	                           IF Slsp-Found Not = "Y" OR
	                              SM-Slsp-Status Not = "A"
		Move 16 to Reason-Code
		Move "SALESPERSON UNKNOWN OR INACTIVE" to Reason-Text
	                           ELSE
	                             IF (CBT-Balance (Cust-Sub) + Trans-Cost-Wrk)
				GREATER CM-Credit-Limit
		Move 07 to Reason-Code
		Move "CUSTOMER OVER CREDIT LIMIT" to Reason-Text
	                             ELSE
	                               IF TT-Return
		Perform Validate-Return-History
	                               ELSE
		Perform Validate-Stock-On-Hand
	                               END-IF
	                             END-IF
	                           END-IF
	                         END-IF
	     END-IF
	   END-IF.
       Validate-Return-History.
	   Move 0 to Net-Qty-Wrk.
	   Move Cust-ID to CI-Cust-ID.
	   Move Item-Code to CI-Item-Code.
	   Read Cust-Item-File
		invalid key Continue
		not invalid key Move CI-Net-Qty to Net-Qty-Wrk
	   END-READ.
	   Move Cust-ID to ND-Srch-Cust.
	   Move Item-Code to ND-Srch-Item.
	   Perform Find-Purch-Delta.
	   IF ND-Found-Sub > 0
		Add ND-Net-Qty (ND-Found-Sub) to Net-Qty-Wrk
	   END-IF.
	   IF Net-Qty-Wrk < 1
		Move 11 to Reason-Code
		Move "NO PRIOR PURCHASE FOR RETURN" to Reason-Text
	   ELSE
	     IF Quantity-Purchased > Net-Qty-Wrk
		Move 12 to Reason-Code
		Move "RETURN EXCEEDS NET PURCHASED QUANTITY" to Reason-Text
	     END-IF
	   END-IF.
       Validate-Stock-On-Hand.
	     END-IF
	   END-IF.
       Update-Net-Purchases.
	   Move Cust-ID to ND-Srch-Cust.
	   Move Item-Code to ND-Srch-Item.
	   Move Signed-Qty-Wrk to Delta-Qty-Wrk.
	   Move Trans-Cost-Wrk to Delta-Amount-Wrk.
	   IF TT-Purchase
		Compute Delta-Date-Wrk = Trans-Year * 10000 +
		     Trans-Month * 100 + Trans-Day
	   ELSE
		Move 0 to Delta-Date-Wrk
	   END-IF.
	   Perform Post-Purch-Delta.
       Write-Reject.
	   Move spaces to Reject-Rec.
	   Move Trans-Month to RJ-Trans-Month.
		Perform Write-Balance-Forward
		Perform Write-Customer-Balances
		Perform Write-Item-On-Hand
		Perform Update-Purchase-Summary Varying ND-Sub From 1 By 1
		   Until ND-Sub > ND-Count
		Perform Append-Posted-History
	   END-IF.
	   Close Cust-Item-File.
           Close Trans-File.
	   Close Reject-File.
	   Close Checkpoint-File.
	   Open output Balance-Fwd-File.
	   Write Balance-Fwd-Rec.
	   Close Balance-Fwd-File.
       Update-Purchase-Summary.
	   Move ND-Cust-ID (ND-Sub) to CI-Cust-ID.
	   Move ND-Item-Code (ND-Sub) to CI-Item-Code.
	   Read Cust-Item-File
		invalid key
		   Move ND-Net-Qty (ND-Sub) to CI-Net-Qty
		   Move ND-Net-Amount (ND-Sub) to CI-Net-Amount
		   Move ND-First-Date (ND-Sub) to CI-First-Date
		   Move ND-Last-Date (ND-Sub) to CI-Last-Date
		   Write Cust-Item-Rec
			invalid key
			   Display "PURCHASE SUMMARY NOT WRITTEN, CUST/ITEM: "
				CI-Key
			   Move 16 to Return-Code
		   END-WRITE
		not invalid key
		   Add ND-Net-Qty (ND-Sub) to CI-Net-Qty
		   Add ND-Net-Amount (ND-Sub) to CI-Net-Amount
		   IF ND-First-Date (ND-Sub) > 0 AND
		      (CI-First-Date = 0 OR
		       ND-First-Date (ND-Sub) < CI-First-Date)
			Move ND-First-Date (ND-Sub) to CI-First-Date
		   END-IF
		   IF ND-Last-Date (ND-Sub) > CI-Last-Date
			Move ND-Last-Date (ND-Sub) to CI-Last-Date
		   END-IF
		   Rewrite Cust-Item-Rec
			invalid key
			   Display "PURCHASE SUMMARY NOT REWRITTEN, CUST/ITEM: "
				CI-Key
			   Move 16 to Return-Code
		   END-REWRITE
	   END-READ.
       Append-Posted-History.
	   Move "No" to Posted-Work-Eof.
	   Open input Posted-Work-File.
		Move Item-Sub to IM-Item-Code
		Read Item-Master-File
		   invalid key Move "(NOT ON ITEM MASTER)" to SK-Item-Desc-out
				Move 0 to IM-Reorder-Point
		   not invalid key Move IM-Item-Desc to SK-Item-Desc-out
		End-Read
		IF IM-Reorder-Point > 0 AND
		   OH-Qty (Item-Sub) <= IM-Reorder-Point
		     Move "AT/BELOW REORDER" to SK-Reorder-out
		ELSE
		     Move spaces to SK-Reorder-out
		END-IF
		Move OH-Qty (Item-Sub) to SK-On-Hand-out
		Move OH-Receipts (Item-Sub) to SK-Receipts-out
		Move OH-Sales (Item-Sub) to SK-Sales-out
