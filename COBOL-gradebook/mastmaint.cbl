			access is random
			record key is SM-Slsp-ID
			file status is Slsp-Mast-Status.
		Select Optional Budget-File assign to "budget.idx"
			organization is indexed
			access is random
			record key is BG-Key
			file status is Budget-Status.
		Select User-Auth-File assign to "userauth.dat"
			organization is line sequential
			file status is User-Auth-Status.
		Select Optional Pending-File assign to "pending.dat"
			organization is line sequential
			file status is Pending-Status.
		Select Register-File assign to Register-File-Name
			organization is line sequential.
		Select Gen-Parm-File assign to "genparm.dat"
			file status is Reg-Cat-Status.
		Select Purge-File assign to Purge-File-Name
			organization is line sequential.
		Select Optional Run-Log-File assign to "runlog.dat"
			organization is line sequential
			file status is Run-Log-Status.
	Data Division.
	File Section.
	FD Maint-Trans-File.
		  88 MT-Item-File	Value "I".
		  88 MT-Cust-File	Value "C".
		  88 MT-Slsp-File	Value "S".
		  88 MT-Budget-File	Value "B".
		03 MT-Action		PIC X.
		  88 MT-Add		Value "A".
		  88 MT-Change		Value "C".
		  88 MT-Delete		Value "D".
		  88 MT-Approve		Value "P".
		03 MT-Item-Data.
			05 MT-Item-Code		PIC 999.
			05 MT-Item-Desc		PIC X(20).
			05 MT-Comm-Rate		PIC 9V9999.
			05 MT-Slsp-Store	PIC 99.
			05 filler		PIC X(37).
		03 MT-Budget-Data Redefines MT-Item-Data.
			05 MT-Bud-Key.
			   07 MT-Bud-Store	PIC 99.
			   07 MT-Bud-Period.
			      09 MT-Bud-Year	PIC 9999.
			      09 MT-Bud-Month	PIC 99.
			05 MT-Bud-Sales		PIC 9(07)V99.
			05 MT-Bud-Units		PIC 9(07).
			05 MT-Bud-Margin	PIC 9(07)V99.
			05 filler		PIC X(35).
		03 MT-Approval-Data Redefines MT-Item-Data.
			05 MT-Pend-Number	PIC 9(09).
			05 filler		PIC X(59).
		03 MT-User-Id		PIC X(08).
		03 MT-Reorder-Data.
			05 MT-Reorder-Point	PIC 9(05).
			05 MT-Reorder-Qty	PIC 9(05).
			05 MT-Vendor-No		PIC 9(05).
	FD Item-Master-File.
	01 Item-Mast-Rec.
		03 IM-Item-Code		PIC 999.
		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
	FD Customer-Master-File.
	01 Cust-Mast-Rec.
		03 CM-Cust-ID		PIC 9999.
		03 SM-Slsp-Status	PIC X.
		03 SM-Comm-Rate		PIC 9V9999.
		03 SM-Store-ID		PIC 99.
	FD Budget-File.
	01 Budget-Rec.
		03 BG-Key.
			05 BG-Store-ID		PIC 99.
			05 BG-Period		PIC 9(06).
		03 BG-Sales-Target	PIC 9(07)V99.
		03 BG-Units-Target	PIC 9(07).
		03 BG-Margin-Target	PIC 9(07)V99.
	FD User-Auth-File.
	01 User-Auth-Rec.
		03 UA-User-Id		PIC X(08).
		03 UA-File-Id		PIC X.
		03 UA-Add-Auth		PIC X.
		03 UA-Change-Auth	PIC X.
		03 UA-Delete-Auth	PIC X.
		03 UA-Approve-Auth	PIC X.
		03 UA-Credit-Ceiling	PIC 9(06)V99.
	FD Pending-File.
	01 Pending-Rec.
		03 PD-Pend-Number	PIC 9(09).
		03 PD-Status		PIC X.
		03 PD-Submit-Date	PIC 9(06).
		03 PD-Hold-Reason	PIC X(30).
		03 PD-Action-Date	PIC 9(06).
		03 PD-Action-User	PIC X(08).
		03 PD-Maint-Data	PIC X(93).
	FD Register-File.
	01 Register-Line		PIC X(110).
	FD Gen-Parm-File.
		03 RG-Gen-Date		PIC 9(06).
	FD Purge-File.
	01 Purge-Rec			PIC X(110).
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
	01 Maint-Trans-Status	PIC XX.
	01 Item-Mast-Status		PIC XX.
	01 Cust-Mast-Status		PIC XX.
	01 Slsp-Mast-Status		PIC XX.
	01 Budget-Status		PIC XX.
	01 User-Auth-Status		PIC XX.
	01 Pending-Status		PIC XX.
	01 Gen-Parm-Status		PIC XX.
	01 Reg-Cat-Status		PIC XX.
	01 Reg-Cat-Eof		PIC XXX Value "No".
	01 Gen-Sub			PIC 99.
	01 Gen-Shift-Sub		PIC 99.
	01 Today-In-Catalog	PIC X Value "N".
	01 User-Auth-Eof		PIC XXX Value "No".
	01 Pending-Eof		PIC XXX Value "No".
	01 Auth-Table.
	  03 AT-Entry OCCURS 200 TIMES.
	    05 AT-User-Id		PIC X(08).
	    05 AT-File-Id		PIC X.
	    05 AT-Add-Auth		PIC X.
	    05 AT-Change-Auth		PIC X.
	    05 AT-Delete-Auth		PIC X.
	    05 AT-Approve-Auth		PIC X.
	    05 AT-Credit-Ceiling	PIC 9(06)V99.
	01 Auth-Count		PIC 999 Value 0.
	01 Auth-Sub			PIC 999.
	01 Auth-Found-Sub		PIC 999 Value 0.
	01 Pending-Table.
	  03 PT-Entry OCCURS 500 TIMES.
	    05 PT-Pend-Number		PIC 9(09).
	    05 PT-Status		PIC X.
	    05 PT-Submit-Date		PIC 9(06).
	    05 PT-Hold-Reason		PIC X(30).
	    05 PT-Action-Date		PIC 9(06).
	    05 PT-Action-User		PIC X(08).
	    05 PT-Maint-Data		PIC X(93).
	01 Pend-Count		PIC 999 Value 0.
	01 Pend-Sub			PIC 999.
	01 Pend-Found-Sub		PIC 999 Value 0.
	01 Next-Pend-Number		PIC 9(09) Value 0.
	01 Hold-Reason		PIC X(30) Value spaces.
	01 Approval-Trans-Hold	PIC X(93).
	01 Approver-Id		PIC X(08).
	01 Unauth-Table.
	  03 UT-Entry OCCURS 200 TIMES.
	    05 UT-Maint-Data		PIC X(93).
	    05 UT-Reason-Code		PIC 99.
	    05 UT-Reason-Text		PIC X(40).
	01 Unauth-Saved		PIC 999 Value 0.
	01 Unauth-Sub		PIC 999.
	01 Run-Date			PIC 9(06).
	01 Run-Date-R Redefines Run-Date.
	  03 RD-YY			PIC 99.
	  03 filler			PIC X(8)  value "  FILE: ".
	  03 AL-File-out		PIC X(8).
	  03 filler			PIC X(7)  value "  KEY: ".
	  03 AL-Key-out			PIC X(9).
	  03 filler			PIC X(8)  value "  USER: ".
	  03 AL-User-out		PIC X(08).
	  03 filler			PIC X(2)  value spaces.
	  03 AL-Result-out		PIC X(10).
	01 Approval-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 filler			PIC X(13) value "APPROVED BY: ".
	  03 AP-User-out		PIC X(08).
	  03 filler			PIC X(14) value "  PENDING NO: ".
	  03 AP-Number-out		PIC 9(09).
	  03 filler			PIC X(12) value "  HELD FOR: ".
	  03 AP-Reason-out		PIC X(30).
	01 Section-Title-Line.
	  03 filler			PIC X(3)  value "***".
	  03 filler			PIC X value space.
	  03 ST-Title-out		PIC X(40).
	01 Pending-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 PL-Number-out		PIC 9(09).
	  03 filler			PIC X(2)  value spaces.
	  03 PL-Action-out		PIC X.
	  03 filler			PIC X(2)  value spaces.
	  03 PL-File-out		PIC X(8).
	  03 filler			PIC X(2)  value spaces.
	  03 PL-Key-out			PIC X(8).
	  03 filler			PIC X(2)  value spaces.
	  03 PL-User-out		PIC X(08).
	  03 filler			PIC X(2)  value spaces.
	  03 PL-Date-out		PIC 9(06).
	  03 filler			PIC X(2)  value spaces.
	  03 PL-Reason-out		PIC X(30).
	01 Pending-Heading.
	  03 filler			PIC X(3)  value spaces.
	  03 filler			PIC X(11) value "PENDING NO ".
	  03 filler			PIC X(3)  value "AC ".
	  03 filler			PIC X(10) value "FILE      ".
	  03 filler			PIC X(10) value "KEY       ".
	  03 filler			PIC X(10) value "SUBMITTER ".
	  03 filler			PIC X(8)  value "DATE    ".
	  03 filler			PIC X(11) value "HELD FOR   ".
	01 No-Entries-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 filler			PIC X(6)  value "(NONE)".
	01 Image-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 IL-Tag-out			PIC X(8).
	  03 SK-On-Hand-out		PIC -ZZZZ9.
	  03 filler			PIC X(9)  value "  COST: $".
	  03 SK-Cost-out		PIC 99.99.
	01 Reorder-Image-Wrk.
	  03 filler			PIC X(12) value "REORDER PT: ".
	  03 RI-Point-out		PIC ZZZZ9.
	  03 filler			PIC X(7)  value "  QTY: ".
	  03 RI-Qty-out			PIC ZZZZ9.
	  03 filler			PIC X(10) value "  VENDOR: ".
	  03 RI-Vendor-out		PIC 9(05).
	01 Promo-Image-Wrk.
	  03 filler			PIC X(8)  value "PROMO: $".
	  03 PI-Price-out		PIC 99.99.
	  03 SN-Rate-out		PIC 9.9999.
	  03 filler			PIC X(9)  value "  STORE: ".
	  03 SN-Store-out		PIC 99.
	01 Budget-Image-Wrk.
	  03 filler			PIC X(8)  value "PERIOD: ".
	  03 BI-Period-out		PIC 9(06).
	  03 filler			PIC X(10) value "  SALES: $".
	  03 BI-Sales-out		PIC ZZZZZZ9.99.
	  03 filler			PIC X(9)  value "  UNITS: ".
	  03 BI-Units-out		PIC ZZZZZZ9.
	  03 filler			PIC X(11) value "  MARGIN: $".
	  03 BI-Margin-out		PIC ZZZZZZ9.99.
	01 Reject-Reason-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 filler			PIC X(10) value "REASON:  ".
	  03 filler			PIC X(32) value "MAINTENANCE TRANSACTIONS FAILED:".
	  03 filler			PIC X(2)  value spaces.
	  03 TL-Failed-Out		PIC ZZZZ9.
	01 Total-Line-5.
	  03 filler			PIC X(32) value "UNAUTHORIZED MAINTENANCE ATTEMPT".
	  03 filler			PIC X(2)  value "S:".
	  03 TL-Unauth-Out		PIC ZZZZ9.
	01 Total-Line-6.
	  03 filler			PIC X(32) value "CHANGES HELD FOR APPROVAL:".
	  03 filler			PIC X(2)  value spaces.
	  03 TL-Held-Out		PIC ZZZZ9.
	01 Total-Line-7.
	  03 filler			PIC X(32) value "PENDING CHANGES APPROVED:".
	  03 filler			PIC X(2)  value spaces.
	  03 TL-Approved-Out		PIC ZZZZ9.
	01 Total-Line-8.
	  03 filler			PIC X(32) value "CHANGES STILL AWAITING APPROVAL:".
	  03 filler			PIC X(2)  value spaces.
	  03 TL-Awaiting-Out		PIC ZZZZ9.
	01 IO-Error-Line.
	  03 filler			PIC X(3)  value spaces.
	  03 filler			PIC X(36)
	01 Item-Exists		PIC X Value "N".
	01 Cust-Exists		PIC X Value "N".
	01 Slsp-Exists		PIC X Value "N".
	01 Budget-Exists		PIC X Value "N".
	01 Apply-OK			PIC X Value "N".
	01 Before-Item-Image.
	  03 Before-Item-Desc		PIC X(20).
	  03 Before-Promo-To		PIC 9(08).
	  03 Before-On-Hand		PIC S9(05).
	  03 Before-Unit-Cost		PIC 99V99.
	  03 Before-Reorder-Point	PIC 9(05).
	  03 Before-Reorder-Qty		PIC 9(05).
	  03 Before-Vendor-No		PIC 9(05).
	01 Before-Cust-Image.
	  03 Before-Cust-Name		PIC X(20).
	  03 Before-Cust-Status		PIC X.
	  03 Before-Slsp-Status		PIC X.
	  03 Before-Comm-Rate		PIC 9V9999.
	  03 Before-Slsp-Store		PIC 99.
	01 Before-Budget-Image.
	  03 Before-Bud-Period		PIC 9(06).
	  03 Before-Bud-Sales		PIC 9(07)V99.
	  03 Before-Bud-Units		PIC 9(07).
	  03 Before-Bud-Margin		PIC 9(07)V99.
	01 Reject-Info.
	  03 Reason-Code		PIC 99 Value 0.
	  03 Reason-Text		PIC X(40) Value spaces.
	  03 Applied-Count		PIC 9(05) Value 0.
	  03 Rejected-Count		PIC 9(05) Value 0.
	  03 Failed-Count		PIC 9(05) Value 0.
	  03 Unauthorized-Count		PIC 9(05) Value 0.
	  03 Held-Count		PIC 9(05) Value 0.
	  03 Approved-Count		PIC 9(05) Value 0.
	  03 Awaiting-Count		PIC 9(05) Value 0.
       01 Print-rec             PIC X(110).
       Procedure Division.
       Main-Routine.
       Perform Init.
       Perform Read-Process until End-of-file = "Yes".
       Perform Termination.
       Move "END" to Run-Log-Event.
       Perform Write-Run-Log.
       GOBACK.
       Init.
	   Open input Maint-Trans-File.
	   IF Maint-Trans-Status Not = "00"
		Display "FATAL - MAINTENANCE TRANSACTION FILE NOT AVAILABLE, STATUS: "
			Maint-Trans-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Accept Run-Date From Date.
	   Move "START" to Run-Log-Event.
	   Perform Write-Run-Log.
	   Open I-O Item-Master-File.
	   IF Item-Mast-Status Not = "00"
		Display "FATAL - ITEM MASTER FILE NOT AVAILABLE, STATUS: "
			Item-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open I-O Customer-Master-File.
	   IF Cust-Mast-Status Not = "00"
		Display "FATAL - CUSTOMER MASTER FILE NOT AVAILABLE, STATUS: "
			Cust-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open I-O Salesperson-Master-File.
	   IF Slsp-Mast-Status Not = "00"
		Display "FATAL - SALESPERSON MASTER FILE NOT AVAILABLE, STATUS: "
			Slsp-Mast-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Open I-O Budget-File.
	   IF Budget-Status Not = "00" AND Budget-Status Not = "05"
		Display "FATAL - BUDGET FILE NOT AVAILABLE, STATUS: "
			Budget-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Perform Load-User-Authority.
	   Perform Load-Pending-Changes.
	   Perform Set-Register-File-Name.
	   Perform Load-Gen-Parameters.
	   Perform Update-Reg-Catalog.
	   Open output Register-File.
	   Perform Print-Page-Header.
	   Read Maint-Trans-File at end Move "Yes" to End-of-file.
      *> ------------------------------------------------- *>
      *>   Users allowed to maintain each master file, by  *>
      *>   action, and how far each may raise a customer   *>
      *>   credit limit without a second approval.         *>
      *> ------------------------------------------------- *>
       Load-User-Authority.
	   Open input User-Auth-File.
	   IF User-Auth-Status Not = "00"
		Display "FATAL - USER AUTHORIZATION FILE NOT AVAILABLE, STATUS: "
			User-Auth-Status
		Move 20 to Return-Code
		GOBACK
	   END-IF.
	   Read User-Auth-File at end Move "Yes" to User-Auth-Eof.
	   Perform Load-User-Auth-Rec until User-Auth-Eof = "Yes".
	   Close User-Auth-File.
       Load-User-Auth-Rec.
	   IF Auth-Count < 200 AND UA-User-Id Not = spaces
		Add 1 to Auth-Count
		Move UA-User-Id to AT-User-Id (Auth-Count)
		Move UA-File-Id to AT-File-Id (Auth-Count)
		Move UA-Add-Auth to AT-Add-Auth (Auth-Count)
		Move UA-Change-Auth to AT-Change-Auth (Auth-Count)
		Move UA-Delete-Auth to AT-Delete-Auth (Auth-Count)
		Move UA-Approve-Auth to AT-Approve-Auth (Auth-Count)
		IF UA-Credit-Ceiling is Numeric
		     Move UA-Credit-Ceiling to AT-Credit-Ceiling (Auth-Count)
		ELSE
		     Move 0 to AT-Credit-Ceiling (Auth-Count)
		END-IF
	   END-IF.
	   Read User-Auth-File at end Move "Yes" to User-Auth-Eof.
      *> ------------------------------------------------- *>
      *>   Changes held for a second user's approval.      *>
      *>   Pending numbers are the run date followed by a  *>
      *>   three digit sequence.                           *>
      *> ------------------------------------------------- *>
       Load-Pending-Changes.
	   Compute Next-Pend-Number = Run-Date * 1000.
	   Open input Pending-File.
	   IF Pending-Status = "00" OR Pending-Status = "05"
		Read Pending-File at end Move "Yes" to Pending-Eof
		END-READ
		Perform Load-Pending-Rec until Pending-Eof = "Yes"
		Close Pending-File
	   END-IF.
       Load-Pending-Rec.
	   IF Pend-Count < 500
		Add 1 to Pend-Count
		Move Pending-Rec to PT-Entry (Pend-Count)
		IF PD-Pend-Number > Next-Pend-Number
		     Move PD-Pend-Number to Next-Pend-Number
		END-IF
	   END-IF.
	   Read Pending-File at end Move "Yes" to Pending-Eof.
       Set-Register-File-Name.
	   Move spaces to Register-File-Name.
	   String "maintreg" Run-Date ".dat" delimited by size
	   Add 1 to Maint-Read-Count.
	   Perform Validate-Maint-Trans.
	   IF Reason-Code = 0
		IF MT-Approve
		     Perform Apply-Approval
		ELSE
		     Perform Check-Sensitive-Change
		     IF Hold-Reason = spaces
			Perform Apply-Maint-Trans
			IF Apply-OK = "Y"
			     Add 1 to Applied-Count
			ELSE
			     Add 1 to Failed-Count
			END-IF
		     ELSE
			Perform Hold-For-Approval
		     END-IF
		END-IF
	   ELSE
		IF Reason-Code = 33 OR Reason-Code = 34
		     Perform Save-Unauthorized-Trans
		     Add 1 to Unauthorized-Count
		ELSE
		     Perform Print-Rejected-Trans
		     Add 1 to Rejected-Count
		END-IF
	   END-IF.
	   Read Maint-Trans-File at end Move "Yes" to End-of-file.
       Read-Item-Maint.
	   Move 0 to Before-Promo-To.
	   Move 0 to Before-On-Hand.
	   Move 0 to Before-Unit-Cost.
	   Move 0 to Before-Reorder-Point.
	   Move 0 to Before-Reorder-Qty.
	   Move 0 to Before-Vendor-No.
	   Move MT-Item-Code to IM-Item-Code.
	   Read Item-Master-File
		invalid key Continue
		   Move IM-Promo-To to Before-Promo-To
		   Move IM-On-Hand-Qty to Before-On-Hand
		   Move IM-Unit-Cost to Before-Unit-Cost
		   Move IM-Reorder-Point to Before-Reorder-Point
		   Move IM-Reorder-Qty to Before-Reorder-Qty
		   Move IM-Vendor-No to Before-Vendor-No
	   END-READ.
       Read-Cust-Maint.
	   Move "N" to Cust-Exists.
	   Move 0 to Reason-Code.
	   Move spaces to Reason-Text.
	   IF Not MT-Item-File AND Not MT-Cust-File AND Not MT-Slsp-File
	      AND Not MT-Budget-File
		Move 01 to Reason-Code
		Move "INVALID FILE ID - MUST BE I, C, S OR B" to Reason-Text
	   ELSE
	     IF Not MT-Add AND Not MT-Change AND Not MT-Delete AND
	        Not MT-Approve
		Move 02 to Reason-Code
		Move "INVALID ACTION - MUST BE A, C, D OR P" to Reason-Text
	     ELSE
		Perform Check-User-Authority
	       IF Reason-Code = 0
	         IF MT-Approve
		Perform Validate-Approval
	         ELSE
	           IF MT-Item-File
		Perform Validate-Item-Maint
	           ELSE
	             IF MT-Slsp-File
		Perform Validate-Slsp-Maint
	             ELSE
	               IF MT-Budget-File
		Perform Validate-Budget-Maint
	               ELSE
		Perform Validate-Cust-Maint
	               END-IF
	             END-IF
	           END-IF
	         END-IF
	       END-IF
	     END-IF
	   END-IF.
      *> ------------------------------------------------- *>
      *>   The submitting user must hold an authorization  *>
      *>   record for the file with the action allowed.    *>
      *> ------------------------------------------------- *>
       Check-User-Authority.
	   Move 0 to Auth-Found-Sub.
	   Perform Find-User-Auth Varying Auth-Sub From 1 By 1
		Until Auth-Sub > Auth-Count.
	   IF MT-User-Id = spaces
		Move 33 to Reason-Code
		Move "USER ID MISSING" to Reason-Text
	   ELSE
	     IF Auth-Found-Sub = 0
		Move 33 to Reason-Code
		Move "USER NOT AUTHORIZED FOR THIS FILE" to Reason-Text
	     ELSE
	       IF (MT-Add AND AT-Add-Auth (Auth-Found-Sub) Not = "Y") OR
	          (MT-Change AND AT-Change-Auth (Auth-Found-Sub) Not = "Y") OR
	          (MT-Delete AND AT-Delete-Auth (Auth-Found-Sub) Not = "Y") OR
	          (MT-Approve AND AT-Approve-Auth (Auth-Found-Sub) Not = "Y")
		Move 34 to Reason-Code
		Move "USER NOT AUTHORIZED FOR THIS ACTION" to Reason-Text
	       END-IF
	     END-IF
	   END-IF.
       Find-User-Auth.
	   IF Auth-Found-Sub = 0 AND
	      AT-User-Id (Auth-Sub) = MT-User-Id AND
	      AT-File-Id (Auth-Sub) = MT-File-Id
		Move Auth-Sub to Auth-Found-Sub
	   END-IF.
       Validate-Approval.
	   Move 0 to Pend-Found-Sub.
	   IF MT-Pend-Number is not Numeric
		Move 35 to Reason-Code
		Move "PENDING NUMBER NOT NUMERIC" to Reason-Text
	   ELSE
		Perform Find-Pending-Change Varying Pend-Sub From 1 By 1
		   Until Pend-Sub > Pend-Count
	     IF Pend-Found-Sub = 0
		Move 35 to Reason-Code
		Move "PENDING NUMBER NOT ON PENDING FILE" to Reason-Text
	     ELSE
	       IF PT-Status (Pend-Found-Sub) Not = "P"
		Move 36 to Reason-Code
		Move "PENDING CHANGE ALREADY CLOSED" to Reason-Text
	       ELSE
	         IF PT-Maint-Data (Pend-Found-Sub) (1:1) Not = MT-File-Id
		Move 37 to Reason-Code
		Move "PENDING CHANGE IS FOR ANOTHER FILE" to Reason-Text
	         ELSE
	           IF PT-Maint-Data (Pend-Found-Sub) (71:8) = MT-User-Id
		Move 38 to Reason-Code
		Move "APPROVER MUST DIFFER FROM SUBMITTER" to Reason-Text
	           END-IF
	         END-IF
	       END-IF
	     END-IF
	   END-IF.
       Find-Pending-Change.
	   IF Pend-Found-Sub = 0 AND
	      PT-Pend-Number (Pend-Sub) = MT-Pend-Number
		Move Pend-Sub to Pend-Found-Sub
	   END-IF.
       Validate-Item-Maint.
	   IF MT-Item-Code is not Numeric
		Move 03 to Reason-Code
	                              MT-Unit-Cost is not Numeric
		Move 26 to Reason-Code
		Move "UNIT COST NOT NUMERIC" to Reason-Text
	                           ELSE
	                             IF Not MT-Delete AND
	                                MT-Reorder-Data Not = spaces AND
	                                (MT-Reorder-Point is not Numeric OR
	                                 MT-Reorder-Qty is not Numeric OR
	                                 MT-Vendor-No is not Numeric)
		Move 27 to Reason-Code
		Move "REORDER FIELDS NOT NUMERIC" to Reason-Text
	                             END-IF
	                           END-IF
	                         END-IF
	                       END-IF
	       END-IF
	     END-IF
	   END-IF.
       Read-Budget-Maint.
	   Move "N" to Budget-Exists.
	   Move 0 to Before-Bud-Period.
	   Move 0 to Before-Bud-Sales.
	   Move 0 to Before-Bud-Units.
	   Move 0 to Before-Bud-Margin.
	   Move MT-Bud-Store to BG-Store-ID.
	   Move MT-Bud-Period to BG-Period.
	   Read Budget-File
		invalid key Continue
		not invalid key
		   Move "Y" to Budget-Exists
		   Move BG-Period to Before-Bud-Period
		   Move BG-Sales-Target to Before-Bud-Sales
		   Move BG-Units-Target to Before-Bud-Units
		   Move BG-Margin-Target to Before-Bud-Margin
	   END-READ.
       Validate-Budget-Maint.
	   IF MT-Bud-Store is not Numeric
		Move 28 to Reason-Code
		Move "INVALID BUDGET STORE - NOT NUMERIC" to Reason-Text
	   ELSE
	     IF MT-Bud-Store = 0
		Move 28 to Reason-Code
		Move "INVALID BUDGET STORE - ZERO" to Reason-Text
	     ELSE
	       IF MT-Bud-Period is not Numeric
		Move 29 to Reason-Code
		Move "BUDGET PERIOD NOT NUMERIC" to Reason-Text
	       ELSE
	         IF MT-Bud-Month < 1 OR MT-Bud-Month > 12
		Move 29 to Reason-Code
		Move "INVALID BUDGET PERIOD - MUST BE YYYYMM" to Reason-Text
	         ELSE
		Perform Read-Budget-Maint
	           IF MT-Add AND Budget-Exists = "Y"
		Move 30 to Reason-Code
		Move "BUDGET ALREADY ON BUDGET FILE" to Reason-Text
	           ELSE
	             IF Not MT-Add AND Budget-Exists Not = "Y"
		Move 31 to Reason-Code
		Move "BUDGET NOT ON BUDGET FILE" to Reason-Text
	             ELSE
	               IF Not MT-Delete AND
	                  (MT-Bud-Sales is not Numeric OR
	                   MT-Bud-Units is not Numeric OR
	                   MT-Bud-Margin is not Numeric)
		Move 32 to Reason-Code
		Move "BUDGET TARGETS NOT NUMERIC" to Reason-Text
	               END-IF
	             END-IF
	           END-IF
	         END-IF
	       END-IF
	     END-IF
	   END-IF.
       Validate-Cust-Maint.
	   IF MT-Cust-ID is not Numeric
		Move 08 to Reason-Code
		Move "CUSTOMER NAME MISSING" to Reason-Text
	           ELSE
	             IF Not MT-Delete AND
	                MT-Cust-Status Not = "A" AND MT-Cust-Status Not = "I" AND
	                MT-Cust-Status Not = "H"
		Move 12 to Reason-Code
		Move "INVALID CUSTOMER STATUS - MUST BE A, I OR H" to Reason-Text
	             ELSE
	               IF Not MT-Delete AND MT-Credit-Limit is not Numeric
		Move 13 to Reason-Code
	       END-IF
	     END-IF
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Credit limit increases over the user's ceiling, *>
      *>   customer reactivation, price changes and        *>
      *>   commission rate changes wait for approval.      *>
      *> ------------------------------------------------- *>
       Check-Sensitive-Change.
	   Move spaces to Hold-Reason.
	   IF MT-Cust-File AND Not MT-Delete
		IF MT-Credit-Limit > Before-Credit-Limit AND
		   MT-Credit-Limit - Before-Credit-Limit >
		   AT-Credit-Ceiling (Auth-Found-Sub)
		     Move "CREDIT LIMIT OVER USER CEILING" to Hold-Reason
		ELSE
		     IF MT-Change AND MT-Cust-Status = "A" AND
			Before-Cust-Status Not = "A"
			Move "CUSTOMER REACTIVATION" to Hold-Reason
		     END-IF
		END-IF
	   END-IF.
	   IF MT-Item-File AND MT-Change AND
	      (MT-Item-Price Not = Before-Item-Price OR
	       MT-New-Price Not = Before-New-Price)
		Move "STANDARD PRICE CHANGE" to Hold-Reason
	   END-IF.
	   IF MT-Slsp-File AND MT-Change AND
	      MT-Comm-Rate Not = Before-Comm-Rate
		Move "COMMISSION RATE CHANGE" to Hold-Reason
	   END-IF.
       Hold-For-Approval.
	   IF Pend-Count Not < 500
		Move 39 to Reason-Code
		Move "PENDING FILE FULL - RESUBMIT LATER" to Reason-Text
		Perform Print-Rejected-Trans
		Add 1 to Rejected-Count
	   ELSE
		Add 1 to Pend-Count
		Add 1 to Next-Pend-Number
		Move Next-Pend-Number to PT-Pend-Number (Pend-Count)
		Move "P" to PT-Status (Pend-Count)
		Move Run-Date to PT-Submit-Date (Pend-Count)
		Move Hold-Reason to PT-Hold-Reason (Pend-Count)
		Move 0 to PT-Action-Date (Pend-Count)
		Move spaces to PT-Action-User (Pend-Count)
		Move Maint-Rec to PT-Maint-Data (Pend-Count)
		Add 1 to Held-Count
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Approval by a second user: the held change is   *>
      *>   validated again against the masters as they    *>
      *>   stand now, then applied as submitted.           *>
      *> ------------------------------------------------- *>
       Apply-Approval.
	   Move Maint-Rec to Approval-Trans-Hold.
	   Move MT-User-Id to Approver-Id.
	   Move PT-Maint-Data (Pend-Found-Sub) to Maint-Rec.
	   Perform Validate-Maint-Trans.
	   Move Run-Date to PT-Action-Date (Pend-Found-Sub).
	   Move Approver-Id to PT-Action-User (Pend-Found-Sub).
	   IF Reason-Code = 0
		Perform Apply-Maint-Trans
		IF Apply-OK = "Y"
		     Move "A" to PT-Status (Pend-Found-Sub)
		     Add 1 to Applied-Count
		     Add 1 to Approved-Count
		ELSE
		     Move "R" to PT-Status (Pend-Found-Sub)
		     Add 1 to Failed-Count
		END-IF
	   ELSE
		Move "R" to PT-Status (Pend-Found-Sub)
		Perform Print-Rejected-Trans
		Add 1 to Rejected-Count
	   END-IF.
	   Move Approver-Id to AP-User-out.
	   Move PT-Pend-Number (Pend-Found-Sub) to AP-Number-out.
	   Move PT-Hold-Reason (Pend-Found-Sub) to AP-Reason-out.
	   Move Approval-Line to Print-rec.
	   Perform Write-Register-Line.
	   Move Approval-Trans-Hold to Maint-Rec.
       Save-Unauthorized-Trans.
	   IF Unauth-Saved < 200
		Add 1 to Unauth-Saved
		Move Maint-Rec to UT-Maint-Data (Unauth-Saved)
		Move Reason-Code to UT-Reason-Code (Unauth-Saved)
		Move Reason-Text to UT-Reason-Text (Unauth-Saved)
	   ELSE
		Perform Print-Unauthorized-Trans
	   END-IF.
       Apply-Maint-Trans.
	   IF MT-Item-File
		Perform Apply-Item-Maint
	     IF MT-Slsp-File
		Perform Apply-Slsp-Maint
	     ELSE
	       IF MT-Budget-File
		Perform Apply-Budget-Maint
	       ELSE
		Perform Apply-Cust-Maint
	       END-IF
	     END-IF
	   END-IF.
       Apply-Item-Maint.
		Move MT-Promo-To to IM-Promo-To
		Move MT-On-Hand-Qty to IM-On-Hand-Qty
		Move MT-Unit-Cost to IM-Unit-Cost
		IF MT-Reorder-Data = spaces
		     Move Before-Reorder-Point to IM-Reorder-Point
		     Move Before-Reorder-Qty to IM-Reorder-Qty
		     Move Before-Vendor-No to IM-Vendor-No
		ELSE
		     Move MT-Reorder-Point to IM-Reorder-Point
		     Move MT-Reorder-Qty to IM-Reorder-Qty
		     Move MT-Vendor-No to IM-Vendor-No
		END-IF
		IF MT-Add
		     Write Item-Mast-Rec
			invalid key Move "N" to Apply-OK
		Move IO-Error-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
       Apply-Budget-Maint.
	   Move "Y" to Apply-OK.
	   Move MT-Bud-Store to BG-Store-ID.
	   Move MT-Bud-Period to BG-Period.
	   IF MT-Delete
		Delete Budget-File
		   invalid key Move "N" to Apply-OK
		END-DELETE
	   ELSE
		Move MT-Bud-Sales to BG-Sales-Target
		Move MT-Bud-Units to BG-Units-Target
		Move MT-Bud-Margin to BG-Margin-Target
		IF MT-Add
		     Write Budget-Rec
			invalid key Move "N" to Apply-OK
		     END-WRITE
		ELSE
		     Rewrite Budget-Rec
			invalid key Move "N" to Apply-OK
		     END-REWRITE
		END-IF
	   END-IF.
	   IF Apply-OK = "Y"
		Move "APPLIED" to AL-Result-out
	   ELSE
		Move "FAILED" to AL-Result-out
		Display "FILE I-O ERROR APPLYING BUDGET: " MT-Bud-Store
			" " MT-Bud-Period
	   END-IF.
	   Move "BUDGET" to AL-File-out.
	   Move BG-Key to AL-Key-out.
	   Perform Print-Action-Line.
	   Perform Print-Budget-Before-Image.
	   IF Apply-OK = "Y"
		IF MT-Delete
		     Move "N" to Budget-Exists
		ELSE
		     Move "Y" to Budget-Exists
		END-IF
		Perform Print-Budget-After-Image
	   ELSE
		Move IO-Error-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
       Print-Budget-Before-Image.
	   Move "BEFORE:" to IL-Tag-out.
	   IF Budget-Exists = "Y"
		Move Before-Bud-Period to BI-Period-out
		Move Before-Bud-Sales to BI-Sales-out
		Move Before-Bud-Units to BI-Units-out
		Move Before-Bud-Margin to BI-Margin-out
		Move Budget-Image-Wrk to IL-Text-out
	   ELSE
		Move "(NOT ON FILE)" to IL-Text-out
	   END-IF.
	   Move Image-Line to Print-rec.
	   Perform Write-Register-Line.
       Print-Budget-After-Image.
	   Move "AFTER:" to IL-Tag-out.
	   IF Budget-Exists = "Y"
		Move BG-Period to BI-Period-out
		Move BG-Sales-Target to BI-Sales-out
		Move BG-Units-Target to BI-Units-out
		Move BG-Margin-Target to BI-Margin-out
		Move Budget-Image-Wrk to IL-Text-out
	   ELSE
		Move "(DELETED)" to IL-Text-out
	   END-IF.
	   Move Image-Line to Print-rec.
	   Perform Write-Register-Line.
       Print-Slsp-Before-Image.
	   Move "BEFORE:" to IL-Tag-out.
	   IF Slsp-Exists = "Y"
		Move Image-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
	   IF Item-Exists = "Y" AND
	      (Before-Reorder-Point Not = 0 OR Before-Reorder-Qty Not = 0 OR
	       Before-Vendor-No Not = 0)
		Move Before-Reorder-Point to RI-Point-out
		Move Before-Reorder-Qty to RI-Qty-out
		Move Before-Vendor-No to RI-Vendor-out
		Move Reorder-Image-Wrk to IL-Text-out
		Move Image-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
       Print-Item-After-Image.
	   Move "AFTER:" to IL-Tag-out.
	   IF Item-Exists = "Y"
		Move Image-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
	   IF Item-Exists = "Y" AND
	      (IM-Reorder-Point Not = 0 OR IM-Reorder-Qty Not = 0 OR
	       IM-Vendor-No Not = 0)
		Move IM-Reorder-Point to RI-Point-out
		Move IM-Reorder-Qty to RI-Qty-out
		Move IM-Vendor-No to RI-Vendor-out
		Move Reorder-Image-Wrk to IL-Text-out
		Move Image-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
       Print-Cust-Before-Image.
	   Move "BEFORE:" to IL-Tag-out.
	   IF Cust-Exists = "Y"
	   Perform Write-Register-Line.
       Print-Rejected-Trans.
	   Move "REJECTED" to AL-Result-out.
	   Perform Set-File-And-Key.
	   Perform Print-Action-Line.
	   Move Reason-Code to RL-Reason-Code-out.
	   Move Reason-Text to RL-Reason-Text-out.
	   Move Reject-Reason-Line to Print-rec.
	   Perform Write-Register-Line.
       Print-Unauthorized-Trans.
	   Move "DENIED" to AL-Result-out.
	   Perform Set-File-And-Key.
	   Perform Print-Action-Line.
	   Move Reason-Code to RL-Reason-Code-out.
	   Move Reason-Text to RL-Reason-Text-out.
	   Move Reject-Reason-Line to Print-rec.
	   Perform Write-Register-Line.
       Set-File-And-Key.
	   IF MT-Item-File
		Move "ITEM" to AL-File-out
		Move MT-Item-Code to AL-Key-out
		Move "SLSPRSN" to AL-File-out
		Move MT-Slsp-ID to AL-Key-out
	     ELSE
	       IF MT-Budget-File
		Move "BUDGET" to AL-File-out
		Move MT-Bud-Key to AL-Key-out
	       ELSE
		Move "CUSTOMER" to AL-File-out
		Move MT-Cust-ID to AL-Key-out
	       END-IF
	     END-IF
	   END-IF.
	   IF MT-Approve
		Move MT-Pend-Number to AL-Key-out
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Register sections for denied transactions and   *>
      *>   for every change still awaiting approval.       *>
      *> ------------------------------------------------- *>
       Print-Unauthorized-Section.
	   Move spaces to Print-rec.
	   Perform Write-Register-Line.
	   Move "UNAUTHORIZED MAINTENANCE ATTEMPTS" to ST-Title-out.
	   Move Section-Title-Line to Print-rec.
	   Perform Write-Register-Line.
	   IF Unauth-Saved = 0
		Move No-Entries-Line to Print-rec
		Perform Write-Register-Line
	   ELSE
		Perform Print-Unauthorized-Entry Varying Unauth-Sub
		   From 1 By 1 Until Unauth-Sub > Unauth-Saved
	   END-IF.
       Print-Unauthorized-Entry.
	   Move UT-Maint-Data (Unauth-Sub) to Maint-Rec.
	   Move UT-Reason-Code (Unauth-Sub) to Reason-Code.
	   Move UT-Reason-Text (Unauth-Sub) to Reason-Text.
	   Perform Print-Unauthorized-Trans.
       Print-Pending-Section.
	   Move spaces to Print-rec.
	   Perform Write-Register-Line.
	   Move "CHANGES AWAITING APPROVAL" to ST-Title-out.
	   Move Section-Title-Line to Print-rec.
	   Perform Write-Register-Line.
	   Move Pending-Heading to Print-rec.
	   Perform Write-Register-Line.
	   Perform Print-Pending-Entry Varying Pend-Sub From 1 By 1
		Until Pend-Sub > Pend-Count.
	   IF Awaiting-Count = 0
		Move No-Entries-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
       Print-Pending-Entry.
	   IF PT-Status (Pend-Sub) = "P"
		Add 1 to Awaiting-Count
		Move PT-Maint-Data (Pend-Sub) to Maint-Rec
		Perform Set-File-And-Key
		Move PT-Pend-Number (Pend-Sub) to PL-Number-out
		Move MT-Action to PL-Action-out
		Move AL-File-out to PL-File-out
		Move AL-Key-out to PL-Key-out
		Move MT-User-Id to PL-User-out
		Move PT-Submit-Date (Pend-Sub) to PL-Date-out
		Move PT-Hold-Reason (Pend-Sub) to PL-Reason-out
		Move Pending-Line to Print-rec
		Perform Write-Register-Line
	   END-IF.
      *> ------------------------------------------------- *>
      *>   Open items are carried forward; approved or     *>
      *>   refused items are kept only for the day they    *>
      *>   were closed.                                    *>
      *> ------------------------------------------------- *>
       Rewrite-Pending-File.
	   Open output Pending-File.
	   Perform Write-Pending-Rec Varying Pend-Sub From 1 By 1
		Until Pend-Sub > Pend-Count.
	   Close Pending-File.
       Write-Pending-Rec.
	   IF PT-Status (Pend-Sub) = "P" OR
	      PT-Action-Date (Pend-Sub) = Run-Date
		Move PT-Entry (Pend-Sub) to Pending-Rec
		Write Pending-Rec
	   END-IF.
       Termination.
	   Perform Print-Unauthorized-Section.
	   Perform Print-Pending-Section.
	   Perform Rewrite-Pending-File.
	   Move spaces to Print-rec.
	   Perform Write-Register-Line.
	   Move Maint-Read-Count to TL-Read-Out.
	   Move Total-Line-1 to Print-rec.
	   Perform Write-Register-Line.
	   Move Failed-Count to TL-Failed-Out.
	   Move Total-Line-4 to Print-rec.
	   Perform Write-Register-Line.
	   Move Unauthorized-Count to TL-Unauth-Out.
	   Move Total-Line-5 to Print-rec.
	   Perform Write-Register-Line.
	   Move Held-Count to TL-Held-Out.
	   Move Total-Line-6 to Print-rec.
	   Perform Write-Register-Line.
	   Move Approved-Count to TL-Approved-Out.
	   Move Total-Line-7 to Print-rec.
	   Perform Write-Register-Line.
	   Move Awaiting-Count to TL-Awaiting-Out.
	   Move Total-Line-8 to Print-rec.
	   Perform Write-Register-Line.
	   Close Maint-Trans-File.
	   Close Item-Master-File.
	   Close Customer-Master-File.
	   Close Salesperson-Master-File.
	   Close Budget-File.
	   Close Register-File.
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
	   Move "MasterMaint" to RL-Program-Id.
	   Move Run-Log-Message to RL-Message.
	   Write Run-Log-Rec.
	   Close Run-Log-File.
