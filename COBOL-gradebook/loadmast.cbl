		03 IM-Promo-To		PIC 9(08).
		03 IM-On-Hand-Qty	PIC S9(05).
		03 IM-Unit-Cost		PIC 99V99.
		03 IM-Reorder-Point	PIC 9(05).
		03 IM-Reorder-Qty	PIC 9(05).
		03 IM-Vendor-No		PIC 9(05).
	FD Customer-Master-File.
	01 Cust-Mast-Rec.
		03 CM-Cust-ID		PIC 9999.
		ELSE
		     Move 0 to IM-Unit-Cost
		END-IF
		Move 0 to IM-Reorder-Point
		Move 0 to IM-Reorder-Qty
		Move 0 to IM-Vendor-No
		Write Item-Mast-Rec
		   invalid key
			Display "DUPLICATE ITEM CODE DROPPED: " IS-Item-Code
