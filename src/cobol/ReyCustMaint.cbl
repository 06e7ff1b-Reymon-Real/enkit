*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyCustMaint.cbl     *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		01 RFS-CM-COLUMN-LINE PIC X(100)
			VALUE
			"Site      Name                            Contact                    Region    Billing-acct  Key".

		01 RFS-CM-DETAIL-LINE.
			05 CST-SITE-OUT      PIC X(08).
			05 CST-REGION-OUT    PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CST-BILLING-OUT   PIC X(12).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CST-KEY-OUT       PIC X(03).

		01 RFS-CM-EMPTY-LINE PIC X(100)
			VALUE "No customer master records on file.".
		01 RFS-IN-CUST-CONTACT PIC X(25).
		01 RFS-IN-CUST-REGION  PIC X(08).
		01 RFS-IN-CUST-BILLING PIC X(12).
		01 RFS-IN-CUST-KEY-ACCOUNT PIC X(01).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*>     logs a CUSTSET line to rfs-audit.dat, so every master
*>     change leaves a trace. ReyFleetReport, ReyForecastRFS and
*>     ReyInquireRFS read this file to put the customer name and
*>     region next to every site-code they report; ReyDunningRFS
*>     reads its key-customer flag to route a key account's
*>     suspension through ReyActionQueue's two-person review.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "LIST" or "SET "
*>     RFS-IN-SITE-CODE - the site whose record SET replaces
*>     RFS-IN-CUST-NAME, RFS-IN-CUST-CONTACT, RFS-IN-CUST-REGION,
*>     RFS-IN-CUST-BILLING - the values SET stores
*>     RFS-IN-CUST-KEY-ACCOUNT - optional; "Y" flags the site a
*>     key customer, anything else clears the flag; omitted, SET
*>     keeps the flag the record already carries
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-SITE-CODE
		RFS-IN-CUST-NAME RFS-IN-CUST-CONTACT RFS-IN-CUST-REGION
		RFS-IN-CUST-BILLING OPTIONAL RFS-IN-CUST-KEY-ACCOUNT.

	*> Attribute the audit line to the signed-on operator when
	*> one is present - this path also runs unattended, so no
	MOVE RFS-IN-CUST-REGION  TO CUST-REGION.
	MOVE RFS-IN-CUST-BILLING TO CUST-BILLING-ACCT.

	*> The key-customer flag is set on purpose or not at all - a
	*> caller that does not pass it leaves an existing flag
	*> alone rather than silently demoting the account.
	IF ADDRESS OF RFS-IN-CUST-KEY-ACCOUNT NOT = NULL
		IF RFS-IN-CUST-KEY-ACCOUNT = "Y"
			MOVE "Y" TO CUST-KEY-ACCOUNT
		ELSE
			MOVE "N" TO CUST-KEY-ACCOUNT
		END-IF
	ELSE
		IF NOT RFS-CM-RECORD-EXISTS
			MOVE "N" TO CUST-KEY-ACCOUNT
		END-IF
	END-IF.

	IF RFS-CM-RECORD-EXISTS
		REWRITE RFS-CUST-RECORD
	ELSE
	MOVE CUST-CONTACT      TO CST-CONTACT-OUT.
	MOVE CUST-REGION       TO CST-REGION-OUT.
	MOVE CUST-BILLING-ACCT TO CST-BILLING-OUT.
	IF CUST-KEY-ACCOUNT = "Y"
		MOVE "KEY" TO CST-KEY-OUT
	ELSE
		MOVE SPACES TO CST-KEY-OUT
	END-IF.

	MOVE RFS-CM-DETAIL-LINE TO RFS-CSTRPT-LINE.
	WRITE RFS-CSTRPT-LINE.
