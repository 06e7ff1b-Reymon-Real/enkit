*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRateMaint.cbl     *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		*> Previous price of the record being replaced, for the
		*> audit line.
		01 RFS-RM-OLD-PRICE USAGE BINARY-LONG VALUE 0.
		01 RFS-RM-OLD-SEAT-PRICE USAGE BINARY-LONG VALUE 0.

		01 RFS-RM-EFFECT-NUM PIC 9(08).

			VALUE "Product rate table".

		01 RFS-RM-COLUMN-LINE PIC X(80)
			VALUE "Prod  Band   Effective   Unit-price  Seat-price".

		01 RFS-RM-DETAIL-LINE.
			05 RTE-PRODUCT-OUT   PIC X(04).
			05 RTE-PRICE-WHOLE   PIC Z(05)9.
			05 FILLER            PIC X(01) VALUE ".".
			05 RTE-PRICE-CENTS   PIC 9(02).
			05 FILLER            PIC X(03) VALUE SPACES.
			05 RTE-SEAT-WHOLE    PIC Z(05)9.
			05 FILLER            PIC X(01) VALUE ".".
			05 RTE-SEAT-CENTS    PIC 9(02).

		01 RFS-RM-EMPTY-LINE PIC X(80)
			VALUE "No rate records on file.".
		01 RFS-IN-EFFECT-MONTH USAGE BINARY-LONG.
		01 RFS-IN-EFFECT-YEAR  USAGE BINARY-LONG.
		01 RFS-IN-UNIT-PRICE   USAGE BINARY-LONG.
		01 RFS-IN-SEAT-PRICE   USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*>     a trace. A rate change is a SET under a new effective date
*>     - the superseded record stays on file, which is what keeps
*>     renewals quoted before the change pricing at the rate that
*>     was in force when they were quoted. SET also carries
*>     the price per seat per day over entitlement that
*>     ReyTrueUpRFS bills overage at; a caller that leaves it off
*>     keeps the record's current seat price (none for a new
*>     record), and a change to it logs a SEATRATE line the same
*>     way.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "LIST" or "SET "
*>     - the date the rate takes effect
*>     RFS-IN-UNIT-PRICE - price per subscription day, in
*>     hundredths of the billing currency unit
*>     RFS-IN-SEAT-PRICE - optional; price per seat per day over
*>     the licensed seats, in hundredths (0-99999999)
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 20 when SET's values fail validation (a blank
*>     product, a band outside 0-9999, a price outside
*>     0-99999999, a seat price outside 0-99999999, or an
*>     effective date that is not a real
*>     calendar date - nothing is written), 16 when a file
*>     operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-PRODUCT-CODE
		RFS-IN-TERM-BAND RFS-IN-EFFECT-DAY RFS-IN-EFFECT-MONTH
		RFS-IN-EFFECT-YEAR RFS-IN-UNIT-PRICE
		OPTIONAL RFS-IN-SEAT-PRICE.

	*> Attribute the audit line to the signed-on operator when
	*> one is present - this path also runs unattended, so no
		GOBACK
	END-IF.

	IF ADDRESS OF RFS-IN-SEAT-PRICE NOT = NULL
		IF RFS-IN-SEAT-PRICE < 0 OR RFS-IN-SEAT-PRICE > 99999999
			DISPLAY "ReyRateMaint - VALUES REJECTED: SEAT PRICE"
				" 0-99999999" UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.

	COMPUTE RFS-RM-EFFECT-NUM =
		RFS-IN-EFFECT-YEAR * 10000 +
		RFS-IN-EFFECT-MONTH * 100 + RFS-IN-EFFECT-DAY.
	IF RFS-RATE-STATUS-OK
		SET RFS-RM-RECORD-EXISTS TO TRUE
		MOVE RATE-UNIT-PRICE TO RFS-RM-OLD-PRICE
		IF RATE-SEAT-PRICE > 0 AND RATE-SEAT-PRICE <= 99999999
			MOVE RATE-SEAT-PRICE TO RFS-RM-OLD-SEAT-PRICE
		END-IF
	ELSE
		IF NOT RFS-RATE-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-RATE-ERROR
	MOVE RFS-RM-EFFECT-NUM   TO RATE-EFFECTIVE-DATE.
	MOVE RFS-IN-UNIT-PRICE   TO RATE-UNIT-PRICE.

	*> A caller that predates the seat price leaves it off - the
	*> record keeps what it had rather than losing it.
	MOVE RFS-RM-OLD-SEAT-PRICE TO RATE-SEAT-PRICE.
	IF ADDRESS OF RFS-IN-SEAT-PRICE NOT = NULL
		MOVE RFS-IN-SEAT-PRICE TO RATE-SEAT-PRICE
	END-IF.

	IF RFS-RM-RECORD-EXISTS
		REWRITE RFS-RATE-RECORD
	ELSE

	PERFORM LOG-RATESET-EVENT.

	IF RATE-SEAT-PRICE NOT = RFS-RM-OLD-SEAT-PRICE
		PERFORM LOG-SEATRATE-EVENT
	END-IF.

SET-PRODUCT-RATE-EXIT.
	EXIT.

LOG-RATESET-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-SEATRATE-EVENT        <*
*> *** The same, for the price   <*
*> *** per seat over entitlement <*
*> ******************************* <*

LOG-SEATRATE-EVENT.

	MOVE "SEATRATE"            TO RFS-AUDIT-OPERATION.
	MOVE SPACES                TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-IN-PRODUCT-CODE   TO RFS-AUDIT-PRODUCT-CODE.
	MOVE RFS-IN-TERM-BAND      TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-RM-OLD-SEAT-PRICE TO RFS-AUDIT-OLD-END-DATE.
	MOVE RATE-SEAT-PRICE       TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-SEATRATE-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** LIST-PRODUCT-RATES        <*
*> ******************************* <*
	COMPUTE RTE-PRICE-WHOLE = RATE-UNIT-PRICE / 100.
	COMPUTE RTE-PRICE-CENTS =
		FUNCTION MOD (RATE-UNIT-PRICE 100).
	IF RATE-SEAT-PRICE > 0 AND RATE-SEAT-PRICE <= 99999999
		COMPUTE RTE-SEAT-WHOLE = RATE-SEAT-PRICE / 100
		COMPUTE RTE-SEAT-CENTS =
			FUNCTION MOD (RATE-SEAT-PRICE 100)
	ELSE
		MOVE 0 TO RTE-SEAT-WHOLE
		MOVE 0 TO RTE-SEAT-CENTS
	END-IF.

	MOVE RFS-RM-DETAIL-LINE TO RFS-RTERPT-LINE.
	WRITE RFS-RTERPT-LINE.
