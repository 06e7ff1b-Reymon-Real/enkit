*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyProdMaint.cbl     *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		01 RFS-PD-COLUMN-LINE PIC X(80)
			VALUE
			"Prod  Description                     Term   Grace  Status     Refund  Notice".

		01 RFS-PD-DETAIL-LINE.
			05 PRD-PRODUCT-OUT PIC X(04).
			05 PRD-GRACE-OUT   PIC Z(04)9.
			05 FILLER          PIC X(02) VALUE SPACES.
			05 PRD-STATUS-OUT  PIC X(09).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 PRD-REFUND-OUT  PIC X(07).
			05 FILLER          PIC X(01) VALUE SPACES.
			05 PRD-NOTICE-OUT  PIC Z(04)9.

		01 RFS-PD-EMPTY-LINE PIC X(80)
			VALUE "No catalog records on file.".
		01 RFS-IN-DEFAULT-TERM  USAGE BINARY-LONG.
		01 RFS-IN-DEFAULT-GRACE USAGE BINARY-LONG.
		01 RFS-IN-ACTIVE-FLAG   PIC X(01).
		01 RFS-IN-REFUND-POLICY PIC X(01).
		01 RFS-IN-NOTICE-DAYS   USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*>     evaluating and renewing) and logs a PRODSET line to
*>     rfs-audit.dat whose old/new date columns carry the packed
*>     values flag*1000000 + term*100 + grace. The defaults feed
*>     order rows that leave term or grace blank. SET also
*>     carries the refund policy ReyCancelRFS credits a
*>     mid-term cancellation by; a caller that leaves the two
*>     refund parameters off keeps the record's current policy
*>     (full prorata for a new record).
*>
*> Parameters:
*>     RFS-IN-OPERATION - "LIST" or "SET "
*>     RFS-IN-DEFAULT-TERM - default term days (1-9999)
*>     RFS-IN-DEFAULT-GRACE - default grace days (0-9999)
*>     RFS-IN-ACTIVE-FLAG - "A" on sale, "W" withdrawn
*>     RFS-IN-REFUND-POLICY - optional; "F" full prorata, "N" no
*>     credit, "P" prorata less a notice period
*>     RFS-IN-NOTICE-DAYS - optional; the notice period days
*>     (0-9999) policy "P" keeps back, ignored otherwise
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-PRODUCT-CODE
		RFS-IN-DESCRIPTION RFS-IN-DEFAULT-TERM
		RFS-IN-DEFAULT-GRACE RFS-IN-ACTIVE-FLAG
		OPTIONAL RFS-IN-REFUND-POLICY OPTIONAL RFS-IN-NOTICE-DAYS.

	EVALUATE RFS-IN-OPERATION
		WHEN "LIST"
		GOBACK
	END-IF.

	IF ADDRESS OF RFS-IN-REFUND-POLICY NOT = NULL
		IF RFS-IN-REFUND-POLICY NOT = "F"
				AND RFS-IN-REFUND-POLICY NOT = "N"
				AND RFS-IN-REFUND-POLICY NOT = "P"
			DISPLAY "ReyProdMaint - VALUES REJECTED: REFUND F, N"
				" OR P" UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.

	IF ADDRESS OF RFS-IN-NOTICE-DAYS NOT = NULL
		IF RFS-IN-NOTICE-DAYS < 0 OR RFS-IN-NOTICE-DAYS > 9999
			DISPLAY "ReyProdMaint - VALUES REJECTED: NOTICE 0-9999"
				UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.

	OPEN I-O RFS-PROD-FILE.
	IF RFS-PROD-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-PROD-FILE
	MOVE RFS-IN-DEFAULT-GRACE TO PROD-DEFAULT-GRACE.
	MOVE RFS-IN-ACTIVE-FLAG   TO PROD-ACTIVE-FLAG.

	*> A caller that predates the refund policy leaves it off -
	*> the record keeps what it had rather than losing it.
	IF NOT RFS-PD-RECORD-EXISTS
		MOVE "F" TO PROD-REFUND-POLICY
		MOVE 0   TO PROD-NOTICE-DAYS
	END-IF.
	IF ADDRESS OF RFS-IN-REFUND-POLICY NOT = NULL
		MOVE RFS-IN-REFUND-POLICY TO PROD-REFUND-POLICY
	END-IF.
	IF ADDRESS OF RFS-IN-NOTICE-DAYS NOT = NULL
		MOVE RFS-IN-NOTICE-DAYS TO PROD-NOTICE-DAYS
	END-IF.

	IF RFS-PD-RECORD-EXISTS
		REWRITE RFS-PROD-RECORD
	ELSE
	ELSE
		MOVE "ON-SALE" TO PRD-STATUS-OUT
	END-IF.
	EVALUATE PROD-REFUND-POLICY
		WHEN "N"
			MOVE "NONE" TO PRD-REFUND-OUT
			MOVE 0 TO PRD-NOTICE-OUT
		WHEN "P"
			MOVE "NOTICE" TO PRD-REFUND-OUT
			MOVE PROD-NOTICE-DAYS TO PRD-NOTICE-OUT
		WHEN OTHER
			MOVE "FULL" TO PRD-REFUND-OUT
			MOVE 0 TO PRD-NOTICE-OUT
	END-EVALUATE.

	MOVE RFS-PD-DETAIL-LINE TO RFS-PRDRPT-LINE.
	WRITE RFS-PRDRPT-LINE.
