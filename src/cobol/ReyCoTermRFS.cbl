*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyCoTermRFS.cbl     *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Co-terming - one anniversary *** <*
*> *** date for a site's products   *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyCoTermRFS.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".
			COPY "opers.env.cpy".
			COPY "rates.env.cpy".
			COPY "invoice.env.cpy".
			COPY "cotrpt.env.cpy".
			COPY "recv.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "invoice.fd.cpy".
		COPY "cotrpt.fd.cpy".
		COPY "recv.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".
		COPY "opers.status.cpy".
		COPY "rates.status.cpy".
		COPY "invoice.status.cpy".
		COPY "cotrpt.status.cpy".
		COPY "recv.status.cpy".

		COPY "signon-ws.cpy".

		COPY "opercheck-ws.cpy".

		COPY "files.stamp-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "rfs.validate-ws.cpy".

		COPY "rates.lookup-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		COPY "recv.ledger-ws.cpy".

		01 RFS-COT-TODAY-DATE.
			05 RFS-COT-TODAY-YEAR   PIC 9(04).
			05 RFS-COT-TODAY-MONTH  PIC 9(02).
			05 RFS-COT-TODAY-DAY    PIC 9(02).
		01 RFS-COT-TODAY-NUM REDEFINES RFS-COT-TODAY-DATE PIC 9(08).

		01 RFS-COT-TARGET-NUM PIC 9(08).
		01 RFS-COT-TARGET-INT USAGE BINARY-LONG.

		01 RFS-COT-MODE-FLAG PIC X(01).
			88 RFS-COT-PREVIEW VALUE "P".
			88 RFS-COT-APPLY   VALUE "A".

		*> The latest record of each of the site's products, held
		*> raw so the renewal can be built from it after the walk;
		*> the width MUST track files.fd.cpy's RFS-RECORD byte for
		*> byte. 20 products is the whole catalog several times
		*> over.
		01 RFS-COT-PROD-TABLE.
			05 RFS-COT-PROD-ENTRY OCCURS 20 TIMES.
				10 RFS-COT-PROD-CODE      PIC X(04).
				10 RFS-COT-PROD-ID        PIC 9(08).
				10 RFS-COT-PROD-NEW-ID    PIC 9(08).
				10 RFS-COT-PROD-START-NUM PIC 9(08).
				10 RFS-COT-PROD-END-NUM   PIC 9(08).
				10 RFS-COT-PROD-MARK      PIC X(01).
				10 RFS-COT-PROD-DAYS      USAGE BINARY-LONG.
				10 RFS-COT-PROD-CENTS     USAGE BINARY-DOUBLE.
				10 RFS-COT-PROD-UNIT      USAGE BINARY-LONG.
				10 RFS-COT-PROD-RATE-DATE PIC 9(08).
				*> "Y" to be co-termed, "N" left alone, "R"
				*> refused - the outcome says why.
				10 RFS-COT-PROD-ACTION    PIC X(01).
				10 RFS-COT-PROD-OUTCOME   PIC X(18).
				*> The receivables item the adjustment was
				*> raised as - zero when there was nothing
				*> to raise.
				10 RFS-COT-PROD-ITEM-NO   PIC 9(08).
				10 RFS-COT-PROD-SAVE      PIC X(109).

		01 RFS-COT-PROD-USED PIC 9(02) VALUE 0.
		01 RFS-COT-PROD-IDX  PIC 9(02).

		01 RFS-COT-SCAN-DONE-FLAG PIC X(01) VALUE "N".
			88 RFS-COT-SCAN-DONE VALUE "Y".

		01 RFS-COT-PREV-END-NUM PIC 9(08).

		01 RFS-COT-TERM-DAYS USAGE BINARY-LONG.

		01 RFS-COT-MOVE-COUNT    PIC 9(02) VALUE 0.
		01 RFS-COT-REFUSED-COUNT PIC 9(02) VALUE 0.
		01 RFS-COT-NORATE-COUNT  PIC 9(02) VALUE 0.

		*> CSV column images - the same columns and the same
		*> explicit decimal point as ReyPriceRFS's rows; a credit
		*> carries a leading minus on its charge.
		01 RFS-COT-OUT-ID       PIC 9(08).
		01 RFS-COT-OUT-END-DATE PIC 9(08).
		01 RFS-COT-OUT-TERM     PIC 9(04).
		01 RFS-COT-OUT-SIGN     PIC X(01).

		01 RFS-COT-OUT-PRICE.
			05 COT-PRICE-WHOLE PIC 9(06).
			05 FILLER          PIC X(01) VALUE ".".
			05 COT-PRICE-CENTS PIC 9(02).

		01 RFS-COT-OUT-CHARGE.
			05 COT-CHARGE-WHOLE PIC 9(09).
			05 FILLER           PIC X(01) VALUE ".".
			05 COT-CHARGE-CENTS PIC 9(02).

		01 RFS-COT-OUT-RATE-DATE PIC 9(08).
		01 RFS-COT-OUT-ITEM-NO   PIC 9(08).

		01 RFS-COT-ABS-CENTS USAGE BINARY-DOUBLE.

		01 RFS-COT-TITLE-LINE.
			05 FILLER           PIC X(20) VALUE "Co-terming - site ".
			05 COT-TITLE-SITE   PIC X(08).
			05 FILLER           PIC X(16) VALUE " to anniversary ".
			05 COT-TITLE-YEAR   PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 COT-TITLE-MONTH  PIC 9(02).
			05 FILLER           PIC X(01) VALUE "-".
			05 COT-TITLE-DAY    PIC 9(02).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 COT-TITLE-MODE   PIC X(09).

		01 RFS-COT-COLUMN-LINE PIC X(100)
			VALUE
			"Prod  Old-end     New-end       Days    Adjustment  Outcome".

		01 RFS-COT-DETAIL-LINE.
			05 COT-PRODUCT-OUT  PIC X(04).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 COT-OLD-YEAR     PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 COT-OLD-MONTH    PIC 9(02).
			05 FILLER           PIC X(01) VALUE "-".
			05 COT-OLD-DAY      PIC 9(02).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 COT-NEW-YEAR     PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 COT-NEW-MONTH    PIC 9(02).
			05 FILLER           PIC X(01) VALUE "-".
			05 COT-NEW-DAY      PIC 9(02).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 COT-DAYS-OUT     PIC -(04)9.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 COT-CENTS-OUT    PIC -(08)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 COT-OUTCOME-OUT  PIC X(18).

		01 RFS-COT-EMPTY-LINE PIC X(80)
			VALUE "No subscriptions on file for the site.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION   PIC X(04).
		01 RFS-IN-SITE-CODE   PIC X(08).
		01 RFS-IN-ANNIV-DAY   USAGE BINARY-LONG.
		01 RFS-IN-ANNIV-MONTH USAGE BINARY-LONG.
		01 RFS-IN-ANNIV-YEAR  USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function brings every product a site holds to one
*>     anniversary date, so the site has one renewal
*>     conversation, one notice and one invoice a year. For each
*>     product it appends a renewal record under the next
*>     subscription-id the same way ReyRenewRFS does - start
*>     date and grace carried forward, only the end date moved -
*>     with the end date set to the anniversary, and prices the
*>     days added or taken away prorata: days times the unit
*>     price rfs-rates.dat sets, as of today, for the term of
*>     the window being moved. The adjustment is raised on the
*>     receivables ledger, rfs-receivables.dat - days added as
*>     an invoice item due by the old end date, days taken away
*>     as a credit item held on the site for its next payment -
*>     so the charge is collected, aged and dunned like any
*>     renewal. Neither item belongs to a renewal window, so
*>     both carry subscription-id zero. The adjustment is also
*>     appended to the invoice feed rfs-invoice.csv in
*>     ReyPriceRFS's columns with STATUS COTERM and the item's
*>     number as INVOICE-NO, a shortened window's as a credit
*>     with a minus on its charge. Each co-termed product
*>     leaves a COTERM line in rfs-audit.dat with its old and
*>     new end dates. A product that is cancelled, suspended or still on
*>     trial - whenever its mark takes effect - is refused and
*>     left as it is; a product already ending on the
*>     anniversary is left alone. Operation PREV writes only the
*>     listing rfs-coterm.txt - each product's old end, new
*>     end, day difference, adjustment and outcome - so the
*>     change can be agreed before anything is written; APPL
*>     writes the same listing for what it did.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "PREV" to preview, "APPL" to co-term
*>     RFS-IN-SITE-CODE - the site whose products are aligned
*>     RFS-IN-ANNIV-DAY, RFS-IN-ANNIV-MONTH, RFS-IN-ANNIV-YEAR -
*>     the anniversary date every end date moves to; it has to
*>     lie after today
*>
*> Return:
*>     RETURN-CODE is zero on success, 4 when some product was
*>     refused or had no rate to price its adjustment, 8 for an
*>     unknown operation, 20 when the site is blank, the date is
*>     not a real calendar date after today or the site has no
*>     product that can be co-termed (nothing is written), 24
*>     when the signed-on operator lacks the grant, 16 when a
*>     file operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-SITE-CODE
		RFS-IN-ANNIV-DAY RFS-IN-ANNIV-MONTH RFS-IN-ANNIV-YEAR.

	EVALUATE RFS-IN-OPERATION
		WHEN "PREV"
			SET RFS-COT-PREVIEW TO TRUE
			MOVE "I" TO RFS-OPR-REQUIRED-OP
		WHEN "APPL"
			SET RFS-COT-APPLY TO TRUE
			MOVE "R" TO RFS-OPR-REQUIRED-OP
		WHEN OTHER
			DISPLAY "ReyCoTermRFS - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
			GOBACK
	END-EVALUATE.

	*> A preview needs the inquire grant, moving end dates the
	*> renew grant; the COTERM audit lines are attributed to
	*> that operator.
	PERFORM CHECK-OPERATOR-ALLOWED
		THRU CHECK-OPERATOR-ALLOWED-EXIT.
	MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID.

	ACCEPT RFS-COT-TODAY-DATE FROM DATE YYYYMMDD.

	PERFORM VALIDATE-ANNIVERSARY
		THRU VALIDATE-ANNIVERSARY-EXIT.
	PERFORM COLLECT-SITE-PRODUCTS
		THRU COLLECT-SITE-PRODUCTS-EXIT.

	MOVE 0 TO RFS-COT-PROD-IDX.
	PERFORM PLAN-ONE-PRODUCT
		THRU PLAN-ONE-PRODUCT-EXIT
		UNTIL RFS-COT-PROD-IDX >= RFS-COT-PROD-USED.

	IF RFS-COT-APPLY AND RFS-COT-MOVE-COUNT > 0
		PERFORM WRITE-COTERM-RECORDS
			THRU WRITE-COTERM-RECORDS-EXIT
		PERFORM STAMP-COTERM-RECORDS
			THRU STAMP-COTERM-RECORDS-EXIT
		PERFORM RAISE-COTERM-ITEMS
			THRU RAISE-COTERM-ITEMS-EXIT
		PERFORM WRITE-COTERM-ADJUSTMENTS
			THRU WRITE-COTERM-ADJUSTMENTS-EXIT
	END-IF.

	PERFORM WRITE-COTERM-LISTING
		THRU WRITE-COTERM-LISTING-EXIT.

	DISPLAY "ReyCoTermRFS - " RFS-IN-OPERATION " " RFS-IN-SITE-CODE
		" TO CO-TERM " RFS-COT-MOVE-COUNT
		" REFUSED " RFS-COT-REFUSED-COUNT
		" NO-RATE " RFS-COT-NORATE-COUNT UPON CONSOLE.

	IF RFS-COT-MOVE-COUNT = 0
			AND (RFS-COT-REFUSED-COUNT > 0 OR RFS-COT-PROD-USED = 0)
		MOVE 20 TO RETURN-CODE
	ELSE
		IF RFS-COT-REFUSED-COUNT > 0 OR RFS-COT-NORATE-COUNT > 0
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.
	GOBACK.

*> ******************************* <*
*> *** VALIDATE-ANNIVERSARY      <*
*> *** A real calendar date, and <*
*> *** one still ahead - moving  <*
*> *** every end date into the   <*
*> *** past would expire the     <*
*> *** whole site                <*
*> ******************************* <*

VALIDATE-ANNIVERSARY.

	IF RFS-IN-SITE-CODE = SPACES
		DISPLAY "ReyCoTermRFS - CO-TERM REJECTED: BAD-SITE"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	IF RFS-IN-ANNIV-YEAR < 1601 OR RFS-IN-ANNIV-YEAR > 9999
			OR RFS-IN-ANNIV-MONTH < 1 OR RFS-IN-ANNIV-MONTH > 12
			OR RFS-IN-ANNIV-DAY < 1 OR RFS-IN-ANNIV-DAY > 31
		DISPLAY "ReyCoTermRFS - CO-TERM REJECTED: BAD-DATE"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	COMPUTE RFS-COT-TARGET-NUM =
		RFS-IN-ANNIV-YEAR * 10000 + RFS-IN-ANNIV-MONTH * 100 +
		RFS-IN-ANNIV-DAY.

	MOVE RFS-COT-TARGET-NUM TO RFS-VAL-WORK-DATE.
	PERFORM VALIDATE-RFS-DATE THRU VALIDATE-RFS-DATE-EXIT.
	IF NOT RFS-VAL-DATE-GOOD
			OR RFS-COT-TARGET-NUM <= RFS-COT-TODAY-NUM
		DISPLAY "ReyCoTermRFS - CO-TERM REJECTED: BAD-DATE"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	COMPUTE RFS-COT-TARGET-INT =
		FUNCTION INTEGER-OF-DATE (RFS-COT-TARGET-NUM).

VALIDATE-ANNIVERSARY-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-SITE-PRODUCTS     <*
*> *** Positions straight into   <*
*> *** the site's key range; the <*
*> *** records arrive product    <*
*> *** major, subscription-id    <*
*> *** minor, so the last one    <*
*> *** per product is its latest <*
*> ******************************* <*

COLLECT-SITE-PRODUCTS.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO COLLECT-SITE-PRODUCTS-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-IN-SITE-CODE TO SITE-CODE.
	MOVE SPACES TO PRODUCT-CODE.
	MOVE 0 TO SUBSCRIPTION-ID.

	START RFS-FILE KEY IS NOT LESS THAN RFS-KEY.

	IF RFS-STATUS-NO-RECORD OR RFS-STATUS-EOF
		SET RFS-COT-SCAN-DONE TO TRUE
	ELSE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
	END-IF.

	PERFORM COLLECT-ONE-SITE-RECORD
		THRU COLLECT-ONE-SITE-RECORD-EXIT
		UNTIL RFS-COT-SCAN-DONE.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

COLLECT-SITE-PRODUCTS-EXIT.
	EXIT.

COLLECT-ONE-SITE-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		SET RFS-COT-SCAN-DONE TO TRUE
		GO TO COLLECT-ONE-SITE-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF SITE-CODE NOT = RFS-IN-SITE-CODE
		SET RFS-COT-SCAN-DONE TO TRUE
		GO TO COLLECT-ONE-SITE-RECORD-EXIT
	END-IF.

	MOVE 0 TO RFS-COT-PREV-END-NUM.
	IF RFS-COT-PROD-USED > 0
		IF RFS-COT-PROD-CODE (RFS-COT-PROD-USED) = PRODUCT-CODE
			MOVE RFS-COT-PROD-END-NUM (RFS-COT-PROD-USED)
				TO RFS-COT-PREV-END-NUM
		END-IF
	END-IF.

	IF RFS-COT-PREV-END-NUM = 0
		IF RFS-COT-PROD-USED >= 20
			DISPLAY "RFS-COT-PROD-TABLE FULL - MORE THAN 20"
				" PRODUCTS AT " RFS-IN-SITE-CODE UPON CONSOLE
			CLOSE RFS-FILE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-COT-PROD-USED
		MOVE PRODUCT-CODE TO RFS-COT-PROD-CODE (RFS-COT-PROD-USED)
		COMPUTE RFS-COT-PROD-START-NUM (RFS-COT-PROD-USED) =
			YEAR-START * 10000 + MONTH-START * 100 + DAY-START
	ELSE
		MOVE RFS-COT-PREV-END-NUM
			TO RFS-COT-PROD-START-NUM (RFS-COT-PROD-USED)
	END-IF.

	MOVE SUBSCRIPTION-ID TO RFS-COT-PROD-ID (RFS-COT-PROD-USED).
	COMPUTE RFS-COT-PROD-END-NUM (RFS-COT-PROD-USED) =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.
	MOVE RECORD-STATUS TO RFS-COT-PROD-MARK (RFS-COT-PROD-USED).
	MOVE RFS-RECORD    TO RFS-COT-PROD-SAVE (RFS-COT-PROD-USED).

COLLECT-ONE-SITE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** PLAN-ONE-PRODUCT          <*
*> *** Decides what happens to   <*
*> *** one product and prices    <*
*> *** its adjustment - the same <*
*> *** work for a preview as for <*
*> *** the real thing, so the    <*
*> *** two always agree          <*
*> ******************************* <*

PLAN-ONE-PRODUCT.

	ADD 1 TO RFS-COT-PROD-IDX.

	MOVE "N" TO RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX).
	MOVE 0   TO RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX).
	MOVE 0   TO RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX).
	MOVE 0   TO RFS-COT-PROD-UNIT (RFS-COT-PROD-IDX).
	MOVE 0   TO RFS-COT-PROD-RATE-DATE (RFS-COT-PROD-IDX).
	MOVE 0   TO RFS-COT-PROD-ITEM-NO (RFS-COT-PROD-IDX).
	COMPUTE RFS-COT-PROD-NEW-ID (RFS-COT-PROD-IDX) =
		RFS-COT-PROD-ID (RFS-COT-PROD-IDX) + 1.

	EVALUATE RFS-COT-PROD-MARK (RFS-COT-PROD-IDX)
		WHEN "C"
			MOVE "REFUSED-CANCELLED"
				TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		WHEN "S"
			MOVE "REFUSED-SUSPENDED"
				TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		WHEN "T"
			MOVE "REFUSED-TRIAL"
				TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		WHEN OTHER
			MOVE SPACES TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
	END-EVALUATE.

	IF RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX) NOT = SPACES
		MOVE "R" TO RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX)
		ADD 1 TO RFS-COT-REFUSED-COUNT
		GO TO PLAN-ONE-PRODUCT-EXIT
	END-IF.

	COMPUTE RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX) =
		RFS-COT-TARGET-INT - FUNCTION INTEGER-OF-DATE
			(RFS-COT-PROD-END-NUM (RFS-COT-PROD-IDX)).

	IF RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX) = 0
		MOVE "UNCHANGED" TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		GO TO PLAN-ONE-PRODUCT-EXIT
	END-IF.

	*> The renewed window has to stay a window - the same check
	*> ReyRenewRFS runs on the record it is about to write.
	MOVE RFS-COT-PROD-SAVE (RFS-COT-PROD-IDX) TO RFS-RECORD.
	COMPUTE RFS-VAL-START-DATE =
		YEAR-START * 10000 + MONTH-START * 100 + DAY-START.
	COMPUTE RFS-VAL-START-TIME =
		HOUR-START * 10000 + MINUTE-START * 100 + SECOND-START.
	MOVE RFS-COT-TARGET-NUM TO RFS-VAL-END-DATE.
	COMPUTE RFS-VAL-END-TIME =
		HOUR-END * 10000 + MINUTE-END * 100 + SECOND-END.
	MOVE GRACE-DAYS   TO RFS-VAL-GRACE.
	MOVE WARNING-DAYS TO RFS-VAL-WARNING.

	PERFORM VALIDATE-RFS-WINDOW
		THRU VALIDATE-RFS-WINDOW-EXIT.

	IF NOT RFS-VAL-OK
		MOVE SPACES TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		STRING "REFUSED-" DELIMITED BY SIZE
			RFS-VAL-REASON DELIMITED BY SPACE
			INTO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		MOVE "R" TO RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX)
		ADD 1 TO RFS-COT-REFUSED-COUNT
		GO TO PLAN-ONE-PRODUCT-EXIT
	END-IF.

	MOVE "Y" TO RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX).
	ADD 1 TO RFS-COT-MOVE-COUNT.

	IF RFS-COT-APPLY
		MOVE "CO-TERMED" TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
	ELSE
		MOVE "TO CO-TERM" TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
	END-IF.

	*> The days moved are priced at the day rate of the window
	*> they extend or shorten.
	COMPUTE RFS-COT-TERM-DAYS =
		FUNCTION INTEGER-OF-DATE
			(RFS-COT-PROD-END-NUM (RFS-COT-PROD-IDX)) -
		FUNCTION INTEGER-OF-DATE
			(RFS-COT-PROD-START-NUM (RFS-COT-PROD-IDX)).

	MOVE RFS-COT-PROD-CODE (RFS-COT-PROD-IDX)
		TO RFS-RTE-LOOKUP-PRODUCT.
	MOVE RFS-COT-TERM-DAYS TO RFS-RTE-LOOKUP-TERM.
	MOVE RFS-COT-TODAY-NUM TO RFS-RTE-LOOKUP-DATE.
	PERFORM LOOKUP-PRODUCT-RATE
		THRU LOOKUP-PRODUCT-RATE-EXIT.

	IF NOT RFS-RTE-FOUND
		ADD 1 TO RFS-COT-NORATE-COUNT
		IF RFS-COT-APPLY
			MOVE "CO-TERMED NO-RATE"
				TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		ELSE
			MOVE "TO CO-TERM NO-RATE"
				TO RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX)
		END-IF
		GO TO PLAN-ONE-PRODUCT-EXIT
	END-IF.

	MOVE RFS-RTE-UNIT-PRICE TO RFS-COT-PROD-UNIT (RFS-COT-PROD-IDX).
	MOVE RFS-RTE-VERSION-USED
		TO RFS-COT-PROD-RATE-DATE (RFS-COT-PROD-IDX).
	COMPUTE RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX) =
		RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX) * RFS-RTE-UNIT-PRICE.

PLAN-ONE-PRODUCT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-COTERM-RECORDS      <*
*> *** One renewal per product   <*
*> *** being moved, appended as  <*
*> *** a brand new key so the    <*
*> *** history stays intact      <*
*> ******************************* <*

WRITE-COTERM-RECORDS.

	PERFORM OPEN-RFS-FILE-UPDATE THRU OPEN-RFS-FILE-UPDATE-EXIT.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE 0 TO RFS-COT-PROD-IDX.
	PERFORM WRITE-ONE-COTERM-RECORD
		THRU WRITE-ONE-COTERM-RECORD-EXIT
		UNTIL RFS-COT-PROD-IDX >= RFS-COT-PROD-USED.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

WRITE-COTERM-RECORDS-EXIT.
	EXIT.

WRITE-ONE-COTERM-RECORD.

	ADD 1 TO RFS-COT-PROD-IDX.

	IF RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX) NOT = "Y"
		GO TO WRITE-ONE-COTERM-RECORD-EXIT
	END-IF.

	MOVE RFS-COT-PROD-SAVE (RFS-COT-PROD-IDX) TO RFS-RECORD.

	MOVE RFS-COT-TARGET-NUM (7:2) TO DAY-END.
	MOVE RFS-COT-TARGET-NUM (5:2) TO MONTH-END.
	MOVE RFS-COT-TARGET-NUM (1:4) TO YEAR-END.

	MOVE RFS-COT-TODAY-DAY   TO DAY-CURRENT.
	MOVE RFS-COT-TODAY-MONTH TO MONTH-CURRENT.
	MOVE RFS-COT-TODAY-YEAR  TO YEAR-CURRENT.

	MOVE RFS-COT-TODAY-NUM TO SYSTEM-TIME-CHANGE.

	MOVE 0 TO LAST-MODIFIED-FILE.

	MOVE RFS-COT-PROD-NEW-ID (RFS-COT-PROD-IDX) TO SUBSCRIPTION-ID.

	MOVE "A" TO RECORD-STATUS.
	MOVE 0   TO STATUS-EFFECTIVE.

	PERFORM COMPUTE-RFS-SIGNATURE.

	WRITE RFS-RECORD.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "COTERM" TO RFS-JRN-OPERATION.
	SET RFS-JRN-WRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

WRITE-ONE-COTERM-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** STAMP-COTERM-RECORDS      <*
*> *** Records the OS-reported   <*
*> *** modification date of      <*
*> *** rfs.dat inside each new   <*
*> *** record, the same as       <*
*> *** ReyRenewRFS does, then    <*
*> *** logs its COTERM line      <*
*> ******************************* <*

STAMP-COTERM-RECORDS.

	PERFORM GET-RFS-FILE-INFO.

	PERFORM OPEN-RFS-FILE-UPDATE THRU OPEN-RFS-FILE-UPDATE-EXIT.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE 0 TO RFS-COT-PROD-IDX.
	PERFORM STAMP-ONE-COTERM-RECORD
		THRU STAMP-ONE-COTERM-RECORD-EXIT
		UNTIL RFS-COT-PROD-IDX >= RFS-COT-PROD-USED.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE 0 TO RFS-COT-PROD-IDX.
	PERFORM LOG-ONE-COTERM-EVENT
		THRU LOG-ONE-COTERM-EVENT-EXIT
		UNTIL RFS-COT-PROD-IDX >= RFS-COT-PROD-USED.

STAMP-COTERM-RECORDS-EXIT.
	EXIT.

STAMP-ONE-COTERM-RECORD.

	ADD 1 TO RFS-COT-PROD-IDX.

	IF RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX) NOT = "Y"
		GO TO STAMP-ONE-COTERM-RECORD-EXIT
	END-IF.

	MOVE RFS-IN-SITE-CODE                      TO SITE-CODE.
	MOVE RFS-COT-PROD-CODE (RFS-COT-PROD-IDX)   TO PRODUCT-CODE.
	MOVE RFS-COT-PROD-NEW-ID (RFS-COT-PROD-IDX) TO SUBSCRIPTION-ID.
	READ RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-FILE-INFO-DATE TO LAST-MODIFIED-FILE.

	REWRITE RFS-RECORD.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "COTERM" TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

STAMP-ONE-COTERM-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-ONE-COTERM-EVENT      <*
*> *** The end date each product <*
*> *** moved from and to         <*
*> ******************************* <*

LOG-ONE-COTERM-EVENT.

	ADD 1 TO RFS-COT-PROD-IDX.

	IF RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX) NOT = "Y"
		GO TO LOG-ONE-COTERM-EVENT-EXIT
	END-IF.

	MOVE "COTERM"                              TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE                      TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-COT-PROD-CODE (RFS-COT-PROD-IDX)
		TO RFS-AUDIT-PRODUCT-CODE.
	MOVE RFS-COT-PROD-NEW-ID (RFS-COT-PROD-IDX)
		TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-COT-PROD-END-NUM (RFS-COT-PROD-IDX)
		TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-COT-TARGET-NUM                    TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-ONE-COTERM-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** RAISE-COTERM-ITEMS        <*
*> *** Puts each priced          <*
*> *** adjustment on the         <*
*> *** receivables ledger, where <*
*> *** the nightly feed cannot   <*
*> *** wipe it                   <*
*> ******************************* <*

RAISE-COTERM-ITEMS.

	PERFORM OPEN-RECEIVABLES-UPDATE
		THRU OPEN-RECEIVABLES-UPDATE-EXIT.

	MOVE 0 TO RFS-COT-PROD-IDX.
	PERFORM RAISE-ONE-COTERM-ITEM
		THRU RAISE-ONE-COTERM-ITEM-EXIT
		UNTIL RFS-COT-PROD-IDX >= RFS-COT-PROD-USED.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

RAISE-COTERM-ITEMS-EXIT.
	EXIT.

*> Days added are owed by the time the old window would have
*> ended; days taken away are a credit the site's next payment
*> draws on, the same as an overpayment ReyRemitRFS holds.
RAISE-ONE-COTERM-ITEM.

	ADD 1 TO RFS-COT-PROD-IDX.

	IF RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX) NOT = "Y"
			OR RFS-COT-PROD-RATE-DATE (RFS-COT-PROD-IDX) = 0
			OR RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX) = 0
		GO TO RAISE-ONE-COTERM-ITEM-EXIT
	END-IF.

	PERFORM ASSIGN-NEXT-INVOICE-NO
		THRU ASSIGN-NEXT-INVOICE-NO-EXIT.

	MOVE RFS-RCV-NEXT-NO                      TO RCV-INVOICE-NO.
	MOVE RFS-IN-SITE-CODE                     TO RCV-SITE-CODE.
	MOVE RFS-COT-PROD-CODE (RFS-COT-PROD-IDX) TO RCV-PRODUCT-CODE.
	MOVE 0                                    TO RCV-SUBSCRIPTION-ID.
	MOVE 0                                    TO RCV-AMOUNT-PAID.
	MOVE RFS-COT-TODAY-NUM                    TO RCV-INVOICE-DATE.
	MOVE "O"                                  TO RCV-STATUS.
	MOVE 0                                    TO RCV-PAID-DATE.
	MOVE 0                                    TO RCV-LAST-REFERENCE.

	IF RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX) > 0
		MOVE "I" TO RCV-KIND
		MOVE RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX) TO RCV-TERM-DAYS
		MOVE RFS-COT-PROD-UNIT (RFS-COT-PROD-IDX) TO RCV-UNIT-PRICE
		MOVE RFS-COT-PROD-RATE-DATE (RFS-COT-PROD-IDX)
			TO RCV-RATE-DATE
		MOVE RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX) TO RCV-AMOUNT
		MOVE RFS-COT-PROD-END-NUM (RFS-COT-PROD-IDX) TO RCV-DUE-DATE
	ELSE
		MOVE "C" TO RCV-KIND
		MOVE 0 TO RCV-TERM-DAYS
		MOVE 0 TO RCV-UNIT-PRICE
		MOVE 0 TO RCV-RATE-DATE
		COMPUTE RCV-AMOUNT =
			0 - RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX)
		MOVE RFS-COT-TODAY-NUM TO RCV-DUE-DATE
	END-IF.

	WRITE RFS-RCV-RECORD.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE RFS-RCV-NEXT-NO TO RFS-COT-PROD-ITEM-NO (RFS-COT-PROD-IDX).

RAISE-ONE-COTERM-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-COTERM-ADJUSTMENTS  <*
*> *** Appends to the invoice    <*
*> *** feed - creating it, with  <*
*> *** ReyPriceRFS's header, if  <*
*> *** the nightly run has not   <*
*> *** written one yet           <*
*> ******************************* <*

WRITE-COTERM-ADJUSTMENTS.

	OPEN EXTEND RFS-INV-FILE.
	IF RFS-INV-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-INV-FILE
		IF NOT RFS-INV-STATUS-OK
			PERFORM HANDLE-RFS-INV-ERROR
		END-IF
		MOVE
			"SITE-CODE,PRODUCT,SUBSCRIPTION-ID,END-DATE,TERM-DAYS,UNIT-PRICE,CHARGE,RATE-DATE,STATUS,INVOICE-NO"
			TO RFS-INV-LINE
		PERFORM WRITE-ONE-INVOICE-LINE
	END-IF.
	IF NOT RFS-INV-STATUS-OK
		PERFORM HANDLE-RFS-INV-ERROR
	END-IF.

	MOVE 0 TO RFS-COT-PROD-IDX.
	PERFORM WRITE-ONE-ADJUSTMENT-ROW
		THRU WRITE-ONE-ADJUSTMENT-ROW-EXIT
		UNTIL RFS-COT-PROD-IDX >= RFS-COT-PROD-USED.

	CLOSE RFS-INV-FILE.
	IF NOT RFS-INV-STATUS-OK
		PERFORM HANDLE-RFS-INV-ERROR
	END-IF.

WRITE-COTERM-ADJUSTMENTS-EXIT.
	EXIT.

WRITE-ONE-ADJUSTMENT-ROW.

	ADD 1 TO RFS-COT-PROD-IDX.

	IF RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX) NOT = "Y"
		GO TO WRITE-ONE-ADJUSTMENT-ROW-EXIT
	END-IF.

	MOVE RFS-COT-PROD-NEW-ID (RFS-COT-PROD-IDX) TO RFS-COT-OUT-ID.
	MOVE RFS-COT-TARGET-NUM TO RFS-COT-OUT-END-DATE.
	IF RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX) < 0
		COMPUTE RFS-COT-OUT-TERM =
			0 - RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX)
	ELSE
		MOVE RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX) TO RFS-COT-OUT-TERM
	END-IF.

	IF RFS-COT-PROD-RATE-DATE (RFS-COT-PROD-IDX) = 0
		MOVE SPACES TO RFS-INV-LINE
		STRING RFS-IN-SITE-CODE     DELIMITED BY SPACE
			","                      DELIMITED BY SIZE
			RFS-COT-PROD-CODE (RFS-COT-PROD-IDX) DELIMITED BY SPACE
			","                      DELIMITED BY SIZE
			RFS-COT-OUT-ID          DELIMITED BY SIZE
			","                      DELIMITED BY SIZE
			RFS-COT-OUT-END-DATE    DELIMITED BY SIZE
			","                      DELIMITED BY SIZE
			RFS-COT-OUT-TERM        DELIMITED BY SIZE
			",,,,NO-RATE,"           DELIMITED BY SIZE
			INTO RFS-INV-LINE
		PERFORM WRITE-ONE-INVOICE-LINE
		GO TO WRITE-ONE-ADJUSTMENT-ROW-EXIT
	END-IF.

	IF RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX) < 0
		MOVE "-" TO RFS-COT-OUT-SIGN
		COMPUTE RFS-COT-ABS-CENTS =
			0 - RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX)
	ELSE
		MOVE SPACE TO RFS-COT-OUT-SIGN
		MOVE RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX)
			TO RFS-COT-ABS-CENTS
	END-IF.

	COMPUTE COT-PRICE-WHOLE =
		RFS-COT-PROD-UNIT (RFS-COT-PROD-IDX) / 100.
	COMPUTE COT-PRICE-CENTS =
		FUNCTION MOD (RFS-COT-PROD-UNIT (RFS-COT-PROD-IDX) 100).
	COMPUTE COT-CHARGE-WHOLE = RFS-COT-ABS-CENTS / 100.
	COMPUTE COT-CHARGE-CENTS = FUNCTION MOD (RFS-COT-ABS-CENTS 100).
	MOVE RFS-COT-PROD-RATE-DATE (RFS-COT-PROD-IDX)
		TO RFS-COT-OUT-RATE-DATE.
	MOVE RFS-COT-PROD-ITEM-NO (RFS-COT-PROD-IDX)
		TO RFS-COT-OUT-ITEM-NO.

	MOVE SPACES TO RFS-INV-LINE.
	STRING RFS-IN-SITE-CODE     DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		RFS-COT-PROD-CODE (RFS-COT-PROD-IDX) DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		RFS-COT-OUT-ID          DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-COT-OUT-END-DATE    DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-COT-OUT-TERM        DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-COT-OUT-PRICE       DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-COT-OUT-SIGN        DELIMITED BY SPACE
		RFS-COT-OUT-CHARGE      DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-COT-OUT-RATE-DATE   DELIMITED BY SIZE
		",COTERM,"               DELIMITED BY SIZE
		RFS-COT-OUT-ITEM-NO     DELIMITED BY SIZE
		INTO RFS-INV-LINE.
	PERFORM WRITE-ONE-INVOICE-LINE.

WRITE-ONE-ADJUSTMENT-ROW-EXIT.
	EXIT.

WRITE-ONE-INVOICE-LINE.

	WRITE RFS-INV-LINE.
	IF NOT RFS-INV-STATUS-OK
		PERFORM HANDLE-RFS-INV-ERROR
	END-IF.

WRITE-ONE-INVOICE-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-COTERM-LISTING      <*
*> ******************************* <*

WRITE-COTERM-LISTING.

	OPEN OUTPUT RFS-COTRPT-FILE.
	IF NOT RFS-COTRPT-STATUS-OK
		PERFORM HANDLE-RFS-COTRPT-ERROR
	END-IF.

	MOVE RFS-IN-SITE-CODE    TO COT-TITLE-SITE.
	MOVE RFS-IN-ANNIV-YEAR   TO COT-TITLE-YEAR.
	MOVE RFS-IN-ANNIV-MONTH  TO COT-TITLE-MONTH.
	MOVE RFS-IN-ANNIV-DAY    TO COT-TITLE-DAY.
	IF RFS-COT-APPLY
		MOVE "APPLIED" TO COT-TITLE-MODE
	ELSE
		MOVE "PREVIEW" TO COT-TITLE-MODE
	END-IF.
	MOVE RFS-COT-TITLE-LINE TO RFS-COTRPT-LINE.
	PERFORM WRITE-LISTING-LINE.

	MOVE RFS-COT-COLUMN-LINE TO RFS-COTRPT-LINE.
	PERFORM WRITE-LISTING-LINE.

	IF RFS-COT-PROD-USED = 0
		MOVE RFS-COT-EMPTY-LINE TO RFS-COTRPT-LINE
		PERFORM WRITE-LISTING-LINE
	END-IF.

	MOVE 0 TO RFS-COT-PROD-IDX.
	PERFORM WRITE-ONE-LISTING-ROW
		UNTIL RFS-COT-PROD-IDX >= RFS-COT-PROD-USED.

	CLOSE RFS-COTRPT-FILE.
	IF NOT RFS-COTRPT-STATUS-OK
		PERFORM HANDLE-RFS-COTRPT-ERROR
	END-IF.

WRITE-COTERM-LISTING-EXIT.
	EXIT.

WRITE-ONE-LISTING-ROW.

	ADD 1 TO RFS-COT-PROD-IDX.

	MOVE RFS-COT-PROD-CODE (RFS-COT-PROD-IDX) TO COT-PRODUCT-OUT.
	MOVE RFS-COT-PROD-END-NUM (RFS-COT-PROD-IDX) (1:4)
		TO COT-OLD-YEAR.
	MOVE RFS-COT-PROD-END-NUM (RFS-COT-PROD-IDX) (5:2)
		TO COT-OLD-MONTH.
	MOVE RFS-COT-PROD-END-NUM (RFS-COT-PROD-IDX) (7:2)
		TO COT-OLD-DAY.

	*> A product left where it is keeps its own end date.
	IF RFS-COT-PROD-ACTION (RFS-COT-PROD-IDX) = "Y"
		MOVE RFS-COT-TARGET-NUM (1:4) TO COT-NEW-YEAR
		MOVE RFS-COT-TARGET-NUM (5:2) TO COT-NEW-MONTH
		MOVE RFS-COT-TARGET-NUM (7:2) TO COT-NEW-DAY
	ELSE
		MOVE COT-OLD-YEAR  TO COT-NEW-YEAR
		MOVE COT-OLD-MONTH TO COT-NEW-MONTH
		MOVE COT-OLD-DAY   TO COT-NEW-DAY
	END-IF.

	MOVE RFS-COT-PROD-DAYS (RFS-COT-PROD-IDX) TO COT-DAYS-OUT.
	COMPUTE COT-CENTS-OUT = RFS-COT-PROD-CENTS (RFS-COT-PROD-IDX) / 100.
	MOVE RFS-COT-PROD-OUTCOME (RFS-COT-PROD-IDX) TO COT-OUTCOME-OUT.

	MOVE RFS-COT-DETAIL-LINE TO RFS-COTRPT-LINE.
	PERFORM WRITE-LISTING-LINE.

WRITE-ONE-LISTING-ROW-EXIT.
	EXIT.

WRITE-LISTING-LINE.

	WRITE RFS-COTRPT-LINE.
	IF NOT RFS-COTRPT-STATUS-OK
		PERFORM HANDLE-RFS-COTRPT-ERROR
	END-IF.

WRITE-LISTING-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-INV-ERROR      <*
*> ******************************* <*

HANDLE-RFS-INV-ERROR.
	DISPLAY "RFS-INV-FILE ERROR - FILE STATUS " RFS-INV-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-INV-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-COTRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-COTRPT-ERROR.
	DISPLAY "RFS-COTRPT-FILE ERROR - FILE STATUS " RFS-COTRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-COTRPT-ERROR-EXIT.
	EXIT.

	COPY "files.stamp.cpy".
	COPY "rfs.signature.cpy".
	COPY "rfs.validate.cpy".
	COPY "rates.lookup.cpy".
	COPY "audit.log.cpy".
	COPY "journal.log.cpy".
	COPY "position.post.cpy".
	COPY "opercheck.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
	COPY "position.error.cpy".
	COPY "recv.ledger.cpy".
