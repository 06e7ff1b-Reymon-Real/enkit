*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyCancelRFS.cbl     *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".
			COPY "opers.env.cpy".
			COPY "prodcat.env.cpy".
			COPY "rates.env.cpy".
			COPY "recv.env.cpy".
			COPY "credits.env.cpy".
			COPY "deps.env.cpy".

*> *********************
*> *** DATA DIVISION ***

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "prodcat.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "recv.fd.cpy".
		COPY "credits.fd.cpy".
		COPY "deps.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".
		COPY "opers.status.cpy".
		COPY "prodcat.status.cpy".
		COPY "rates.status.cpy".
		COPY "recv.status.cpy".
		COPY "credits.status.cpy".
		COPY "deps.status.cpy".

		COPY "signon-ws.cpy".


		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		COPY "rfs.terminate-ws.cpy".

		COPY "prodcat.lookup-ws.cpy".

		COPY "rates.lookup-ws.cpy".

		COPY "deps.check-ws.cpy".

		COPY "recv.ledger-ws.cpy".

		01 RFS-CAN-TODAY-NUM PIC 9(08).

		*> The product the caller asked to cancel, held while a
		*> cascade marks its add-ons first.
		01 RFS-CAN-BASE-PRODUCT PIC X(04).

		01 RFS-CAN-CASCADE-FLAG PIC X(01) VALUE "N".
			88 RFS-CAN-CASCADE VALUE "Y".

		*> The unused part of the cancelled window and what it
		*> is worth under the product's refund policy.
		01 RFS-CAN-DAYS-LEFT   USAGE BINARY-LONG.
		01 RFS-CAN-CREDIT-DAYS USAGE BINARY-LONG.
		01 RFS-CAN-CREDIT-CENTS USAGE BINARY-DOUBLE.
		01 RFS-CAN-NOTE-NO     PIC 9(08) VALUE 0.
		01 RFS-CAN-OUTCOME     PIC X(19).

		*> The invoice item that priced the cancelled window -
		*> the highest renewal id below the window's own.
		01 RFS-CAN-PRICED-ID   PIC 9(08).
		01 RFS-CAN-PRICE-FLAG  PIC X(01).
			88 RFS-CAN-PRICE-FOUND VALUE "Y".
		01 RFS-CAN-UNIT-PRICE  USAGE BINARY-LONG.
		01 RFS-CAN-RATE-DATE   PIC 9(08).

		*> An item still open is reduced by the unused days
		*> rather than credited back - the customer never paid
		*> for them.
		01 RFS-CAN-ITEM-NO      PIC 9(08).
		01 RFS-CAN-ITEM-OPEN-FLAG PIC X(01).
			88 RFS-CAN-ITEM-OPEN VALUE "Y".
		01 RFS-CAN-REDUCE-CENTS USAGE BINARY-DOUBLE.

		*> What the next window's invoice, raised ahead at the
		*> renewal, still had owing when it was voided.
		01 RFS-CAN-VOID-CENTS   USAGE BINARY-DOUBLE.

		*> The amount on the feed line being written - the
		*> reduction or the credit.
		01 RFS-CAN-LINE-CENTS   USAGE BINARY-DOUBLE.

		01 RFS-CAN-RCV-EOF-FLAG PIC X(01).
			88 RFS-CAN-RCV-EOF VALUE "Y".

		01 RFS-CAN-CRN-EOF-FLAG PIC X(01).
			88 RFS-CAN-CRN-EOF VALUE "Y".

		01 RFS-CAN-CRN-NEW-FLAG PIC X(01).
			88 RFS-CAN-CRN-NEW VALUE "Y".

		*> CSV column images - the amounts carry an explicit
		*> decimal point, the same as the invoice feed.
		01 RFS-CAN-OUT-NOTE      PIC X(08).
		01 RFS-CAN-OUT-ID        PIC 9(08).
		01 RFS-CAN-OUT-DAYS-LEFT PIC 9(04).
		01 RFS-CAN-OUT-NOTICE    PIC 9(04).
		01 RFS-CAN-OUT-CREDIT-DAYS PIC 9(04).
		01 RFS-CAN-OUT-RATE-DATE PIC 9(08).

		01 RFS-CAN-OUT-PRICE.
			05 CAN-PRICE-WHOLE PIC 9(06).
			05 FILLER          PIC X(01) VALUE ".".
			05 CAN-PRICE-CENTS PIC 9(02).

		01 RFS-CAN-OUT-CREDIT.
			05 CAN-CREDIT-WHOLE PIC 9(09).
			05 FILLER           PIC X(01) VALUE ".".
			05 CAN-CREDIT-CENTS PIC 9(02).

*> ***********************
*> *** Linkage Section ***
*> ***********************
		01 RFS-IN-EFFECT-DAY   USAGE BINARY-LONG.
		01 RFS-IN-EFFECT-MONTH USAGE BINARY-LONG.
		01 RFS-IN-EFFECT-YEAR  USAGE BINARY-LONG.
		01 RFS-IN-CASCADE      PIC X(01).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*>     that), and the event lands in rfs-audit.dat as a CANCEL
*>     line. A later ReyRenewRFS reinstates the site - the
*>     renewal record is written active again.
*>     The unused part of the paid window is credited back on
*>     rfs-credits.csv: the days between the effective date and
*>     the window's end, at the unit price the window was
*>     priced at (its invoice item in rfs-receivables.dat, or
*>     failing that the rfs-rates.dat record in force the day
*>     the window was written), under the product's refund
*>     policy in rfs-products.dat - full prorata, none, or
*>     prorata less a notice period. Days the customer has not
*>     paid for are not credited: while the window's invoice
*>     item is still open it is reduced by their worth (settled
*>     outright once nothing is left owing) and the feed line
*>     says INVOICE-REDUCED; only what the item had already
*>     collected beyond its reduced amount becomes a credit.
*>     The next window's invoice, raised ahead by the renewal,
*>     is voided while still open: cut down to whatever it had
*>     already collected and settled, with an INVOICE-VOIDED
*>     feed line for what was struck off. A credit is
*>     numbered and tied to the subscription-id by a
*>     CREDIT line in rfs-audit.dat (credit-note number and
*>     credit cents in the old/new date columns); a
*>     cancellation that earns nothing - effective on or after
*>     the end date, refund policy none, notice longer than the
*>     days left, no price to hand, a trial that was never
*>     billed, or a window already cancelled and credited once
*>     - still gets a feed line saying so.
*>     A base product still carrying live add-ons at the site
*>     (rules in rfs-productdeps.dat, see ReyDepMaint) is not
*>     cancelled out from under them: the cancellation is
*>     refused unless the caller asks for the cascade, which
*>     cancels every such add-on - and the add-ons resting on
*>     those - on the same effective date first, each with its
*>     own CANCEL line and credit, then the base.
*>
*> Parameters:
*>     RFS-IN-SITE-CODE identifies which installation's
*>     RFS-IN-EFFECT-DAY, RFS-IN-EFFECT-MONTH, RFS-IN-EFFECT-YEAR
*>     - the date the cancellation takes effect; the record
*>     evaluates normally until that day arrives
*>     RFS-IN-CASCADE (optional) - "Y" cancels the add-ons
*>     still live on the product along with it; omitted or
*>     anything else refuses while any are
*>
*> Return:
*>     RETURN-CODE is zero on success, 20 when the effective
*>     date is not a real calendar date or add-ons would outlive
*>     the product without the cascade (nothing is marked),
*>     otherwise non-zero when there is no record to cancel or
*>     a file operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-SITE-CODE RFS-IN-PRODUCT-CODE
		RFS-IN-EFFECT-DAY RFS-IN-EFFECT-MONTH RFS-IN-EFFECT-YEAR
		OPTIONAL RFS-IN-CASCADE.

	*> Loaded once per run unit - a cascade one caller asked
	*> for must not carry into the next call.
	MOVE "N" TO RFS-CAN-CASCADE-FLAG.
	IF ADDRESS OF RFS-IN-CASCADE NOT = NULL
		IF RFS-IN-CASCADE = "Y"
			SET RFS-CAN-CASCADE TO TRUE
		END-IF
	END-IF.

	*> The mark only lands for a signed-on operator holding
	*> the grant; the audit line below is attributed to that
		GOBACK
	END-IF.

	*> Add-ons that would outlive their base - refused, or
	*> cancelled first on the same date when the caller asked
	*> for the cascade.
	MOVE RFS-IN-SITE-CODE      TO RFS-DPC-SITE.
	MOVE RFS-TERM-PRODUCT-CODE TO RFS-DPC-PRODUCT.
	MOVE RFS-TERM-EFFECT-NUM   TO RFS-DPC-CUTOFF-NUM.
	PERFORM CHECK-LIVE-ADDONS
		THRU CHECK-LIVE-ADDONS-EXIT.

	IF RFS-DPC-ADDON-COUNT > 0
		IF NOT RFS-CAN-CASCADE
			DISPLAY "ReyCancelRFS - CANCEL REFUSED: ADDONS-LIVE "
				RFS-DPC-ADDON-COUNT UPON CONSOLE
			MOVE 0 TO RFS-DPC-ADDON-IDX
			PERFORM SHOW-LIVE-ADDON
				THRU SHOW-LIVE-ADDON-EXIT
				UNTIL RFS-DPC-ADDON-IDX >= RFS-DPC-ADDON-COUNT
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
		MOVE RFS-TERM-PRODUCT-CODE TO RFS-CAN-BASE-PRODUCT
		MOVE 0 TO RFS-DPC-ADDON-IDX
		PERFORM CANCEL-LIVE-ADDON
			THRU CANCEL-LIVE-ADDON-EXIT
			UNTIL RFS-DPC-ADDON-IDX >= RFS-DPC-ADDON-COUNT
		MOVE RFS-CAN-BASE-PRODUCT TO RFS-TERM-PRODUCT-CODE
	END-IF.

	PERFORM MARK-SUBSCRIPTION-RECORD
		THRU MARK-SUBSCRIPTION-RECORD-EXIT.

	PERFORM RAISE-CANCEL-CREDIT
		THRU RAISE-CANCEL-CREDIT-EXIT.
	GOBACK.

*> ******************************* <*
*> *** SHOW-LIVE-ADDON           <*
*> ******************************* <*

SHOW-LIVE-ADDON.

	ADD 1 TO RFS-DPC-ADDON-IDX.
	DISPLAY "ReyCancelRFS -   LIVE ADD-ON "
		RFS-DPC-ADDON-PRODUCT (RFS-DPC-ADDON-IDX) UPON CONSOLE.

SHOW-LIVE-ADDON-EXIT.
	EXIT.

*> ******************************* <*
*> *** CANCEL-LIVE-ADDON         <*
*> *** The same mark and credit  <*
*> *** the base gets, on the     <*
*> *** add-on's own window       <*
*> ******************************* <*

CANCEL-LIVE-ADDON.

	ADD 1 TO RFS-DPC-ADDON-IDX.
	MOVE RFS-DPC-ADDON-PRODUCT (RFS-DPC-ADDON-IDX)
		TO RFS-TERM-PRODUCT-CODE.

	PERFORM MARK-SUBSCRIPTION-RECORD
		THRU MARK-SUBSCRIPTION-RECORD-EXIT.

	PERFORM RAISE-CANCEL-CREDIT
		THRU RAISE-CANCEL-CREDIT-EXIT.

CANCEL-LIVE-ADDON-EXIT.
	EXIT.

*> ******************************* <*
*> *** RAISE-CANCEL-CREDIT       <*
*> *** Works out what the        <*
*> *** unused days are worth and <*
*> *** puts the outcome on the   <*
*> *** credit-note feed either   <*
*> *** way                       <*
*> ******************************* <*

RAISE-CANCEL-CREDIT.

	ACCEPT RFS-CAN-TODAY-NUM FROM DATE YYYYMMDD.

	MOVE 0 TO RFS-CAN-REDUCE-CENTS.
	MOVE 0 TO RFS-CAN-VOID-CENTS.

	PERFORM PRICE-CANCEL-CREDIT
		THRU PRICE-CANCEL-CREDIT-EXIT.

	IF RFS-CAN-CREDIT-CENTS > 0 AND RFS-CAN-ITEM-OPEN
		PERFORM REDUCE-WINDOW-ITEM
			THRU REDUCE-WINDOW-ITEM-EXIT
	END-IF.

	PERFORM VOID-RENEWAL-ITEM
		THRU VOID-RENEWAL-ITEM-EXIT.

	PERFORM OPEN-CREDIT-FEED
		THRU OPEN-CREDIT-FEED-EXIT.

	IF RFS-CAN-REDUCE-CENTS > 0
		MOVE "INVOICE-REDUCED" TO RFS-CAN-OUTCOME
		MOVE RFS-CAN-REDUCE-CENTS TO RFS-CAN-LINE-CENTS
		PERFORM WRITE-CREDIT-LINE
	END-IF.

	IF RFS-CAN-CREDIT-CENTS > 0
		ADD 1 TO RFS-CAN-NOTE-NO
		MOVE "CREDIT" TO RFS-CAN-OUTCOME
		MOVE RFS-CAN-CREDIT-CENTS TO RFS-CAN-LINE-CENTS
		PERFORM WRITE-CREDIT-LINE
	ELSE
		MOVE 0 TO RFS-CAN-NOTE-NO
		IF RFS-CAN-REDUCE-CENTS = 0
			MOVE 0 TO RFS-CAN-LINE-CENTS
			PERFORM WRITE-CREDIT-LINE
		END-IF
	END-IF.

	IF RFS-CAN-VOID-CENTS > 0
		MOVE "INVOICE-VOIDED" TO RFS-CAN-OUTCOME
		MOVE RFS-CAN-VOID-CENTS TO RFS-CAN-LINE-CENTS
		PERFORM WRITE-CREDIT-LINE
	END-IF.

	CLOSE RFS-CRN-FILE.
	IF NOT RFS-CRN-STATUS-OK
		PERFORM HANDLE-RFS-CRN-ERROR
	END-IF.

	IF RFS-CAN-NOTE-NO > 0
		PERFORM LOG-CREDIT-EVENT
	END-IF.

RAISE-CANCEL-CREDIT-EXIT.
	EXIT.

*> ******************************* <*
*> *** PRICE-CANCEL-CREDIT       <*
*> *** Leaves the credit in      <*
*> *** RFS-CAN-CREDIT-CENTS, or  <*
*> *** zero and the reason in    <*
*> *** RFS-CAN-OUTCOME           <*
*> ******************************* <*

PRICE-CANCEL-CREDIT.

	MOVE 0 TO RFS-CAN-CREDIT-DAYS.
	MOVE 0 TO RFS-CAN-CREDIT-CENTS.
	MOVE 0 TO RFS-CAN-UNIT-PRICE.
	MOVE 0 TO RFS-CAN-RATE-DATE.
	MOVE 0 TO RFS-CAN-ITEM-NO.
	MOVE "N" TO RFS-CAN-ITEM-OPEN-FLAG.

	COMPUTE RFS-CAN-DAYS-LEFT =
		FUNCTION INTEGER-OF-DATE (RFS-TERM-OLD-END-NUM) -
		FUNCTION INTEGER-OF-DATE (RFS-TERM-EFFECT-NUM).

	MOVE RFS-TERM-PRODUCT-CODE TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.

	*> A trial window was never invoiced, and a window already
	*> cancelled had its credit the first time - marking it
	*> again (to move the effective date) pays nothing twice.
	IF RFS-TERM-PRIOR-MARK = "T"
		MOVE "NO-CREDIT-TRIAL" TO RFS-CAN-OUTCOME
		GO TO PRICE-CANCEL-CREDIT-EXIT
	END-IF.

	IF RFS-TERM-PRIOR-MARK = "C"
		MOVE "NO-CREDIT-CANCELLED" TO RFS-CAN-OUTCOME
		GO TO PRICE-CANCEL-CREDIT-EXIT
	END-IF.

	IF RFS-CAN-DAYS-LEFT <= 0
		MOVE 0 TO RFS-CAN-DAYS-LEFT
		MOVE "NO-CREDIT-ENDED" TO RFS-CAN-OUTCOME
		GO TO PRICE-CANCEL-CREDIT-EXIT
	END-IF.

	IF RFS-PCT-REFUND-NONE
		MOVE "NO-CREDIT-POLICY" TO RFS-CAN-OUTCOME
		GO TO PRICE-CANCEL-CREDIT-EXIT
	END-IF.

	COMPUTE RFS-CAN-CREDIT-DAYS =
		RFS-CAN-DAYS-LEFT - RFS-PCT-NOTICE-DAYS.
	IF RFS-CAN-CREDIT-DAYS <= 0
		MOVE 0 TO RFS-CAN-CREDIT-DAYS
		MOVE "NO-CREDIT-NOTICE" TO RFS-CAN-OUTCOME
		GO TO PRICE-CANCEL-CREDIT-EXIT
	END-IF.

	PERFORM FIND-WINDOW-PRICE
		THRU FIND-WINDOW-PRICE-EXIT.
	IF NOT RFS-CAN-PRICE-FOUND
		MOVE "NO-CREDIT-NO-RATE" TO RFS-CAN-OUTCOME
		GO TO PRICE-CANCEL-CREDIT-EXIT
	END-IF.

	COMPUTE RFS-CAN-CREDIT-CENTS =
		RFS-CAN-CREDIT-DAYS * RFS-CAN-UNIT-PRICE.
	IF RFS-CAN-CREDIT-CENTS <= 0
		MOVE 0 TO RFS-CAN-CREDIT-CENTS
		MOVE "NO-CREDIT-NO-RATE" TO RFS-CAN-OUTCOME
	END-IF.

PRICE-CANCEL-CREDIT-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-WINDOW-PRICE         <*
*> *** The window being credited <*
*> *** was billed by the invoice <*
*> *** item of the renewal it    <*
*> *** came from, and carries    <*
*> *** that item's locked price  <*
*> *** - and, while the item is  <*
*> *** open, what is still owed  <*
*> *** on it. A window written   <*
*> *** outside the ledger falls  <*
*> *** back to the rate in force <*
*> *** the day its record was    <*
*> *** written                   <*
*> ******************************* <*

FIND-WINDOW-PRICE.

	MOVE "N" TO RFS-CAN-PRICE-FLAG.
	MOVE 0 TO RFS-CAN-PRICED-ID.
	MOVE "N" TO RFS-CAN-RCV-EOF-FLAG.

	OPEN INPUT RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		PERFORM FIND-WRITTEN-RATE
			THRU FIND-WRITTEN-RATE-EXIT
		GO TO FIND-WINDOW-PRICE-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	*> Only the site/product's own run of the item index is
	*> read; a co-terming adjustment (id zero) prices no
	*> window.
	MOVE RFS-IN-SITE-CODE      TO RCV-SITE-CODE.
	MOVE RFS-TERM-PRODUCT-CODE TO RCV-PRODUCT-CODE.
	MOVE 1                     TO RCV-SUBSCRIPTION-ID.
	START RFS-RCV-FILE KEY IS NOT LESS THAN RFS-RCV-ITEM-KEY.
	IF RFS-RCV-STATUS-NO-RECORD OR RFS-RCV-STATUS-EOF
		SET RFS-CAN-RCV-EOF TO TRUE
	ELSE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	END-IF.

	PERFORM MATCH-ONE-PRICED-ITEM
		THRU MATCH-ONE-PRICED-ITEM-EXIT
		UNTIL RFS-CAN-RCV-EOF.

	IF RFS-CAN-PRICED-ID > 0
		MOVE RFS-IN-SITE-CODE      TO RFS-RCV-SEEK-SITE
		MOVE RFS-TERM-PRODUCT-CODE TO RFS-RCV-SEEK-PRODUCT
		MOVE RFS-CAN-PRICED-ID     TO RFS-RCV-SEEK-ID
		PERFORM FIND-RECEIVABLE-ITEM
			THRU FIND-RECEIVABLE-ITEM-EXIT
	END-IF.

	IF RFS-CAN-PRICED-ID > 0 AND RFS-RCV-ITEM-FOUND
		SET RFS-CAN-PRICE-FOUND TO TRUE
		MOVE RCV-UNIT-PRICE TO RFS-CAN-UNIT-PRICE
		MOVE RCV-RATE-DATE  TO RFS-CAN-RATE-DATE
		MOVE RCV-INVOICE-NO TO RFS-CAN-ITEM-NO
		IF RCV-STATUS = "O" AND RCV-AMOUNT > RCV-AMOUNT-PAID
			SET RFS-CAN-ITEM-OPEN TO TRUE
		END-IF
	END-IF.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	IF NOT RFS-CAN-PRICE-FOUND
		PERFORM FIND-WRITTEN-RATE
			THRU FIND-WRITTEN-RATE-EXIT
	END-IF.

FIND-WINDOW-PRICE-EXIT.
	EXIT.

MATCH-ONE-PRICED-ITEM.

	READ RFS-RCV-FILE NEXT RECORD.

	IF RFS-RCV-STATUS-EOF
		SET RFS-CAN-RCV-EOF TO TRUE
		GO TO MATCH-ONE-PRICED-ITEM-EXIT
	END-IF.

	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	IF RCV-SITE-CODE NOT = RFS-IN-SITE-CODE
			OR RCV-PRODUCT-CODE NOT = RFS-TERM-PRODUCT-CODE
			OR RCV-SUBSCRIPTION-ID >= RFS-TERM-LATEST-ID
		SET RFS-CAN-RCV-EOF TO TRUE
		GO TO MATCH-ONE-PRICED-ITEM-EXIT
	END-IF.

	IF RCV-KIND = "I"
		MOVE RCV-SUBSCRIPTION-ID TO RFS-CAN-PRICED-ID
	END-IF.

MATCH-ONE-PRICED-ITEM-EXIT.
	EXIT.

FIND-WRITTEN-RATE.

	MOVE RFS-TERM-PRODUCT-CODE TO RFS-RTE-LOOKUP-PRODUCT.
	COMPUTE RFS-RTE-LOOKUP-TERM =
		FUNCTION INTEGER-OF-DATE (RFS-TERM-OLD-END-NUM) -
		FUNCTION INTEGER-OF-DATE (RFS-TERM-WRITTEN-NUM).
	MOVE RFS-TERM-WRITTEN-NUM TO RFS-RTE-LOOKUP-DATE.
	PERFORM LOOKUP-PRODUCT-RATE
		THRU LOOKUP-PRODUCT-RATE-EXIT.

	IF RFS-RTE-FOUND
		SET RFS-CAN-PRICE-FOUND TO TRUE
		MOVE RFS-RTE-UNIT-PRICE   TO RFS-CAN-UNIT-PRICE
		MOVE RFS-RTE-VERSION-USED TO RFS-CAN-RATE-DATE
	END-IF.

FIND-WRITTEN-RATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** REDUCE-WINDOW-ITEM        <*
*> *** Takes the unused days off <*
*> *** the open item, as far as  <*
*> *** it is still owed; only    <*
*> *** the rest is left to       <*
*> *** credit back               <*
*> ******************************* <*

REDUCE-WINDOW-ITEM.

	OPEN I-O RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE RFS-CAN-ITEM-NO TO RCV-INVOICE-NO.
	READ RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	COMPUTE RFS-CAN-REDUCE-CENTS = RCV-AMOUNT - RCV-AMOUNT-PAID.
	IF RFS-CAN-REDUCE-CENTS > RFS-CAN-CREDIT-CENTS
		MOVE RFS-CAN-CREDIT-CENTS TO RFS-CAN-REDUCE-CENTS
	END-IF.

	IF RFS-CAN-REDUCE-CENTS > 0
		SUBTRACT RFS-CAN-REDUCE-CENTS FROM RCV-AMOUNT
		SUBTRACT RFS-CAN-REDUCE-CENTS FROM RFS-CAN-CREDIT-CENTS
		IF RCV-AMOUNT-PAID >= RCV-AMOUNT
			MOVE "P" TO RCV-STATUS
			MOVE RFS-CAN-TODAY-NUM TO RCV-PAID-DATE
		END-IF
		REWRITE RFS-RCV-RECORD
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	ELSE
		MOVE 0 TO RFS-CAN-REDUCE-CENTS
	END-IF.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

REDUCE-WINDOW-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** VOID-RENEWAL-ITEM         <*
*> *** The renewal invoiced the  <*
*> *** next window ahead; with   <*
*> *** the subscription ending   <*
*> *** that window never comes,  <*
*> *** so an item still open is  <*
*> *** cut to what it collected  <*
*> *** and settled - a later     <*
*> *** payment against it goes   <*
*> *** to credit, never renews   <*
*> ******************************* <*

VOID-RENEWAL-ITEM.

	OPEN I-O RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		GO TO VOID-RENEWAL-ITEM-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE RFS-IN-SITE-CODE      TO RFS-RCV-SEEK-SITE.
	MOVE RFS-TERM-PRODUCT-CODE TO RFS-RCV-SEEK-PRODUCT.
	MOVE RFS-TERM-LATEST-ID    TO RFS-RCV-SEEK-ID.
	PERFORM FIND-RECEIVABLE-ITEM
		THRU FIND-RECEIVABLE-ITEM-EXIT.

	IF RFS-RCV-ITEM-FOUND AND RCV-STATUS = "O"
		COMPUTE RFS-CAN-VOID-CENTS = RCV-AMOUNT - RCV-AMOUNT-PAID
		IF RFS-CAN-VOID-CENTS > 0
			MOVE RCV-AMOUNT-PAID   TO RCV-AMOUNT
			MOVE "P"               TO RCV-STATUS
			MOVE RFS-CAN-TODAY-NUM TO RCV-PAID-DATE
			REWRITE RFS-RCV-RECORD
			IF NOT RFS-RCV-STATUS-OK
				PERFORM HANDLE-RFS-RCV-ERROR
			END-IF
		ELSE
			MOVE 0 TO RFS-CAN-VOID-CENTS
		END-IF
	END-IF.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

VOID-RENEWAL-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-CREDIT-FEED          <*
*> *** Reads the feed once for   <*
*> *** the last credit-note      <*
*> *** number issued, then opens <*
*> *** it to append - a new feed <*
*> *** starts with its header    <*
*> ******************************* <*

OPEN-CREDIT-FEED.

	MOVE 0 TO RFS-CAN-NOTE-NO.
	MOVE "N" TO RFS-CAN-CRN-EOF-FLAG.
	MOVE "N" TO RFS-CAN-CRN-NEW-FLAG.

	OPEN INPUT RFS-CRN-FILE.
	IF RFS-CRN-STATUS-NOT-FOUND
		SET RFS-CAN-CRN-NEW TO TRUE
	ELSE
		IF NOT RFS-CRN-STATUS-OK
			PERFORM HANDLE-RFS-CRN-ERROR
		END-IF
		PERFORM SCAN-ONE-CREDIT-LINE
			THRU SCAN-ONE-CREDIT-LINE-EXIT
			UNTIL RFS-CAN-CRN-EOF
		CLOSE RFS-CRN-FILE
		IF NOT RFS-CRN-STATUS-OK
			PERFORM HANDLE-RFS-CRN-ERROR
		END-IF
	END-IF.

	IF RFS-CAN-CRN-NEW
		OPEN OUTPUT RFS-CRN-FILE
	ELSE
		OPEN EXTEND RFS-CRN-FILE
	END-IF.
	IF NOT RFS-CRN-STATUS-OK
		PERFORM HANDLE-RFS-CRN-ERROR
	END-IF.

	IF RFS-CAN-CRN-NEW
		MOVE
			"CREDIT-NO,SITE-CODE,PRODUCT,SUBSCRIPTION-ID,EFFECTIVE-DATE,END-DATE,DAYS-LEFT,NOTICE-DAYS,CREDIT-DAYS,UNIT-PRICE,CREDIT,RATE-DATE,STATUS"
			TO RFS-CRN-LINE
		WRITE RFS-CRN-LINE
		IF NOT RFS-CRN-STATUS-OK
			PERFORM HANDLE-RFS-CRN-ERROR
		END-IF
	END-IF.

OPEN-CREDIT-FEED-EXIT.
	EXIT.

SCAN-ONE-CREDIT-LINE.

	READ RFS-CRN-FILE.

	IF RFS-CRN-STATUS-EOF
		SET RFS-CAN-CRN-EOF TO TRUE
		GO TO SCAN-ONE-CREDIT-LINE-EXIT
	END-IF.

	IF NOT RFS-CRN-STATUS-OK
		PERFORM HANDLE-RFS-CRN-ERROR
	END-IF.

	*> The header and the no-credit lines carry no number.
	IF RFS-CRN-LINE (1:8) IS NUMERIC
		IF RFS-CRN-LINE (1:8) > RFS-CAN-NOTE-NO
			MOVE RFS-CRN-LINE (1:8) TO RFS-CAN-NOTE-NO
		END-IF
	END-IF.

SCAN-ONE-CREDIT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-CREDIT-LINE         <*
*> ******************************* <*

WRITE-CREDIT-LINE.

	MOVE RFS-TERM-LATEST-ID  TO RFS-CAN-OUT-ID.
	MOVE RFS-CAN-DAYS-LEFT   TO RFS-CAN-OUT-DAYS-LEFT.
	MOVE RFS-PCT-NOTICE-DAYS TO RFS-CAN-OUT-NOTICE.
	MOVE RFS-CAN-CREDIT-DAYS TO RFS-CAN-OUT-CREDIT-DAYS.
	MOVE RFS-CAN-RATE-DATE   TO RFS-CAN-OUT-RATE-DATE.

	COMPUTE CAN-PRICE-WHOLE = RFS-CAN-UNIT-PRICE / 100.
	COMPUTE CAN-PRICE-CENTS =
		FUNCTION MOD (RFS-CAN-UNIT-PRICE 100).
	COMPUTE CAN-CREDIT-WHOLE = RFS-CAN-LINE-CENTS / 100.
	COMPUTE CAN-CREDIT-CENTS =
		FUNCTION MOD (RFS-CAN-LINE-CENTS 100).

	*> Only an issued credit carries a note number.
	IF RFS-CAN-OUTCOME = "CREDIT"
		MOVE RFS-CAN-NOTE-NO TO RFS-CAN-OUT-NOTE
	ELSE
		MOVE SPACES TO RFS-CAN-OUT-NOTE
	END-IF.

	MOVE SPACES TO RFS-CRN-LINE.
	STRING RFS-CAN-OUT-NOTE      DELIMITED BY SPACE
		","                       DELIMITED BY SIZE
		RFS-IN-SITE-CODE         DELIMITED BY SPACE
		","                       DELIMITED BY SIZE
		RFS-TERM-PRODUCT-CODE    DELIMITED BY SPACE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUT-ID           DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-TERM-EFFECT-NUM      DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-TERM-OLD-END-NUM     DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUT-DAYS-LEFT    DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUT-NOTICE       DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUT-CREDIT-DAYS  DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUT-PRICE        DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUT-CREDIT       DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUT-RATE-DATE    DELIMITED BY SIZE
		","                       DELIMITED BY SIZE
		RFS-CAN-OUTCOME          DELIMITED BY SPACE
		INTO RFS-CRN-LINE.

	WRITE RFS-CRN-LINE.
	IF NOT RFS-CRN-STATUS-OK
		PERFORM HANDLE-RFS-CRN-ERROR
	END-IF.

WRITE-CREDIT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-CREDIT-EVENT          <*
*> *** Ties the note to the      <*
*> *** cancelled window: note    <*
*> *** number and credit cents   <*
*> *** in the old/new date       <*
*> *** columns                   <*
*> ******************************* <*

LOG-CREDIT-EVENT.

	MOVE "CREDIT"              TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE      TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-TERM-PRODUCT-CODE TO RFS-AUDIT-PRODUCT-CODE.
	MOVE RFS-TERM-LATEST-ID    TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-CAN-NOTE-NO       TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-CAN-CREDIT-CENTS  TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-CREDIT-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-CRN-ERROR      <*
*> ******************************* <*

HANDLE-RFS-CRN-ERROR.
	DISPLAY "RFS-CRN-FILE ERROR - FILE STATUS " RFS-CRN-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-CRN-ERROR-EXIT.
	EXIT.

	COPY "rfs.terminate.cpy".
	COPY "prodcat.lookup.cpy".
	COPY "rates.lookup.cpy".
	COPY "deps.check.cpy".
	COPY "rfs.latest.cpy".
	COPY "files.stamp.cpy".
	COPY "rfs.signature.cpy".
	COPY "rfs.validate.cpy".
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
