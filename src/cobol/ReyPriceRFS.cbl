*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyPriceRFS.cbl      *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "rates.env.cpy".
			COPY "invoice.env.cpy".
			COPY "recv.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "invoice.fd.cpy".
		COPY "recv.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "rates.status.cpy".
		COPY "invoice.status.cpy".
		COPY "recv.status.cpy".
		COPY "runlog.status.cpy".

		COPY "rates.lookup-ws.cpy".

		COPY "recv.ledger-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-PRC-HORIZON-DAYS USAGE BINARY-LONG VALUE 0.

		01 RFS-PRC-TODAY-NUM PIC 9(08).

		01 RFS-PRC-PRICED-COUNT  PIC 9(05) VALUE 0.
		01 RFS-PRC-NORATE-COUNT  PIC 9(05) VALUE 0.
		01 RFS-PRC-RAISED-COUNT  PIC 9(05) VALUE 0.

		*> CSV column images - the amounts carry an explicit
		*> decimal point so billing loads them as money, not
			05 PRC-CHARGE-CENTS PIC 9(02).

		01 RFS-PRC-OUT-RATE-DATE PIC 9(08).
		01 RFS-PRC-OUT-INVOICE   PIC 9(08).

*> ***********************
*> *** Linkage Section ***

*>
*> Behaviour:
*>     This function reads the current position,
*>     rfs-position.dat, the same way ReyForecastRFS does and,
*>     for each site/product
*>     whose latest record's end date falls within the next N
*>     days (and which is not effectively cancelled or
*>     suspended), prices the coming renewal: the term is the
*>     version. A renewal no rate record covers is written with
*>     status NO-RATE and empty amounts instead of being
*>     silently dropped - a gap in the price list is billing's
*>     business to see. Every priced renewal is also an open
*>     item in the receivables ledger, rfs-receivables.dat,
*>     numbered the first night it is priced and carried on its
*>     CSV row as INVOICE-NO; the nights after that repeat the
*>     row at the price the item was raised at, never a second
*>     item for the same window.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     positions read, renewals priced and renewals left
*>     NO-RATE.
*>
*> Parameters:
*>     RFS-IN-HORIZON-DAYS - how many days ahead the pricing
		MOVE 30 TO RFS-PRC-HORIZON-DAYS
	END-IF.

	MOVE "ReyPriceRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	ACCEPT RFS-PRC-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-PRC-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-PRC-TODAY-NUM).

	PERFORM WRITE-INVOICE-HEADER.

	PERFORM OPEN-RECEIVABLES-UPDATE
		THRU OPEN-RECEIVABLES-UPDATE-EXIT.

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		PERFORM COLLECT-NEXT-RECORD
			THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-POS-STATUS-EOF
		IF RFS-PRC-HAVE-SITE
			PERFORM PRICE-FINISHED-SITE
				THRU PRICE-FINISHED-SITE-EXIT
		END-IF
		CLOSE RFS-POS-FILE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
	END-IF.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	CLOSE RFS-INV-FILE.
	IF NOT RFS-INV-STATUS-OK
		PERFORM HANDLE-RFS-INV-ERROR

	DISPLAY "ReyPriceRFS - PRICED "
		RFS-PRC-PRICED-COUNT " NO-RATE "
		RFS-PRC-NORATE-COUNT " NEW ITEMS "
		RFS-PRC-RAISED-COUNT UPON CONSOLE.

	MOVE RFS-PRC-PRICED-COUNT TO RFS-RUN-WRITTEN.
	MOVE RFS-PRC-NORATE-COUNT TO RFS-RUN-REJECTED.
	MOVE 0 TO RETURN-CODE.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
WRITE-INVOICE-HEADER.

	MOVE
		"SITE-CODE,PRODUCT,SUBSCRIPTION-ID,END-DATE,TERM-DAYS,UNIT-PRICE,CHARGE,RATE-DATE,STATUS,INVOICE-NO"
		TO RFS-INV-LINE.
	WRITE RFS-INV-LINE.
	IF NOT RFS-INV-STATUS-OK

COLLECT-NEXT-RECORD.

	READ RFS-POS-FILE NEXT RECORD.

	IF RFS-POS-STATUS-EOF
		GO TO COLLECT-NEXT-RECORD-EXIT
	END-IF.

	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	MOVE RFS-POS-IMAGE TO RFS-RECORD.

	ADD 1 TO RFS-RUN-READ.

	IF RFS-PRC-HAVE-SITE
			AND (SITE-CODE NOT = RFS-PRC-CUR-SITE
			OR PRODUCT-CODE NOT = RFS-PRC-CUR-PRODUCT)
		FUNCTION INTEGER-OF-DATE (RFS-PRC-CUR-END-NUM) -
		FUNCTION INTEGER-OF-DATE (RFS-PRC-CUR-START-NUM).

	MOVE RFS-PRC-CUR-SITE    TO RFS-RCV-SEEK-SITE.
	MOVE RFS-PRC-CUR-PRODUCT TO RFS-RCV-SEEK-PRODUCT.
	MOVE RFS-PRC-CUR-ID      TO RFS-RCV-SEEK-ID.
	PERFORM FIND-RECEIVABLE-ITEM
		THRU FIND-RECEIVABLE-ITEM-EXIT.

	*> A window already on the ledger keeps the price it was
	*> invoiced at - a rate change since then is not the
	*> customer's to see on a bill already sent.
	IF RFS-RCV-ITEM-FOUND
		SET RFS-RTE-FOUND TO TRUE
		MOVE RCV-UNIT-PRICE TO RFS-RTE-UNIT-PRICE
		MOVE RCV-RATE-DATE  TO RFS-RTE-VERSION-USED
		MOVE RCV-TERM-DAYS  TO RFS-PRC-TERM-DAYS
		MOVE RCV-AMOUNT     TO RFS-PRC-CHARGE-CENTS
		MOVE RCV-INVOICE-NO TO RFS-PRC-OUT-INVOICE
	ELSE
		MOVE RFS-PRC-CUR-PRODUCT TO RFS-RTE-LOOKUP-PRODUCT
		MOVE RFS-PRC-TERM-DAYS   TO RFS-RTE-LOOKUP-TERM
		MOVE RFS-PRC-TODAY-NUM   TO RFS-RTE-LOOKUP-DATE
		PERFORM LOOKUP-PRODUCT-RATE
			THRU LOOKUP-PRODUCT-RATE-EXIT
		IF RFS-RTE-FOUND
			COMPUTE RFS-PRC-CHARGE-CENTS =
				RFS-PRC-TERM-DAYS * RFS-RTE-UNIT-PRICE
			PERFORM RAISE-OPEN-ITEM
				THRU RAISE-OPEN-ITEM-EXIT
		END-IF
	END-IF.

	PERFORM WRITE-INVOICE-ROW
		THRU WRITE-INVOICE-ROW-EXIT.
			RFS-PRC-OUT-END-DATE    DELIMITED BY SIZE
			","                      DELIMITED BY SIZE
			RFS-PRC-OUT-TERM        DELIMITED BY SIZE
			",,,,NO-RATE,"           DELIMITED BY SIZE
			INTO RFS-INV-LINE
		PERFORM WRITE-ONE-INVOICE-LINE
		GO TO WRITE-INVOICE-ROW-EXIT

	ADD 1 TO RFS-PRC-PRICED-COUNT.

	COMPUTE PRC-PRICE-WHOLE = RFS-RTE-UNIT-PRICE / 100.
	COMPUTE PRC-PRICE-CENTS =
		FUNCTION MOD (RFS-RTE-UNIT-PRICE 100).
		RFS-PRC-OUT-CHARGE      DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-PRC-OUT-RATE-DATE   DELIMITED BY SIZE
		",PRICED,"               DELIMITED BY SIZE
		RFS-PRC-OUT-INVOICE     DELIMITED BY SIZE
		INTO RFS-INV-LINE.

	PERFORM WRITE-ONE-INVOICE-LINE.
WRITE-INVOICE-ROW-EXIT.
	EXIT.

*> ******************************* <*
*> *** RAISE-OPEN-ITEM           <*
*> *** The first night a renewal <*
*> *** is priced it becomes the  <*
*> *** next numbered open item,  <*
*> *** due by the end of the     <*
*> *** window it renews          <*
*> ******************************* <*

RAISE-OPEN-ITEM.

	PERFORM ASSIGN-NEXT-INVOICE-NO
		THRU ASSIGN-NEXT-INVOICE-NO-EXIT.

	MOVE RFS-RCV-NEXT-NO      TO RCV-INVOICE-NO.
	MOVE "I"                  TO RCV-KIND.
	MOVE RFS-PRC-CUR-SITE     TO RCV-SITE-CODE.
	MOVE RFS-PRC-CUR-PRODUCT  TO RCV-PRODUCT-CODE.
	MOVE RFS-PRC-CUR-ID       TO RCV-SUBSCRIPTION-ID.
	MOVE RFS-PRC-TERM-DAYS    TO RCV-TERM-DAYS.
	MOVE RFS-RTE-UNIT-PRICE   TO RCV-UNIT-PRICE.
	MOVE RFS-RTE-VERSION-USED TO RCV-RATE-DATE.
	MOVE RFS-PRC-CHARGE-CENTS TO RCV-AMOUNT.
	MOVE 0                    TO RCV-AMOUNT-PAID.
	MOVE RFS-PRC-TODAY-NUM    TO RCV-INVOICE-DATE.
	MOVE RFS-PRC-CUR-END-NUM  TO RCV-DUE-DATE.
	MOVE "O"                  TO RCV-STATUS.
	MOVE 0                    TO RCV-PAID-DATE.
	MOVE 0                    TO RCV-LAST-REFERENCE.

	WRITE RFS-RCV-RECORD.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE RFS-RCV-NEXT-NO TO RFS-PRC-OUT-INVOICE.
	ADD 1 TO RFS-PRC-RAISED-COUNT.

RAISE-OPEN-ITEM-EXIT.
	EXIT.

WRITE-ONE-INVOICE-LINE.

	WRITE RFS-INV-LINE.
	EXIT.

	COPY "rates.lookup.cpy".
	COPY "recv.ledger.cpy".
	COPY "runlog.cpy".
	COPY "position.error.cpy".
