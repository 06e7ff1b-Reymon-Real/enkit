*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRemitRFS.cbl      *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "recv.env.cpy".
			COPY "remit.env.cpy".
			COPY "remrej.env.cpy".
			COPY "audit.env.cpy".
			COPY "quotes.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "recv.fd.cpy".
		COPY "remit.fd.cpy".
		COPY "remrej.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "quotes.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "recv.status.cpy".
		COPY "remit.status.cpy".
		COPY "remrej.status.cpy".
		COPY "audit.status.cpy".
		COPY "quotes.status.cpy".
		COPY "runlog.status.cpy".

		COPY "recv.ledger-ws.cpy".

		COPY "quotes.lookup-ws.cpy".

		COPY "rfs.latest-ws.cpy".


		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-RMT-REMIT-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-RMT-REMIT-EOF VALUE "Y".

			05 RFS-RMT-RAW-AMOUNT    PIC X(12).
			05 RFS-RMT-RAW-PAID-DT   PIC X(08).
			05 RFS-RMT-RAW-REFERENCE PIC X(08).
			05 RFS-RMT-RAW-INVOICE   PIC X(08).
			05 RFS-RMT-RAW-QUOTE     PIC X(08).

		*> The amount column may carry "1234.56" or "1234" -
		*> split on the point and collect each part separately.
		01 RFS-RMT-AMOUNT-CENTS  USAGE BINARY-DOUBLE.
		01 RFS-RMT-PAID-DATE-NUM PIC 9(08).
		01 RFS-RMT-REFERENCE-NUM PIC 9(08).
		*> Zero when the row cites no invoice - the oldest item
		*> the site/product still owes on is paid instead.
		01 RFS-RMT-INVOICE-NUM   PIC 9(08).
		*> Zero when the row cites no quote - the item is paid
		*> at whatever it was invoiced at.
		01 RFS-RMT-QUOTE-NUM     PIC 9(08).

		*> Digit-collector shared by every numeric column, the
		*> same discipline ReyImportRFS applies to its CSV.

		01 RFS-RMT-TERM-DAYS USAGE BINARY-LONG.

		*> The ledger item the payment answers, held while the
		*> renewal is fired - the ledger is only posted once the
		*> renewal the money pays for has actually happened.
		01 RFS-RMT-ITEM-NO          PIC 9(08).
		01 RFS-RMT-ITEM-SUB-ID      PIC 9(08).
		01 RFS-RMT-ITEM-STATUS      PIC X(01).
		01 RFS-RMT-ITEM-OUTSTANDING USAGE BINARY-DOUBLE.

		*> How the payment splits: what the site's credit has to
		*> add to settle the item, what it actually adds, and
		*> what is left over to hold on the site as new credit.
		01 RFS-RMT-CREDIT-WANTED USAGE BINARY-DOUBLE.
		01 RFS-RMT-CREDIT-DRAWN  USAGE BINARY-DOUBLE.
		01 RFS-RMT-CREDIT-LEFT   USAGE BINARY-DOUBLE.
		01 RFS-RMT-EXCESS-CENTS  USAGE BINARY-DOUBLE.

		01 RFS-RMT-SETTLED-FLAG PIC X(01).
			88 RFS-RMT-SETTLED VALUE "Y".

		01 RFS-RMT-RENEWED-FLAG PIC X(01).
			88 RFS-RMT-RENEWED VALUE "Y".

		*> The site's credit items the payment draws on, found by
		*> one walk of the ledger and consumed by key afterwards
		*> so the keyed file is never updated while it is being
		*> read through; a site with more than 50 open credits
		*> leaves the rest for the next payment.
		01 RFS-RMT-CREDIT-TABLE.
			05 RFS-RMT-CREDIT-ENTRY OCCURS 50 TIMES.
				10 RFS-RMT-CREDIT-NO   PIC 9(08).
				10 RFS-RMT-CREDIT-TAKE USAGE BINARY-DOUBLE.

		01 RFS-RMT-CREDIT-USED PIC 9(02).
		01 RFS-RMT-CREDIT-IDX  PIC 9(02).

		*> Linkage images for the CALLed renewal.
		01 RFS-RMT-CALL-SITE    PIC X(08).

		01 RFS-RMT-APPLIED-COUNT   PIC 9(05) VALUE 0.
		01 RFS-RMT-EXCEPTION-COUNT PIC 9(05) VALUE 0.
		01 RFS-RMT-PARTPAID-COUNT  PIC 9(05) VALUE 0.
		01 RFS-RMT-CREDITED-COUNT  PIC 9(05) VALUE 0.

*> ***********************
*> *** Linkage Section ***
*> Behaviour:
*>     This function reads rfs-remit.csv - the remittance list
*>     finance drops, one payment per line as site-code,
*>     product-code, amount, paid date (YYYYMMDD), a numeric
*>     reference and the invoice number the payment answers -
*>     and applies each payment to that open item in the
*>     receivables ledger, rfs-receivables.dat (a row citing no
*>     invoice pays the oldest item the site/product still owes
*>     on). Part-payments add up on the item, topped up from any
*>     credit the site holds; whatever a payment leaves over is
*>     held on the site as a credit item of its own. The
*>     payment that settles the item drives the existing
*>     ReyRenewRFS for the window the item billed, at the term
*>     it was invoiced for, and the ledger is only posted once
*>     the renewal has happened. Every applied payment writes a
*>     PAYMENT line to rfs-audit.dat - right after ReyRenewRFS's
*>     own RENEW line when it fired - carrying the amount paid
*>     (in hundredths) in the old-date column and the payment
*>     reference in the new-date column, so the renewal can be
*>     traced back to the money. Payments that cannot be
*>     applied - an unknown site, a cancelled site, no such
*>     invoice, nothing owed, or a renewal that failed - are
*>     echoed to rfs-remit-rej.csv with a reason code appended;
*>     one bad payment never stops the batch. A header line
*>     starting with "SITE-CODE" is skipped.
*>
*>     An optional seventh column cites a quote issued by
*>     ReyQuoteRFS. The payment is then weighed against the
*>     quote's locked charge instead of the price the window
*>     was invoiced at: the window's invoice item is raised
*>     from the quote, or restated to it, before the payment is
*>     applied, and the payment that settles it marks the quote
*>     accepted. A quote that is not the site's, already taken
*>     up, past its expiry on the paid date, or whose window
*>     has moved on bounces the row BAD-QUOTE, QUOTE-USED,
*>     QUOTE-EXPIRY or QUOTE-LAPSED; one whose item is already
*>     part-paid at another price bounces QUOTE-PART.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     payment rows read, applied and sent to the exceptions
*>     report.
*>
*> Parameters:
*>     This function has no parameters
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	MOVE "ReyRemitRFS" TO RFS-RUN-PROGRAM.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	PERFORM OPEN-REMIT-FILES
		THRU OPEN-REMIT-FILES-EXIT.
	PERFORM MATCH-NEXT-PAYMENT
	PERFORM CLOSE-REMIT-FILES.

	DISPLAY "ReyRemitRFS - APPLIED "
		RFS-RMT-APPLIED-COUNT " PART-PAID "
		RFS-RMT-PARTPAID-COUNT " CREDITED "
		RFS-RMT-CREDITED-COUNT " EXCEPTIONS "
		RFS-RMT-EXCEPTION-COUNT UPON CONSOLE.

	MOVE 0 TO RETURN-CODE.
	IF RFS-RMT-EXCEPTION-COUNT > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

	MOVE RFS-RMT-APPLIED-COUNT   TO RFS-RUN-WRITTEN.
	MOVE RFS-RMT-EXCEPTION-COUNT TO RFS-RUN-REJECTED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
		GO TO MATCH-NEXT-PAYMENT-EXIT
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	PERFORM PARSE-REMIT-ROW THRU PARSE-REMIT-ROW-EXIT.

	IF RFS-RMT-ROW-OK AND RFS-RMT-QUOTE-NUM > 0
		PERFORM TAKE-UP-CITED-QUOTE
			THRU TAKE-UP-CITED-QUOTE-EXIT
	END-IF.

	IF RFS-RMT-ROW-OK
		PERFORM LOCATE-PAYMENT-ITEM
			THRU LOCATE-PAYMENT-ITEM-EXIT
	END-IF.

	IF RFS-RMT-ROW-OK
		PERFORM SCAN-SITE-LATEST-RECORD
			THRU SCAN-SITE-LATEST-RECORD-EXIT
			THRU APPLY-MATCHED-PAYMENT-EXIT
	END-IF.

	*> The quote is only taken up once the money it priced
	*> has settled its item.
	IF RFS-RMT-ROW-OK AND RFS-RMT-QUOTE-NUM > 0
			AND RFS-RMT-SETTLED
		MOVE "R"                   TO RFS-QTL-ACCEPT-VIA
		MOVE RFS-RMT-REFERENCE-NUM TO RFS-QTL-REFERENCE
		PERFORM MARK-QUOTE-ACCEPTED
			THRU MARK-QUOTE-ACCEPTED-EXIT
	END-IF.

	IF NOT RFS-RMT-ROW-OK
		PERFORM REJECT-REMIT-ROW
	END-IF.
			RFS-RMT-RAW-PRODUCT
			RFS-RMT-RAW-AMOUNT
			RFS-RMT-RAW-PAID-DT
			RFS-RMT-RAW-REFERENCE
			RFS-RMT-RAW-INVOICE
			RFS-RMT-RAW-QUOTE.

	IF RFS-RMT-RAW-SITE = SPACES
		MOVE "BAD-SITE" TO RFS-RMT-ROW-REASON
	END-IF.

	*> A payment with no product column falls back to the core
	*> product, same as every other entry point - unless it
	*> cites an invoice or a quote, whose own product then
	*> decides.
	IF RFS-RMT-RAW-PRODUCT = SPACES
			AND RFS-RMT-RAW-INVOICE = SPACES
			AND RFS-RMT-RAW-QUOTE = SPACES
		MOVE "CORE" TO RFS-RMT-RAW-PRODUCT
	END-IF.

	END-IF.
	MOVE RFS-RMT-NUM-VALUE TO RFS-RMT-REFERENCE-NUM.

	MOVE 0 TO RFS-RMT-INVOICE-NUM.
	IF RFS-RMT-RAW-INVOICE NOT = SPACES
		MOVE RFS-RMT-RAW-INVOICE TO RFS-RMT-NUM-WORK (1:8)
		MOVE SPACE TO RFS-RMT-NUM-WORK (9:1)
		PERFORM NORMALIZE-REMIT-NUMBER
			THRU NORMALIZE-REMIT-NUMBER-EXIT
		IF NOT RFS-RMT-NUM-VALID
			MOVE "BAD-INVOICE" TO RFS-RMT-ROW-REASON
			MOVE "N" TO RFS-RMT-ROW-OK-FLAG
			GO TO PARSE-REMIT-ROW-EXIT
		END-IF
		MOVE RFS-RMT-NUM-VALUE TO RFS-RMT-INVOICE-NUM
	END-IF.

	MOVE 0 TO RFS-RMT-QUOTE-NUM.
	IF RFS-RMT-RAW-QUOTE NOT = SPACES
		MOVE RFS-RMT-RAW-QUOTE TO RFS-RMT-NUM-WORK (1:8)
		MOVE SPACE TO RFS-RMT-NUM-WORK (9:1)
		PERFORM NORMALIZE-REMIT-NUMBER
			THRU NORMALIZE-REMIT-NUMBER-EXIT
		IF NOT RFS-RMT-NUM-VALID
			MOVE "BAD-QUOTE" TO RFS-RMT-ROW-REASON
			MOVE "N" TO RFS-RMT-ROW-OK-FLAG
			GO TO PARSE-REMIT-ROW-EXIT
		END-IF
		MOVE RFS-RMT-NUM-VALUE TO RFS-RMT-QUOTE-NUM
	END-IF.

PARSE-REMIT-ROW-EXIT.
	EXIT.

COLLECT-ONE-REMIT-DIGIT-EXIT.
	EXIT.

*> ******************************* <*
*> *** TAKE-UP-CITED-QUOTE       <*
*> *** The quote has to be open  <*
*> *** on the paid date and      <*
*> *** still about the site's    <*
*> *** latest window; its charge <*
*> *** then goes on that         <*
*> *** window's invoice item,    <*
*> *** which the rest of the     <*
*> *** match pays as if the row  <*
*> *** had cited it              <*
*> ******************************* <*

TAKE-UP-CITED-QUOTE.

	MOVE RFS-RMT-QUOTE-NUM     TO RFS-QTL-SEEK-NO.
	MOVE RFS-RMT-RAW-SITE      TO RFS-QTL-SEEK-SITE.
	MOVE RFS-RMT-RAW-PRODUCT   TO RFS-QTL-SEEK-PRODUCT.
	MOVE RFS-RMT-PAID-DATE-NUM TO RFS-QTL-AS-OF-NUM.
	PERFORM READ-CITED-QUOTE
		THRU READ-CITED-QUOTE-EXIT.
	IF NOT RFS-QTL-OK
		MOVE RFS-QTL-REASON TO RFS-RMT-ROW-REASON
		MOVE "N" TO RFS-RMT-ROW-OK-FLAG
		GO TO TAKE-UP-CITED-QUOTE-EXIT
	END-IF.

	MOVE RFS-QTL-PRODUCT TO RFS-RMT-RAW-PRODUCT.

	PERFORM SCAN-SITE-LATEST-RECORD
		THRU SCAN-SITE-LATEST-RECORD-EXIT.
	IF NOT RFS-RMT-ROW-OK
		GO TO TAKE-UP-CITED-QUOTE-EXIT
	END-IF.

	IF RFS-RMT-LATEST-ID NOT = RFS-QTL-WINDOW-ID
		MOVE "QUOTE-LAPSED" TO RFS-RMT-ROW-REASON
		MOVE "N" TO RFS-RMT-ROW-OK-FLAG
		GO TO TAKE-UP-CITED-QUOTE-EXIT
	END-IF.

	*> Bounce the cancelled site here, before the ledger is
	*> touched, rather than in APPLY-MATCHED-PAYMENT.
	IF RFS-RMT-LATEST-MARK = "C"
			AND RFS-RMT-PAID-DATE-NUM >= RFS-RMT-LATEST-EFFECTIVE
		MOVE "CANCELLED" TO RFS-RMT-ROW-REASON
		MOVE "N" TO RFS-RMT-ROW-OK-FLAG
		GO TO TAKE-UP-CITED-QUOTE-EXIT
	END-IF.

	PERFORM PLACE-QUOTED-ITEM
		THRU PLACE-QUOTED-ITEM-EXIT.
	IF NOT RFS-QTL-OK
		MOVE RFS-QTL-REASON TO RFS-RMT-ROW-REASON
		MOVE "N" TO RFS-RMT-ROW-OK-FLAG
		GO TO TAKE-UP-CITED-QUOTE-EXIT
	END-IF.

	*> An invoice cited beside the quote has to be the one the
	*> quote prices.
	IF RFS-RMT-INVOICE-NUM > 0
			AND RFS-RMT-INVOICE-NUM NOT = RFS-QTL-ITEM-NO
		MOVE "BAD-QUOTE" TO RFS-RMT-ROW-REASON
		MOVE "N" TO RFS-RMT-ROW-OK-FLAG
		GO TO TAKE-UP-CITED-QUOTE-EXIT
	END-IF.

	MOVE RFS-QTL-ITEM-NO TO RFS-RMT-INVOICE-NUM.

TAKE-UP-CITED-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** SCAN-SITE-LATEST-RECORD   <*
*> *** Keyed lookup of the       <*
SCAN-SITE-LATEST-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOCATE-PAYMENT-ITEM       <*
*> *** Finds the ledger item the <*
*> *** payment answers - the     <*
*> *** invoice it cites, or the  <*
*> *** oldest one still open for <*
*> *** the site/product - and    <*
*> *** holds what the apply      <*
*> *** decisions need            <*
*> ******************************* <*

LOCATE-PAYMENT-ITEM.

	OPEN INPUT RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		MOVE "NO-INVOICE" TO RFS-RMT-ROW-REASON
		MOVE "N" TO RFS-RMT-ROW-OK-FLAG
		GO TO LOCATE-PAYMENT-ITEM-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	PERFORM PICK-PAYMENT-ITEM
		THRU PICK-PAYMENT-ITEM-EXIT.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

LOCATE-PAYMENT-ITEM-EXIT.
	EXIT.

PICK-PAYMENT-ITEM.

	IF RFS-RMT-INVOICE-NUM > 0
		MOVE RFS-RMT-INVOICE-NUM TO RCV-INVOICE-NO
		READ RFS-RCV-FILE
		IF RFS-RCV-STATUS-NO-RECORD
			MOVE "BAD-INVOICE" TO RFS-RMT-ROW-REASON
			MOVE "N" TO RFS-RMT-ROW-OK-FLAG
			GO TO PICK-PAYMENT-ITEM-EXIT
		END-IF
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
		*> The invoice has to be one raised for the site (and
		*> product, when the row names one) the money came
		*> from - a mistyped number must not pay someone else.
		IF RCV-KIND NOT = "I"
				OR RCV-SITE-CODE NOT = RFS-RMT-RAW-SITE
				OR (RFS-RMT-RAW-PRODUCT NOT = SPACES
					AND RCV-PRODUCT-CODE NOT = RFS-RMT-RAW-PRODUCT)
			MOVE "BAD-INVOICE" TO RFS-RMT-ROW-REASON
			MOVE "N" TO RFS-RMT-ROW-OK-FLAG
			GO TO PICK-PAYMENT-ITEM-EXIT
		END-IF
	ELSE
		MOVE RFS-RMT-RAW-SITE    TO RFS-RCV-SEEK-SITE
		MOVE RFS-RMT-RAW-PRODUCT TO RFS-RCV-SEEK-PRODUCT
		MOVE 0                   TO RFS-RCV-SEEK-ID
		PERFORM FIND-RECEIVABLE-ITEM
			THRU FIND-RECEIVABLE-ITEM-EXIT
		IF NOT RFS-RCV-ITEM-FOUND
			MOVE "NO-INVOICE" TO RFS-RMT-ROW-REASON
			MOVE "N" TO RFS-RMT-ROW-OK-FLAG
			GO TO PICK-PAYMENT-ITEM-EXIT
		END-IF
	END-IF.

	MOVE RCV-PRODUCT-CODE    TO RFS-RMT-RAW-PRODUCT.
	MOVE RCV-INVOICE-NO      TO RFS-RMT-ITEM-NO.
	MOVE RCV-SUBSCRIPTION-ID TO RFS-RMT-ITEM-SUB-ID.
	MOVE RCV-STATUS          TO RFS-RMT-ITEM-STATUS.
	MOVE RCV-TERM-DAYS       TO RFS-RMT-TERM-DAYS.
	COMPUTE RFS-RMT-ITEM-OUTSTANDING =
		RCV-AMOUNT - RCV-AMOUNT-PAID.

PICK-PAYMENT-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** APPLY-MATCHED-PAYMENT     <*
*> *** The matching decisions:   <*
*> *** a cancelled site or a     <*
*> *** term that cannot be       <*
*> *** renewed land on the       <*
*> *** exceptions report; the    <*
*> *** payment that settles its  <*
*> *** item drives ReyRenewRFS,  <*
*> *** and only then is the      <*
*> *** ledger posted and the     <*
*> *** money traced in the audit <*
*> *** trail                     <*
*> ******************************* <*

APPLY-MATCHED-PAYMENT.
		GO TO APPLY-MATCHED-PAYMENT-EXIT
	END-IF.

	PERFORM WEIGH-PAYMENT-AGAINST-ITEM
		THRU WEIGH-PAYMENT-AGAINST-ITEM-EXIT.

	*> The settling payment fires the renewal the item billed -
	*> unless that window has been renewed some other way since
	*> it was invoiced, when settling the debt is all that is
	*> left to do.
	MOVE "N" TO RFS-RMT-RENEWED-FLAG.
	IF RFS-RMT-SETTLED
			AND RFS-RMT-ITEM-SUB-ID = RFS-RMT-LATEST-ID
		IF RFS-RMT-TERM-DAYS <= 0
			MOVE "BAD-TERM" TO RFS-RMT-ROW-REASON
			MOVE "N" TO RFS-RMT-ROW-OK-FLAG
			GO TO APPLY-MATCHED-PAYMENT-EXIT
		END-IF

		MOVE RFS-RMT-RAW-SITE    TO RFS-RMT-CALL-SITE
		MOVE RFS-RMT-RAW-PRODUCT TO RFS-RMT-CALL-PRODUCT
		MOVE RFS-RMT-TERM-DAYS   TO RFS-RMT-CALL-TERM

		MOVE 0 TO RETURN-CODE
		CALL "ReyRenewRFS" USING RFS-RMT-CALL-SITE
			RFS-RMT-CALL-PRODUCT RFS-RMT-CALL-TERM

		IF RETURN-CODE NOT = 0
			MOVE "RENEW-FAIL" TO RFS-RMT-ROW-REASON
			MOVE "N" TO RFS-RMT-ROW-OK-FLAG
			MOVE 0 TO RETURN-CODE
			GO TO APPLY-MATCHED-PAYMENT-EXIT
		END-IF

		SET RFS-RMT-RENEWED TO TRUE
	END-IF.

	PERFORM POST-PAYMENT-TO-LEDGER
		THRU POST-PAYMENT-TO-LEDGER-EXIT.

	PERFORM LOG-PAYMENT-EVENT.

	ADD 1 TO RFS-RMT-APPLIED-COUNT.
	IF NOT RFS-RMT-SETTLED AND RFS-RMT-ITEM-STATUS = "O"
		ADD 1 TO RFS-RMT-PARTPAID-COUNT
	END-IF.
	IF RFS-RMT-EXCESS-CENTS > 0
		ADD 1 TO RFS-RMT-CREDITED-COUNT
	END-IF.

APPLY-MATCHED-PAYMENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WEIGH-PAYMENT-AGAINST-ITEM <*
*> *** An item already paid in   <*
*> *** full turns the whole      <*
*> *** payment into credit; a    <*
*> *** payment short of what is  <*
*> *** owed draws on the site's  <*
*> *** credit first; what is     <*
*> *** over is held as credit    <*
*> ******************************* <*

WEIGH-PAYMENT-AGAINST-ITEM.

	MOVE "N" TO RFS-RMT-SETTLED-FLAG.
	MOVE 0 TO RFS-RMT-CREDIT-DRAWN.
	MOVE 0 TO RFS-RMT-EXCESS-CENTS.
	MOVE 0 TO RFS-RMT-CREDIT-USED.

	IF RFS-RMT-ITEM-STATUS NOT = "O"
		MOVE RFS-RMT-AMOUNT-CENTS TO RFS-RMT-EXCESS-CENTS
		GO TO WEIGH-PAYMENT-AGAINST-ITEM-EXIT
	END-IF.

	IF RFS-RMT-AMOUNT-CENTS >= RFS-RMT-ITEM-OUTSTANDING
		COMPUTE RFS-RMT-EXCESS-CENTS =
			RFS-RMT-AMOUNT-CENTS - RFS-RMT-ITEM-OUTSTANDING
		SET RFS-RMT-SETTLED TO TRUE
		GO TO WEIGH-PAYMENT-AGAINST-ITEM-EXIT
	END-IF.

	COMPUTE RFS-RMT-CREDIT-WANTED =
		RFS-RMT-ITEM-OUTSTANDING - RFS-RMT-AMOUNT-CENTS.
	PERFORM COLLECT-SITE-CREDIT
		THRU COLLECT-SITE-CREDIT-EXIT.

	IF RFS-RMT-CREDIT-DRAWN >= RFS-RMT-CREDIT-WANTED
		SET RFS-RMT-SETTLED TO TRUE
	END-IF.

WEIGH-PAYMENT-AGAINST-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-SITE-CREDIT       <*
*> *** One read-only walk of the <*
*> *** ledger for the site's     <*
*> *** unused credit, oldest     <*
*> *** first, taking no more     <*
*> *** than the item still needs <*
*> ******************************* <*

COLLECT-SITE-CREDIT.

	OPEN INPUT RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		GO TO COLLECT-SITE-CREDIT-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE "N" TO RFS-RCV-SCAN-EOF-FLAG.
	PERFORM COLLECT-ONE-CREDIT-ITEM
		THRU COLLECT-ONE-CREDIT-ITEM-EXIT
		UNTIL RFS-RCV-SCAN-EOF
			OR RFS-RMT-CREDIT-DRAWN >= RFS-RMT-CREDIT-WANTED
			OR RFS-RMT-CREDIT-USED >= 50.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

COLLECT-SITE-CREDIT-EXIT.
	EXIT.

COLLECT-ONE-CREDIT-ITEM.

	READ RFS-RCV-FILE NEXT RECORD.

	IF RFS-RCV-STATUS-EOF
		SET RFS-RCV-SCAN-EOF TO TRUE
		GO TO COLLECT-ONE-CREDIT-ITEM-EXIT
	END-IF.

	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	IF RCV-KIND NOT = "C"
			OR RCV-STATUS NOT = "O"
			OR RCV-SITE-CODE NOT = RFS-RMT-RAW-SITE
		GO TO COLLECT-ONE-CREDIT-ITEM-EXIT
	END-IF.

	COMPUTE RFS-RMT-CREDIT-LEFT = RCV-AMOUNT - RCV-AMOUNT-PAID.
	IF RFS-RMT-CREDIT-LEFT <= 0
		GO TO COLLECT-ONE-CREDIT-ITEM-EXIT
	END-IF.

	IF RFS-RMT-CREDIT-LEFT >
			RFS-RMT-CREDIT-WANTED - RFS-RMT-CREDIT-DRAWN
		COMPUTE RFS-RMT-CREDIT-LEFT =
			RFS-RMT-CREDIT-WANTED - RFS-RMT-CREDIT-DRAWN
	END-IF.

	ADD 1 TO RFS-RMT-CREDIT-USED.
	MOVE RCV-INVOICE-NO
		TO RFS-RMT-CREDIT-NO (RFS-RMT-CREDIT-USED).
	MOVE RFS-RMT-CREDIT-LEFT
		TO RFS-RMT-CREDIT-TAKE (RFS-RMT-CREDIT-USED).
	ADD RFS-RMT-CREDIT-LEFT TO RFS-RMT-CREDIT-DRAWN.

COLLECT-ONE-CREDIT-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** POST-PAYMENT-TO-LEDGER    <*
*> *** Adds the payment (and any <*
*> *** credit drawn) to the      <*
*> *** item, uses the credit up, <*
*> *** and holds any overpayment <*
*> *** on the site as a new      <*
*> *** credit item               <*
*> ******************************* <*

POST-PAYMENT-TO-LEDGER.

	PERFORM OPEN-RECEIVABLES-UPDATE
		THRU OPEN-RECEIVABLES-UPDATE-EXIT.

	MOVE RFS-RMT-ITEM-NO TO RCV-INVOICE-NO.
	READ RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	IF RCV-STATUS = "O"
		COMPUTE RCV-AMOUNT-PAID = RCV-AMOUNT-PAID +
			RFS-RMT-AMOUNT-CENTS + RFS-RMT-CREDIT-DRAWN -
			RFS-RMT-EXCESS-CENTS
		IF RFS-RMT-SETTLED
			MOVE "P" TO RCV-STATUS
		END-IF
		MOVE RFS-RMT-PAID-DATE-NUM TO RCV-PAID-DATE
		MOVE RFS-RMT-REFERENCE-NUM TO RCV-LAST-REFERENCE
		REWRITE RFS-RCV-RECORD
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	END-IF.

	MOVE 0 TO RFS-RMT-CREDIT-IDX.
	PERFORM CONSUME-ONE-CREDIT-ITEM
		THRU CONSUME-ONE-CREDIT-ITEM-EXIT
		UNTIL RFS-RMT-CREDIT-IDX >= RFS-RMT-CREDIT-USED.

	IF RFS-RMT-EXCESS-CENTS > 0
		PERFORM HOLD-SITE-CREDIT
			THRU HOLD-SITE-CREDIT-EXIT
	END-IF.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

POST-PAYMENT-TO-LEDGER-EXIT.
	EXIT.

CONSUME-ONE-CREDIT-ITEM.

	ADD 1 TO RFS-RMT-CREDIT-IDX.

	MOVE RFS-RMT-CREDIT-NO (RFS-RMT-CREDIT-IDX) TO RCV-INVOICE-NO.
	READ RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	ADD RFS-RMT-CREDIT-TAKE (RFS-RMT-CREDIT-IDX)
		TO RCV-AMOUNT-PAID.
	IF RCV-AMOUNT-PAID >= RCV-AMOUNT
		MOVE "P" TO RCV-STATUS
	END-IF.
	MOVE RFS-RMT-PAID-DATE-NUM TO RCV-PAID-DATE.
	MOVE RFS-RMT-REFERENCE-NUM TO RCV-LAST-REFERENCE.

	REWRITE RFS-RCV-RECORD.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

CONSUME-ONE-CREDIT-ITEM-EXIT.
	EXIT.

HOLD-SITE-CREDIT.

	PERFORM ASSIGN-NEXT-INVOICE-NO
		THRU ASSIGN-NEXT-INVOICE-NO-EXIT.

	MOVE RFS-RCV-NEXT-NO       TO RCV-INVOICE-NO.
	MOVE "C"                   TO RCV-KIND.
	MOVE RFS-RMT-RAW-SITE      TO RCV-SITE-CODE.
	MOVE RFS-RMT-RAW-PRODUCT   TO RCV-PRODUCT-CODE.
	MOVE RFS-RMT-ITEM-SUB-ID   TO RCV-SUBSCRIPTION-ID.
	MOVE 0                     TO RCV-TERM-DAYS.
	MOVE 0                     TO RCV-UNIT-PRICE.
	MOVE 0                     TO RCV-RATE-DATE.
	MOVE RFS-RMT-EXCESS-CENTS  TO RCV-AMOUNT.
	MOVE 0                     TO RCV-AMOUNT-PAID.
	MOVE RFS-RMT-PAID-DATE-NUM TO RCV-INVOICE-DATE.
	MOVE RFS-RMT-PAID-DATE-NUM TO RCV-DUE-DATE.
	MOVE "O"                   TO RCV-STATUS.
	MOVE 0                     TO RCV-PAID-DATE.
	MOVE RFS-RMT-REFERENCE-NUM TO RCV-LAST-REFERENCE.

	WRITE RFS-RCV-RECORD.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

HOLD-SITE-CREDIT-EXIT.
	EXIT.

*> ******************************* <*
	MOVE "PAYMENT"           TO RFS-AUDIT-OPERATION.
	MOVE RFS-RMT-RAW-SITE    TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-RMT-RAW-PRODUCT TO RFS-AUDIT-PRODUCT-CODE.
	*> ReyRenewRFS appended the renewal under the next id; a
	*> payment that renewed nothing belongs to the window its
	*> item billed.
	IF RFS-RMT-RENEWED
		COMPUTE RFS-AUDIT-SUBSCRIPTION-ID = RFS-RMT-LATEST-ID + 1
	ELSE
		MOVE RFS-RMT-ITEM-SUB-ID TO RFS-AUDIT-SUBSCRIPTION-ID
	END-IF.
	MOVE RFS-RMT-AMOUNT-CENTS TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-RMT-REFERENCE-NUM TO RFS-AUDIT-NEW-END-DATE.

HANDLE-RFS-REMREJ-ERROR-EXIT.
	EXIT.

	COPY "recv.ledger.cpy".
	COPY "quotes.lookup.cpy".
	COPY "rfs.latest.cpy".
	COPY "rfs.validate.cpy".
	COPY "audit.log.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
