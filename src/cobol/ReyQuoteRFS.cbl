*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyQuoteRFS.cbl      *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Numbered renewal quotes -    *** <*
*> *** locked price and document    *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyQuoteRFS.

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
			COPY "quotes.env.cpy".
			COPY "quotedoc.env.cpy".
			COPY "rates.env.cpy".
			COPY "prodcat.env.cpy".
			COPY "custmast.env.cpy".
			COPY "opers.env.cpy".
			COPY "audit.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "quotes.fd.cpy".
		COPY "quotedoc.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "prodcat.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "audit.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "quotes.status.cpy".
		COPY "quotedoc.status.cpy".
		COPY "rates.status.cpy".
		COPY "prodcat.status.cpy".
		COPY "custmast.status.cpy".
		COPY "opers.status.cpy".
		COPY "audit.status.cpy".

		COPY "signon-ws.cpy".

		COPY "opercheck-ws.cpy".

		COPY "rfs.latest-ws.cpy".

		COPY "rates.lookup-ws.cpy".

		COPY "prodcat.lookup-ws.cpy".

		COPY "custmast.lookup-ws.cpy".

		COPY "audit.log-ws.cpy".

		01 RFS-QTE-TODAY-NUM PIC 9(08).
		01 RFS-QTE-EXPIRY-INT USAGE BINARY-LONG.

		*> A quote is held for thirty days unless the caller
		*> asks for another validity.
		01 RFS-QTE-VALID-DAYS USAGE BINARY-LONG VALUE 30.

		*> The product actually quoted - SPACES from the caller
		*> falls back to the core product, as at every entry
		*> point.
		01 RFS-QTE-USE-PRODUCT PIC X(04).

		*> The window the quote offers to renew.
		01 RFS-QTE-WINDOW-ID        PIC 9(08).
		01 RFS-QTE-WINDOW-START-NUM PIC 9(08).
		01 RFS-QTE-WINDOW-END-NUM   PIC 9(08).
		01 RFS-QTE-WINDOW-MARK      PIC X(01).
		01 RFS-QTE-WINDOW-EFFECTIVE USAGE BINARY-LONG.

		01 RFS-QTE-TERM-DAYS USAGE BINARY-LONG.
		01 RFS-QTE-NEW-END-INT USAGE BINARY-LONG.
		01 RFS-QTE-NEW-END-NUM PIC 9(08).

		*> The multiply runs past 31 bits for a long term at a
		*> high rate - it needs the double-width intermediate.
		01 RFS-QTE-CHARGE-CENTS USAGE BINARY-DOUBLE.

		01 RFS-QTE-NEXT-NO PIC 9(08) VALUE 0.

		01 RFS-QTE-SCAN-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-QTE-SCAN-EOF VALUE "Y".

		*> Earlier quotes still open on the same window, lapsed
		*> once the new one is on file so only one price is ever
		*> live for a window. 20 is more re-quotes than any
		*> window sees.
		01 RFS-QTE-SUPERSEDE-TABLE.
			05 RFS-QTE-SUPERSEDE-NO OCCURS 20 TIMES PIC 9(08).

		01 RFS-QTE-SUPERSEDE-USED PIC 9(02) VALUE 0.
		01 RFS-QTE-SUPERSEDE-IDX  PIC 9(02).

		*> The customer-facing document.
		01 RFS-QTE-DOC-TITLE.
			05 FILLER          PIC X(48) VALUE "RENEWAL QUOTE".
			05 FILLER          PIC X(11) VALUE "Quote no. ".
			05 QDC-TITLE-NO    PIC 9(08).

		01 RFS-QTE-DOC-DATES.
			05 FILLER          PIC X(07) VALUE "Issued ".
			05 QDC-ISSUE-OUT   PIC 9(08).
			05 FILLER          PIC X(16) VALUE "   Valid until ".
			05 QDC-EXPIRY-OUT  PIC 9(08).

		01 RFS-QTE-DOC-CUSTOMER.
			05 FILLER          PIC X(20) VALUE "Customer          : ".
			05 QDC-CUST-OUT    PIC X(30).

		01 RFS-QTE-DOC-CONTACT.
			05 FILLER          PIC X(20) VALUE "Contact           : ".
			05 QDC-CONTACT-OUT PIC X(25).

		01 RFS-QTE-DOC-SITE.
			05 FILLER          PIC X(20) VALUE "Site              : ".
			05 QDC-SITE-OUT    PIC X(08).

		01 RFS-QTE-DOC-PRODUCT.
			05 FILLER          PIC X(20) VALUE "Product           : ".
			05 QDC-PRODUCT-OUT PIC X(04).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QDC-PROD-DESC   PIC X(30).

		01 RFS-QTE-DOC-CURRENT.
			05 FILLER          PIC X(20) VALUE "Current term ends : ".
			05 QDC-CUR-END-OUT PIC 9(08).

		01 RFS-QTE-DOC-TERM.
			05 FILLER          PIC X(20) VALUE "Renewal term      : ".
			05 QDC-TERM-OUT    PIC Z(04)9.
			05 FILLER          PIC X(12) VALUE " days, to ".
			05 QDC-NEW-END-OUT PIC 9(08).

		01 RFS-QTE-DOC-PRICE.
			05 FILLER          PIC X(20) VALUE "Unit price        : ".
			05 QDC-PRICE-OUT   PIC Z(05)9.99.
			05 FILLER          PIC X(22)
				VALUE " per day, rate dated ".
			05 QDC-RATE-OUT    PIC 9(08).

		01 RFS-QTE-DOC-CHARGE.
			05 FILLER          PIC X(20) VALUE "Total charge      : ".
			05 QDC-CHARGE-OUT  PIC Z(08)9.99.

		01 RFS-QTE-DOC-HOLD.
			05 FILLER          PIC X(45)
				VALUE "This price is held for payments dated on or ".
			05 FILLER          PIC X(08) VALUE "before ".
			05 QDC-HOLD-OUT    PIC 9(08).
			05 FILLER          PIC X(01) VALUE ".".

		01 RFS-QTE-DOC-CITE.
			05 FILLER          PIC X(19) VALUE "Please cite quote ".
			05 QDC-CITE-OUT    PIC 9(08).
			05 FILLER          PIC X(28)
				VALUE " with your order or payment.".

		01 RFS-QTE-DOC-STATE.
			05 FILLER          PIC X(20) VALUE "Quote status      : ".
			05 QDC-STATE-OUT   PIC X(10).
			05 FILLER          PIC X(04) VALUE SPACES.
			05 QDC-STATE-DATE  PIC 9(08).

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION    PIC X(04).
		01 RFS-IN-SITE-CODE    PIC X(08).
		01 RFS-IN-PRODUCT-CODE PIC X(04).
		01 RFS-IN-TERM-DAYS    USAGE BINARY-LONG.
		01 RFS-IN-VALID-DAYS   USAGE BINARY-LONG.
		01 RFS-IN-QUOTE-NO     PIC 9(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     Operation ISSU quotes the renewal of a site/product's
*>     latest window: the term (RFS-IN-TERM-DAYS, or the day
*>     count of the window itself when zero, as ReyPriceRFS
*>     bills it) is priced from rfs-rates.dat at today's date,
*>     and the unit price, charge, rate effective date and an
*>     expiry date RFS-IN-VALID-DAYS out (thirty when omitted)
*>     are stored under the next quote number in
*>     rfs-quotes.dat. Any quote still open on the same window
*>     lapses - a window only ever has one live price. The
*>     customer-facing quote document is written to
*>     rfs-quote.txt and a QUOTE line to rfs-audit.dat, its
*>     old-date column carrying the quote number and its
*>     new-date column the expiry date. ReyRemitRFS and
*>     ReyImportRFS take the quote up when a remittance or a
*>     RENEW order cites its number, at the locked price.
*>     Operation PRNT reprints the document of the quote
*>     numbered RFS-IN-QUOTE-NO with its current status.
*>     A cancelled or suspended window, an unconverted trial,
*>     or a product no rate covers cannot be quoted.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "ISSU" or "PRNT"
*>     RFS-IN-SITE-CODE - the site to quote (ISSU)
*>     RFS-IN-PRODUCT-CODE - the product to quote; SPACES falls
*>     back to CORE (ISSU)
*>     RFS-IN-TERM-DAYS - the renewal term to quote; zero
*>     quotes the window's own length again (ISSU)
*>     RFS-IN-VALID-DAYS (optional) - how many days the price
*>     is held; omitted or zero holds it for thirty
*>     RFS-IN-QUOTE-NO (optional) - the quote to reprint (PRNT);
*>     returns the number issued (ISSU)
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 20 when the renewal cannot be quoted or the
*>     quote to reprint is not on file, 24 when the operator
*>     may not renew, 16 when a file operation could not be
*>     completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-SITE-CODE
		RFS-IN-PRODUCT-CODE RFS-IN-TERM-DAYS
		OPTIONAL RFS-IN-VALID-DAYS OPTIONAL RFS-IN-QUOTE-NO.

	*> A quote is an offer to renew - only an operator who may
	*> renew can make one, and the QUOTE line is theirs.
	MOVE "R" TO RFS-OPR-REQUIRED-OP.
	PERFORM CHECK-OPERATOR-ALLOWED
		THRU CHECK-OPERATOR-ALLOWED-EXIT.
	MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID.

	ACCEPT RFS-QTE-TODAY-NUM FROM DATE YYYYMMDD.

	EVALUATE RFS-IN-OPERATION
		WHEN "ISSU"
			PERFORM ISSUE-RENEWAL-QUOTE
				THRU ISSUE-RENEWAL-QUOTE-EXIT
		WHEN "PRNT"
			PERFORM REPRINT-QUOTE
				THRU REPRINT-QUOTE-EXIT
		WHEN OTHER
			DISPLAY "ReyQuoteRFS - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
	END-EVALUATE.
	GOBACK.

*> ******************************* <*
*> *** ISSUE-RENEWAL-QUOTE       <*
*> ******************************* <*

ISSUE-RENEWAL-QUOTE.

	IF RFS-IN-PRODUCT-CODE = SPACES
		MOVE "CORE" TO RFS-QTE-USE-PRODUCT
	ELSE
		MOVE RFS-IN-PRODUCT-CODE TO RFS-QTE-USE-PRODUCT
	END-IF.

	IF ADDRESS OF RFS-IN-VALID-DAYS NOT = NULL
		IF RFS-IN-VALID-DAYS > 0
			MOVE RFS-IN-VALID-DAYS TO RFS-QTE-VALID-DAYS
		END-IF
	END-IF.

	IF RFS-IN-TERM-DAYS < 0
		DISPLAY "ReyQuoteRFS - QUOTE REFUSED: BAD-TERM"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM READ-QUOTED-WINDOW
		THRU READ-QUOTED-WINDOW-EXIT.

	IF (RFS-QTE-WINDOW-MARK = "C" OR RFS-QTE-WINDOW-MARK = "S")
			AND RFS-QTE-TODAY-NUM >= RFS-QTE-WINDOW-EFFECTIVE
		DISPLAY "ReyQuoteRFS - QUOTE REFUSED: NOT-LIVE "
			RFS-IN-SITE-CODE " " RFS-QTE-USE-PRODUCT UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	*> An unconverted evaluation becomes billable through
	*> ReyConvertRFS, never through a renewal price.
	IF RFS-QTE-WINDOW-MARK = "T"
		DISPLAY "ReyQuoteRFS - QUOTE REFUSED: TRIAL "
			RFS-IN-SITE-CODE " " RFS-QTE-USE-PRODUCT UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	IF RFS-IN-TERM-DAYS > 0
		MOVE RFS-IN-TERM-DAYS TO RFS-QTE-TERM-DAYS
	ELSE
		COMPUTE RFS-QTE-TERM-DAYS =
			FUNCTION INTEGER-OF-DATE (RFS-QTE-WINDOW-END-NUM) -
			FUNCTION INTEGER-OF-DATE (RFS-QTE-WINDOW-START-NUM)
	END-IF.

	IF RFS-QTE-TERM-DAYS <= 0
		DISPLAY "ReyQuoteRFS - QUOTE REFUSED: BAD-TERM"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-QTE-USE-PRODUCT TO RFS-RTE-LOOKUP-PRODUCT.
	MOVE RFS-QTE-TERM-DAYS   TO RFS-RTE-LOOKUP-TERM.
	MOVE RFS-QTE-TODAY-NUM   TO RFS-RTE-LOOKUP-DATE.
	PERFORM LOOKUP-PRODUCT-RATE
		THRU LOOKUP-PRODUCT-RATE-EXIT.
	IF NOT RFS-RTE-FOUND
		DISPLAY "ReyQuoteRFS - QUOTE REFUSED: NO-RATE "
			RFS-QTE-USE-PRODUCT UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	COMPUTE RFS-QTE-CHARGE-CENTS =
		RFS-QTE-TERM-DAYS * RFS-RTE-UNIT-PRICE.

	COMPUTE RFS-QTE-EXPIRY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-QTE-TODAY-NUM) +
		RFS-QTE-VALID-DAYS.

	PERFORM OPEN-QUOTE-FILE-UPDATE
		THRU OPEN-QUOTE-FILE-UPDATE-EXIT.
	PERFORM ASSIGN-NEXT-QUOTE-NO
		THRU ASSIGN-NEXT-QUOTE-NO-EXIT.

	MOVE RFS-QTE-NEXT-NO          TO QTE-QUOTE-NO.
	MOVE RFS-IN-SITE-CODE         TO QTE-SITE-CODE.
	MOVE RFS-QTE-USE-PRODUCT      TO QTE-PRODUCT-CODE.
	MOVE RFS-QTE-WINDOW-ID        TO QTE-SUBSCRIPTION-ID.
	MOVE RFS-QTE-WINDOW-END-NUM   TO QTE-WINDOW-END-DATE.
	MOVE RFS-QTE-TERM-DAYS        TO QTE-TERM-DAYS.
	MOVE RFS-RTE-UNIT-PRICE       TO QTE-UNIT-PRICE.
	MOVE RFS-RTE-VERSION-USED     TO QTE-RATE-DATE.
	MOVE RFS-QTE-CHARGE-CENTS     TO QTE-CHARGE.
	MOVE RFS-QTE-TODAY-NUM        TO QTE-ISSUE-DATE.
	COMPUTE QTE-EXPIRY-DATE =
		FUNCTION DATE-OF-INTEGER (RFS-QTE-EXPIRY-INT).
	MOVE RFS-SIGNON-USER          TO QTE-ISSUED-BY.
	MOVE "O"                      TO QTE-STATUS.
	MOVE RFS-QTE-TODAY-NUM        TO QTE-STATUS-DATE.
	MOVE SPACE                    TO QTE-ACCEPTED-VIA.
	MOVE 0                        TO QTE-INVOICE-NO.
	MOVE 0                        TO QTE-REFERENCE.

	WRITE RFS-QTE-RECORD.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	MOVE 0 TO RFS-QTE-SUPERSEDE-IDX.
	PERFORM LAPSE-SUPERSEDED-QUOTE
		THRU LAPSE-SUPERSEDED-QUOTE-EXIT
		UNTIL RFS-QTE-SUPERSEDE-IDX >= RFS-QTE-SUPERSEDE-USED.

	*> The new quote back in the record area for the document.
	MOVE RFS-QTE-NEXT-NO TO QTE-QUOTE-NO.
	READ RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	PERFORM PRINT-QUOTE-DOCUMENT
		THRU PRINT-QUOTE-DOCUMENT-EXIT.

	MOVE "QUOTE"             TO RFS-AUDIT-OPERATION.
	MOVE QTE-SITE-CODE       TO RFS-AUDIT-SITE-CODE.
	MOVE QTE-PRODUCT-CODE    TO RFS-AUDIT-PRODUCT-CODE.
	MOVE QTE-SUBSCRIPTION-ID TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE QTE-QUOTE-NO        TO RFS-AUDIT-OLD-END-DATE.
	MOVE QTE-EXPIRY-DATE     TO RFS-AUDIT-NEW-END-DATE.

	CLOSE RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	PERFORM LOG-RFS-AUDIT-EVENT.

	IF ADDRESS OF RFS-IN-QUOTE-NO NOT = NULL
		MOVE RFS-QTE-NEXT-NO TO RFS-IN-QUOTE-NO
	END-IF.

	DISPLAY "ReyQuoteRFS - QUOTE " RFS-QTE-NEXT-NO " ISSUED FOR "
		RFS-IN-SITE-CODE " " RFS-QTE-USE-PRODUCT UPON CONSOLE.

ISSUE-RENEWAL-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** READ-QUOTED-WINDOW        <*
*> *** Keyed lookup of the       <*
*> *** site/product's latest     <*
*> *** window - the one the      <*
*> *** quote offers to renew     <*
*> ******************************* <*

READ-QUOTED-WINDOW.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		DISPLAY "ReyQuoteRFS - QUOTE REFUSED: NOT-PROV "
			RFS-IN-SITE-CODE " " RFS-QTE-USE-PRODUCT UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-IN-SITE-CODE    TO RFS-LATEST-SEEK-SITE.
	MOVE RFS-QTE-USE-PRODUCT TO RFS-LATEST-SEEK-PRODUCT.
	PERFORM FIND-LATEST-RECORD-BY-KEY
		THRU FIND-LATEST-RECORD-BY-KEY-EXIT.

	IF RFS-LATEST-FOUND
		MOVE RFS-LATEST-FOUND-ID TO RFS-QTE-WINDOW-ID
		COMPUTE RFS-QTE-WINDOW-START-NUM =
			YEAR-START * 10000 + MONTH-START * 100 + DAY-START
		COMPUTE RFS-QTE-WINDOW-END-NUM =
			YEAR-END * 10000 + MONTH-END * 100 + DAY-END
		MOVE RECORD-STATUS    TO RFS-QTE-WINDOW-MARK
		MOVE STATUS-EFFECTIVE TO RFS-QTE-WINDOW-EFFECTIVE
	END-IF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF NOT RFS-LATEST-FOUND
		DISPLAY "ReyQuoteRFS - QUOTE REFUSED: NOT-PROV "
			RFS-IN-SITE-CODE " " RFS-QTE-USE-PRODUCT UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

READ-QUOTED-WINDOW-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-QUOTE-FILE-UPDATE    <*
*> *** Creates the quotes file   <*
*> *** on first use, the same    <*
*> *** way the ledger is created <*
*> ******************************* <*

OPEN-QUOTE-FILE-UPDATE.

	OPEN I-O RFS-QTE-FILE.
	IF RFS-QTE-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-QTE-FILE
		IF NOT RFS-QTE-STATUS-OK
			PERFORM HANDLE-RFS-QTE-ERROR
		END-IF

		CLOSE RFS-QTE-FILE
		IF NOT RFS-QTE-STATUS-OK
			PERFORM HANDLE-RFS-QTE-ERROR
		END-IF

		OPEN I-O RFS-QTE-FILE
	END-IF.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

OPEN-QUOTE-FILE-UPDATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** ASSIGN-NEXT-QUOTE-NO      <*
*> *** The quote number is the   <*
*> *** highest on file plus one; <*
*> *** the same walk notes the   <*
*> *** open quotes the new one   <*
*> *** supersedes                <*
*> ******************************* <*

ASSIGN-NEXT-QUOTE-NO.

	MOVE 0 TO RFS-QTE-NEXT-NO.
	MOVE 0 TO RFS-QTE-SUPERSEDE-USED.
	MOVE "N" TO RFS-QTE-SCAN-EOF-FLAG.
	MOVE 0 TO QTE-QUOTE-NO.

	START RFS-QTE-FILE KEY IS NOT LESS THAN RFS-QTE-KEY.
	IF RFS-QTE-STATUS-NO-RECORD OR RFS-QTE-STATUS-EOF
		SET RFS-QTE-SCAN-EOF TO TRUE
	ELSE
		IF NOT RFS-QTE-STATUS-OK
			PERFORM HANDLE-RFS-QTE-ERROR
		END-IF
	END-IF.

	PERFORM SCAN-ONE-QUOTE
		THRU SCAN-ONE-QUOTE-EXIT
		UNTIL RFS-QTE-SCAN-EOF.

	ADD 1 TO RFS-QTE-NEXT-NO.

ASSIGN-NEXT-QUOTE-NO-EXIT.
	EXIT.

SCAN-ONE-QUOTE.

	READ RFS-QTE-FILE NEXT RECORD.

	IF RFS-QTE-STATUS-EOF
		SET RFS-QTE-SCAN-EOF TO TRUE
		GO TO SCAN-ONE-QUOTE-EXIT
	END-IF.

	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	MOVE QTE-QUOTE-NO TO RFS-QTE-NEXT-NO.

	IF QTE-STATUS = "O"
			AND QTE-SITE-CODE = RFS-IN-SITE-CODE
			AND QTE-PRODUCT-CODE = RFS-QTE-USE-PRODUCT
			AND QTE-SUBSCRIPTION-ID = RFS-QTE-WINDOW-ID
			AND RFS-QTE-SUPERSEDE-USED < 20
		ADD 1 TO RFS-QTE-SUPERSEDE-USED
		MOVE QTE-QUOTE-NO
			TO RFS-QTE-SUPERSEDE-NO (RFS-QTE-SUPERSEDE-USED)
	END-IF.

SCAN-ONE-QUOTE-EXIT.
	EXIT.

LAPSE-SUPERSEDED-QUOTE.

	ADD 1 TO RFS-QTE-SUPERSEDE-IDX.

	MOVE RFS-QTE-SUPERSEDE-NO (RFS-QTE-SUPERSEDE-IDX)
		TO QTE-QUOTE-NO.
	READ RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	MOVE "L"               TO QTE-STATUS.
	MOVE RFS-QTE-TODAY-NUM TO QTE-STATUS-DATE.

	REWRITE RFS-QTE-RECORD.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

LAPSE-SUPERSEDED-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** REPRINT-QUOTE             <*
*> ******************************* <*

REPRINT-QUOTE.

	IF ADDRESS OF RFS-IN-QUOTE-NO = NULL
		DISPLAY "ReyQuoteRFS - NO QUOTE NUMBER TO REPRINT"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	OPEN INPUT RFS-QTE-FILE.
	IF RFS-QTE-STATUS-NOT-FOUND
		DISPLAY "ReyQuoteRFS - QUOTE " RFS-IN-QUOTE-NO
			" NOT ON FILE" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	MOVE RFS-IN-QUOTE-NO TO QTE-QUOTE-NO.
	READ RFS-QTE-FILE.
	IF RFS-QTE-STATUS-NO-RECORD
		CLOSE RFS-QTE-FILE
		DISPLAY "ReyQuoteRFS - QUOTE " RFS-IN-QUOTE-NO
			" NOT ON FILE" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	PERFORM PRINT-QUOTE-DOCUMENT
		THRU PRINT-QUOTE-DOCUMENT-EXIT.

	CLOSE RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

REPRINT-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** PRINT-QUOTE-DOCUMENT      <*
*> *** The quote in RFS-QTE-     <*
*> *** RECORD as the customer    <*
*> *** sees it; a reprint of a   <*
*> *** quote no longer open says <*
*> *** so                        <*
*> ******************************* <*

PRINT-QUOTE-DOCUMENT.

	OPEN OUTPUT RFS-QDC-FILE.
	IF NOT RFS-QDC-STATUS-OK
		PERFORM HANDLE-RFS-QDC-ERROR
	END-IF.

	MOVE QTE-SITE-CODE TO RFS-CST-LOOKUP-SITE.
	PERFORM LOOKUP-SITE-CUSTOMER
		THRU LOOKUP-SITE-CUSTOMER-EXIT.

	MOVE QTE-PRODUCT-CODE TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.

	MOVE QTE-QUOTE-NO TO QDC-TITLE-NO.
	MOVE RFS-QTE-DOC-TITLE TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	MOVE QTE-ISSUE-DATE  TO QDC-ISSUE-OUT.
	MOVE QTE-EXPIRY-DATE TO QDC-EXPIRY-OUT.
	MOVE RFS-QTE-DOC-DATES TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	MOVE SPACES TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	IF RFS-CST-FOUND
		MOVE RFS-CST-NAME    TO QDC-CUST-OUT
		MOVE RFS-CST-CONTACT TO QDC-CONTACT-OUT
		MOVE RFS-QTE-DOC-CUSTOMER TO RFS-QDC-LINE
		PERFORM WRITE-QUOTE-DOC-LINE
		MOVE RFS-QTE-DOC-CONTACT TO RFS-QDC-LINE
		PERFORM WRITE-QUOTE-DOC-LINE
	END-IF.

	MOVE QTE-SITE-CODE TO QDC-SITE-OUT.
	MOVE RFS-QTE-DOC-SITE TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	MOVE QTE-PRODUCT-CODE TO QDC-PRODUCT-OUT.
	IF RFS-PCT-FOUND
		MOVE RFS-PCT-DESCRIPTION TO QDC-PROD-DESC
	ELSE
		MOVE SPACES TO QDC-PROD-DESC
	END-IF.
	MOVE RFS-QTE-DOC-PRODUCT TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	MOVE QTE-WINDOW-END-DATE TO QDC-CUR-END-OUT.
	MOVE RFS-QTE-DOC-CURRENT TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	COMPUTE RFS-QTE-NEW-END-INT =
		FUNCTION INTEGER-OF-DATE (QTE-WINDOW-END-DATE) +
		QTE-TERM-DAYS.
	COMPUTE RFS-QTE-NEW-END-NUM =
		FUNCTION DATE-OF-INTEGER (RFS-QTE-NEW-END-INT).
	MOVE QTE-TERM-DAYS       TO QDC-TERM-OUT.
	MOVE RFS-QTE-NEW-END-NUM TO QDC-NEW-END-OUT.
	MOVE RFS-QTE-DOC-TERM TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	COMPUTE QDC-PRICE-OUT = QTE-UNIT-PRICE / 100.
	MOVE QTE-RATE-DATE TO QDC-RATE-OUT.
	MOVE RFS-QTE-DOC-PRICE TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	COMPUTE QDC-CHARGE-OUT = QTE-CHARGE / 100.
	MOVE RFS-QTE-DOC-CHARGE TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	MOVE SPACES TO RFS-QDC-LINE.
	PERFORM WRITE-QUOTE-DOC-LINE.

	IF QTE-STATUS = "O"
		MOVE QTE-EXPIRY-DATE TO QDC-HOLD-OUT
		MOVE RFS-QTE-DOC-HOLD TO RFS-QDC-LINE
		PERFORM WRITE-QUOTE-DOC-LINE
		MOVE QTE-QUOTE-NO TO QDC-CITE-OUT
		MOVE RFS-QTE-DOC-CITE TO RFS-QDC-LINE
		PERFORM WRITE-QUOTE-DOC-LINE
	ELSE
		EVALUATE QTE-STATUS
			WHEN "A"
				MOVE "ACCEPTED" TO QDC-STATE-OUT
			WHEN "X"
				MOVE "EXPIRED"  TO QDC-STATE-OUT
			WHEN "L"
				MOVE "LAPSED"   TO QDC-STATE-OUT
			WHEN OTHER
				MOVE QTE-STATUS TO QDC-STATE-OUT
		END-EVALUATE
		MOVE QTE-STATUS-DATE TO QDC-STATE-DATE
		MOVE RFS-QTE-DOC-STATE TO RFS-QDC-LINE
		PERFORM WRITE-QUOTE-DOC-LINE
	END-IF.

	CLOSE RFS-QDC-FILE.
	IF NOT RFS-QDC-STATUS-OK
		PERFORM HANDLE-RFS-QDC-ERROR
	END-IF.

PRINT-QUOTE-DOCUMENT-EXIT.
	EXIT.

WRITE-QUOTE-DOC-LINE.

	WRITE RFS-QDC-LINE.
	IF NOT RFS-QDC-STATUS-OK
		PERFORM HANDLE-RFS-QDC-ERROR
	END-IF.

WRITE-QUOTE-DOC-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-QTE-ERROR      <*
*> ******************************* <*

HANDLE-RFS-QTE-ERROR.
	DISPLAY "RFS-QTE-FILE ERROR - FILE STATUS " RFS-QTE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-QTE-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-QDC-ERROR      <*
*> ******************************* <*

HANDLE-RFS-QDC-ERROR.
	DISPLAY "RFS-QDC-FILE ERROR - FILE STATUS " RFS-QDC-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-QDC-ERROR-EXIT.
	EXIT.

	COPY "rfs.latest.cpy".
	COPY "rates.lookup.cpy".
	COPY "prodcat.lookup.cpy".
	COPY "custmast.lookup.cpy".
	COPY "audit.log.cpy".
	COPY "opercheck.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
