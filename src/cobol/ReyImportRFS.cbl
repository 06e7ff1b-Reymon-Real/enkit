*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyImportRFS.cbl     *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
			COPY "impchk.env.cpy".
			COPY "ordack.env.cpy".
			COPY "prodcat.env.cpy".
			COPY "deps.env.cpy".
			COPY "recv.env.cpy".
			COPY "quotes.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
		COPY "impchk.fd.cpy".
		COPY "ordack.fd.cpy".
		COPY "prodcat.fd.cpy".
		COPY "deps.fd.cpy".
		COPY "recv.fd.cpy".
		COPY "quotes.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "impchk.status.cpy".
		COPY "ordack.status.cpy".
		COPY "prodcat.status.cpy".
		COPY "deps.status.cpy".
		COPY "recv.status.cpy".
		COPY "quotes.status.cpy".
		COPY "runlog.status.cpy".

		COPY "prodcat.lookup-ws.cpy".

		COPY "deps.check-ws.cpy".

		COPY "recv.ledger-ws.cpy".

		COPY "quotes.lookup-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-IMP-ORDER-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-IMP-ORDER-EOF VALUE "Y".

			05 RFS-IMP-RAW-GRACE    PIC X(08).
			05 RFS-IMP-RAW-WARNING  PIC X(08).
			05 RFS-IMP-RAW-TYPE     PIC X(08).
			05 RFS-IMP-RAW-QUOTE    PIC X(08).

		01 RFS-IMP-START-DATE-NUM PIC 9(08).
		01 RFS-IMP-START-TIME-NUM PIC 9(08).
			88 RFS-IMP-END-DEFAULTED VALUE "Y".

		01 RFS-IMP-DEFAULT-END-INT USAGE BINARY-LONG.
		*> The term a blank end date runs - the catalog's
		*> default, or the cited quote's own term.
		01 RFS-IMP-DEFAULT-TERM    USAGE BINARY-LONG.

		*> The quote a RENEW row cites, zero for none - the
		*> renewal then runs the quote's term and its invoice
		*> item carries the quote's locked charge.
		01 RFS-IMP-QUOTE-NUM PIC 9(08) VALUE 0.
		01 RFS-IMP-TODAY-NUM PIC 9(08).

		*> The row's product column names a bundle rather than a
		*> catalog product - ReyWriteRFS provisions every product
		*> in it.
		01 RFS-IMP-BUNDLE-FLAG PIC X(01) VALUE "N".
			88 RFS-IMP-BUNDLE VALUE "Y".

		01 RFS-IMP-APPLIED-NEW-COUNT   PIC 9(05) VALUE 0.
		01 RFS-IMP-APPLIED-RENEW-COUNT PIC 9(05) VALUE 0.
*>     from the acknowledgments instead of re-querying us days
*>     later. A
*>     header line starting with "SITE-CODE" is skipped. Numeric
*>     fields may be zero-padded or bare. The product column may
*>     name a bundle (see ReyDepMaint) on a NEW row; an add-on
*>     whose base is not live at the site, or whose window would
*>     outrun the base's, is rejected NO-BASE or PAST-BASE.
*>     An optional tenth column on a RENEW row cites a quote
*>     issued by ReyQuoteRFS: the renewal runs the quote's term
*>     (a blank end date is filled in from it; one that
*>     disagrees rejects QUOTE-TERM), the window's invoice item
*>     is raised or restated at the quote's locked charge
*>     instead of whatever the nightly pricing would bill, and
*>     the quote is marked accepted. A quote that is not the
*>     site's, already taken up, expired, or whose window has
*>     moved on rejects the row BAD-QUOTE, QUOTE-USED,
*>     QUOTE-EXPIRY or QUOTE-LAPSED.
*>
*>     Mode "V" is the dry run: every check the real import runs
*>     - field parsing, the shared calendar validation, the
*>     pre-apply site scan and the dependency rules against
*>     rfs.dat as it stands (a base ordered earlier in the same
*>     file is not there yet) - but nothing is applied and
*>     nothing is committed: rfs.dat and
*>     rfs-audit.dat are read at most, rfs-orders-rej.csv is
*>     left alone, and the full would-apply / would-reject
*>     verdict on every row lands in rfs-orders-check.txt with
*>     its reason - so a bad file bounces back to the order desk
*>     before anything is committed.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     order rows read, applied, rejected - a dry run is logged
*>     as step VALIDATE with its would-apply and would-reject
*>     counts. Header and blank lines are not order rows.
*>
*> Parameters:
*>     RFS-IN-IMPORT-MODE (optional) - "V" validates only;
*>     omitted or anything else applies the rows

PROCEDURE DIVISION USING OPTIONAL RFS-IN-IMPORT-MODE.

	ACCEPT RFS-IMP-TODAY-NUM FROM DATE YYYYMMDD.

	IF ADDRESS OF RFS-IN-IMPORT-MODE NOT = NULL
		IF RFS-IN-IMPORT-MODE = "V"
			SET RFS-IMP-VALIDATE-ONLY TO TRUE
		END-IF
	END-IF.

	MOVE "ReyImportRFS" TO RFS-RUN-PROGRAM.
	IF RFS-IMP-VALIDATE-ONLY
		MOVE "VALIDATE" TO RFS-RUN-STEP
	END-IF.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	*> Bulk imports only run for a signed-on operator holding
	*> the import grant. RENEW rows pass through ReyRenewRFS,
	*> which enforces its own renew grant - so an importer
	IF RFS-IMP-REJECT-COUNT > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

	COMPUTE RFS-RUN-WRITTEN = RFS-IMP-APPLIED-NEW-COUNT +
		RFS-IMP-APPLIED-RENEW-COUNT.
	MOVE RFS-IMP-REJECT-COUNT TO RFS-RUN-REJECTED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
		GO TO IMPORT-NEXT-ORDER-EXIT
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	PERFORM PARSE-ORDER-ROW THRU PARSE-ORDER-ROW-EXIT.

	IF NOT RFS-IMP-ROW-OK
	PERFORM SCAN-SITE-LATEST-END
		THRU SCAN-SITE-LATEST-END-EXIT.

	IF RFS-IMP-QUOTE-NUM > 0
		PERFORM CHECK-ORDER-QUOTE
			THRU CHECK-ORDER-QUOTE-EXIT
	END-IF.

	IF RFS-IMP-ROW-OK
		PERFORM CHECK-ORDER-DEPENDENCIES
			THRU CHECK-ORDER-DEPENDENCIES-EXIT
	END-IF.

	IF NOT RFS-IMP-ROW-OK
		PERFORM REJECT-ORDER-ROW
		GO TO IMPORT-NEXT-ORDER-EXIT
	END-IF.

	IF RFS-IMP-VALIDATE-ONLY
		PERFORM JUDGE-ORDER-ROW THRU JUDGE-ORDER-ROW-EXIT
		GO TO IMPORT-NEXT-ORDER-EXIT
PARSE-ORDER-ROW.

	MOVE "Y" TO RFS-IMP-ROW-OK-FLAG.
	MOVE "N" TO RFS-IMP-BUNDLE-FLAG.
	MOVE SPACES TO RFS-IMP-ROW-REASON.
	MOVE SPACES TO RFS-IMP-RAW-FIELDS.

			RFS-IMP-RAW-END-TM
			RFS-IMP-RAW-GRACE
			RFS-IMP-RAW-WARNING
			RFS-IMP-RAW-TYPE
			RFS-IMP-RAW-QUOTE.

	IF RFS-IMP-RAW-SITE = SPACES
		MOVE "BAD-SITE" TO RFS-IMP-ROW-REASON
		GO TO PARSE-ORDER-ROW-EXIT
	END-IF.

	PERFORM PARSE-ORDER-QUOTE
		THRU PARSE-ORDER-QUOTE-EXIT.
	IF NOT RFS-IMP-ROW-OK
		GO TO PARSE-ORDER-ROW-EXIT
	END-IF.

	*> A row with no product column falls back to the core
	*> product, same as every other entry point.
	IF RFS-IMP-RAW-PRODUCT = SPACES
	MOVE RFS-IMP-RAW-PRODUCT TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.

	*> A code that is no product may name a bundle instead.
	IF NOT RFS-PCT-FOUND
		MOVE RFS-IMP-RAW-PRODUCT TO RFS-DPC-BUNDLE
		PERFORM LOAD-BUNDLE-MEMBERS
			THRU LOAD-BUNDLE-MEMBERS-EXIT
		IF RFS-DPC-MEMBER-COUNT > 0
			SET RFS-IMP-BUNDLE TO TRUE
		END-IF
	END-IF.

	IF RFS-PCT-CATALOG-PRESENT AND NOT RFS-PCT-FOUND
			AND NOT RFS-IMP-BUNDLE
		MOVE "BAD-PRODUCT" TO RFS-IMP-ROW-REASON
		MOVE "N" TO RFS-IMP-ROW-OK-FLAG
		GO TO PARSE-ORDER-ROW-EXIT
	IF RFS-IMP-RAW-END-DT = SPACES
		*> Blank end date: the catalog's default term fills it
		*> in - from the start date here, re-anchored to the
		*> site's current end for a RENEW after the site scan. A
		*> cited quote's term stands in for the catalog's.
		IF RFS-IMP-QUOTE-NUM > 0
			MOVE RFS-QTL-TERM-DAYS TO RFS-IMP-DEFAULT-TERM
		ELSE
			IF NOT RFS-PCT-FOUND OR RFS-PCT-DEFAULT-TERM = 0
				MOVE "BAD-NUMERIC" TO RFS-IMP-ROW-REASON
				MOVE "N" TO RFS-IMP-ROW-OK-FLAG
				GO TO PARSE-ORDER-ROW-EXIT
			END-IF
			MOVE RFS-PCT-DEFAULT-TERM TO RFS-IMP-DEFAULT-TERM
		END-IF
		SET RFS-IMP-END-DEFAULTED TO TRUE
		COMPUTE RFS-IMP-DEFAULT-END-INT =
			FUNCTION INTEGER-OF-DATE (RFS-IMP-START-DATE-NUM) +
			RFS-IMP-DEFAULT-TERM
		COMPUTE RFS-IMP-END-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (RFS-IMP-DEFAULT-END-INT)
	ELSE
		GO TO PARSE-ORDER-ROW-EXIT
	END-IF.

	*> A bundle is an order to provision, not a subscription -
	*> its products renew one row each.
	IF RFS-IMP-RAW-TYPE = "RENEW" AND RFS-IMP-BUNDLE
		MOVE "BUNDLE-RENEW" TO RFS-IMP-ROW-REASON
		MOVE "N" TO RFS-IMP-ROW-OK-FLAG
		GO TO PARSE-ORDER-ROW-EXIT
	END-IF.

	*> A withdrawn product refuses new subscriptions; its
	*> existing sites still renew.
	IF RFS-IMP-RAW-TYPE = "NEW"
PARSE-ORDER-ROW-EXIT.
	EXIT.

*> ******************************* <*
*> *** PARSE-ORDER-QUOTE         <*
*> *** A cited quote is read as  <*
*> *** the row is parsed - its   <*
*> *** term fills in a blank end <*
*> *** date and its product a    <*
*> *** blank product column.     <*
*> *** Only a RENEW row can take <*
*> *** a quote up                <*
*> ******************************* <*

PARSE-ORDER-QUOTE.

	MOVE 0 TO RFS-IMP-QUOTE-NUM.
	IF RFS-IMP-RAW-QUOTE = SPACES
		GO TO PARSE-ORDER-QUOTE-EXIT
	END-IF.

	MOVE RFS-IMP-RAW-QUOTE TO RFS-IMP-NUM-WORK.
	PERFORM NORMALIZE-ORDER-NUMBER
		THRU NORMALIZE-ORDER-NUMBER-EXIT.
	IF NOT RFS-IMP-NUM-VALID OR RFS-IMP-RAW-TYPE NOT = "RENEW"
		MOVE "BAD-QUOTE" TO RFS-IMP-ROW-REASON
		MOVE "N" TO RFS-IMP-ROW-OK-FLAG
		GO TO PARSE-ORDER-QUOTE-EXIT
	END-IF.
	MOVE RFS-IMP-NUM-VALUE TO RFS-IMP-QUOTE-NUM.

	MOVE RFS-IMP-QUOTE-NUM   TO RFS-QTL-SEEK-NO.
	MOVE RFS-IMP-RAW-SITE    TO RFS-QTL-SEEK-SITE.
	MOVE RFS-IMP-RAW-PRODUCT TO RFS-QTL-SEEK-PRODUCT.
	MOVE RFS-IMP-TODAY-NUM   TO RFS-QTL-AS-OF-NUM.
	PERFORM READ-CITED-QUOTE
		THRU READ-CITED-QUOTE-EXIT.
	IF NOT RFS-QTL-OK
		MOVE RFS-QTL-REASON TO RFS-IMP-ROW-REASON
		MOVE "N" TO RFS-IMP-ROW-OK-FLAG
		GO TO PARSE-ORDER-QUOTE-EXIT
	END-IF.

	MOVE RFS-QTL-PRODUCT TO RFS-IMP-RAW-PRODUCT.

PARSE-ORDER-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** NORMALIZE-ORDER-NUMBER    <*
*> *** Collects the digits of   <*
SCAN-SITE-LATEST-END-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-ORDER-QUOTE         <*
*> *** The quote has to be about <*
*> *** the site's latest window, <*
*> *** and a row that names its  <*
*> *** own end date has to land  <*
*> *** where the quoted term     <*
*> *** does. An unprovisioned    <*
*> *** site is left for its own  <*
*> *** reason                    <*
*> ******************************* <*

CHECK-ORDER-QUOTE.

	IF NOT RFS-IMP-SITE-FOUND
		GO TO CHECK-ORDER-QUOTE-EXIT
	END-IF.

	IF RFS-IMP-LATEST-ID NOT = RFS-QTL-WINDOW-ID
		MOVE "QUOTE-LAPSED" TO RFS-IMP-ROW-REASON
		MOVE "N" TO RFS-IMP-ROW-OK-FLAG
		GO TO CHECK-ORDER-QUOTE-EXIT
	END-IF.

	IF RFS-IMP-END-DEFAULTED
		GO TO CHECK-ORDER-QUOTE-EXIT
	END-IF.

	COMPUTE RFS-IMP-TERM-DAYS =
		FUNCTION INTEGER-OF-DATE (RFS-IMP-END-DATE-NUM) -
		FUNCTION INTEGER-OF-DATE (RFS-IMP-LATEST-END-NUM).
	IF RFS-IMP-TERM-DAYS NOT = RFS-QTL-TERM-DAYS
		MOVE "QUOTE-TERM" TO RFS-IMP-ROW-REASON
		MOVE "N" TO RFS-IMP-ROW-OK-FLAG
	END-IF.

CHECK-ORDER-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-ORDER-DEPENDENCIES  <*
*> *** The dependency rules the  <*
*> *** entry points enforce,     <*
*> *** judged here so the row    <*
*> *** rejects with the reason - <*
*> *** and the dry run sees it - <*
*> *** rather than as a bare     <*
*> *** WRITE-FAIL or RENEW-FAIL. <*
*> *** Rows the site scan        <*
*> *** already dooms are left    <*
*> *** for their own reasons     <*
*> ******************************* <*

CHECK-ORDER-DEPENDENCIES.

	MOVE "Y" TO RFS-DPC-OK-FLAG.
	MOVE RFS-IMP-RAW-SITE    TO RFS-DPC-SITE.
	MOVE RFS-IMP-RAW-PRODUCT TO RFS-DPC-PRODUCT.

	IF RFS-IMP-BUNDLE
		MOVE RFS-IMP-END-DATE-NUM TO RFS-DPC-END-NUM
		PERFORM CHECK-BUNDLE-PROVISION
			THRU CHECK-BUNDLE-PROVISION-EXIT
	ELSE
		IF RFS-IMP-RAW-TYPE = "NEW"
			IF RFS-IMP-SITE-FOUND
				GO TO CHECK-ORDER-DEPENDENCIES-EXIT
			END-IF
			MOVE RFS-IMP-END-DATE-NUM TO RFS-DPC-END-NUM
		ELSE
			IF NOT RFS-IMP-SITE-FOUND
				GO TO CHECK-ORDER-DEPENDENCIES-EXIT
			END-IF
			*> The renewal's end as APPLY-RENEW-ORDER will settle
			*> it - a blank end runs the default term on from
			*> the site's current end.
			IF RFS-IMP-END-DEFAULTED
				COMPUTE RFS-IMP-DEFAULT-END-INT =
					FUNCTION INTEGER-OF-DATE (RFS-IMP-LATEST-END-NUM) +
					RFS-IMP-DEFAULT-TERM
				COMPUTE RFS-DPC-END-NUM =
					FUNCTION DATE-OF-INTEGER (RFS-IMP-DEFAULT-END-INT)
			ELSE
				MOVE RFS-IMP-END-DATE-NUM TO RFS-DPC-END-NUM
			END-IF
		END-IF
		PERFORM CHECK-PRODUCT-DEPENDENCIES
			THRU CHECK-PRODUCT-DEPENDENCIES-EXIT
	END-IF.

	IF NOT RFS-DPC-OK
		MOVE RFS-DPC-REASON TO RFS-IMP-ROW-REASON
		MOVE "N" TO RFS-IMP-ROW-OK-FLAG
	END-IF.

CHECK-ORDER-DEPENDENCIES-EXIT.
	EXIT.

*> ******************************* <*
*> *** APPLY-NEW-ORDER           <*
*> *** Provisioning an already   <*
	IF RFS-IMP-END-DEFAULTED
		COMPUTE RFS-IMP-DEFAULT-END-INT =
			FUNCTION INTEGER-OF-DATE (RFS-IMP-LATEST-END-NUM) +
			RFS-IMP-DEFAULT-TERM
		COMPUTE RFS-IMP-END-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (RFS-IMP-DEFAULT-END-INT)
	END-IF.
		GO TO APPLY-RENEW-ORDER-EXIT
	END-IF.

	*> The quoted charge goes on the window's invoice item
	*> before the renewal fires - an item already paid or
	*> part-paid at another price stops the row while nothing
	*> has been renewed yet.
	IF RFS-IMP-QUOTE-NUM > 0
		PERFORM PLACE-QUOTED-ITEM
			THRU PLACE-QUOTED-ITEM-EXIT
		IF NOT RFS-QTL-OK
			MOVE RFS-QTL-REASON TO RFS-IMP-ROW-REASON
			MOVE "N" TO RFS-IMP-ROW-OK-FLAG
			GO TO APPLY-RENEW-ORDER-EXIT
		END-IF
	END-IF.

	MOVE RFS-IMP-RAW-SITE    TO RFS-IMP-CALL-SITE.
	MOVE RFS-IMP-RAW-PRODUCT TO RFS-IMP-CALL-PRODUCT.


	ADD 1 TO RFS-IMP-APPLIED-RENEW-COUNT.

	IF RFS-IMP-QUOTE-NUM > 0
		MOVE "O" TO RFS-QTL-ACCEPT-VIA
		MOVE 0   TO RFS-QTL-REFERENCE
		PERFORM MARK-QUOTE-ACCEPTED
			THRU MARK-QUOTE-ACCEPTED-EXIT
	END-IF.

	*> ReyRenewRFS appended the renewal under the next id; the
	*> term was derived to land exactly on the row's end date.
	MOVE "RENEW" TO RFS-IMP-ACK-OPERATION.
	IF RFS-IMP-END-DEFAULTED
		COMPUTE RFS-IMP-DEFAULT-END-INT =
			FUNCTION INTEGER-OF-DATE (RFS-IMP-LATEST-END-NUM) +
			RFS-IMP-DEFAULT-TERM
		COMPUTE RFS-IMP-END-DATE-NUM =
			FUNCTION DATE-OF-INTEGER (RFS-IMP-DEFAULT-END-INT)
	END-IF.
	COPY "rfs.validate.cpy".
	COPY "rfs.latest.cpy".
	COPY "prodcat.lookup.cpy".
	COPY "deps.check.cpy".
	COPY "recv.ledger.cpy".
	COPY "quotes.lookup.cpy".
	COPY "opercheck.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "runlog.cpy".
