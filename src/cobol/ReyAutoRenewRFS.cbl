*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyAutoRenewRFS.cbl  *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Nightly evergreen            *** <*
*> *** auto-renewal run             *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyAutoRenewRFS.

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
			COPY "autorenew.env.cpy".
			COPY "arenrpt.env.cpy".
			COPY "rates.env.cpy".
			COPY "invoice.env.cpy".
			COPY "recv.env.cpy".
			COPY "audit.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "autorenew.fd.cpy".
		COPY "arenrpt.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "invoice.fd.cpy".
		COPY "recv.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "autorenew.status.cpy".
		COPY "arenrpt.status.cpy".
		COPY "rates.status.cpy".
		COPY "invoice.status.cpy".
		COPY "recv.status.cpy".
		COPY "audit.status.cpy".
		COPY "runlog.status.cpy".

		COPY "rfs.latest-ws.cpy".

		COPY "rates.lookup-ws.cpy".

		COPY "recv.ledger-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-EV-TODAY-NUM PIC 9(08).
		01 RFS-EV-TODAY-INT USAGE BINARY-LONG.

		01 RFS-EV-AUT-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-EV-AUT-EOF VALUE "Y".

		01 RFS-EV-RFS-ABSENT-FLAG PIC X(01) VALUE "N".
			88 RFS-EV-RFS-ABSENT VALUE "Y".

		*> The latest window of the site/product the instruction
		*> is for.
		01 RFS-EV-CUR-ID       PIC 9(08).
		01 RFS-EV-CUR-END-NUM  PIC 9(08).
		01 RFS-EV-CUR-GRACE    USAGE BINARY-LONG.
		01 RFS-EV-CUR-MARK     PIC X(01).

		01 RFS-EV-DAYS-TO-END  USAGE BINARY-LONG.
		01 RFS-EV-NEW-END-INT  USAGE BINARY-LONG.
		01 RFS-EV-NEW-END-NUM  PIC 9(08).

		*> Why an instruction that fell due was held back;
		*> SPACES while it is still on course to renew.
		01 RFS-EV-REASON PIC X(12).

		*> What the window's invoice item needs once the renewal
		*> has gone through: "R" raise a new one, "S" restate the
		*> unpaid one the nightly pricing raised for another
		*> term, "K" keep the one already there as it is.
		01 RFS-EV-ITEM-ACTION PIC X(01).
			88 RFS-EV-ITEM-RAISE   VALUE "R".
			88 RFS-EV-ITEM-RESTATE VALUE "S".
			88 RFS-EV-ITEM-KEEP    VALUE "K".

		01 RFS-EV-ITEM-NO      PIC 9(08).
		01 RFS-EV-UNIT-PRICE   USAGE BINARY-LONG.
		01 RFS-EV-RATE-DATE    PIC 9(08).
		01 RFS-EV-CHARGE-CENTS USAGE BINARY-DOUBLE.

		*> ReyRenewRFS's linkage.
		01 RFS-EV-CALL-SITE    PIC X(08).
		01 RFS-EV-CALL-PRODUCT PIC X(04).
		01 RFS-EV-CALL-TERM    USAGE BINARY-LONG.

		01 RFS-EV-RENEWED-COUNT PIC 9(05) VALUE 0.
		01 RFS-EV-HELD-COUNT    PIC 9(05) VALUE 0.
		01 RFS-EV-CHARGED-CENTS USAGE BINARY-DOUBLE VALUE 0.

		*> CSV column images for the invoice feed, the same
		*> columns ReyPriceRFS writes.
		01 RFS-EV-OUT-ID       PIC 9(08).
		01 RFS-EV-OUT-END-DATE PIC 9(08).
		01 RFS-EV-OUT-TERM     PIC 9(04).

		01 RFS-EV-OUT-PRICE.
			05 EV-PRICE-WHOLE PIC 9(06).
			05 FILLER         PIC X(01) VALUE ".".
			05 EV-PRICE-CENTS PIC 9(02).

		01 RFS-EV-OUT-CHARGE.
			05 EV-CHARGE-WHOLE PIC 9(09).
			05 FILLER          PIC X(01) VALUE ".".
			05 EV-CHARGE-CENTS PIC 9(02).

		01 RFS-EV-OUT-RATE-DATE PIC 9(08).

		01 RFS-EV-TITLE-LINE.
			05 FILLER           PIC X(25)
				VALUE "Auto-renewal run for ".
			05 EV-TITLE-DATE    PIC 9(08).

		01 RFS-EV-COLUMN-LINE PIC X(120)
			VALUE
			"Site      Prod  Action     Sub-id  Old-end   New-end   Term         Charge   Invoice  Reason".

		01 RFS-EV-DETAIL-LINE.
			05 EV-SITE-OUT      PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-PRODUCT-OUT   PIC X(04).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-ACTION-OUT    PIC X(07).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-ID-OUT        PIC Z(07)9 BLANK WHEN ZERO.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-OLD-END-OUT   PIC 9(08) BLANK WHEN ZERO.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-NEW-END-OUT   PIC 9(08) BLANK WHEN ZERO.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-TERM-OUT      PIC Z(03)9.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-CHARGE-OUT    PIC Z(09)9.99 BLANK WHEN ZERO.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-INVOICE-OUT   PIC Z(07)9 BLANK WHEN ZERO.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 EV-REASON-OUT    PIC X(12).

		01 RFS-EV-TOTAL-LINE.
			05 FILLER           PIC X(10) VALUE "Renewed : ".
			05 EV-RENEWED-OUT   PIC Z(04)9.
			05 FILLER           PIC X(11) VALUE "   Held : ".
			05 EV-HELD-OUT      PIC Z(04)9.
			05 FILLER           PIC X(14) VALUE "   Charged : ".
			05 EV-CHARGED-OUT   PIC Z(11)9.99.

		01 RFS-EV-EMPTY-LINE PIC X(120)
			VALUE "No auto-renewal fell due tonight.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function works through every standing instruction
*>     in rfs-autorenew.dat (see ReyAutoRenMaint) switched on to
*>     renew by itself, and looks up the latest window of its
*>     site/product in rfs.dat. An instruction falls due once the
*>     window's end date is no more than its lead days away.
*>     A due site/product is held back - with the reason on the
*>     report - when it carries a cancel mark (CANCELLED), a
*>     suspend mark (SUSPENDED), is still an unconverted
*>     evaluation (TRIAL), is past its grace days (LAPSED), has
*>     reached the instruction's stop date (STOP-DATE),
*>     still owes on an invoice for an earlier window
*>     (UNPAID-INV), has no rate for the term (NO-RATE), has a
*>     part-paid invoice for the window at another term
*>     (ITEM-TERM), has no window in rfs.dat (NO-RECORD) or is
*>     refused by ReyRenewRFS itself (RENEW-FAIL). Everything
*>     else is renewed through ReyRenewRFS for the instruction's
*>     term; the window's invoice item in rfs-receivables.dat is
*>     raised at today's rate (or the one the nightly pricing
*>     already raised is kept, or restated to the term while
*>     nothing has been paid on it), a row with status AUTORENEW
*>     is appended to the invoice feed rfs-invoice.csv, and an
*>     AUTORENEW line is logged beside ReyRenewRFS's own RENEW
*>     line. rfs-autorenew-run.txt lists what renewed and what
*>     was held back, so the renewal team only works the
*>     exceptions. A renewed window's end date has moved past
*>     the lead days, so a rerun the same night renews nothing
*>     twice.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     instructions read, renewed, held back and skipped as
*>     opted out or not yet due - which always add up.
*>
*> Parameters:
*>     This function has no parameters
*>
*> Return:
*>     RETURN-CODE is zero when everything due renewed, 4 when
*>     anything was held back, 16 when a file operation could not
*>     be completed
*>

PROCEDURE DIVISION.

	*> The renewals run under the signed-on operator's renew
	*> grant; the AUTORENEW lines are attributed to the same
	*> operator as ReyRenewRFS's RENEW lines.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	ACCEPT RFS-EV-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-EV-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-EV-TODAY-NUM).

	MOVE "ReyAutoRenewRFS" TO RFS-RUN-PROGRAM.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	OPEN OUTPUT RFS-ARN-FILE.
	IF NOT RFS-ARN-STATUS-OK
		PERFORM HANDLE-RFS-ARN-ERROR
	END-IF.

	MOVE RFS-EV-TODAY-NUM TO EV-TITLE-DATE.
	MOVE RFS-EV-TITLE-LINE TO RFS-ARN-LINE.
	PERFORM WRITE-RUN-LINE.
	MOVE RFS-EV-COLUMN-LINE TO RFS-ARN-LINE.
	PERFORM WRITE-RUN-LINE.

	*> No instruction file yet is no instruction at all.
	OPEN INPUT RFS-AUT-FILE.
	IF RFS-AUT-STATUS-NOT-FOUND
		SET RFS-EV-AUT-EOF TO TRUE
	ELSE
		IF NOT RFS-AUT-STATUS-OK
			PERFORM HANDLE-RFS-AUT-ERROR
		END-IF
		PERFORM OPEN-RECEIVABLES-UPDATE
			THRU OPEN-RECEIVABLES-UPDATE-EXIT
		PERFORM OPEN-INVOICE-FEED
			THRU OPEN-INVOICE-FEED-EXIT
		PERFORM RENEW-NEXT-INSTRUCTION
			THRU RENEW-NEXT-INSTRUCTION-EXIT
			UNTIL RFS-EV-AUT-EOF
		CLOSE RFS-AUT-FILE
		IF NOT RFS-AUT-STATUS-OK
			PERFORM HANDLE-RFS-AUT-ERROR
		END-IF
		CLOSE RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
		CLOSE RFS-INV-FILE
		IF NOT RFS-INV-STATUS-OK
			PERFORM HANDLE-RFS-INV-ERROR
		END-IF
	END-IF.

	IF RFS-EV-RENEWED-COUNT = 0 AND RFS-EV-HELD-COUNT = 0
		MOVE RFS-EV-EMPTY-LINE TO RFS-ARN-LINE
		PERFORM WRITE-RUN-LINE
	END-IF.

	MOVE RFS-EV-RENEWED-COUNT TO EV-RENEWED-OUT.
	MOVE RFS-EV-HELD-COUNT    TO EV-HELD-OUT.
	COMPUTE EV-CHARGED-OUT = RFS-EV-CHARGED-CENTS / 100.
	MOVE RFS-EV-TOTAL-LINE TO RFS-ARN-LINE.
	PERFORM WRITE-RUN-LINE.

	CLOSE RFS-ARN-FILE.
	IF NOT RFS-ARN-STATUS-OK
		PERFORM HANDLE-RFS-ARN-ERROR
	END-IF.

	DISPLAY "ReyAutoRenewRFS - RENEWED " RFS-EV-RENEWED-COUNT
		" HELD " RFS-EV-HELD-COUNT UPON CONSOLE.

	IF RFS-EV-HELD-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.

	MOVE RFS-EV-RENEWED-COUNT TO RFS-RUN-WRITTEN.
	MOVE RFS-EV-HELD-COUNT    TO RFS-RUN-REJECTED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** OPEN-INVOICE-FEED         <*
*> *** Tonight's renewals are    <*
*> *** added to the feed as it   <*
*> *** stands; a feed not there  <*
*> *** yet starts with the same  <*
*> *** header ReyPriceRFS writes <*
*> ******************************* <*

OPEN-INVOICE-FEED.

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

OPEN-INVOICE-FEED-EXIT.
	EXIT.

*> ******************************* <*
*> *** RENEW-NEXT-INSTRUCTION    <*
*> ******************************* <*

RENEW-NEXT-INSTRUCTION.

	READ RFS-AUT-FILE NEXT RECORD.

	IF RFS-AUT-STATUS-EOF
		SET RFS-EV-AUT-EOF TO TRUE
		GO TO RENEW-NEXT-INSTRUCTION-EXIT
	END-IF.

	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	IF NOT AUT-RENEWS
		ADD 1 TO RFS-RUN-SKIPPED
		GO TO RENEW-NEXT-INSTRUCTION-EXIT
	END-IF.

	MOVE SPACES TO RFS-EV-REASON.
	MOVE 0 TO RFS-EV-CUR-ID.
	MOVE 0 TO RFS-EV-CUR-END-NUM.
	MOVE 0 TO RFS-EV-CHARGE-CENTS.
	MOVE 0 TO RFS-EV-ITEM-NO.

	PERFORM READ-INSTRUCTION-WINDOW
		THRU READ-INSTRUCTION-WINDOW-EXIT.

	IF RFS-EV-REASON NOT = SPACES
		PERFORM WRITE-HELD-LINE
		GO TO RENEW-NEXT-INSTRUCTION-EXIT
	END-IF.

	COMPUTE RFS-EV-DAYS-TO-END =
		FUNCTION INTEGER-OF-DATE (RFS-EV-CUR-END-NUM) -
		RFS-EV-TODAY-INT.

	IF RFS-EV-DAYS-TO-END > AUT-LEAD-DAYS
		ADD 1 TO RFS-RUN-SKIPPED
		GO TO RENEW-NEXT-INSTRUCTION-EXIT
	END-IF.

	PERFORM JUDGE-DUE-INSTRUCTION
		THRU JUDGE-DUE-INSTRUCTION-EXIT.

	IF RFS-EV-REASON = SPACES
		PERFORM PRICE-DUE-RENEWAL
			THRU PRICE-DUE-RENEWAL-EXIT
	END-IF.

	IF RFS-EV-REASON NOT = SPACES
		PERFORM WRITE-HELD-LINE
		GO TO RENEW-NEXT-INSTRUCTION-EXIT
	END-IF.

	MOVE AUT-SITE-CODE    TO RFS-EV-CALL-SITE.
	MOVE AUT-PRODUCT-CODE TO RFS-EV-CALL-PRODUCT.
	MOVE AUT-TERM-DAYS    TO RFS-EV-CALL-TERM.

	MOVE 0 TO RETURN-CODE.
	CALL "ReyRenewRFS" USING RFS-EV-CALL-SITE RFS-EV-CALL-PRODUCT
		RFS-EV-CALL-TERM.

	IF RETURN-CODE NOT = 0
		MOVE "RENEW-FAIL" TO RFS-EV-REASON
		MOVE 0 TO RETURN-CODE
		PERFORM WRITE-HELD-LINE
		GO TO RENEW-NEXT-INSTRUCTION-EXIT
	END-IF.

	COMPUTE RFS-EV-NEW-END-INT =
		FUNCTION INTEGER-OF-DATE (RFS-EV-CUR-END-NUM) + AUT-TERM-DAYS.
	COMPUTE RFS-EV-NEW-END-NUM =
		FUNCTION DATE-OF-INTEGER (RFS-EV-NEW-END-INT).

	PERFORM PLACE-RENEWAL-ITEM
		THRU PLACE-RENEWAL-ITEM-EXIT.

	PERFORM WRITE-INVOICE-ROW
		THRU WRITE-INVOICE-ROW-EXIT.

	MOVE "AUTORENEW"        TO RFS-AUDIT-OPERATION.
	MOVE AUT-SITE-CODE      TO RFS-AUDIT-SITE-CODE.
	MOVE AUT-PRODUCT-CODE   TO RFS-AUDIT-PRODUCT-CODE.
	COMPUTE RFS-AUDIT-SUBSCRIPTION-ID = RFS-EV-CUR-ID + 1.
	MOVE RFS-EV-CUR-END-NUM TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-EV-NEW-END-NUM TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

	ADD 1 TO RFS-EV-RENEWED-COUNT.
	ADD RFS-EV-CHARGE-CENTS TO RFS-EV-CHARGED-CENTS.

	MOVE AUT-SITE-CODE      TO EV-SITE-OUT.
	MOVE AUT-PRODUCT-CODE   TO EV-PRODUCT-OUT.
	MOVE "RENEWED"          TO EV-ACTION-OUT.
	COMPUTE EV-ID-OUT = RFS-EV-CUR-ID + 1.
	MOVE RFS-EV-CUR-END-NUM TO EV-OLD-END-OUT.
	MOVE RFS-EV-NEW-END-NUM TO EV-NEW-END-OUT.
	MOVE AUT-TERM-DAYS      TO EV-TERM-OUT.
	COMPUTE EV-CHARGE-OUT = RFS-EV-CHARGE-CENTS / 100.
	MOVE RFS-EV-ITEM-NO     TO EV-INVOICE-OUT.
	MOVE SPACES             TO EV-REASON-OUT.
	MOVE RFS-EV-DETAIL-LINE TO RFS-ARN-LINE.
	PERFORM WRITE-RUN-LINE.

RENEW-NEXT-INSTRUCTION-EXIT.
	EXIT.

*> ******************************* <*
*> *** READ-INSTRUCTION-WINDOW   <*
*> *** rfs.dat is opened and     <*
*> *** closed around the lookup  <*
*> *** - ReyRenewRFS opens it    <*
*> *** for update itself         <*
*> ******************************* <*

READ-INSTRUCTION-WINDOW.

	IF RFS-EV-RFS-ABSENT
		MOVE "NO-RECORD" TO RFS-EV-REASON
		GO TO READ-INSTRUCTION-WINDOW-EXIT
	END-IF.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		SET RFS-EV-RFS-ABSENT TO TRUE
		MOVE "NO-RECORD" TO RFS-EV-REASON
		GO TO READ-INSTRUCTION-WINDOW-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE AUT-SITE-CODE    TO RFS-LATEST-SEEK-SITE.
	MOVE AUT-PRODUCT-CODE TO RFS-LATEST-SEEK-PRODUCT.
	PERFORM FIND-LATEST-RECORD-BY-KEY
		THRU FIND-LATEST-RECORD-BY-KEY-EXIT.

	IF RFS-LATEST-FOUND
		MOVE SUBSCRIPTION-ID TO RFS-EV-CUR-ID
		COMPUTE RFS-EV-CUR-END-NUM =
			YEAR-END * 10000 + MONTH-END * 100 + DAY-END
		MOVE GRACE-DAYS      TO RFS-EV-CUR-GRACE
		MOVE RECORD-STATUS   TO RFS-EV-CUR-MARK
	ELSE
		MOVE "NO-RECORD" TO RFS-EV-REASON
	END-IF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

READ-INSTRUCTION-WINDOW-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-DUE-INSTRUCTION     <*
*> *** A cancel or suspend mark  <*
*> *** holds the renewal whether <*
*> *** or not it has taken       <*
*> *** effect yet - notice given <*
*> *** is not a contract to roll <*
*> *** on                        <*
*> ******************************* <*

JUDGE-DUE-INSTRUCTION.

	EVALUATE TRUE
		WHEN RFS-EV-CUR-MARK = "C"
			MOVE "CANCELLED" TO RFS-EV-REASON
		WHEN RFS-EV-CUR-MARK = "S"
			MOVE "SUSPENDED" TO RFS-EV-REASON
		WHEN RFS-EV-CUR-MARK = "T"
			MOVE "TRIAL"     TO RFS-EV-REASON
		WHEN RFS-EV-DAYS-TO-END + RFS-EV-CUR-GRACE < 0
			MOVE "LAPSED"    TO RFS-EV-REASON
		WHEN AUT-STOP-DATE > 0
				AND RFS-EV-CUR-END-NUM >= AUT-STOP-DATE
			MOVE "STOP-DATE" TO RFS-EV-REASON
	END-EVALUATE.

	IF RFS-EV-REASON NOT = SPACES
		GO TO JUDGE-DUE-INSTRUCTION-EXIT
	END-IF.

	*> The oldest invoice the site/product still owes on - one
	*> for the window being renewed is this renewal's own bill,
	*> anything older is a debt the renewal must not roll over.
	MOVE AUT-SITE-CODE    TO RFS-RCV-SEEK-SITE.
	MOVE AUT-PRODUCT-CODE TO RFS-RCV-SEEK-PRODUCT.
	MOVE 0                TO RFS-RCV-SEEK-ID.
	PERFORM FIND-RECEIVABLE-ITEM
		THRU FIND-RECEIVABLE-ITEM-EXIT.
	IF RFS-RCV-ITEM-FOUND
			AND RCV-SUBSCRIPTION-ID < RFS-EV-CUR-ID
		MOVE "UNPAID-INV" TO RFS-EV-REASON
	END-IF.

JUDGE-DUE-INSTRUCTION-EXIT.
	EXIT.

*> ******************************* <*
*> *** PRICE-DUE-RENEWAL         <*
*> *** Settles the charge before <*
*> *** anything is renewed: the  <*
*> *** item the nightly pricing  <*
*> *** already raised for the    <*
*> *** window keeps its locked   <*
*> *** price, otherwise today's  <*
*> *** rate for the term         <*
*> ******************************* <*

PRICE-DUE-RENEWAL.

	MOVE AUT-SITE-CODE    TO RFS-RCV-SEEK-SITE.
	MOVE AUT-PRODUCT-CODE TO RFS-RCV-SEEK-PRODUCT.
	MOVE RFS-EV-CUR-ID    TO RFS-RCV-SEEK-ID.
	PERFORM FIND-RECEIVABLE-ITEM
		THRU FIND-RECEIVABLE-ITEM-EXIT.

	IF RFS-RCV-ITEM-FOUND
		MOVE RCV-INVOICE-NO TO RFS-EV-ITEM-NO
		MOVE RCV-UNIT-PRICE TO RFS-EV-UNIT-PRICE
		MOVE RCV-RATE-DATE  TO RFS-EV-RATE-DATE
		IF RCV-TERM-DAYS = AUT-TERM-DAYS
			SET RFS-EV-ITEM-KEEP TO TRUE
			MOVE RCV-AMOUNT TO RFS-EV-CHARGE-CENTS
			GO TO PRICE-DUE-RENEWAL-EXIT
		END-IF
		*> Billed for another term - restated at the same locked
		*> price while nothing has been paid on it; a paid or
		*> part-paid item is finance's to untangle.
		IF RCV-STATUS NOT = "O" OR RCV-AMOUNT-PAID > 0
			MOVE "ITEM-TERM" TO RFS-EV-REASON
			GO TO PRICE-DUE-RENEWAL-EXIT
		END-IF
		SET RFS-EV-ITEM-RESTATE TO TRUE
		COMPUTE RFS-EV-CHARGE-CENTS =
			AUT-TERM-DAYS * RFS-EV-UNIT-PRICE
		GO TO PRICE-DUE-RENEWAL-EXIT
	END-IF.

	MOVE AUT-PRODUCT-CODE TO RFS-RTE-LOOKUP-PRODUCT.
	MOVE AUT-TERM-DAYS    TO RFS-RTE-LOOKUP-TERM.
	MOVE RFS-EV-TODAY-NUM TO RFS-RTE-LOOKUP-DATE.
	PERFORM LOOKUP-PRODUCT-RATE
		THRU LOOKUP-PRODUCT-RATE-EXIT.
	IF NOT RFS-RTE-FOUND
		MOVE "NO-RATE" TO RFS-EV-REASON
		GO TO PRICE-DUE-RENEWAL-EXIT
	END-IF.

	SET RFS-EV-ITEM-RAISE TO TRUE.
	MOVE RFS-RTE-UNIT-PRICE   TO RFS-EV-UNIT-PRICE.
	MOVE RFS-RTE-VERSION-USED TO RFS-EV-RATE-DATE.
	COMPUTE RFS-EV-CHARGE-CENTS =
		AUT-TERM-DAYS * RFS-EV-UNIT-PRICE.

PRICE-DUE-RENEWAL-EXIT.
	EXIT.

*> ******************************* <*
*> *** PLACE-RENEWAL-ITEM        <*
*> *** Only once the renewal has <*
*> *** gone through - a refused  <*
*> *** renewal leaves nothing    <*
*> *** billed                    <*
*> ******************************* <*

PLACE-RENEWAL-ITEM.

	IF RFS-EV-ITEM-KEEP
		GO TO PLACE-RENEWAL-ITEM-EXIT
	END-IF.

	IF RFS-EV-ITEM-RESTATE
		MOVE RFS-EV-ITEM-NO TO RCV-INVOICE-NO
		READ RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
		MOVE AUT-TERM-DAYS       TO RCV-TERM-DAYS
		MOVE RFS-EV-CHARGE-CENTS TO RCV-AMOUNT
		REWRITE RFS-RCV-RECORD
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
		GO TO PLACE-RENEWAL-ITEM-EXIT
	END-IF.

	PERFORM ASSIGN-NEXT-INVOICE-NO
		THRU ASSIGN-NEXT-INVOICE-NO-EXIT.

	MOVE RFS-RCV-NEXT-NO     TO RCV-INVOICE-NO.
	MOVE "I"                 TO RCV-KIND.
	MOVE AUT-SITE-CODE       TO RCV-SITE-CODE.
	MOVE AUT-PRODUCT-CODE    TO RCV-PRODUCT-CODE.
	MOVE RFS-EV-CUR-ID       TO RCV-SUBSCRIPTION-ID.
	MOVE AUT-TERM-DAYS       TO RCV-TERM-DAYS.
	MOVE RFS-EV-UNIT-PRICE   TO RCV-UNIT-PRICE.
	MOVE RFS-EV-RATE-DATE    TO RCV-RATE-DATE.
	MOVE RFS-EV-CHARGE-CENTS TO RCV-AMOUNT.
	MOVE 0                   TO RCV-AMOUNT-PAID.
	MOVE RFS-EV-TODAY-NUM    TO RCV-INVOICE-DATE.
	MOVE RFS-EV-CUR-END-NUM  TO RCV-DUE-DATE.
	MOVE "O"                 TO RCV-STATUS.
	MOVE 0                   TO RCV-PAID-DATE.
	MOVE 0                   TO RCV-LAST-REFERENCE.

	WRITE RFS-RCV-RECORD.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE RFS-RCV-NEXT-NO TO RFS-EV-ITEM-NO.

PLACE-RENEWAL-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-INVOICE-ROW         <*
*> ******************************* <*

WRITE-INVOICE-ROW.

	MOVE RFS-EV-CUR-ID      TO RFS-EV-OUT-ID.
	MOVE RFS-EV-CUR-END-NUM TO RFS-EV-OUT-END-DATE.
	MOVE AUT-TERM-DAYS      TO RFS-EV-OUT-TERM.
	MOVE RFS-EV-RATE-DATE   TO RFS-EV-OUT-RATE-DATE.

	COMPUTE EV-PRICE-WHOLE = RFS-EV-UNIT-PRICE / 100.
	COMPUTE EV-PRICE-CENTS =
		FUNCTION MOD (RFS-EV-UNIT-PRICE 100).
	COMPUTE EV-CHARGE-WHOLE = RFS-EV-CHARGE-CENTS / 100.
	COMPUTE EV-CHARGE-CENTS =
		FUNCTION MOD (RFS-EV-CHARGE-CENTS 100).

	MOVE SPACES TO RFS-INV-LINE.
	STRING AUT-SITE-CODE        DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		AUT-PRODUCT-CODE        DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		RFS-EV-OUT-ID           DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-EV-OUT-END-DATE     DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-EV-OUT-TERM         DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-EV-OUT-PRICE        DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-EV-OUT-CHARGE       DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-EV-OUT-RATE-DATE    DELIMITED BY SIZE
		",AUTORENEW,"            DELIMITED BY SIZE
		RFS-EV-ITEM-NO          DELIMITED BY SIZE
		INTO RFS-INV-LINE.

	PERFORM WRITE-ONE-INVOICE-LINE.

WRITE-INVOICE-ROW-EXIT.
	EXIT.

WRITE-ONE-INVOICE-LINE.

	WRITE RFS-INV-LINE.
	IF NOT RFS-INV-STATUS-OK
		PERFORM HANDLE-RFS-INV-ERROR
	END-IF.

WRITE-ONE-INVOICE-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-HELD-LINE           <*
*> ******************************* <*

WRITE-HELD-LINE.

	ADD 1 TO RFS-EV-HELD-COUNT.

	MOVE AUT-SITE-CODE      TO EV-SITE-OUT.
	MOVE AUT-PRODUCT-CODE   TO EV-PRODUCT-OUT.
	MOVE "HELD"             TO EV-ACTION-OUT.
	MOVE RFS-EV-CUR-ID      TO EV-ID-OUT.
	MOVE RFS-EV-CUR-END-NUM TO EV-OLD-END-OUT.
	MOVE 0                  TO EV-NEW-END-OUT.
	MOVE AUT-TERM-DAYS      TO EV-TERM-OUT.
	MOVE 0                  TO EV-CHARGE-OUT.
	MOVE 0                  TO EV-INVOICE-OUT.
	MOVE RFS-EV-REASON      TO EV-REASON-OUT.
	MOVE RFS-EV-DETAIL-LINE TO RFS-ARN-LINE.
	PERFORM WRITE-RUN-LINE.

WRITE-HELD-LINE-EXIT.
	EXIT.

WRITE-RUN-LINE.

	WRITE RFS-ARN-LINE.
	IF NOT RFS-ARN-STATUS-OK
		PERFORM HANDLE-RFS-ARN-ERROR
	END-IF.

WRITE-RUN-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-AUT-ERROR      <*
*> ******************************* <*

HANDLE-RFS-AUT-ERROR.
	DISPLAY "RFS-AUT-FILE ERROR - FILE STATUS " RFS-AUT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-AUT-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-ARN-ERROR      <*
*> ******************************* <*

HANDLE-RFS-ARN-ERROR.
	DISPLAY "RFS-ARN-FILE ERROR - FILE STATUS " RFS-ARN-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-ARN-ERROR-EXIT.
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

	COPY "rfs.latest.cpy".
	COPY "rates.lookup.cpy".
	COPY "recv.ledger.cpy".
	COPY "audit.log.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
