*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRevenueRFS.cbl    *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Month-end deferred revenue   *** <*
*> *** schedule and GL journal      *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyRevenueRFS.

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
			COPY "archive.env.cpy".
			COPY "audit.env.cpy".
			COPY "audgen.env.cpy".
			COPY "rates.env.cpy".
			COPY "custmast.env.cpy".
			COPY "revrpt.env.cpy".
			COPY "gljrnl.env.cpy".
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
		COPY "archive.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "audgen.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "revrpt.fd.cpy".
		COPY "gljrnl.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "archive.status.cpy".
		COPY "audit.status.cpy".
		COPY "audgen.status.cpy".
		COPY "rates.status.cpy".
		COPY "custmast.status.cpy".
		COPY "revrpt.status.cpy".
		COPY "gljrnl.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audgen-ws.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "rfs.validate-ws.cpy".

		COPY "rates.lookup-ws.cpy".

		COPY "custmast.lookup-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-REV-TODAY-DATE.
			05 RFS-REV-TODAY-YEAR   PIC 9(04).
			05 RFS-REV-TODAY-MONTH  PIC 9(02).
			05 RFS-REV-TODAY-DAY    PIC 9(02).

		01 RFS-REV-CLOSE-YEAR  PIC 9(04).
		01 RFS-REV-CLOSE-MONTH PIC 9(02).

		01 RFS-REV-MONTH-START-NUM PIC 9(08).
		01 RFS-REV-MONTH-END-NUM   PIC 9(08).

		*> The month as day numbers: its first day and the day
		*> after its last, so a day belongs to the month when it
		*> is not before the one and before the other.
		01 RFS-REV-MONTH-START-INT USAGE BINARY-LONG.
		01 RFS-REV-MONTH-AFTER-INT USAGE BINARY-LONG.

		*> General-ledger accounts the journal posts to - the
		*> product-code and region are appended to each as
		*> sub-accounts.
		01 RFS-REV-ACCT-RECEIVABLE PIC X(04) VALUE "1200".
		01 RFS-REV-ACCT-DEFERRED   PIC X(04) VALUE "2400".
		01 RFS-REV-ACCT-CANCELLED  PIC X(04) VALUE "2450".
		01 RFS-REV-ACCT-REVENUE    PIC X(04) VALUE "4000".

		*> Every RESUME in the audit generations read: the days
		*> it credited back and the stretch of them the site
		*> spent on hold, as day numbers - the window it resumed
		*> earns nothing over that stretch.
		01 RFS-REV-GAP-TABLE.
			05 RFS-REV-GAP-ENTRY OCCURS 500 TIMES.
				10 RFS-REV-GAP-SITE    PIC X(08).
				10 RFS-REV-GAP-PRODUCT PIC X(04).
				10 RFS-REV-GAP-ID      PIC 9(08).
				10 RFS-REV-GAP-FROM    USAGE BINARY-LONG.
				10 RFS-REV-GAP-TO      USAGE BINARY-LONG.

		01 RFS-REV-GAP-USED PIC 9(04) VALUE 0.
		01 RFS-REV-GAP-IDX  PIC 9(04).

		01 RFS-REV-AUDIT-EOF-FLAG PIC X(01).
			88 RFS-REV-AUDIT-EOF VALUE "Y".

		*> Audit generations are read from two years before the
		*> month being closed up to today's month.
		01 RFS-REV-GEN-YEAR  PIC 9(04).
		01 RFS-REV-GEN-MONTH PIC 9(02).
		01 RFS-REV-GEN-NUM   PIC 9(06).
		01 RFS-REV-LAST-NUM  PIC 9(06).

		*> The trail writes the subscription-id with leading
		*> blanks (Z(7)9); they are refilled with zeros here so
		*> the id can be carried as a number.
		01 RFS-REV-RESUME-ID-WORK PIC X(08).
		01 RFS-REV-RESUME-OLD-NUM PIC 9(08).
		01 RFS-REV-RESUME-NEW-NUM PIC 9(08).
		01 RFS-REV-RESUME-ON-NUM  PIC 9(08).
		01 RFS-REV-RESUME-DAYS    USAGE BINARY-LONG.

		*> The last end date per site/product among the archived
		*> records, so the oldest window still in rfs.dat starts
		*> where its archived predecessor ended.
		01 RFS-REV-SEED-TABLE.
			05 RFS-REV-SEED-ENTRY OCCURS 2000 TIMES.
				10 RFS-REV-SEED-SITE    PIC X(08).
				10 RFS-REV-SEED-PRODUCT PIC X(04).
				10 RFS-REV-SEED-END     PIC 9(08).

		01 RFS-REV-SEED-USED PIC 9(04) VALUE 0.
		01 RFS-REV-SEED-IDX  PIC 9(04).

		01 RFS-REV-SOURCE-FLAG PIC X(01).
			88 RFS-REV-FROM-ARCHIVE VALUE "A".
			88 RFS-REV-FROM-FILE    VALUE "F".

		*> The site/product whose windows are being walked and
		*> where its previous window ended (zero before the
		*> first one).
		01 RFS-REV-CUR-SITE     PIC X(08) VALUE SPACES.
		01 RFS-REV-CUR-PRODUCT  PIC X(04) VALUE SPACES.
		01 RFS-REV-PREV-END-NUM PIC 9(08) VALUE 0.

		01 RFS-REV-REGION-SITE PIC X(08) VALUE SPACES.
		01 RFS-REV-REGION      PIC X(08) VALUE SPACES.

		*> The window being spread.
		01 RFS-REV-WIN-ID        PIC 9(08).
		01 RFS-REV-WIN-START-NUM PIC 9(08).
		01 RFS-REV-WIN-END-NUM   PIC 9(08).
		01 RFS-REV-WIN-BILL-NUM  PIC 9(08).
		01 RFS-REV-WIN-MARK      PIC X(01).
		01 RFS-REV-WIN-EFFECTIVE PIC 9(08).
		01 RFS-REV-WIN-START     USAGE BINARY-LONG.
		01 RFS-REV-WIN-END       USAGE BINARY-LONG.
		01 RFS-REV-WIN-BILL      USAGE BINARY-LONG.
		01 RFS-REV-WIN-STOP      USAGE BINARY-LONG.
		01 RFS-REV-WIN-HELD      USAGE BINARY-LONG.
		01 RFS-REV-WIN-PAID      USAGE BINARY-LONG.
		01 RFS-REV-WIN-AMOUNT    USAGE BINARY-DOUBLE.

		01 RFS-REV-WIN-CANCEL-FLAG PIC X(01).
			88 RFS-REV-WIN-CANCELLED VALUE "Y".

		*> Revenue recognised from the window's start up to (not
		*> including) a given day.
		01 RFS-REV-UPTO       USAGE BINARY-LONG.
		01 RFS-REV-UPTO-END   USAGE BINARY-LONG.
		01 RFS-REV-SERVED     USAGE BINARY-LONG.
		01 RFS-REV-OVERLAP    USAGE BINARY-LONG.
		01 RFS-REV-OVER-FROM  USAGE BINARY-LONG.
		01 RFS-REV-OVER-TO    USAGE BINARY-LONG.
		01 RFS-REV-UPTO-CENTS USAGE BINARY-DOUBLE.

		01 RFS-REV-CUM-START  USAGE BINARY-DOUBLE.
		01 RFS-REV-CUM-AFTER  USAGE BINARY-DOUBLE.
		01 RFS-REV-CUM-STOP   USAGE BINARY-DOUBLE.

		01 RFS-REV-W-OPENING    USAGE BINARY-DOUBLE.
		01 RFS-REV-W-BILLED     USAGE BINARY-DOUBLE.
		01 RFS-REV-W-RECOGNISED USAGE BINARY-DOUBLE.
		01 RFS-REV-W-RELEASED   USAGE BINARY-DOUBLE.

		*> One schedule row per product-code and region; 300
		*> rows is the catalog times every region several times
		*> over.
		01 RFS-REV-ROW-TABLE.
			05 RFS-REV-ROW-ENTRY OCCURS 300 TIMES.
				10 RFS-REV-ROW-PRODUCT    PIC X(04).
				10 RFS-REV-ROW-REGION     PIC X(08).
				10 RFS-REV-ROW-OPENING    USAGE BINARY-DOUBLE.
				10 RFS-REV-ROW-BILLED     USAGE BINARY-DOUBLE.
				10 RFS-REV-ROW-RECOGNISED USAGE BINARY-DOUBLE.
				10 RFS-REV-ROW-RELEASED   USAGE BINARY-DOUBLE.
				10 RFS-REV-ROW-CLOSING    USAGE BINARY-DOUBLE.

		01 RFS-REV-ROW-USED PIC 9(03) VALUE 0.
		01 RFS-REV-ROW-IDX  PIC 9(03).
		01 RFS-REV-ROW-HIT  PIC 9(03).

		01 RFS-REV-TOT-OPENING    USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-REV-TOT-BILLED     USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-REV-TOT-RECOGNISED USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-REV-TOT-RELEASED   USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-REV-TOT-CLOSING    USAGE BINARY-DOUBLE VALUE 0.

		01 RFS-REV-SPREAD-COUNT  PIC 9(06) VALUE 0.
		01 RFS-REV-NORATE-COUNT  PIC 9(06) VALUE 0.

		*> The journal posting being written.
		01 RFS-REV-POST-DEBIT   PIC X(04).
		01 RFS-REV-POST-CREDIT  PIC X(04).
		01 RFS-REV-POST-CENTS   USAGE BINARY-DOUBLE.
		01 RFS-REV-POST-SWAP    PIC X(04).
		01 RFS-REV-POST-ACCOUNT PIC X(20).
		01 RFS-REV-POST-BUILT   PIC X(20).

		01 RFS-REV-JRNL-DEBITS  USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-REV-JRNL-CREDITS USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-REV-JRNL-LINES   PIC 9(06) VALUE 0.

		01 RFS-REV-OUT-PERIOD.
			05 REV-PERIOD-YEAR  PIC 9(04).
			05 REV-PERIOD-MONTH PIC 9(02).

		*> CSV amount image - an explicit decimal point, the same
		*> as the invoice feed.
		01 RFS-REV-OUT-AMOUNT.
			05 REV-AMOUNT-WHOLE PIC 9(11).
			05 FILLER           PIC X(01) VALUE ".".
			05 REV-AMOUNT-CENTS PIC 9(02).

		01 RFS-REV-TITLE-LINE.
			05 FILLER           PIC X(40)
				VALUE "Deferred revenue schedule - month ended ".
			05 REV-TITLE-YEAR   PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 REV-TITLE-MONTH  PIC 9(02).

		01 RFS-REV-COLUMN-LINE PIC X(132)
			VALUE
			"Prod  Region           Opening          Billed      Recognised       Cancelled         Closing".

		01 RFS-REV-DETAIL-LINE.
			05 REV-PRODUCT-OUT    PIC X(04).
			05 FILLER             PIC X(02) VALUE SPACES.
			05 REV-REGION-OUT     PIC X(08).
			05 FILLER             PIC X(02) VALUE SPACES.
			05 REV-OPENING-OUT    PIC -(11)9.99.
			05 FILLER             PIC X(01) VALUE SPACES.
			05 REV-BILLED-OUT     PIC -(11)9.99.
			05 FILLER             PIC X(01) VALUE SPACES.
			05 REV-RECOGNISED-OUT PIC -(11)9.99.
			05 FILLER             PIC X(01) VALUE SPACES.
			05 REV-RELEASED-OUT   PIC -(11)9.99.
			05 FILLER             PIC X(01) VALUE SPACES.
			05 REV-CLOSING-OUT    PIC -(11)9.99.

		01 RFS-REV-EMPTY-LINE PIC X(80)
			VALUE "No paid windows carry revenue in the month.".

		01 RFS-REV-NOTE-LINE PIC X(132)
			VALUE
			"Closing = opening + billed - recognised - cancelled; a cancellation releases the unserved part of its window.".

		01 RFS-REV-NORATE-LINE.
			05 FILLER           PIC X(33)
				VALUE "Windows left out with no rate : ".
			05 REV-NORATE-OUT   PIC Z(05)9.

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-CLOSE-YEAR  USAGE BINARY-LONG.
		01 RFS-IN-CLOSE-MONTH USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function closes a month's subscription revenue.
*>     Every paid window - each RFS-RECORD in rfs.dat, and in
*>     rfs-archive.dat for the windows that have aged out, runs
*>     from the end of the record before it (or its own start,
*>     for the first) to its own end; trials earn nothing - is
*>     priced from rfs-rates.dat as of the day its record was
*>     written, billed that day and recognised evenly day by day
*>     over the days it was paid for. Recognition stops when
*>     service stops: a suspension earns nothing from its
*>     effective date, a stretch a RESUME line in the audit
*>     generations credited back earns nothing over the days the
*>     site was on hold (the window's end already carries those
*>     days), and a cancellation releases whatever the window
*>     had not yet earned on its effective date. The month's
*>     figures land in rfs-revenue.txt per product-code and
*>     customer region (cust-region in rfs-custmast.dat): the
*>     opening deferred balance, billed, recognised, cancelled
*>     and the closing deferred balance, which foot by
*>     construction. The matching general-ledger journal goes to
*>     rfs-gl-journal.csv as ACCOUNT,PERIOD,DEBIT,CREDIT lines -
*>     billing debits receivables and credits deferred revenue,
*>     recognition moves deferred revenue to revenue and a
*>     cancellation moves it to cancellation credits, each
*>     account suffixed with the product-code and region - and
*>     always balances.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     records read from both files, windows spread and windows
*>     rejected for want of a rate.
*>
*> Parameters:
*>     RFS-IN-CLOSE-YEAR, RFS-IN-CLOSE-MONTH - the month being
*>     closed; zeros fall back to the month before today's
*>
*> Return:
*>     RETURN-CODE is zero on success, 4 when some windows had
*>     no rate and were left out, 20 when the month is not
*>     1-12, 16 when a file operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-CLOSE-YEAR RFS-IN-CLOSE-MONTH.

	MOVE "ReyRevenueRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	PERFORM RESOLVE-CLOSE-MONTH
		THRU RESOLVE-CLOSE-MONTH-EXIT.
	PERFORM LOAD-RESUME-GAPS
		THRU LOAD-RESUME-GAPS-EXIT.

	SET RFS-REV-FROM-ARCHIVE TO TRUE.
	PERFORM SPREAD-ARCHIVE-WINDOWS
		THRU SPREAD-ARCHIVE-WINDOWS-EXIT.

	SET RFS-REV-FROM-FILE TO TRUE.
	PERFORM SPREAD-FILE-WINDOWS
		THRU SPREAD-FILE-WINDOWS-EXIT.

	PERFORM WRITE-REVENUE-SCHEDULE
		THRU WRITE-REVENUE-SCHEDULE-EXIT.
	PERFORM WRITE-GL-JOURNAL
		THRU WRITE-GL-JOURNAL-EXIT.

	DISPLAY "ReyRevenueRFS - WINDOWS " RFS-REV-SPREAD-COUNT
		" NO-RATE " RFS-REV-NORATE-COUNT
		" JOURNAL LINES " RFS-REV-JRNL-LINES UPON CONSOLE.

	IF RFS-REV-NORATE-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.

	MOVE RFS-REV-SPREAD-COUNT TO RFS-RUN-WRITTEN.
	MOVE RFS-REV-NORATE-COUNT TO RFS-RUN-REJECTED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** RESOLVE-CLOSE-MONTH       <*
*> *** Zeros mean "the month     <*
*> *** before today's", as in    <*
*> *** ReyMonthEnd               <*
*> ******************************* <*

RESOLVE-CLOSE-MONTH.

	ACCEPT RFS-REV-TODAY-DATE FROM DATE YYYYMMDD.

	IF RFS-IN-CLOSE-YEAR > 0 AND RFS-IN-CLOSE-MONTH > 0
		IF RFS-IN-CLOSE-MONTH > 12
			DISPLAY "ReyRevenueRFS - MONTH REJECTED: BAD-MONTH"
				UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
			GOBACK
		END-IF
		MOVE RFS-IN-CLOSE-YEAR  TO RFS-REV-CLOSE-YEAR
		MOVE RFS-IN-CLOSE-MONTH TO RFS-REV-CLOSE-MONTH
	ELSE
		IF RFS-REV-TODAY-MONTH = 1
			COMPUTE RFS-REV-CLOSE-YEAR = RFS-REV-TODAY-YEAR - 1
			MOVE 12 TO RFS-REV-CLOSE-MONTH
		ELSE
			MOVE RFS-REV-TODAY-YEAR TO RFS-REV-CLOSE-YEAR
			COMPUTE RFS-REV-CLOSE-MONTH = RFS-REV-TODAY-MONTH - 1
		END-IF
	END-IF.

	COMPUTE RFS-REV-MONTH-START-NUM =
		RFS-REV-CLOSE-YEAR * 10000 + RFS-REV-CLOSE-MONTH * 100 + 1.

	MOVE RFS-REV-MONTH-START-NUM TO RFS-VAL-WORK-DATE.
	PERFORM VALIDATE-RFS-DATE THRU VALIDATE-RFS-DATE-EXIT.
	IF NOT RFS-VAL-DATE-GOOD
		DISPLAY "ReyRevenueRFS - MONTH REJECTED: BAD-MONTH"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GOBACK
	END-IF.

	COMPUTE RFS-REV-MONTH-END-NUM =
		RFS-REV-CLOSE-YEAR * 10000 + RFS-REV-CLOSE-MONTH * 100 +
		RFS-VAL-MONTH-LENGTH.

	COMPUTE RFS-REV-MONTH-START-INT =
		FUNCTION INTEGER-OF-DATE (RFS-REV-MONTH-START-NUM).
	COMPUTE RFS-REV-MONTH-AFTER-INT =
		FUNCTION INTEGER-OF-DATE (RFS-REV-MONTH-END-NUM) + 1.

RESOLVE-CLOSE-MONTH-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-RESUME-GAPS          <*
*> *** The current trail plus    <*
*> *** every parked generation   <*
*> *** from two years before the <*
*> *** month up to today's -     <*
*> *** a missing generation just <*
*> *** means nothing was rotated <*
*> *** that month                <*
*> ******************************* <*

LOAD-RESUME-GAPS.

	MOVE "N" TO RFS-REV-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDIT-FILE.
	IF RFS-AUDIT-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-AUDIT-STATUS-OK
			PERFORM HANDLE-RFS-AUDIT-ERROR
		END-IF
		PERFORM LOAD-ONE-TRAIL-LINE
			THRU LOAD-ONE-TRAIL-LINE-EXIT
			UNTIL RFS-REV-AUDIT-EOF
		CLOSE RFS-AUDIT-FILE
		IF NOT RFS-AUDIT-STATUS-OK
			PERFORM HANDLE-RFS-AUDIT-ERROR
		END-IF
	END-IF.

	COMPUTE RFS-REV-GEN-YEAR = RFS-REV-CLOSE-YEAR - 2.
	MOVE RFS-REV-CLOSE-MONTH TO RFS-REV-GEN-MONTH.
	COMPUTE RFS-REV-GEN-NUM =
		RFS-REV-GEN-YEAR * 100 + RFS-REV-GEN-MONTH.
	COMPUTE RFS-REV-LAST-NUM =
		RFS-REV-TODAY-YEAR * 100 + RFS-REV-TODAY-MONTH.

	PERFORM LOAD-ONE-GENERATION
		THRU LOAD-ONE-GENERATION-EXIT
		UNTIL RFS-REV-GEN-NUM > RFS-REV-LAST-NUM.

LOAD-RESUME-GAPS-EXIT.
	EXIT.

LOAD-ONE-TRAIL-LINE.

	READ RFS-AUDIT-FILE.

	IF RFS-AUDIT-STATUS = "10"
		SET RFS-REV-AUDIT-EOF TO TRUE
		GO TO LOAD-ONE-TRAIL-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	MOVE RFS-AUDIT-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM NOTE-RESUME-GAP
		THRU NOTE-RESUME-GAP-EXIT.

LOAD-ONE-TRAIL-LINE-EXIT.
	EXIT.

LOAD-ONE-GENERATION.

	MOVE SPACES TO RFS-AUDGEN-OPEN-NAME.
	STRING "rfs-audit."      DELIMITED BY SIZE
		RFS-REV-GEN-YEAR    DELIMITED BY SIZE
		RFS-REV-GEN-MONTH   DELIMITED BY SIZE
		".dat"              DELIMITED BY SIZE
		INTO RFS-AUDGEN-OPEN-NAME.

	MOVE "N" TO RFS-REV-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDGEN-FILE.
	IF RFS-AUDGEN-STATUS-NOT-FOUND
		GO TO LOAD-ONE-GENERATION-NEXT
	END-IF.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	PERFORM LOAD-ONE-PARKED-LINE
		THRU LOAD-ONE-PARKED-LINE-EXIT
		UNTIL RFS-REV-AUDIT-EOF.

	CLOSE RFS-AUDGEN-FILE.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

LOAD-ONE-GENERATION-NEXT.

	IF RFS-REV-GEN-MONTH = 12
		ADD 1 TO RFS-REV-GEN-YEAR
		MOVE 1 TO RFS-REV-GEN-MONTH
	ELSE
		ADD 1 TO RFS-REV-GEN-MONTH
	END-IF.
	COMPUTE RFS-REV-GEN-NUM =
		RFS-REV-GEN-YEAR * 100 + RFS-REV-GEN-MONTH.

LOAD-ONE-GENERATION-EXIT.
	EXIT.

LOAD-ONE-PARKED-LINE.

	READ RFS-AUDGEN-FILE.

	IF RFS-AUDGEN-STATUS-EOF
		SET RFS-REV-AUDIT-EOF TO TRUE
		GO TO LOAD-ONE-PARKED-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	MOVE RFS-AUDGEN-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM NOTE-RESUME-GAP
		THRU NOTE-RESUME-GAP-EXIT.

LOAD-ONE-PARKED-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** NOTE-RESUME-GAP           <*
*> *** A RESUME line's old and   <*
*> *** new end dates give the    <*
*> *** days credited back; they  <*
*> *** are the days just before  <*
*> *** the resume, when the site <*
*> *** was on hold               <*
*> ******************************* <*

NOTE-RESUME-GAP.

	IF PARSE-AUDIT-OPERATION NOT = "RESUME"
		GO TO NOTE-RESUME-GAP-EXIT
	END-IF.

	MOVE PARSE-AUDIT-SUBSCRIPTION-ID TO RFS-REV-RESUME-ID-WORK.
	INSPECT RFS-REV-RESUME-ID-WORK REPLACING LEADING SPACES BY ZEROS.

	IF PARSE-AUDIT-YEAR NOT NUMERIC
			OR PARSE-AUDIT-MONTH NOT NUMERIC
			OR PARSE-AUDIT-DAY NOT NUMERIC
			OR RFS-REV-RESUME-ID-WORK NOT NUMERIC
			OR PARSE-AUDIT-OLD-END-DATE NOT NUMERIC
			OR PARSE-AUDIT-NEW-END-DATE NOT NUMERIC
		GO TO NOTE-RESUME-GAP-EXIT
	END-IF.

	MOVE PARSE-AUDIT-OLD-END-DATE TO RFS-REV-RESUME-OLD-NUM.
	MOVE PARSE-AUDIT-NEW-END-DATE TO RFS-REV-RESUME-NEW-NUM.
	IF RFS-REV-RESUME-NEW-NUM <= RFS-REV-RESUME-OLD-NUM
			OR RFS-REV-RESUME-OLD-NUM < 16010101
		GO TO NOTE-RESUME-GAP-EXIT
	END-IF.

	COMPUTE RFS-REV-RESUME-ON-NUM =
		PARSE-AUDIT-YEAR * 10000 + PARSE-AUDIT-MONTH * 100 +
		PARSE-AUDIT-DAY.
	COMPUTE RFS-REV-RESUME-DAYS =
		FUNCTION INTEGER-OF-DATE (RFS-REV-RESUME-NEW-NUM) -
		FUNCTION INTEGER-OF-DATE (RFS-REV-RESUME-OLD-NUM).

	IF RFS-REV-GAP-USED >= 500
		DISPLAY "RFS-REV-GAP-TABLE FULL - MORE THAN 500 RESUMES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-REV-GAP-USED.
	MOVE PARSE-AUDIT-SITE-CODE
		TO RFS-REV-GAP-SITE (RFS-REV-GAP-USED).
	MOVE PARSE-AUDIT-PRODUCT-CODE
		TO RFS-REV-GAP-PRODUCT (RFS-REV-GAP-USED).
	MOVE RFS-REV-RESUME-ID-WORK
		TO RFS-REV-GAP-ID (RFS-REV-GAP-USED).
	COMPUTE RFS-REV-GAP-TO (RFS-REV-GAP-USED) =
		FUNCTION INTEGER-OF-DATE (RFS-REV-RESUME-ON-NUM).
	COMPUTE RFS-REV-GAP-FROM (RFS-REV-GAP-USED) =
		RFS-REV-GAP-TO (RFS-REV-GAP-USED) - RFS-REV-RESUME-DAYS.

NOTE-RESUME-GAP-EXIT.
	EXIT.

*> ******************************* <*
*> *** SPREAD-ARCHIVE-WINDOWS    <*
*> *** No archive just means     <*
*> *** nothing has aged out      <*
*> ******************************* <*

SPREAD-ARCHIVE-WINDOWS.

	MOVE SPACES TO RFS-REV-CUR-SITE.
	MOVE SPACES TO RFS-REV-CUR-PRODUCT.

	OPEN INPUT RFS-ARCH-FILE.
	IF RFS-ARCH-STATUS-NOT-FOUND
		GO TO SPREAD-ARCHIVE-WINDOWS-EXIT
	END-IF.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	PERFORM SPREAD-NEXT-ARCHIVE-RECORD
		THRU SPREAD-NEXT-ARCHIVE-RECORD-EXIT
		UNTIL RFS-ARCH-STATUS-EOF.

	CLOSE RFS-ARCH-FILE.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

SPREAD-ARCHIVE-WINDOWS-EXIT.
	EXIT.

SPREAD-NEXT-ARCHIVE-RECORD.

	READ RFS-ARCH-FILE NEXT RECORD.

	IF RFS-ARCH-STATUS-EOF
		GO TO SPREAD-NEXT-ARCHIVE-RECORD-EXIT
	END-IF.

	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.
	MOVE RFS-ARCH-RECORD TO RFS-RECORD.
	PERFORM SPREAD-ONE-RECORD
		THRU SPREAD-ONE-RECORD-EXIT.

SPREAD-NEXT-ARCHIVE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** SPREAD-FILE-WINDOWS       <*
*> ******************************* <*

SPREAD-FILE-WINDOWS.

	MOVE SPACES TO RFS-REV-CUR-SITE.
	MOVE SPACES TO RFS-REV-CUR-PRODUCT.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO SPREAD-FILE-WINDOWS-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	PERFORM SPREAD-NEXT-FILE-RECORD
		THRU SPREAD-NEXT-FILE-RECORD-EXIT UNTIL RFS-STATUS-EOF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

SPREAD-FILE-WINDOWS-EXIT.
	EXIT.

SPREAD-NEXT-FILE-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		GO TO SPREAD-NEXT-FILE-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.
	PERFORM SPREAD-ONE-RECORD
		THRU SPREAD-ONE-RECORD-EXIT.

SPREAD-NEXT-FILE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** SPREAD-ONE-RECORD         <*
*> *** Works out the window the  <*
*> *** record in RFS-RECORD paid <*
*> *** for and where the next    <*
*> *** one will start            <*
*> ******************************* <*

SPREAD-ONE-RECORD.

	IF SITE-CODE NOT = RFS-REV-CUR-SITE
			OR PRODUCT-CODE NOT = RFS-REV-CUR-PRODUCT
		PERFORM START-WINDOW-GROUP
			THRU START-WINDOW-GROUP-EXIT
	END-IF.

	MOVE SUBSCRIPTION-ID TO RFS-REV-WIN-ID.
	IF RFS-REV-PREV-END-NUM > 0
		MOVE RFS-REV-PREV-END-NUM TO RFS-REV-WIN-START-NUM
	ELSE
		COMPUTE RFS-REV-WIN-START-NUM =
			YEAR-START * 10000 + MONTH-START * 100 + DAY-START
	END-IF.
	COMPUTE RFS-REV-WIN-END-NUM =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.
	COMPUTE RFS-REV-WIN-BILL-NUM =
		YEAR-CURRENT * 10000 + MONTH-CURRENT * 100 + DAY-CURRENT.
	MOVE RECORD-STATUS    TO RFS-REV-WIN-MARK.
	MOVE STATUS-EFFECTIVE TO RFS-REV-WIN-EFFECTIVE.

	MOVE RFS-REV-WIN-END-NUM TO RFS-REV-PREV-END-NUM.

	IF RFS-REV-FROM-ARCHIVE
		PERFORM NOTE-ARCHIVE-SEED
			THRU NOTE-ARCHIVE-SEED-EXIT
	END-IF.

	*> An evaluation is not paid for - it earns nothing.
	IF RFS-REV-WIN-MARK = "T"
		GO TO SPREAD-ONE-RECORD-EXIT
	END-IF.

	PERFORM SPREAD-ONE-WINDOW
		THRU SPREAD-ONE-WINDOW-EXIT.

SPREAD-ONE-RECORD-EXIT.
	EXIT.

START-WINDOW-GROUP.

	MOVE SITE-CODE    TO RFS-REV-CUR-SITE.
	MOVE PRODUCT-CODE TO RFS-REV-CUR-PRODUCT.
	MOVE 0 TO RFS-REV-PREV-END-NUM.

	IF RFS-REV-FROM-FILE
		MOVE 0 TO RFS-REV-SEED-IDX
		PERFORM MATCH-ONE-ARCHIVE-SEED
			UNTIL RFS-REV-SEED-IDX >= RFS-REV-SEED-USED
				OR RFS-REV-PREV-END-NUM > 0
	END-IF.

START-WINDOW-GROUP-EXIT.
	EXIT.

MATCH-ONE-ARCHIVE-SEED.

	ADD 1 TO RFS-REV-SEED-IDX.

	IF RFS-REV-SEED-SITE (RFS-REV-SEED-IDX) = RFS-REV-CUR-SITE
			AND RFS-REV-SEED-PRODUCT (RFS-REV-SEED-IDX) =
				RFS-REV-CUR-PRODUCT
		MOVE RFS-REV-SEED-END (RFS-REV-SEED-IDX)
			TO RFS-REV-PREV-END-NUM
	END-IF.

MATCH-ONE-ARCHIVE-SEED-EXIT.
	EXIT.

*> ******************************* <*
*> *** NOTE-ARCHIVE-SEED         <*
*> *** The archive walks in key  <*
*> *** order, so a site/product's <*
*> *** records arrive together   <*
*> *** and the last one seen     <*
*> *** holds its last end date   <*
*> ******************************* <*

NOTE-ARCHIVE-SEED.

	IF RFS-REV-SEED-USED > 0
		IF RFS-REV-SEED-SITE (RFS-REV-SEED-USED) = SITE-CODE
				AND RFS-REV-SEED-PRODUCT (RFS-REV-SEED-USED) =
					PRODUCT-CODE
			MOVE RFS-REV-WIN-END-NUM
				TO RFS-REV-SEED-END (RFS-REV-SEED-USED)
			GO TO NOTE-ARCHIVE-SEED-EXIT
		END-IF
	END-IF.

	IF RFS-REV-SEED-USED >= 2000
		DISPLAY "RFS-REV-SEED-TABLE FULL - MORE THAN 2000 ARCHIVED"
			" SITE/PRODUCTS" UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-REV-SEED-USED.
	MOVE SITE-CODE    TO RFS-REV-SEED-SITE (RFS-REV-SEED-USED).
	MOVE PRODUCT-CODE TO RFS-REV-SEED-PRODUCT (RFS-REV-SEED-USED).
	MOVE RFS-REV-WIN-END-NUM TO RFS-REV-SEED-END (RFS-REV-SEED-USED).

NOTE-ARCHIVE-SEED-EXIT.
	EXIT.

*> ******************************* <*
*> *** SPREAD-ONE-WINDOW         <*
*> *** Prices the window and     <*
*> *** puts its opening, billed, <*
*> *** recognised, cancelled and <*
*> *** closing figures for the   <*
*> *** month on its schedule row <*
*> ******************************* <*

SPREAD-ONE-WINDOW.

	COMPUTE RFS-REV-WIN-START =
		FUNCTION INTEGER-OF-DATE (RFS-REV-WIN-START-NUM).
	COMPUTE RFS-REV-WIN-END =
		FUNCTION INTEGER-OF-DATE (RFS-REV-WIN-END-NUM).
	COMPUTE RFS-REV-WIN-BILL =
		FUNCTION INTEGER-OF-DATE (RFS-REV-WIN-BILL-NUM).

	IF RFS-REV-WIN-END <= RFS-REV-WIN-START
		GO TO SPREAD-ONE-WINDOW-EXIT
	END-IF.

	*> Billed and fully served before the month - nothing of it
	*> is left deferred and nothing moves.
	IF RFS-REV-WIN-END <= RFS-REV-MONTH-START-INT
			AND RFS-REV-WIN-BILL < RFS-REV-MONTH-START-INT
		GO TO SPREAD-ONE-WINDOW-EXIT
	END-IF.

	*> Not yet billed and not yet begun - next month's business.
	IF RFS-REV-WIN-START >= RFS-REV-MONTH-AFTER-INT
			AND RFS-REV-WIN-BILL >= RFS-REV-MONTH-AFTER-INT
		GO TO SPREAD-ONE-WINDOW-EXIT
	END-IF.

	*> Service stops at a suspension or cancellation that took
	*> effect inside the window.
	MOVE "N" TO RFS-REV-WIN-CANCEL-FLAG.
	MOVE RFS-REV-WIN-END TO RFS-REV-WIN-STOP.
	IF (RFS-REV-WIN-MARK = "C" OR RFS-REV-WIN-MARK = "S")
			AND RFS-REV-WIN-EFFECTIVE >= 16010101
		COMPUTE RFS-REV-WIN-STOP =
			FUNCTION INTEGER-OF-DATE (RFS-REV-WIN-EFFECTIVE)
		IF RFS-REV-WIN-STOP >= RFS-REV-WIN-END
			MOVE RFS-REV-WIN-END TO RFS-REV-WIN-STOP
		ELSE
			IF RFS-REV-WIN-STOP < RFS-REV-WIN-START
				MOVE RFS-REV-WIN-START TO RFS-REV-WIN-STOP
			END-IF
			IF RFS-REV-WIN-MARK = "C"
				SET RFS-REV-WIN-CANCELLED TO TRUE
			END-IF
		END-IF
	END-IF.

	*> The days paid for are the window less the days a resume
	*> added back for time on hold.
	MOVE RFS-REV-WIN-END TO RFS-REV-UPTO.
	MOVE RFS-REV-WIN-END TO RFS-REV-UPTO-END.
	PERFORM SUM-HELD-DAYS
		THRU SUM-HELD-DAYS-EXIT.
	MOVE RFS-REV-OVERLAP TO RFS-REV-WIN-HELD.
	COMPUTE RFS-REV-WIN-PAID =
		RFS-REV-WIN-END - RFS-REV-WIN-START - RFS-REV-WIN-HELD.
	IF RFS-REV-WIN-PAID <= 0
		GO TO SPREAD-ONE-WINDOW-EXIT
	END-IF.

	MOVE PRODUCT-CODE          TO RFS-RTE-LOOKUP-PRODUCT.
	MOVE RFS-REV-WIN-PAID      TO RFS-RTE-LOOKUP-TERM.
	MOVE RFS-REV-WIN-BILL-NUM  TO RFS-RTE-LOOKUP-DATE.
	PERFORM LOOKUP-PRODUCT-RATE
		THRU LOOKUP-PRODUCT-RATE-EXIT.
	IF NOT RFS-RTE-FOUND
		ADD 1 TO RFS-REV-NORATE-COUNT
		DISPLAY "ReyRevenueRFS - NO RATE FOR " SITE-CODE " "
			PRODUCT-CODE " WINDOW " RFS-REV-WIN-ID UPON CONSOLE
		GO TO SPREAD-ONE-WINDOW-EXIT
	END-IF.

	COMPUTE RFS-REV-WIN-AMOUNT =
		RFS-REV-WIN-PAID * RFS-RTE-UNIT-PRICE.
	ADD 1 TO RFS-REV-SPREAD-COUNT.

	MOVE RFS-REV-MONTH-START-INT TO RFS-REV-UPTO.
	PERFORM COMPUTE-RECOGNISED-UPTO
		THRU COMPUTE-RECOGNISED-UPTO-EXIT.
	MOVE RFS-REV-UPTO-CENTS TO RFS-REV-CUM-START.

	MOVE RFS-REV-MONTH-AFTER-INT TO RFS-REV-UPTO.
	PERFORM COMPUTE-RECOGNISED-UPTO
		THRU COMPUTE-RECOGNISED-UPTO-EXIT.
	MOVE RFS-REV-UPTO-CENTS TO RFS-REV-CUM-AFTER.

	MOVE RFS-REV-WIN-STOP TO RFS-REV-UPTO.
	PERFORM COMPUTE-RECOGNISED-UPTO
		THRU COMPUTE-RECOGNISED-UPTO-EXIT.
	MOVE RFS-REV-UPTO-CENTS TO RFS-REV-CUM-STOP.

	MOVE 0 TO RFS-REV-W-OPENING.
	MOVE 0 TO RFS-REV-W-BILLED.
	MOVE 0 TO RFS-REV-W-RELEASED.

	IF RFS-REV-WIN-BILL < RFS-REV-MONTH-START-INT
		MOVE RFS-REV-WIN-AMOUNT TO RFS-REV-W-OPENING
	ELSE
		IF RFS-REV-WIN-BILL < RFS-REV-MONTH-AFTER-INT
			MOVE RFS-REV-WIN-AMOUNT TO RFS-REV-W-BILLED
		END-IF
	END-IF.
	SUBTRACT RFS-REV-CUM-START FROM RFS-REV-W-OPENING.

	COMPUTE RFS-REV-W-RECOGNISED =
		RFS-REV-CUM-AFTER - RFS-REV-CUM-START.

	*> A cancellation releases what the window had not earned
	*> by its effective date, in the month it took effect.
	IF RFS-REV-WIN-CANCELLED
		IF RFS-REV-WIN-STOP < RFS-REV-MONTH-START-INT
			COMPUTE RFS-REV-W-OPENING = RFS-REV-W-OPENING -
				(RFS-REV-WIN-AMOUNT - RFS-REV-CUM-STOP)
		ELSE
			IF RFS-REV-WIN-STOP < RFS-REV-MONTH-AFTER-INT
				COMPUTE RFS-REV-W-RELEASED =
					RFS-REV-WIN-AMOUNT - RFS-REV-CUM-STOP
			END-IF
		END-IF
	END-IF.

	IF RFS-REV-W-OPENING = 0 AND RFS-REV-W-BILLED = 0
			AND RFS-REV-W-RECOGNISED = 0
			AND RFS-REV-W-RELEASED = 0
		GO TO SPREAD-ONE-WINDOW-EXIT
	END-IF.

	PERFORM FIND-SCHEDULE-ROW
		THRU FIND-SCHEDULE-ROW-EXIT.

	ADD RFS-REV-W-OPENING
		TO RFS-REV-ROW-OPENING (RFS-REV-ROW-HIT).
	ADD RFS-REV-W-BILLED
		TO RFS-REV-ROW-BILLED (RFS-REV-ROW-HIT).
	ADD RFS-REV-W-RECOGNISED
		TO RFS-REV-ROW-RECOGNISED (RFS-REV-ROW-HIT).
	ADD RFS-REV-W-RELEASED
		TO RFS-REV-ROW-RELEASED (RFS-REV-ROW-HIT).
	COMPUTE RFS-REV-ROW-CLOSING (RFS-REV-ROW-HIT) =
		RFS-REV-ROW-CLOSING (RFS-REV-ROW-HIT) +
		RFS-REV-W-OPENING + RFS-REV-W-BILLED -
		RFS-REV-W-RECOGNISED - RFS-REV-W-RELEASED.

SPREAD-ONE-WINDOW-EXIT.
	EXIT.

*> ******************************* <*
*> *** COMPUTE-RECOGNISED-UPTO   <*
*> *** The window's revenue      <*
*> *** earned on the days served <*
*> *** before RFS-REV-UPTO: days <*
*> *** from its start, stopped   <*
*> *** at the stop day, less the <*
*> *** days on hold - taken as a <*
*> *** share of the whole so the <*
*> *** last day lands exactly on <*
*> *** the amount billed         <*
*> ******************************* <*

COMPUTE-RECOGNISED-UPTO.

	MOVE 0 TO RFS-REV-UPTO-CENTS.

	IF RFS-REV-UPTO > RFS-REV-WIN-STOP
		MOVE RFS-REV-WIN-STOP TO RFS-REV-UPTO
	END-IF.
	IF RFS-REV-UPTO <= RFS-REV-WIN-START
		GO TO COMPUTE-RECOGNISED-UPTO-EXIT
	END-IF.

	MOVE RFS-REV-UPTO TO RFS-REV-UPTO-END.
	PERFORM SUM-HELD-DAYS
		THRU SUM-HELD-DAYS-EXIT.

	COMPUTE RFS-REV-SERVED =
		RFS-REV-UPTO - RFS-REV-WIN-START - RFS-REV-OVERLAP.
	IF RFS-REV-SERVED <= 0
		GO TO COMPUTE-RECOGNISED-UPTO-EXIT
	END-IF.
	IF RFS-REV-SERVED > RFS-REV-WIN-PAID
		MOVE RFS-REV-WIN-PAID TO RFS-REV-SERVED
	END-IF.

	COMPUTE RFS-REV-UPTO-CENTS ROUNDED =
		RFS-REV-WIN-AMOUNT * RFS-REV-SERVED / RFS-REV-WIN-PAID.

COMPUTE-RECOGNISED-UPTO-EXIT.
	EXIT.

*> ******************************* <*
*> *** SUM-HELD-DAYS             <*
*> *** Days on hold between the  <*
*> *** window's start and        <*
*> *** RFS-REV-UPTO-END, left in <*
*> *** RFS-REV-OVERLAP           <*
*> ******************************* <*

SUM-HELD-DAYS.

	MOVE 0 TO RFS-REV-OVERLAP.
	MOVE 0 TO RFS-REV-GAP-IDX.
	PERFORM ADD-ONE-HELD-STRETCH
		UNTIL RFS-REV-GAP-IDX >= RFS-REV-GAP-USED.

SUM-HELD-DAYS-EXIT.
	EXIT.

ADD-ONE-HELD-STRETCH.

	ADD 1 TO RFS-REV-GAP-IDX.

	IF RFS-REV-GAP-SITE (RFS-REV-GAP-IDX) = SITE-CODE
			AND RFS-REV-GAP-PRODUCT (RFS-REV-GAP-IDX) = PRODUCT-CODE
			AND RFS-REV-GAP-ID (RFS-REV-GAP-IDX) = RFS-REV-WIN-ID
		MOVE RFS-REV-GAP-FROM (RFS-REV-GAP-IDX) TO RFS-REV-OVER-FROM
		IF RFS-REV-OVER-FROM < RFS-REV-WIN-START
			MOVE RFS-REV-WIN-START TO RFS-REV-OVER-FROM
		END-IF
		MOVE RFS-REV-GAP-TO (RFS-REV-GAP-IDX) TO RFS-REV-OVER-TO
		IF RFS-REV-OVER-TO > RFS-REV-UPTO-END
			MOVE RFS-REV-UPTO-END TO RFS-REV-OVER-TO
		END-IF
		IF RFS-REV-OVER-TO > RFS-REV-OVER-FROM
			COMPUTE RFS-REV-OVERLAP = RFS-REV-OVERLAP +
				RFS-REV-OVER-TO - RFS-REV-OVER-FROM
		END-IF
	END-IF.

ADD-ONE-HELD-STRETCH-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-SCHEDULE-ROW         <*
*> *** The row for the window's  <*
*> *** product and its site's    <*
*> *** region, added on first    <*
*> *** use; the region is looked <*
*> *** up once per site          <*
*> ******************************* <*

FIND-SCHEDULE-ROW.

	IF SITE-CODE NOT = RFS-REV-REGION-SITE
		MOVE SITE-CODE TO RFS-REV-REGION-SITE
		MOVE SITE-CODE TO RFS-CST-LOOKUP-SITE
		PERFORM LOOKUP-SITE-CUSTOMER
			THRU LOOKUP-SITE-CUSTOMER-EXIT
		IF RFS-CST-REGION = SPACES
			MOVE "UNKNOWN" TO RFS-REV-REGION
		ELSE
			MOVE RFS-CST-REGION TO RFS-REV-REGION
		END-IF
	END-IF.

	MOVE 0 TO RFS-REV-ROW-HIT.
	MOVE 0 TO RFS-REV-ROW-IDX.
	PERFORM MATCH-ONE-SCHEDULE-ROW
		UNTIL RFS-REV-ROW-IDX >= RFS-REV-ROW-USED
			OR RFS-REV-ROW-HIT > 0.

	IF RFS-REV-ROW-HIT > 0
		GO TO FIND-SCHEDULE-ROW-EXIT
	END-IF.

	IF RFS-REV-ROW-USED >= 300
		DISPLAY "RFS-REV-ROW-TABLE FULL - MORE THAN 300 PRODUCT/"
			"REGION ROWS" UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-REV-ROW-USED.
	MOVE RFS-REV-ROW-USED TO RFS-REV-ROW-HIT.
	MOVE PRODUCT-CODE   TO RFS-REV-ROW-PRODUCT (RFS-REV-ROW-HIT).
	MOVE RFS-REV-REGION TO RFS-REV-ROW-REGION (RFS-REV-ROW-HIT).
	MOVE 0 TO RFS-REV-ROW-OPENING (RFS-REV-ROW-HIT).
	MOVE 0 TO RFS-REV-ROW-BILLED (RFS-REV-ROW-HIT).
	MOVE 0 TO RFS-REV-ROW-RECOGNISED (RFS-REV-ROW-HIT).
	MOVE 0 TO RFS-REV-ROW-RELEASED (RFS-REV-ROW-HIT).
	MOVE 0 TO RFS-REV-ROW-CLOSING (RFS-REV-ROW-HIT).

FIND-SCHEDULE-ROW-EXIT.
	EXIT.

MATCH-ONE-SCHEDULE-ROW.

	ADD 1 TO RFS-REV-ROW-IDX.

	IF RFS-REV-ROW-PRODUCT (RFS-REV-ROW-IDX) = PRODUCT-CODE
			AND RFS-REV-ROW-REGION (RFS-REV-ROW-IDX) = RFS-REV-REGION
		MOVE RFS-REV-ROW-IDX TO RFS-REV-ROW-HIT
	END-IF.

MATCH-ONE-SCHEDULE-ROW-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-REVENUE-SCHEDULE    <*
*> ******************************* <*

WRITE-REVENUE-SCHEDULE.

	OPEN OUTPUT RFS-REVRPT-FILE.
	IF NOT RFS-REVRPT-STATUS-OK
		PERFORM HANDLE-RFS-REVRPT-ERROR
	END-IF.

	MOVE RFS-REV-CLOSE-YEAR  TO REV-TITLE-YEAR.
	MOVE RFS-REV-CLOSE-MONTH TO REV-TITLE-MONTH.
	MOVE RFS-REV-TITLE-LINE TO RFS-REVRPT-LINE.
	PERFORM WRITE-SCHEDULE-LINE.

	MOVE RFS-REV-COLUMN-LINE TO RFS-REVRPT-LINE.
	PERFORM WRITE-SCHEDULE-LINE.

	IF RFS-REV-ROW-USED = 0
		MOVE RFS-REV-EMPTY-LINE TO RFS-REVRPT-LINE
		PERFORM WRITE-SCHEDULE-LINE
	ELSE
		MOVE 0 TO RFS-REV-ROW-IDX
		PERFORM WRITE-ONE-SCHEDULE-ROW
			UNTIL RFS-REV-ROW-IDX >= RFS-REV-ROW-USED

		MOVE "TOTL"                 TO REV-PRODUCT-OUT
		MOVE SPACES                 TO REV-REGION-OUT
		COMPUTE REV-OPENING-OUT    = RFS-REV-TOT-OPENING / 100
		COMPUTE REV-BILLED-OUT     = RFS-REV-TOT-BILLED / 100
		COMPUTE REV-RECOGNISED-OUT = RFS-REV-TOT-RECOGNISED / 100
		COMPUTE REV-RELEASED-OUT   = RFS-REV-TOT-RELEASED / 100
		COMPUTE REV-CLOSING-OUT    = RFS-REV-TOT-CLOSING / 100
		MOVE RFS-REV-DETAIL-LINE TO RFS-REVRPT-LINE
		PERFORM WRITE-SCHEDULE-LINE
	END-IF.

	MOVE RFS-REV-NOTE-LINE TO RFS-REVRPT-LINE.
	PERFORM WRITE-SCHEDULE-LINE.

	IF RFS-REV-NORATE-COUNT > 0
		MOVE RFS-REV-NORATE-COUNT TO REV-NORATE-OUT
		MOVE RFS-REV-NORATE-LINE TO RFS-REVRPT-LINE
		PERFORM WRITE-SCHEDULE-LINE
	END-IF.

	CLOSE RFS-REVRPT-FILE.
	IF NOT RFS-REVRPT-STATUS-OK
		PERFORM HANDLE-RFS-REVRPT-ERROR
	END-IF.

WRITE-REVENUE-SCHEDULE-EXIT.
	EXIT.

WRITE-ONE-SCHEDULE-ROW.

	ADD 1 TO RFS-REV-ROW-IDX.

	MOVE RFS-REV-ROW-PRODUCT (RFS-REV-ROW-IDX) TO REV-PRODUCT-OUT.
	MOVE RFS-REV-ROW-REGION (RFS-REV-ROW-IDX)  TO REV-REGION-OUT.
	COMPUTE REV-OPENING-OUT =
		RFS-REV-ROW-OPENING (RFS-REV-ROW-IDX) / 100.
	COMPUTE REV-BILLED-OUT =
		RFS-REV-ROW-BILLED (RFS-REV-ROW-IDX) / 100.
	COMPUTE REV-RECOGNISED-OUT =
		RFS-REV-ROW-RECOGNISED (RFS-REV-ROW-IDX) / 100.
	COMPUTE REV-RELEASED-OUT =
		RFS-REV-ROW-RELEASED (RFS-REV-ROW-IDX) / 100.
	COMPUTE REV-CLOSING-OUT =
		RFS-REV-ROW-CLOSING (RFS-REV-ROW-IDX) / 100.

	ADD RFS-REV-ROW-OPENING (RFS-REV-ROW-IDX)
		TO RFS-REV-TOT-OPENING.
	ADD RFS-REV-ROW-BILLED (RFS-REV-ROW-IDX)
		TO RFS-REV-TOT-BILLED.
	ADD RFS-REV-ROW-RECOGNISED (RFS-REV-ROW-IDX)
		TO RFS-REV-TOT-RECOGNISED.
	ADD RFS-REV-ROW-RELEASED (RFS-REV-ROW-IDX)
		TO RFS-REV-TOT-RELEASED.
	ADD RFS-REV-ROW-CLOSING (RFS-REV-ROW-IDX)
		TO RFS-REV-TOT-CLOSING.

	MOVE RFS-REV-DETAIL-LINE TO RFS-REVRPT-LINE.
	PERFORM WRITE-SCHEDULE-LINE.

WRITE-ONE-SCHEDULE-ROW-EXIT.
	EXIT.

WRITE-SCHEDULE-LINE.

	WRITE RFS-REVRPT-LINE.
	IF NOT RFS-REVRPT-STATUS-OK
		PERFORM HANDLE-RFS-REVRPT-ERROR
	END-IF.

WRITE-SCHEDULE-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-GL-JOURNAL          <*
*> *** Three postings per row:   <*
*> *** billing, recognition and  <*
*> *** cancellation, each a      <*
*> *** debit line and its        <*
*> *** matching credit line      <*
*> ******************************* <*

WRITE-GL-JOURNAL.

	OPEN OUTPUT RFS-GLJ-FILE.
	IF NOT RFS-GLJ-STATUS-OK
		PERFORM HANDLE-RFS-GLJ-ERROR
	END-IF.

	MOVE "ACCOUNT,PERIOD,DEBIT,CREDIT" TO RFS-GLJ-LINE.
	PERFORM WRITE-JOURNAL-LINE.

	MOVE RFS-REV-CLOSE-YEAR  TO REV-PERIOD-YEAR.
	MOVE RFS-REV-CLOSE-MONTH TO REV-PERIOD-MONTH.

	MOVE 0 TO RFS-REV-ROW-IDX.
	PERFORM JOURNAL-ONE-SCHEDULE-ROW
		UNTIL RFS-REV-ROW-IDX >= RFS-REV-ROW-USED.

	CLOSE RFS-GLJ-FILE.
	IF NOT RFS-GLJ-STATUS-OK
		PERFORM HANDLE-RFS-GLJ-ERROR
	END-IF.

	IF RFS-REV-JRNL-DEBITS NOT = RFS-REV-JRNL-CREDITS
		DISPLAY "ReyRevenueRFS - JOURNAL OUT OF BALANCE"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

WRITE-GL-JOURNAL-EXIT.
	EXIT.

JOURNAL-ONE-SCHEDULE-ROW.

	ADD 1 TO RFS-REV-ROW-IDX.

	MOVE RFS-REV-ACCT-RECEIVABLE TO RFS-REV-POST-DEBIT.
	MOVE RFS-REV-ACCT-DEFERRED   TO RFS-REV-POST-CREDIT.
	MOVE RFS-REV-ROW-BILLED (RFS-REV-ROW-IDX) TO RFS-REV-POST-CENTS.
	PERFORM WRITE-JOURNAL-POSTING
		THRU WRITE-JOURNAL-POSTING-EXIT.

	MOVE RFS-REV-ACCT-DEFERRED TO RFS-REV-POST-DEBIT.
	MOVE RFS-REV-ACCT-REVENUE  TO RFS-REV-POST-CREDIT.
	MOVE RFS-REV-ROW-RECOGNISED (RFS-REV-ROW-IDX)
		TO RFS-REV-POST-CENTS.
	PERFORM WRITE-JOURNAL-POSTING
		THRU WRITE-JOURNAL-POSTING-EXIT.

	MOVE RFS-REV-ACCT-DEFERRED  TO RFS-REV-POST-DEBIT.
	MOVE RFS-REV-ACCT-CANCELLED TO RFS-REV-POST-CREDIT.
	MOVE RFS-REV-ROW-RELEASED (RFS-REV-ROW-IDX)
		TO RFS-REV-POST-CENTS.
	PERFORM WRITE-JOURNAL-POSTING
		THRU WRITE-JOURNAL-POSTING-EXIT.

JOURNAL-ONE-SCHEDULE-ROW-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-JOURNAL-POSTING     <*
*> *** A zero posting writes     <*
*> *** nothing; a negative one   <*
*> *** is posted the other way   <*
*> *** round                     <*
*> ******************************* <*

WRITE-JOURNAL-POSTING.

	IF RFS-REV-POST-CENTS = 0
		GO TO WRITE-JOURNAL-POSTING-EXIT
	END-IF.

	IF RFS-REV-POST-CENTS < 0
		MOVE RFS-REV-POST-DEBIT  TO RFS-REV-POST-SWAP
		MOVE RFS-REV-POST-CREDIT TO RFS-REV-POST-DEBIT
		MOVE RFS-REV-POST-SWAP   TO RFS-REV-POST-CREDIT
		COMPUTE RFS-REV-POST-CENTS = 0 - RFS-REV-POST-CENTS
	END-IF.

	COMPUTE REV-AMOUNT-WHOLE = RFS-REV-POST-CENTS / 100.
	COMPUTE REV-AMOUNT-CENTS =
		FUNCTION MOD (RFS-REV-POST-CENTS 100).

	MOVE RFS-REV-POST-DEBIT TO RFS-REV-POST-ACCOUNT.
	PERFORM BUILD-POSTING-ACCOUNT.
	MOVE SPACES TO RFS-GLJ-LINE.
	STRING RFS-REV-POST-ACCOUNT DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		RFS-REV-OUT-PERIOD      DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-REV-OUT-AMOUNT      DELIMITED BY SIZE
		",0.00"                  DELIMITED BY SIZE
		INTO RFS-GLJ-LINE.
	PERFORM WRITE-JOURNAL-LINE.
	ADD RFS-REV-POST-CENTS TO RFS-REV-JRNL-DEBITS.

	MOVE RFS-REV-POST-CREDIT TO RFS-REV-POST-ACCOUNT.
	PERFORM BUILD-POSTING-ACCOUNT.
	MOVE SPACES TO RFS-GLJ-LINE.
	STRING RFS-REV-POST-ACCOUNT DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		RFS-REV-OUT-PERIOD      DELIMITED BY SIZE
		",0.00,"                 DELIMITED BY SIZE
		RFS-REV-OUT-AMOUNT      DELIMITED BY SIZE
		INTO RFS-GLJ-LINE.
	PERFORM WRITE-JOURNAL-LINE.
	ADD RFS-REV-POST-CENTS TO RFS-REV-JRNL-CREDITS.

WRITE-JOURNAL-POSTING-EXIT.
	EXIT.

*> ******************************* <*
*> *** BUILD-POSTING-ACCOUNT     <*
*> *** Base account, then the    <*
*> *** row's product-code and    <*
*> *** region as sub-accounts    <*
*> ******************************* <*

BUILD-POSTING-ACCOUNT.

	MOVE SPACES TO RFS-REV-POST-BUILT.
	STRING RFS-REV-POST-ACCOUNT (1:4)           DELIMITED BY SIZE
		"-"                                     DELIMITED BY SIZE
		RFS-REV-ROW-PRODUCT (RFS-REV-ROW-IDX)  DELIMITED BY SPACE
		"-"                                     DELIMITED BY SIZE
		RFS-REV-ROW-REGION (RFS-REV-ROW-IDX)   DELIMITED BY SPACE
		INTO RFS-REV-POST-BUILT.
	MOVE RFS-REV-POST-BUILT TO RFS-REV-POST-ACCOUNT.

BUILD-POSTING-ACCOUNT-EXIT.
	EXIT.

WRITE-JOURNAL-LINE.

	WRITE RFS-GLJ-LINE.
	IF NOT RFS-GLJ-STATUS-OK
		PERFORM HANDLE-RFS-GLJ-ERROR
	END-IF.
	ADD 1 TO RFS-REV-JRNL-LINES.

WRITE-JOURNAL-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-ARCH-ERROR     <*
*> ******************************* <*

HANDLE-RFS-ARCH-ERROR.
	DISPLAY "RFS-ARCH-FILE ERROR - FILE STATUS " RFS-ARCH-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-ARCH-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-AUDGEN-ERROR   <*
*> ******************************* <*

HANDLE-RFS-AUDGEN-ERROR.
	DISPLAY "RFS-AUDGEN-FILE ERROR - FILE STATUS " RFS-AUDGEN-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-AUDGEN-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-REVRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-REVRPT-ERROR.
	DISPLAY "RFS-REVRPT-FILE ERROR - FILE STATUS " RFS-REVRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-REVRPT-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-GLJ-ERROR      <*
*> ******************************* <*

HANDLE-RFS-GLJ-ERROR.
	DISPLAY "RFS-GLJ-FILE ERROR - FILE STATUS " RFS-GLJ-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-GLJ-ERROR-EXIT.
	EXIT.

	COPY "rates.lookup.cpy".
	COPY "custmast.lookup.cpy".
	COPY "rfs.validate.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
