*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyTrueUpRFS.cbl     *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Seat overage true-up         *** <*
*> *** invoicing                    *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyTrueUpRFS.

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
			COPY "usage.env.cpy".
			COPY "rates.env.cpy".
			COPY "trueup.env.cpy".
			COPY "truelog.env.cpy".
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
		COPY "usage.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "trueup.fd.cpy".
		COPY "truelog.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "usage.status.cpy".
		COPY "rates.status.cpy".
		COPY "trueup.status.cpy".
		COPY "truelog.status.cpy".
		COPY "audit.status.cpy".
		COPY "runlog.status.cpy".

		COPY "rates.lookup-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-TRU-TODAY-NUM PIC 9(08).
		01 RFS-TRU-TODAY-INT USAGE BINARY-LONG.

		01 RFS-TRU-RAISE-FLAG PIC X(01) VALUE "N".
			88 RFS-TRU-RAISE-SEATS VALUE "Y".

		*> The latest window of every site/product in rfs.dat:
		*> the record, the window it paid for (from the end of
		*> the record before it, or its own start for the
		*> first), its entitlement and mark, and the highest
		*> peak the usage snapshots saw inside the window.
		01 RFS-TRU-WIN-TABLE.
			05 RFS-TRU-WIN-ENTRY OCCURS 2000 TIMES.
				10 RFS-TRU-WIN-SITE      PIC X(08).
				10 RFS-TRU-WIN-PRODUCT   PIC X(04).
				10 RFS-TRU-WIN-ID        PIC 9(08).
				10 RFS-TRU-WIN-START-NUM PIC 9(08).
				10 RFS-TRU-WIN-END-NUM   PIC 9(08).
				10 RFS-TRU-WIN-LICENSED  PIC 9(08).
				10 RFS-TRU-WIN-MARK      PIC X(01).
				10 RFS-TRU-WIN-EFFECTIVE PIC 9(08).
				10 RFS-TRU-WIN-PEAK      PIC 9(08).

		01 RFS-TRU-WIN-USED PIC 9(04) VALUE 0.
		01 RFS-TRU-WIN-IDX  PIC 9(04).
		01 RFS-TRU-WIN-HIT  PIC 9(04).

		01 RFS-TRU-PREV-END-NUM PIC 9(08).

		*> Every window already trued up and the peak it was
		*> billed up to - a later run bills only the seats above
		*> that.
		01 RFS-TRU-LOG-TABLE.
			05 RFS-TRU-LOG-ENTRY OCCURS 2000 TIMES.
				10 RFS-TRU-LOG-SITE    PIC X(08).
				10 RFS-TRU-LOG-PRODUCT PIC X(04).
				10 RFS-TRU-LOG-ID      PIC 9(08).
				10 RFS-TRU-LOG-SEATS   PIC 9(08).

		01 RFS-TRU-LOG-USED PIC 9(04) VALUE 0.
		01 RFS-TRU-LOG-IDX  PIC 9(04).
		01 RFS-TRU-LOG-HIT  PIC 9(04).

		01 RFS-TRU-LOG-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-TRU-LOG-EOF VALUE "Y".

		*> The true-up log line being folded in or appended.
		01 RFS-TRU-LOG-LINE-WORK.
			05 TLG-SITE     PIC X(08).
			05 TLG-PRODUCT  PIC X(04).
			05 TLG-WINDOW   PIC 9(08).
			05 TLG-SEATS    PIC 9(08).
			05 TLG-DATE     PIC 9(08).
			05 TLG-CHARGE   PIC 9(12).
			05 FILLER       PIC X(12).

		01 RFS-TRU-USAGE-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-TRU-USAGE-EOF VALUE "Y".

		*> Raw comma-separated fields of the snapshot row, the
		*> same columns ReySeatReport reads.
		01 RFS-TRU-RAW-FIELDS.
			05 RFS-TRU-RAW-SITE    PIC X(08).
			05 RFS-TRU-RAW-PRODUCT PIC X(04).
			05 RFS-TRU-RAW-PEAK    PIC X(08).
			05 RFS-TRU-RAW-DATE    PIC X(08).

		01 RFS-TRU-SNAP-DATE PIC 9(08).

		*> Digit-collector, the same discipline ReySeatReport
		*> applies to the snapshots.
		01 RFS-TRU-NUM-WORK  PIC X(08).
		01 RFS-TRU-NUM-VALUE PIC 9(08).
		01 RFS-TRU-NUM-POS   PIC 9(02).
		01 RFS-TRU-NUM-CHAR  PIC X(01).

		01 RFS-TRU-NUM-VALID-FLAG PIC X(01).
			88 RFS-TRU-NUM-VALID VALUE "Y".

		*> The window being trued up.
		01 RFS-TRU-BASE-SEATS  PIC 9(08).
		01 RFS-TRU-OVER-SEATS  PIC 9(08).
		01 RFS-TRU-START-INT   USAGE BINARY-LONG.
		01 RFS-TRU-END-INT     USAGE BINARY-LONG.
		01 RFS-TRU-STOP-INT    USAGE BINARY-LONG.
		01 RFS-TRU-TERM-DAYS   USAGE BINARY-LONG.
		01 RFS-TRU-ELAPSED     USAGE BINARY-LONG.
		01 RFS-TRU-DAILY-CENTS  USAGE BINARY-DOUBLE.
		01 RFS-TRU-CHARGE-CENTS USAGE BINARY-DOUBLE.

		*> ReySeatsRFS takes the seat count as BINARY-LONG.
		01 RFS-TRU-CALL-SEATS USAGE BINARY-LONG.
		01 RFS-TRU-CALL-RC    PIC 9(04).

		01 RFS-TRU-BAD-ROWS     PIC 9(05) VALUE 0.
		01 RFS-TRU-BILLED-COUNT PIC 9(05) VALUE 0.
		01 RFS-TRU-NORATE-COUNT PIC 9(05) VALUE 0.
		01 RFS-TRU-DONE-COUNT   PIC 9(05) VALUE 0.
		01 RFS-TRU-RAISED-COUNT PIC 9(05) VALUE 0.
		01 RFS-TRU-REFUSED-COUNT PIC 9(05) VALUE 0.

		*> CSV column images - the amounts carry an explicit
		*> decimal point, the same as rfs-invoice.csv.
		01 RFS-TRU-OUT-SITE     PIC X(08).
		01 RFS-TRU-OUT-PRODUCT  PIC X(04).
		01 RFS-TRU-OUT-ID       PIC 9(08).
		01 RFS-TRU-OUT-END-DATE PIC 9(08).
		01 RFS-TRU-OUT-TERM     PIC 9(04).

		01 RFS-TRU-OUT-PRICE.
			05 TRU-PRICE-WHOLE PIC 9(08).
			05 FILLER          PIC X(01) VALUE ".".
			05 TRU-PRICE-CENTS PIC 9(02).

		01 RFS-TRU-OUT-CHARGE.
			05 TRU-CHARGE-WHOLE PIC 9(10).
			05 FILLER           PIC X(01) VALUE ".".
			05 TRU-CHARGE-CENTS PIC 9(02).

		01 RFS-TRU-OUT-RATE-DATE PIC 9(08).

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-RAISE-SEATS PIC X(01).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function turns the overage ReySeatReport lists in
*>     rfs-compliance.txt into money. For every site/product
*>     whose latest RFS-RECORD sets a licensed-seats
*>     entitlement, the highest peak in rfs-usage.csv dated
*>     inside that record's window (from the end of the record
*>     before it, or its own start for the first, up to today)
*>     is set against the entitlement; the seats over it are
*>     priced for the elapsed part of the window - window start
*>     to today, or to the window's end, or to a suspension or
*>     cancellation's effective date, whichever comes first - at
*>     the per-seat day price of the rate record in
*>     rfs-rates.dat the window's term and today's date select.
*>     Each true-up is a row of rfs-trueup.csv in the columns of
*>     ReyPriceRFS's rfs-invoice.csv with STATUS TRUEUP: the
*>     term column carries the elapsed days and the unit price
*>     the day price of all the seats over; an overage no seat
*>     price covers is written with status NO-RATE and empty
*>     amounts instead. rfs-trueup-log.dat remembers the peak
*>     each window was billed up to, so a window is never billed
*>     twice for the same seats - a later, higher peak bills
*>     only the seats above the last one billed. Every true-up
*>     leaves a TRUEUP line in rfs-audit.dat whose old/new date
*>     columns carry the seats it billed from and up to.
*>     With the raise option each billed site's licensed-seats
*>     is raised to its peak through ReySeatsRFS, so the next
*>     renewal carries the real head-count; an overage left
*>     unpriced is not raised, or it would never be billed.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     usage rows read, true-ups billed, overages left at
*>     NO-RATE and usage rows skipped as unreadable.
*>
*> Parameters:
*>     RFS-IN-RAISE-SEATS - "Y" raises licensed-seats to the
*>     billed peak; anything else only bills
*>
*> Return:
*>     RETURN-CODE is zero on success, 4 when some overage had
*>     no seat price or ReySeatsRFS refused a raise, 16 when a
*>     file operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-RAISE-SEATS.

	MOVE "ReyTrueUpRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	IF RFS-IN-RAISE-SEATS = "Y"
		SET RFS-TRU-RAISE-SEATS TO TRUE
	END-IF.

	*> Attribute the audit lines to the signed-on operator when
	*> one is present - this path also runs unattended, so no
	*> sign-on is not an error here.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	ACCEPT RFS-TRU-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-TRU-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-TRU-TODAY-NUM).

	PERFORM LOAD-TRUEUP-LOG
		THRU LOAD-TRUEUP-LOG-EXIT.
	PERFORM COLLECT-LATEST-WINDOWS
		THRU COLLECT-LATEST-WINDOWS-EXIT.
	PERFORM TALLY-USAGE-PEAKS
		THRU TALLY-USAGE-PEAKS-EXIT.

	OPEN OUTPUT RFS-TUP-FILE.
	IF NOT RFS-TUP-STATUS-OK
		PERFORM HANDLE-RFS-TUP-ERROR
	END-IF.

	MOVE
		"SITE-CODE,PRODUCT,SUBSCRIPTION-ID,END-DATE,TERM-DAYS,UNIT-PRICE,CHARGE,RATE-DATE,STATUS,INVOICE-NO"
		TO RFS-TUP-LINE.
	PERFORM WRITE-ONE-TRUEUP-LINE.

	MOVE 0 TO RFS-TRU-WIN-IDX.
	PERFORM TRUE-UP-ONE-WINDOW
		THRU TRUE-UP-ONE-WINDOW-EXIT
		UNTIL RFS-TRU-WIN-IDX >= RFS-TRU-WIN-USED.

	CLOSE RFS-TUP-FILE.
	IF NOT RFS-TUP-STATUS-OK
		PERFORM HANDLE-RFS-TUP-ERROR
	END-IF.

	DISPLAY "ReyTrueUpRFS - BILLED " RFS-TRU-BILLED-COUNT
		" NO-RATE " RFS-TRU-NORATE-COUNT
		" ALREADY BILLED " RFS-TRU-DONE-COUNT
		" RAISED " RFS-TRU-RAISED-COUNT
		" ROWS SKIPPED " RFS-TRU-BAD-ROWS UPON CONSOLE.

	IF RFS-TRU-NORATE-COUNT > 0 OR RFS-TRU-REFUSED-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.

	MOVE RFS-TRU-BILLED-COUNT TO RFS-RUN-WRITTEN.
	MOVE RFS-TRU-NORATE-COUNT TO RFS-RUN-REJECTED.
	MOVE RFS-TRU-BAD-ROWS     TO RFS-RUN-SKIPPED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** LOAD-TRUEUP-LOG           <*
*> *** No log yet just means     <*
*> *** nothing has been trued up <*
*> ******************************* <*

LOAD-TRUEUP-LOG.

	OPEN INPUT RFS-TLG-FILE.
	IF RFS-TLG-STATUS-NOT-FOUND
		GO TO LOAD-TRUEUP-LOG-EXIT
	END-IF.
	IF NOT RFS-TLG-STATUS-OK
		PERFORM HANDLE-RFS-TLG-ERROR
	END-IF.

	PERFORM LOAD-ONE-TRUEUP-LINE
		THRU LOAD-ONE-TRUEUP-LINE-EXIT
		UNTIL RFS-TRU-LOG-EOF.

	CLOSE RFS-TLG-FILE.
	IF NOT RFS-TLG-STATUS-OK
		PERFORM HANDLE-RFS-TLG-ERROR
	END-IF.

LOAD-TRUEUP-LOG-EXIT.
	EXIT.

LOAD-ONE-TRUEUP-LINE.

	READ RFS-TLG-FILE.

	IF RFS-TLG-STATUS-EOF
		SET RFS-TRU-LOG-EOF TO TRUE
		GO TO LOAD-ONE-TRUEUP-LINE-EXIT
	END-IF.

	IF NOT RFS-TLG-STATUS-OK
		PERFORM HANDLE-RFS-TLG-ERROR
	END-IF.

	MOVE RFS-TLG-LINE TO RFS-TRU-LOG-LINE-WORK.

	IF TLG-WINDOW NOT NUMERIC OR TLG-SEATS NOT NUMERIC
		GO TO LOAD-ONE-TRUEUP-LINE-EXIT
	END-IF.

	PERFORM FOLD-TRUEUP-LINE
		THRU FOLD-TRUEUP-LINE-EXIT.

LOAD-ONE-TRUEUP-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** FOLD-TRUEUP-LINE          <*
*> *** Brings the window's slot  <*
*> *** up to the line in         <*
*> *** RFS-TRU-LOG-LINE-WORK     <*
*> ******************************* <*

FOLD-TRUEUP-LINE.

	MOVE 0 TO RFS-TRU-LOG-HIT.
	MOVE 0 TO RFS-TRU-LOG-IDX.
	PERFORM MATCH-ONE-TRUEUP-SLOT
		UNTIL RFS-TRU-LOG-IDX >= RFS-TRU-LOG-USED
			OR RFS-TRU-LOG-HIT > 0.

	IF RFS-TRU-LOG-HIT = 0
		IF RFS-TRU-LOG-USED >= 2000
			DISPLAY "RFS-TRU-LOG-TABLE FULL - MORE THAN 2000"
				" WINDOWS TRUED UP" UPON CONSOLE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-TRU-LOG-USED
		MOVE RFS-TRU-LOG-USED TO RFS-TRU-LOG-HIT
		MOVE TLG-SITE    TO RFS-TRU-LOG-SITE (RFS-TRU-LOG-HIT)
		MOVE TLG-PRODUCT TO RFS-TRU-LOG-PRODUCT (RFS-TRU-LOG-HIT)
		MOVE TLG-WINDOW  TO RFS-TRU-LOG-ID (RFS-TRU-LOG-HIT)
		MOVE 0           TO RFS-TRU-LOG-SEATS (RFS-TRU-LOG-HIT)
	END-IF.

	IF TLG-SEATS > RFS-TRU-LOG-SEATS (RFS-TRU-LOG-HIT)
		MOVE TLG-SEATS TO RFS-TRU-LOG-SEATS (RFS-TRU-LOG-HIT)
	END-IF.

FOLD-TRUEUP-LINE-EXIT.
	EXIT.

MATCH-ONE-TRUEUP-SLOT.

	ADD 1 TO RFS-TRU-LOG-IDX.

	IF RFS-TRU-LOG-SITE (RFS-TRU-LOG-IDX) = TLG-SITE
			AND RFS-TRU-LOG-PRODUCT (RFS-TRU-LOG-IDX) = TLG-PRODUCT
			AND RFS-TRU-LOG-ID (RFS-TRU-LOG-IDX) = TLG-WINDOW
		MOVE RFS-TRU-LOG-IDX TO RFS-TRU-LOG-HIT
	END-IF.

MATCH-ONE-TRUEUP-SLOT-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-LATEST-WINDOWS    <*
*> *** rfs.dat arrives site-code <*
*> *** major, subscription-id    <*
*> *** minor, so the last record <*
*> *** of each site/product is   <*
*> *** its latest; the file is   <*
*> *** closed again before any   <*
*> *** raise goes to ReySeatsRFS <*
*> ******************************* <*

COLLECT-LATEST-WINDOWS.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO COLLECT-LATEST-WINDOWS-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	PERFORM COLLECT-NEXT-RECORD
		THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-STATUS-EOF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

COLLECT-LATEST-WINDOWS-EXIT.
	EXIT.

COLLECT-NEXT-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		GO TO COLLECT-NEXT-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE 0 TO RFS-TRU-PREV-END-NUM.
	IF RFS-TRU-WIN-USED > 0
		IF RFS-TRU-WIN-SITE (RFS-TRU-WIN-USED) = SITE-CODE
				AND RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-USED) =
					PRODUCT-CODE
			MOVE RFS-TRU-WIN-END-NUM (RFS-TRU-WIN-USED)
				TO RFS-TRU-PREV-END-NUM
		END-IF
	END-IF.

	IF RFS-TRU-PREV-END-NUM = 0
		IF RFS-TRU-WIN-USED >= 2000
			DISPLAY "RFS-TRU-WIN-TABLE FULL - MORE THAN 2000"
				" SITE/PRODUCTS" UPON CONSOLE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-TRU-WIN-USED
		MOVE SITE-CODE    TO RFS-TRU-WIN-SITE (RFS-TRU-WIN-USED)
		MOVE PRODUCT-CODE TO RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-USED)
		COMPUTE RFS-TRU-WIN-START-NUM (RFS-TRU-WIN-USED) =
			YEAR-START * 10000 + MONTH-START * 100 + DAY-START
	ELSE
		MOVE RFS-TRU-PREV-END-NUM
			TO RFS-TRU-WIN-START-NUM (RFS-TRU-WIN-USED)
	END-IF.

	MOVE SUBSCRIPTION-ID TO RFS-TRU-WIN-ID (RFS-TRU-WIN-USED).
	COMPUTE RFS-TRU-WIN-END-NUM (RFS-TRU-WIN-USED) =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.
	MOVE LICENSED-SEATS   TO RFS-TRU-WIN-LICENSED (RFS-TRU-WIN-USED).
	MOVE RECORD-STATUS    TO RFS-TRU-WIN-MARK (RFS-TRU-WIN-USED).
	MOVE STATUS-EFFECTIVE TO RFS-TRU-WIN-EFFECTIVE (RFS-TRU-WIN-USED).
	MOVE 0                TO RFS-TRU-WIN-PEAK (RFS-TRU-WIN-USED).

COLLECT-NEXT-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** TALLY-USAGE-PEAKS         <*
*> *** No snapshot file at all   <*
*> *** is an operator mistake    <*
*> *** worth aborting loudly on, <*
*> *** as ReySeatReport does     <*
*> ******************************* <*

TALLY-USAGE-PEAKS.

	OPEN INPUT RFS-USAGE-FILE.
	IF RFS-USAGE-STATUS-NOT-FOUND
		DISPLAY "RFS-USAGE-FILE ERROR - rfs-usage.csv NOT FOUND"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-USAGE-STATUS-OK
		PERFORM HANDLE-RFS-USAGE-ERROR
	END-IF.

	PERFORM TALLY-NEXT-SNAPSHOT
		THRU TALLY-NEXT-SNAPSHOT-EXIT UNTIL RFS-TRU-USAGE-EOF.

	CLOSE RFS-USAGE-FILE.
	IF NOT RFS-USAGE-STATUS-OK
		PERFORM HANDLE-RFS-USAGE-ERROR
	END-IF.

TALLY-USAGE-PEAKS-EXIT.
	EXIT.

TALLY-NEXT-SNAPSHOT.

	READ RFS-USAGE-FILE.

	IF RFS-USAGE-STATUS-EOF
		SET RFS-TRU-USAGE-EOF TO TRUE
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.

	IF NOT RFS-USAGE-STATUS-OK
		PERFORM HANDLE-RFS-USAGE-ERROR
	END-IF.

	IF RFS-USAGE-LINE = SPACES
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.

	IF RFS-USAGE-LINE (1:9) = "SITE-CODE"
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	MOVE SPACES TO RFS-TRU-RAW-FIELDS.
	UNSTRING RFS-USAGE-LINE DELIMITED BY ","
		INTO RFS-TRU-RAW-SITE
			RFS-TRU-RAW-PRODUCT
			RFS-TRU-RAW-PEAK
			RFS-TRU-RAW-DATE.

	IF RFS-TRU-RAW-SITE = SPACES
		ADD 1 TO RFS-TRU-BAD-ROWS
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.

	IF RFS-TRU-RAW-PRODUCT = SPACES
		MOVE "CORE" TO RFS-TRU-RAW-PRODUCT
	END-IF.

	*> The snapshot date places the peak inside or outside a
	*> window - a row without one cannot be billed from.
	IF RFS-TRU-RAW-DATE NOT NUMERIC
		ADD 1 TO RFS-TRU-BAD-ROWS
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.
	MOVE RFS-TRU-RAW-DATE TO RFS-TRU-SNAP-DATE.

	MOVE RFS-TRU-RAW-PEAK TO RFS-TRU-NUM-WORK.
	PERFORM NORMALIZE-USAGE-NUMBER
		THRU NORMALIZE-USAGE-NUMBER-EXIT.
	IF NOT RFS-TRU-NUM-VALID
		ADD 1 TO RFS-TRU-BAD-ROWS
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.

	MOVE 0 TO RFS-TRU-WIN-HIT.
	MOVE 0 TO RFS-TRU-WIN-IDX.
	PERFORM MATCH-ONE-WINDOW-SLOT
		UNTIL RFS-TRU-WIN-IDX >= RFS-TRU-WIN-USED
			OR RFS-TRU-WIN-HIT > 0.

	IF RFS-TRU-WIN-HIT = 0
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.

	IF RFS-TRU-SNAP-DATE < RFS-TRU-WIN-START-NUM (RFS-TRU-WIN-HIT)
			OR RFS-TRU-SNAP-DATE >=
				RFS-TRU-WIN-END-NUM (RFS-TRU-WIN-HIT)
			OR RFS-TRU-SNAP-DATE > RFS-TRU-TODAY-NUM
		GO TO TALLY-NEXT-SNAPSHOT-EXIT
	END-IF.

	IF RFS-TRU-NUM-VALUE > RFS-TRU-WIN-PEAK (RFS-TRU-WIN-HIT)
		MOVE RFS-TRU-NUM-VALUE TO RFS-TRU-WIN-PEAK (RFS-TRU-WIN-HIT)
	END-IF.

TALLY-NEXT-SNAPSHOT-EXIT.
	EXIT.

MATCH-ONE-WINDOW-SLOT.

	ADD 1 TO RFS-TRU-WIN-IDX.

	IF RFS-TRU-WIN-SITE (RFS-TRU-WIN-IDX) = RFS-TRU-RAW-SITE
			AND RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-IDX) =
				RFS-TRU-RAW-PRODUCT
		MOVE RFS-TRU-WIN-IDX TO RFS-TRU-WIN-HIT
	END-IF.

MATCH-ONE-WINDOW-SLOT-EXIT.
	EXIT.

*> ******************************* <*
*> *** NORMALIZE-USAGE-NUMBER    <*
*> *** Collects the digits of    <*
*> *** RFS-TRU-NUM-WORK so the   <*
*> *** CSV can carry "5" or      <*
*> *** "00000005"; any other     <*
*> *** character invalidates     <*
*> *** the field                 <*
*> ******************************* <*

NORMALIZE-USAGE-NUMBER.

	MOVE "Y" TO RFS-TRU-NUM-VALID-FLAG.
	MOVE 0 TO RFS-TRU-NUM-VALUE.
	MOVE 0 TO RFS-TRU-NUM-POS.

	IF RFS-TRU-NUM-WORK = SPACES
		MOVE "N" TO RFS-TRU-NUM-VALID-FLAG
		GO TO NORMALIZE-USAGE-NUMBER-EXIT
	END-IF.

	PERFORM COLLECT-ONE-USAGE-DIGIT
		THRU COLLECT-ONE-USAGE-DIGIT-EXIT
		UNTIL RFS-TRU-NUM-POS >= 8
			OR NOT RFS-TRU-NUM-VALID.

NORMALIZE-USAGE-NUMBER-EXIT.
	EXIT.

COLLECT-ONE-USAGE-DIGIT.

	ADD 1 TO RFS-TRU-NUM-POS.
	MOVE RFS-TRU-NUM-WORK (RFS-TRU-NUM-POS:1) TO RFS-TRU-NUM-CHAR.

	IF RFS-TRU-NUM-CHAR = SPACE
		GO TO COLLECT-ONE-USAGE-DIGIT-EXIT
	END-IF.

	IF RFS-TRU-NUM-CHAR < "0" OR RFS-TRU-NUM-CHAR > "9"
		MOVE "N" TO RFS-TRU-NUM-VALID-FLAG
		GO TO COLLECT-ONE-USAGE-DIGIT-EXIT
	END-IF.

	COMPUTE RFS-TRU-NUM-VALUE =
		RFS-TRU-NUM-VALUE * 10 +
		FUNCTION NUMVAL (RFS-TRU-NUM-CHAR).

COLLECT-ONE-USAGE-DIGIT-EXIT.
	EXIT.

*> ******************************* <*
*> *** TRUE-UP-ONE-WINDOW        <*
*> *** Bills the seats the peak  <*
*> *** ran over the entitlement  <*
*> *** - or over the peak last   <*
*> *** billed for the window,    <*
*> *** when that is higher       <*
*> ******************************* <*

TRUE-UP-ONE-WINDOW.

	ADD 1 TO RFS-TRU-WIN-IDX.

	*> No entitlement set, or an unconverted evaluation - the
	*> compliance report leaves these alone and so does billing.
	IF RFS-TRU-WIN-LICENSED (RFS-TRU-WIN-IDX) = 0
			OR RFS-TRU-WIN-MARK (RFS-TRU-WIN-IDX) = "T"
		GO TO TRUE-UP-ONE-WINDOW-EXIT
	END-IF.

	IF RFS-TRU-WIN-PEAK (RFS-TRU-WIN-IDX) <=
			RFS-TRU-WIN-LICENSED (RFS-TRU-WIN-IDX)
		GO TO TRUE-UP-ONE-WINDOW-EXIT
	END-IF.

	MOVE RFS-TRU-WIN-LICENSED (RFS-TRU-WIN-IDX) TO RFS-TRU-BASE-SEATS.

	MOVE RFS-TRU-WIN-SITE (RFS-TRU-WIN-IDX)    TO TLG-SITE.
	MOVE RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-IDX) TO TLG-PRODUCT.
	MOVE RFS-TRU-WIN-ID (RFS-TRU-WIN-IDX)      TO TLG-WINDOW.
	MOVE 0 TO RFS-TRU-LOG-HIT.
	MOVE 0 TO RFS-TRU-LOG-IDX.
	PERFORM MATCH-ONE-TRUEUP-SLOT
		UNTIL RFS-TRU-LOG-IDX >= RFS-TRU-LOG-USED
			OR RFS-TRU-LOG-HIT > 0.
	IF RFS-TRU-LOG-HIT > 0
		IF RFS-TRU-LOG-SEATS (RFS-TRU-LOG-HIT) > RFS-TRU-BASE-SEATS
			MOVE RFS-TRU-LOG-SEATS (RFS-TRU-LOG-HIT)
				TO RFS-TRU-BASE-SEATS
		END-IF
	END-IF.

	IF RFS-TRU-WIN-PEAK (RFS-TRU-WIN-IDX) <= RFS-TRU-BASE-SEATS
		ADD 1 TO RFS-TRU-DONE-COUNT
		GO TO TRUE-UP-ONE-WINDOW-EXIT
	END-IF.

	COMPUTE RFS-TRU-OVER-SEATS =
		RFS-TRU-WIN-PEAK (RFS-TRU-WIN-IDX) - RFS-TRU-BASE-SEATS.

	*> The elapsed part of the window - service stops at a
	*> suspension or cancellation already in effect.
	COMPUTE RFS-TRU-START-INT = FUNCTION INTEGER-OF-DATE
		(RFS-TRU-WIN-START-NUM (RFS-TRU-WIN-IDX)).
	COMPUTE RFS-TRU-END-INT = FUNCTION INTEGER-OF-DATE
		(RFS-TRU-WIN-END-NUM (RFS-TRU-WIN-IDX)).

	MOVE RFS-TRU-TODAY-INT TO RFS-TRU-STOP-INT.
	IF RFS-TRU-END-INT < RFS-TRU-STOP-INT
		MOVE RFS-TRU-END-INT TO RFS-TRU-STOP-INT
	END-IF.
	IF (RFS-TRU-WIN-MARK (RFS-TRU-WIN-IDX) = "C"
			OR RFS-TRU-WIN-MARK (RFS-TRU-WIN-IDX) = "S")
			AND RFS-TRU-WIN-EFFECTIVE (RFS-TRU-WIN-IDX) >= 16010101
			AND RFS-TRU-WIN-EFFECTIVE (RFS-TRU-WIN-IDX) <
				RFS-TRU-TODAY-NUM
		COMPUTE RFS-TRU-ELAPSED = FUNCTION INTEGER-OF-DATE
			(RFS-TRU-WIN-EFFECTIVE (RFS-TRU-WIN-IDX))
		IF RFS-TRU-ELAPSED < RFS-TRU-STOP-INT
			MOVE RFS-TRU-ELAPSED TO RFS-TRU-STOP-INT
		END-IF
	END-IF.

	COMPUTE RFS-TRU-ELAPSED = RFS-TRU-STOP-INT - RFS-TRU-START-INT.
	IF RFS-TRU-ELAPSED <= 0
		GO TO TRUE-UP-ONE-WINDOW-EXIT
	END-IF.

	COMPUTE RFS-TRU-TERM-DAYS = RFS-TRU-END-INT - RFS-TRU-START-INT.

	MOVE RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-IDX)
		TO RFS-RTE-LOOKUP-PRODUCT.
	MOVE RFS-TRU-TERM-DAYS TO RFS-RTE-LOOKUP-TERM.
	MOVE RFS-TRU-TODAY-NUM TO RFS-RTE-LOOKUP-DATE.
	PERFORM LOOKUP-PRODUCT-RATE
		THRU LOOKUP-PRODUCT-RATE-EXIT.

	MOVE RFS-TRU-WIN-SITE (RFS-TRU-WIN-IDX)    TO RFS-TRU-OUT-SITE.
	MOVE RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-IDX) TO RFS-TRU-OUT-PRODUCT.
	MOVE RFS-TRU-WIN-ID (RFS-TRU-WIN-IDX)      TO RFS-TRU-OUT-ID.
	MOVE RFS-TRU-WIN-END-NUM (RFS-TRU-WIN-IDX)
		TO RFS-TRU-OUT-END-DATE.
	MOVE RFS-TRU-ELAPSED TO RFS-TRU-OUT-TERM.

	IF NOT RFS-RTE-FOUND OR RFS-RTE-SEAT-PRICE = 0
		ADD 1 TO RFS-TRU-NORATE-COUNT
		MOVE SPACES TO RFS-TUP-LINE
		STRING RFS-TRU-OUT-SITE     DELIMITED BY SPACE
			","                      DELIMITED BY SIZE
			RFS-TRU-OUT-PRODUCT     DELIMITED BY SPACE
			","                      DELIMITED BY SIZE
			RFS-TRU-OUT-ID          DELIMITED BY SIZE
			","                      DELIMITED BY SIZE
			RFS-TRU-OUT-END-DATE    DELIMITED BY SIZE
			","                      DELIMITED BY SIZE
			RFS-TRU-OUT-TERM        DELIMITED BY SIZE
			",,,,NO-RATE,"           DELIMITED BY SIZE
			INTO RFS-TUP-LINE
		PERFORM WRITE-ONE-TRUEUP-LINE
		GO TO TRUE-UP-ONE-WINDOW-EXIT
	END-IF.

	COMPUTE RFS-TRU-DAILY-CENTS =
		RFS-TRU-OVER-SEATS * RFS-RTE-SEAT-PRICE.
	COMPUTE RFS-TRU-CHARGE-CENTS =
		RFS-TRU-ELAPSED * RFS-TRU-DAILY-CENTS.

	COMPUTE TRU-PRICE-WHOLE = RFS-TRU-DAILY-CENTS / 100.
	COMPUTE TRU-PRICE-CENTS =
		FUNCTION MOD (RFS-TRU-DAILY-CENTS 100).
	COMPUTE TRU-CHARGE-WHOLE = RFS-TRU-CHARGE-CENTS / 100.
	COMPUTE TRU-CHARGE-CENTS =
		FUNCTION MOD (RFS-TRU-CHARGE-CENTS 100).
	MOVE RFS-RTE-VERSION-USED TO RFS-TRU-OUT-RATE-DATE.

	MOVE SPACES TO RFS-TUP-LINE.
	STRING RFS-TRU-OUT-SITE     DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		RFS-TRU-OUT-PRODUCT     DELIMITED BY SPACE
		","                      DELIMITED BY SIZE
		RFS-TRU-OUT-ID          DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-TRU-OUT-END-DATE    DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-TRU-OUT-TERM        DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-TRU-OUT-PRICE       DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-TRU-OUT-CHARGE      DELIMITED BY SIZE
		","                      DELIMITED BY SIZE
		RFS-TRU-OUT-RATE-DATE   DELIMITED BY SIZE
		",TRUEUP,"               DELIMITED BY SIZE
		INTO RFS-TUP-LINE.
	PERFORM WRITE-ONE-TRUEUP-LINE.

	ADD 1 TO RFS-TRU-BILLED-COUNT.

	PERFORM APPEND-TRUEUP-LOG
		THRU APPEND-TRUEUP-LOG-EXIT.
	PERFORM LOG-TRUEUP-EVENT.

	IF RFS-TRU-RAISE-SEATS
		PERFORM RAISE-LICENSED-SEATS
			THRU RAISE-LICENSED-SEATS-EXIT
	END-IF.

TRUE-UP-ONE-WINDOW-EXIT.
	EXIT.

*> ******************************* <*
*> *** APPEND-TRUEUP-LOG         <*
*> *** Remembers the peak billed <*
*> *** in the table for this run <*
*> *** and in the log file for   <*
*> *** every run after it        <*
*> ******************************* <*

APPEND-TRUEUP-LOG.

	MOVE RFS-TRU-WIN-SITE (RFS-TRU-WIN-IDX)    TO TLG-SITE.
	MOVE RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-IDX) TO TLG-PRODUCT.
	MOVE RFS-TRU-WIN-ID (RFS-TRU-WIN-IDX)      TO TLG-WINDOW.
	MOVE RFS-TRU-WIN-PEAK (RFS-TRU-WIN-IDX)    TO TLG-SEATS.
	MOVE RFS-TRU-TODAY-NUM    TO TLG-DATE.
	MOVE RFS-TRU-CHARGE-CENTS TO TLG-CHARGE.

	PERFORM FOLD-TRUEUP-LINE
		THRU FOLD-TRUEUP-LINE-EXIT.

	OPEN EXTEND RFS-TLG-FILE.
	IF RFS-TLG-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-TLG-FILE
		IF NOT RFS-TLG-STATUS-OK
			PERFORM HANDLE-RFS-TLG-ERROR
		END-IF

		CLOSE RFS-TLG-FILE
		IF NOT RFS-TLG-STATUS-OK
			PERFORM HANDLE-RFS-TLG-ERROR
		END-IF

		OPEN EXTEND RFS-TLG-FILE
	END-IF.
	IF NOT RFS-TLG-STATUS-OK
		PERFORM HANDLE-RFS-TLG-ERROR
	END-IF.

	MOVE RFS-TRU-LOG-LINE-WORK TO RFS-TLG-LINE.
	WRITE RFS-TLG-LINE.
	IF NOT RFS-TLG-STATUS-OK
		PERFORM HANDLE-RFS-TLG-ERROR
	END-IF.

	CLOSE RFS-TLG-FILE.
	IF NOT RFS-TLG-STATUS-OK
		PERFORM HANDLE-RFS-TLG-ERROR
	END-IF.

APPEND-TRUEUP-LOG-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-TRUEUP-EVENT          <*
*> *** The audit line's old/new  <*
*> *** date columns carry the    <*
*> *** seats billed from and up  <*
*> *** to, the way SEATSET       <*
*> *** carries seat counts       <*
*> ******************************* <*

LOG-TRUEUP-EVENT.

	MOVE "TRUEUP"                             TO RFS-AUDIT-OPERATION.
	MOVE RFS-TRU-WIN-SITE (RFS-TRU-WIN-IDX)    TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-IDX)
		TO RFS-AUDIT-PRODUCT-CODE.
	MOVE RFS-TRU-WIN-ID (RFS-TRU-WIN-IDX)
		TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-TRU-BASE-SEATS                   TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-TRU-WIN-PEAK (RFS-TRU-WIN-IDX)    TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-TRUEUP-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** RAISE-LICENSED-SEATS      <*
*> *** A refusal is reported and <*
*> *** left for the next run -   <*
*> *** the overage is billed     <*
*> *** either way                <*
*> ******************************* <*

RAISE-LICENSED-SEATS.

	MOVE RFS-TRU-WIN-PEAK (RFS-TRU-WIN-IDX) TO RFS-TRU-CALL-SEATS.

	MOVE 0 TO RETURN-CODE.
	CALL "ReySeatsRFS" USING RFS-TRU-WIN-SITE (RFS-TRU-WIN-IDX)
		RFS-TRU-WIN-PRODUCT (RFS-TRU-WIN-IDX) RFS-TRU-CALL-SEATS.
	MOVE RETURN-CODE TO RFS-TRU-CALL-RC.
	MOVE 0 TO RETURN-CODE.

	IF RFS-TRU-CALL-RC NOT = 0
		ADD 1 TO RFS-TRU-REFUSED-COUNT
		DISPLAY "ReyTrueUpRFS - SEAT RAISE OF "
			RFS-TRU-WIN-SITE (RFS-TRU-WIN-IDX)
			" REFUSED, RETURN-CODE " RFS-TRU-CALL-RC UPON CONSOLE
	ELSE
		ADD 1 TO RFS-TRU-RAISED-COUNT
	END-IF.

RAISE-LICENSED-SEATS-EXIT.
	EXIT.

WRITE-ONE-TRUEUP-LINE.

	WRITE RFS-TUP-LINE.
	IF NOT RFS-TUP-STATUS-OK
		PERFORM HANDLE-RFS-TUP-ERROR
	END-IF.

WRITE-ONE-TRUEUP-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-USAGE-ERROR    <*
*> ******************************* <*

HANDLE-RFS-USAGE-ERROR.
	DISPLAY "RFS-USAGE-FILE ERROR - FILE STATUS " RFS-USAGE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-USAGE-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-TUP-ERROR      <*
*> ******************************* <*

HANDLE-RFS-TUP-ERROR.
	DISPLAY "RFS-TUP-FILE ERROR - FILE STATUS " RFS-TUP-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-TUP-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-TLG-ERROR      <*
*> ******************************* <*

HANDLE-RFS-TLG-ERROR.
	DISPLAY "RFS-TLG-FILE ERROR - FILE STATUS " RFS-TLG-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-TLG-ERROR-EXIT.
	EXIT.

	COPY "rates.lookup.cpy".
	COPY "audit.log.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
