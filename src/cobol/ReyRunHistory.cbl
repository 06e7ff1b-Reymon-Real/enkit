*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRunHistory.cbl    *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Batch run history, elapsed   *** <*
*> *** time trends and control      *** <*
*> *** total exceptions             *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyRunHistory.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "runlog.env.cpy".
			COPY "runhist.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "runlog.fd.cpy".
		COPY "runhist.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "runlog.status.cpy".
		COPY "runhist.status.cpy".

		COPY "signon-ws.cpy".

		01 RFS-RH-TODAY-NUM PIC 9(08).
		01 RFS-RH-FROM-NUM  PIC 9(08).
		01 RFS-RH-TO-NUM    PIC 9(08).

		*> With no period given the report looks back ninety days.
		01 RFS-RH-DEFAULT-SPAN PIC 9(03) VALUE 90.

		*> The flag thresholds. A step's usual time and usual
		*> records read are the averages of its other runs in the
		*> period, and are only trusted with this many of them. A
		*> run is slow over the slow factor times its usual time
		*> (and never under the slow floor, so a step that usually
		*> takes two seconds is not flagged for taking seven);
		*> thin under its usual records read divided by the thin
		*> divisor (and only where it usually reads the thin
		*> floor or more). The trend compares a step's latest run
		*> with its usual time, give or take the trend percent.
		*> A run ending at the failure code or over is listed.
		01 RFS-RH-USUAL-MIN    PIC 9(02) VALUE 2.
		01 RFS-RH-SLOW-FACTOR  PIC 9(01) VALUE 3.
		01 RFS-RH-SLOW-FLOOR   PIC 9(03) VALUE 60.
		01 RFS-RH-THIN-DIVISOR PIC 9(01) VALUE 2.
		01 RFS-RH-THIN-FLOOR   PIC 9(03) VALUE 10.
		01 RFS-RH-TREND-PCT    PIC 9(02) VALUE 25.
		01 RFS-RH-FAIL-RC      PIC 9(02) VALUE 8.

		01 RFS-RH-EOF-FLAG PIC X(01).
			88 RFS-RH-EOF VALUE "Y".

		01 RFS-RH-REQUEST-OK-FLAG PIC X(01) VALUE "N".
			88 RFS-RH-REQUEST-OK VALUE "Y".

		*> No run log yet means nothing has been logged - the
		*> report says so rather than failing.
		01 RFS-RH-LOG-FLAG PIC X(01) VALUE "N".
			88 RFS-RH-LOG-PRESENT VALUE "Y".

		01 RFS-RH-TIME-NUM PIC 9(06).
		01 RFS-RH-TIME-PARTS REDEFINES RFS-RH-TIME-NUM.
			05 RFS-RH-TIME-HH PIC 9(02).
			05 RFS-RH-TIME-MM PIC 9(02).
			05 RFS-RH-TIME-SS PIC 9(02).

		01 RFS-RH-START-SECS USAGE BINARY-LONG.
		01 RFS-RH-END-SECS   USAGE BINARY-LONG.
		01 RFS-RH-ELAPSED    USAGE BINARY-LONG.

		*> Every run in the period, in the order the log holds
		*> them (which is the order they finished), with the
		*> program/step group it belongs to.
		01 RFS-RH-RUN-TABLE.
			05 RFS-RH-RUN-ENTRY OCCURS 5000 TIMES.
				10 RFS-RH-RUN-GROUP    PIC 9(03).
				10 RFS-RH-RUN-USER     PIC X(08).
				10 RFS-RH-RUN-DATE     PIC 9(08).
				10 RFS-RH-RUN-TIME     PIC 9(06).
				10 RFS-RH-RUN-SECS     PIC 9(09).
				10 RFS-RH-RUN-READ     PIC 9(09).
				10 RFS-RH-RUN-WRITTEN  PIC 9(09).
				10 RFS-RH-RUN-REJECTED PIC 9(09).
				10 RFS-RH-RUN-SKIPPED  PIC 9(09).
				10 RFS-RH-RUN-BALANCE  PIC X(01).
				10 RFS-RH-RUN-RC       PIC S9(04).

		01 RFS-RH-RUN-USED PIC 9(04) VALUE 0.
		01 RFS-RH-RUN-IDX  PIC 9(04).

		*> One entry per program and batch driver step, in the
		*> order each first ran in the period.
		01 RFS-RH-GROUP-TABLE.
			05 RFS-RH-GRP-ENTRY OCCURS 200 TIMES.
				10 RFS-RH-GRP-PROGRAM   PIC X(16).
				10 RFS-RH-GRP-STEP      PIC X(08).
				10 RFS-RH-GRP-RUNS      PIC 9(04).
				10 RFS-RH-GRP-TOT-SECS  PIC 9(13).
				10 RFS-RH-GRP-MIN-SECS  PIC 9(09).
				10 RFS-RH-GRP-MAX-SECS  PIC 9(09).
				10 RFS-RH-GRP-LAST-SECS PIC 9(09).
				10 RFS-RH-GRP-TOT-READ  PIC 9(13).
				10 RFS-RH-GRP-FAILS     PIC 9(04).

		01 RFS-RH-GRP-USED PIC 9(03) VALUE 0.
		01 RFS-RH-GRP-IDX  PIC 9(03).
		01 RFS-RH-GRP-HIT  PIC 9(03).

		01 RFS-RH-OTHER-RUNS PIC 9(04).
		01 RFS-RH-USUAL-SECS PIC 9(09).
		01 RFS-RH-USUAL-READ PIC 9(09).
		01 RFS-RH-AVG-SECS   PIC 9(09).
		01 RFS-RH-AVG-READ   PIC 9(09).
		01 RFS-RH-ACCOUNTED  PIC 9(10).
		01 RFS-RH-DIFFERENCE PIC S9(10).

		01 RFS-RH-RECORDS-READ  PIC 9(07) VALUE 0.
		01 RFS-RH-BAD-COUNT     PIC 9(05) VALUE 0.
		01 RFS-RH-SLOW-COUNT    PIC 9(05) VALUE 0.
		01 RFS-RH-THIN-COUNT    PIC 9(05) VALUE 0.
		01 RFS-RH-UNBAL-COUNT   PIC 9(05) VALUE 0.
		01 RFS-RH-FAIL-COUNT    PIC 9(05) VALUE 0.
		01 RFS-RH-FLAG-TOTAL    PIC 9(05) VALUE 0.
		01 RFS-RH-SECTION-HITS  PIC 9(05) VALUE 0.

		01 RFS-RH-TITLE-LINE PIC X(132)
			VALUE "Batch run history".

		01 RFS-RH-PERIOD-LINE.
			05 FILLER            PIC X(20) VALUE "Run period        : ".
			05 RH-FROM-OUT       PIC 9(08).
			05 FILLER            PIC X(04) VALUE " to ".
			05 RH-TO-OUT         PIC 9(08).

		01 RFS-RH-PRODUCED-LINE.
			05 FILLER            PIC X(20) VALUE "Produced on       : ".
			05 RH-TODAY-OUT      PIC 9(08).
			05 FILLER            PIC X(06) VALUE " by   ".
			05 RH-PRODUCER-OUT   PIC X(16).

		01 RFS-RH-RULES-LINE-1.
			05 FILLER            PIC X(20) VALUE "Flagged when      : ".
			05 FILLER            PIC X(17) VALUE "a run takes over ".
			05 RH-RULE-FACTOR-OUT PIC 9(01).
			05 FILLER            PIC X(31)
				VALUE " times its usual time (at least".
			05 RH-RULE-FLOOR-OUT PIC ZZ9.
			05 FILLER            PIC X(10) VALUE " seconds);".

		01 RFS-RH-RULES-LINE-2.
			05 FILLER            PIC X(20) VALUE SPACES.
			05 FILLER            PIC X(14) VALUE "reads under 1/".
			05 RH-RULE-DIVISOR-OUT PIC 9(01).
			05 FILLER            PIC X(30)
				VALUE " of its usual records (usually".
			05 RH-RULE-THIN-OUT  PIC ZZ9.
			05 FILLER            PIC X(10) VALUE " or more);".

		01 RFS-RH-RULES-LINE-3.
			05 FILLER            PIC X(20) VALUE SPACES.
			05 FILLER            PIC X(16) VALUE "ends RETURN-CODE".
			05 RH-RULE-FAIL-OUT  PIC Z9.
			05 FILLER            PIC X(45)
				VALUE " or over; or keeps totals that do not add up.".

		01 RFS-RH-RULES-LINE-4.
			05 FILLER            PIC X(20) VALUE SPACES.
			05 FILLER            PIC X(51)
				VALUE "Usual is the average of the step's other runs, from".
			05 RH-RULE-USUAL-OUT PIC Z9.
			05 FILLER            PIC X(45)
				VALUE " on; the trend is the last run against it +/-".
			05 RH-RULE-TREND-OUT PIC Z9.
			05 FILLER            PIC X(02) VALUE "%.".

		01 RFS-RH-NO-LOG-LINE PIC X(132)
			VALUE
			"  rfs-runlog.dat not there yet - no run has been logged.".

		01 RFS-RH-SECTION-LINE.
			05 RH-SECTION-OUT    PIC X(60).

		01 RFS-RH-GROUP-COLUMN-LINE PIC X(132)
			VALUE
			"Program          Step      Runs  Avg secs  Min secs  Max secs Last secs Trend    Avg read Fails".

		01 RFS-RH-GROUP-LINE.
			05 RH-GRP-PROGRAM-OUT PIC X(16).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-STEP-OUT   PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-RUNS-OUT   PIC ZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-AVG-OUT    PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-MIN-OUT    PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-MAX-OUT    PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-LAST-OUT   PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-TREND-OUT  PIC X(07).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-READ-OUT   PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-GRP-FAILS-OUT  PIC ZZZZ9.

		01 RFS-RH-RUN-COLUMN-LINE PIC X(132)
			VALUE
			"  Date     Time   Program          Step     User          Secs      Read   Written  Rejected   Skipped   RC Detail".

		01 RFS-RH-RUN-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 RH-RUN-DATE-OUT   PIC 9(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-TIME-OUT   PIC 9(06).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-PROGRAM-OUT PIC X(16).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-STEP-OUT   PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-USER-OUT   PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-SECS-OUT   PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-READ-OUT   PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-WRITTEN-OUT PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-REJECTED-OUT PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-SKIPPED-OUT PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-RC-OUT     PIC -ZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RH-RUN-DETAIL-OUT PIC X(24).

		*> The detail column's figures, quoted from their first
		*> significant character.
		01 RFS-RH-DETAIL-NUM  PIC Z(08)9.
		01 RFS-RH-DETAIL-DIFF PIC -(09)9.
		01 RFS-RH-DETAIL-LEAD PIC 9(02).

		01 RFS-RH-NONE-LINE PIC X(132)
			VALUE "  None.".

		01 RFS-RH-TOTAL-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 RH-TOTAL-LABEL    PIC X(44).
			05 RH-TOTAL-OUT      PIC ZZZZZZ9.

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-FROM-DATE PIC X(08).
		01 RFS-IN-TO-DATE   PIC X(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function reads the run records the batch programs
*>     append to rfs-runlog.dat and writes rfs-run-history.txt
*>     for the runs that started in the period:
*>       - elapsed time by program and batch driver step: the
*>         runs, the average, shortest, longest and latest
*>         elapsed seconds, the trend of the latest run against
*>         the step's usual time (LONGER, SHORTER or STEADY),
*>         the average records read and the runs that failed
*>       - runs that took far longer than the step usually does
*>       - runs that read far fewer records than usual
*>       - runs whose program keeps its control totals to
*>         balance, where records read is not records written
*>         plus rejected plus skipped
*>       - runs that ended with a failure RETURN-CODE
*>     A step's usual time and records read are the averages of
*>     its other runs in the period. Totals close the listing.
*>     Run records that do not decode are counted and left out.
*>
*> Parameters:
*>     RFS-IN-FROM-DATE, RFS-IN-TO-DATE - inclusive YYYYMMDD
*>     period of run start dates; SPACES mean the last ninety
*>     days up to today
*>
*> Return:
*>     RETURN-CODE is zero when nothing was flagged, 4 when the
*>     report lists exceptions, 20 for a period that does not
*>     decode, 16 when a file operation could not be completed
*>     or a table overflowed
*>

PROCEDURE DIVISION USING RFS-IN-FROM-DATE RFS-IN-TO-DATE.

	PERFORM DECODE-HISTORY-REQUEST
		THRU DECODE-HISTORY-REQUEST-EXIT.
	IF NOT RFS-RH-REQUEST-OK
		DISPLAY "ReyRunHistory - PERIOD REJECTED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM LOAD-RUN-LOG
		THRU LOAD-RUN-LOG-EXIT.

	OPEN OUTPUT RFS-RUNHIST-FILE.
	IF NOT RFS-RUNHIST-STATUS-OK
		PERFORM HANDLE-RFS-RUNHIST-ERROR
	END-IF.
	PERFORM WRITE-HISTORY-HEADING
		THRU WRITE-HISTORY-HEADING-EXIT.

	PERFORM REVIEW-ELAPSED-TRENDS
		THRU REVIEW-ELAPSED-TRENDS-EXIT.
	PERFORM REVIEW-SLOW-RUNS
		THRU REVIEW-SLOW-RUNS-EXIT.
	PERFORM REVIEW-THIN-RUNS
		THRU REVIEW-THIN-RUNS-EXIT.
	PERFORM REVIEW-UNBALANCED-RUNS
		THRU REVIEW-UNBALANCED-RUNS-EXIT.
	PERFORM REVIEW-FAILED-RUNS
		THRU REVIEW-FAILED-RUNS-EXIT.
	PERFORM WRITE-HISTORY-TOTALS
		THRU WRITE-HISTORY-TOTALS-EXIT.

	CLOSE RFS-RUNHIST-FILE.
	IF NOT RFS-RUNHIST-STATUS-OK
		PERFORM HANDLE-RFS-RUNHIST-ERROR
	END-IF.

	DISPLAY "ReyRunHistory - RUNS " RFS-RH-RUN-USED
		" FLAGGED " RFS-RH-FLAG-TOTAL UPON CONSOLE.

	IF RFS-RH-FLAG-TOTAL > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GOBACK.

*> ******************************* <*
*> *** DECODE-HISTORY-REQUEST    <*
*> *** The period has to be real <*
*> *** dates in order; blanks    <*
*> *** take the defaults         <*
*> ******************************* <*

DECODE-HISTORY-REQUEST.

	ACCEPT RFS-RH-TODAY-NUM FROM DATE YYYYMMDD.

	IF RFS-IN-TO-DATE = SPACES
		MOVE RFS-RH-TODAY-NUM TO RFS-RH-TO-NUM
	ELSE
		IF RFS-IN-TO-DATE NOT NUMERIC
			GO TO DECODE-HISTORY-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-TO-DATE TO RFS-RH-TO-NUM
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (RFS-RH-TO-NUM) NOT = 0
		GO TO DECODE-HISTORY-REQUEST-EXIT
	END-IF.

	IF RFS-IN-FROM-DATE = SPACES
		COMPUTE RFS-RH-FROM-NUM = FUNCTION DATE-OF-INTEGER (
			FUNCTION INTEGER-OF-DATE (RFS-RH-TO-NUM)
			- RFS-RH-DEFAULT-SPAN)
	ELSE
		IF RFS-IN-FROM-DATE NOT NUMERIC
			GO TO DECODE-HISTORY-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-FROM-DATE TO RFS-RH-FROM-NUM
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (RFS-RH-FROM-NUM) NOT = 0
		GO TO DECODE-HISTORY-REQUEST-EXIT
	END-IF.

	IF RFS-RH-FROM-NUM > RFS-RH-TO-NUM
		GO TO DECODE-HISTORY-REQUEST-EXIT
	END-IF.

	SET RFS-RH-REQUEST-OK TO TRUE.

DECODE-HISTORY-REQUEST-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-RUN-LOG              <*
*> *** Every run that started in <*
*> *** the period goes into the  <*
*> *** run table and is added to <*
*> *** its program/step group    <*
*> ******************************* <*

LOAD-RUN-LOG.

	OPEN INPUT RFS-RUNLOG-FILE.
	IF RFS-RUNLOG-STATUS-NOT-FOUND
		GO TO LOAD-RUN-LOG-EXIT
	END-IF.
	IF NOT RFS-RUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-RUNLOG-ERROR
	END-IF.

	SET RFS-RH-LOG-PRESENT TO TRUE.
	MOVE "N" TO RFS-RH-EOF-FLAG.
	PERFORM LOAD-ONE-RUN
		THRU LOAD-ONE-RUN-EXIT
		UNTIL RFS-RH-EOF.

	CLOSE RFS-RUNLOG-FILE.
	IF NOT RFS-RUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-RUNLOG-ERROR
	END-IF.

LOAD-RUN-LOG-EXIT.
	EXIT.

LOAD-ONE-RUN.

	READ RFS-RUNLOG-FILE.

	IF RFS-RUNLOG-STATUS-EOF
		SET RFS-RH-EOF TO TRUE
		GO TO LOAD-ONE-RUN-EXIT
	END-IF.

	IF NOT RFS-RUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-RUNLOG-ERROR
	END-IF.

	ADD 1 TO RFS-RH-RECORDS-READ.

	IF RUNLOG-START-DATE NOT NUMERIC
			OR RUNLOG-START-TIME NOT NUMERIC
			OR RUNLOG-END-DATE NOT NUMERIC
			OR RUNLOG-END-TIME NOT NUMERIC
			OR RUNLOG-READ NOT NUMERIC
			OR RUNLOG-WRITTEN NOT NUMERIC
			OR RUNLOG-REJECTED NOT NUMERIC
			OR RUNLOG-SKIPPED NOT NUMERIC
			OR RUNLOG-RETURN-CODE NOT NUMERIC
		ADD 1 TO RFS-RH-BAD-COUNT
		GO TO LOAD-ONE-RUN-EXIT
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (RUNLOG-START-DATE) NOT = 0
			OR FUNCTION TEST-DATE-YYYYMMDD (RUNLOG-END-DATE) NOT = 0
		ADD 1 TO RFS-RH-BAD-COUNT
		GO TO LOAD-ONE-RUN-EXIT
	END-IF.

	IF RUNLOG-START-DATE < RFS-RH-FROM-NUM
			OR RUNLOG-START-DATE > RFS-RH-TO-NUM
		GO TO LOAD-ONE-RUN-EXIT
	END-IF.

	*> Elapsed seconds, across midnight where the run did.
	MOVE RUNLOG-START-TIME TO RFS-RH-TIME-NUM.
	COMPUTE RFS-RH-START-SECS = RFS-RH-TIME-HH * 3600
		+ RFS-RH-TIME-MM * 60 + RFS-RH-TIME-SS.
	MOVE RUNLOG-END-TIME TO RFS-RH-TIME-NUM.
	COMPUTE RFS-RH-END-SECS = RFS-RH-TIME-HH * 3600
		+ RFS-RH-TIME-MM * 60 + RFS-RH-TIME-SS.
	COMPUTE RFS-RH-ELAPSED =
		(FUNCTION INTEGER-OF-DATE (RUNLOG-END-DATE)
		- FUNCTION INTEGER-OF-DATE (RUNLOG-START-DATE)) * 86400
		+ RFS-RH-END-SECS - RFS-RH-START-SECS.
	IF RFS-RH-ELAPSED < 0
		MOVE 0 TO RFS-RH-ELAPSED
	END-IF.

	MOVE 0 TO RFS-RH-GRP-HIT.
	MOVE 0 TO RFS-RH-GRP-IDX.
	PERFORM MATCH-ONE-GROUP
		THRU MATCH-ONE-GROUP-EXIT
		UNTIL RFS-RH-GRP-HIT > 0
			OR RFS-RH-GRP-IDX >= RFS-RH-GRP-USED.

	IF RFS-RH-GRP-HIT = 0
		IF RFS-RH-GRP-USED >= 200
			DISPLAY "RFS-RH-GROUP-TABLE FULL - MORE THAN 200 STEPS"
				UPON CONSOLE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-RH-GRP-USED
		MOVE RFS-RH-GRP-USED TO RFS-RH-GRP-HIT
		MOVE RUNLOG-PROGRAM TO RFS-RH-GRP-PROGRAM (RFS-RH-GRP-HIT)
		MOVE RUNLOG-STEP    TO RFS-RH-GRP-STEP (RFS-RH-GRP-HIT)
		MOVE 0 TO RFS-RH-GRP-RUNS (RFS-RH-GRP-HIT)
		MOVE 0 TO RFS-RH-GRP-TOT-SECS (RFS-RH-GRP-HIT)
		MOVE RFS-RH-ELAPSED TO RFS-RH-GRP-MIN-SECS (RFS-RH-GRP-HIT)
		MOVE RFS-RH-ELAPSED TO RFS-RH-GRP-MAX-SECS (RFS-RH-GRP-HIT)
		MOVE 0 TO RFS-RH-GRP-TOT-READ (RFS-RH-GRP-HIT)
		MOVE 0 TO RFS-RH-GRP-FAILS (RFS-RH-GRP-HIT)
	END-IF.

	IF RFS-RH-RUN-USED >= 5000
		DISPLAY "RFS-RH-RUN-TABLE FULL - MORE THAN 5000 RUNS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-RH-RUN-USED.
	MOVE RFS-RH-RUN-USED TO RFS-RH-RUN-IDX.
	MOVE RFS-RH-GRP-HIT     TO RFS-RH-RUN-GROUP (RFS-RH-RUN-IDX).
	MOVE RUNLOG-USER        TO RFS-RH-RUN-USER (RFS-RH-RUN-IDX).
	MOVE RUNLOG-START-DATE  TO RFS-RH-RUN-DATE (RFS-RH-RUN-IDX).
	MOVE RUNLOG-START-TIME  TO RFS-RH-RUN-TIME (RFS-RH-RUN-IDX).
	MOVE RFS-RH-ELAPSED     TO RFS-RH-RUN-SECS (RFS-RH-RUN-IDX).
	MOVE RUNLOG-READ        TO RFS-RH-RUN-READ (RFS-RH-RUN-IDX).
	MOVE RUNLOG-WRITTEN     TO RFS-RH-RUN-WRITTEN (RFS-RH-RUN-IDX).
	MOVE RUNLOG-REJECTED    TO RFS-RH-RUN-REJECTED (RFS-RH-RUN-IDX).
	MOVE RUNLOG-SKIPPED     TO RFS-RH-RUN-SKIPPED (RFS-RH-RUN-IDX).
	MOVE RUNLOG-BALANCE     TO RFS-RH-RUN-BALANCE (RFS-RH-RUN-IDX).
	MOVE RUNLOG-RETURN-CODE TO RFS-RH-RUN-RC (RFS-RH-RUN-IDX).

	*> The log is appended as runs finish, so the run in hand is
	*> always the group's latest.
	ADD 1 TO RFS-RH-GRP-RUNS (RFS-RH-GRP-HIT).
	ADD RFS-RH-ELAPSED TO RFS-RH-GRP-TOT-SECS (RFS-RH-GRP-HIT).
	IF RFS-RH-ELAPSED < RFS-RH-GRP-MIN-SECS (RFS-RH-GRP-HIT)
		MOVE RFS-RH-ELAPSED TO RFS-RH-GRP-MIN-SECS (RFS-RH-GRP-HIT)
	END-IF.
	IF RFS-RH-ELAPSED > RFS-RH-GRP-MAX-SECS (RFS-RH-GRP-HIT)
		MOVE RFS-RH-ELAPSED TO RFS-RH-GRP-MAX-SECS (RFS-RH-GRP-HIT)
	END-IF.
	MOVE RFS-RH-ELAPSED TO RFS-RH-GRP-LAST-SECS (RFS-RH-GRP-HIT).
	ADD RUNLOG-READ TO RFS-RH-GRP-TOT-READ (RFS-RH-GRP-HIT).
	IF RUNLOG-RETURN-CODE >= RFS-RH-FAIL-RC
		ADD 1 TO RFS-RH-GRP-FAILS (RFS-RH-GRP-HIT)
	END-IF.

LOAD-ONE-RUN-EXIT.
	EXIT.

MATCH-ONE-GROUP.

	ADD 1 TO RFS-RH-GRP-IDX.

	IF RFS-RH-GRP-PROGRAM (RFS-RH-GRP-IDX) = RUNLOG-PROGRAM
			AND RFS-RH-GRP-STEP (RFS-RH-GRP-IDX) = RUNLOG-STEP
		MOVE RFS-RH-GRP-IDX TO RFS-RH-GRP-HIT
	END-IF.

MATCH-ONE-GROUP-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-ELAPSED-TRENDS     <*
*> *** One line per program and  <*
*> *** step; the trend sets the  <*
*> *** latest run against the    <*
*> *** average of the ones       <*
*> *** before it                 <*
*> ******************************* <*

REVIEW-ELAPSED-TRENDS.

	MOVE "Elapsed time by program and step" TO RH-SECTION-OUT.
	MOVE SPACES TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.
	MOVE RFS-RH-SECTION-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.
	MOVE RFS-RH-GROUP-COLUMN-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE 0 TO RFS-RH-GRP-IDX.
	PERFORM WRITE-ONE-GROUP
		THRU WRITE-ONE-GROUP-EXIT
		UNTIL RFS-RH-GRP-IDX >= RFS-RH-GRP-USED.

	MOVE RFS-RH-GRP-USED TO RFS-RH-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-ELAPSED-TRENDS-EXIT.
	EXIT.

WRITE-ONE-GROUP.

	ADD 1 TO RFS-RH-GRP-IDX.

	COMPUTE RFS-RH-AVG-SECS ROUNDED =
		RFS-RH-GRP-TOT-SECS (RFS-RH-GRP-IDX)
		/ RFS-RH-GRP-RUNS (RFS-RH-GRP-IDX).
	COMPUTE RFS-RH-AVG-READ ROUNDED =
		RFS-RH-GRP-TOT-READ (RFS-RH-GRP-IDX)
		/ RFS-RH-GRP-RUNS (RFS-RH-GRP-IDX).

	MOVE "-" TO RH-GRP-TREND-OUT.
	IF RFS-RH-GRP-RUNS (RFS-RH-GRP-IDX) > 1
		COMPUTE RFS-RH-USUAL-SECS ROUNDED =
			(RFS-RH-GRP-TOT-SECS (RFS-RH-GRP-IDX)
			- RFS-RH-GRP-LAST-SECS (RFS-RH-GRP-IDX))
			/ (RFS-RH-GRP-RUNS (RFS-RH-GRP-IDX) - 1)
		EVALUATE TRUE
			WHEN RFS-RH-GRP-LAST-SECS (RFS-RH-GRP-IDX) * 100 >
					RFS-RH-USUAL-SECS * (100 + RFS-RH-TREND-PCT)
				MOVE "LONGER" TO RH-GRP-TREND-OUT
			WHEN RFS-RH-GRP-LAST-SECS (RFS-RH-GRP-IDX) * 100 <
					RFS-RH-USUAL-SECS * (100 - RFS-RH-TREND-PCT)
				MOVE "SHORTER" TO RH-GRP-TREND-OUT
			WHEN OTHER
				MOVE "STEADY" TO RH-GRP-TREND-OUT
		END-EVALUATE
	END-IF.

	MOVE RFS-RH-GRP-PROGRAM (RFS-RH-GRP-IDX)   TO RH-GRP-PROGRAM-OUT.
	MOVE RFS-RH-GRP-STEP (RFS-RH-GRP-IDX)      TO RH-GRP-STEP-OUT.
	MOVE RFS-RH-GRP-RUNS (RFS-RH-GRP-IDX)      TO RH-GRP-RUNS-OUT.
	MOVE RFS-RH-AVG-SECS                       TO RH-GRP-AVG-OUT.
	MOVE RFS-RH-GRP-MIN-SECS (RFS-RH-GRP-IDX)  TO RH-GRP-MIN-OUT.
	MOVE RFS-RH-GRP-MAX-SECS (RFS-RH-GRP-IDX)  TO RH-GRP-MAX-OUT.
	MOVE RFS-RH-GRP-LAST-SECS (RFS-RH-GRP-IDX) TO RH-GRP-LAST-OUT.
	MOVE RFS-RH-AVG-READ                       TO RH-GRP-READ-OUT.
	MOVE RFS-RH-GRP-FAILS (RFS-RH-GRP-IDX)     TO RH-GRP-FAILS-OUT.
	MOVE RFS-RH-GROUP-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

WRITE-ONE-GROUP-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-SLOW-RUNS          <*
*> *** Runs far over the time    <*
*> *** the step's other runs     <*
*> *** took on average           <*
*> ******************************* <*

REVIEW-SLOW-RUNS.

	MOVE "Runs that took far longer than usual" TO RH-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	MOVE 0 TO RFS-RH-RUN-IDX.
	PERFORM JUDGE-ONE-RUN-TIME
		THRU JUDGE-ONE-RUN-TIME-EXIT
		UNTIL RFS-RH-RUN-IDX >= RFS-RH-RUN-USED.

	MOVE RFS-RH-SLOW-COUNT TO RFS-RH-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-SLOW-RUNS-EXIT.
	EXIT.

JUDGE-ONE-RUN-TIME.

	ADD 1 TO RFS-RH-RUN-IDX.
	MOVE RFS-RH-RUN-GROUP (RFS-RH-RUN-IDX) TO RFS-RH-GRP-IDX.

	COMPUTE RFS-RH-OTHER-RUNS = RFS-RH-GRP-RUNS (RFS-RH-GRP-IDX) - 1.
	IF RFS-RH-OTHER-RUNS < RFS-RH-USUAL-MIN
		GO TO JUDGE-ONE-RUN-TIME-EXIT
	END-IF.

	IF RFS-RH-RUN-SECS (RFS-RH-RUN-IDX) < RFS-RH-SLOW-FLOOR
		GO TO JUDGE-ONE-RUN-TIME-EXIT
	END-IF.

	COMPUTE RFS-RH-USUAL-SECS ROUNDED =
		(RFS-RH-GRP-TOT-SECS (RFS-RH-GRP-IDX)
		- RFS-RH-RUN-SECS (RFS-RH-RUN-IDX)) / RFS-RH-OTHER-RUNS.
	IF RFS-RH-RUN-SECS (RFS-RH-RUN-IDX) <=
			RFS-RH-USUAL-SECS * RFS-RH-SLOW-FACTOR
		GO TO JUDGE-ONE-RUN-TIME-EXIT
	END-IF.

	ADD 1 TO RFS-RH-SLOW-COUNT.

	MOVE RFS-RH-USUAL-SECS TO RFS-RH-DETAIL-NUM.
	MOVE 0 TO RFS-RH-DETAIL-LEAD.
	INSPECT RFS-RH-DETAIL-NUM
		TALLYING RFS-RH-DETAIL-LEAD FOR LEADING SPACES.
	MOVE SPACES TO RH-RUN-DETAIL-OUT.
	STRING "usual "           DELIMITED BY SIZE
		RFS-RH-DETAIL-NUM (RFS-RH-DETAIL-LEAD + 1:)
			DELIMITED BY SIZE
		" secs"               DELIMITED BY SIZE
		INTO RH-RUN-DETAIL-OUT.
	PERFORM WRITE-FLAGGED-RUN.

JUDGE-ONE-RUN-TIME-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-THIN-RUNS          <*
*> *** Runs that read a fraction <*
*> *** of what the step's other  <*
*> *** runs read on average      <*
*> ******************************* <*

REVIEW-THIN-RUNS.

	MOVE "Runs that processed far fewer records than usual"
		TO RH-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	MOVE 0 TO RFS-RH-RUN-IDX.
	PERFORM JUDGE-ONE-RUN-VOLUME
		THRU JUDGE-ONE-RUN-VOLUME-EXIT
		UNTIL RFS-RH-RUN-IDX >= RFS-RH-RUN-USED.

	MOVE RFS-RH-THIN-COUNT TO RFS-RH-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-THIN-RUNS-EXIT.
	EXIT.

JUDGE-ONE-RUN-VOLUME.

	ADD 1 TO RFS-RH-RUN-IDX.
	MOVE RFS-RH-RUN-GROUP (RFS-RH-RUN-IDX) TO RFS-RH-GRP-IDX.

	COMPUTE RFS-RH-OTHER-RUNS = RFS-RH-GRP-RUNS (RFS-RH-GRP-IDX) - 1.
	IF RFS-RH-OTHER-RUNS < RFS-RH-USUAL-MIN
		GO TO JUDGE-ONE-RUN-VOLUME-EXIT
	END-IF.

	COMPUTE RFS-RH-USUAL-READ ROUNDED =
		(RFS-RH-GRP-TOT-READ (RFS-RH-GRP-IDX)
		- RFS-RH-RUN-READ (RFS-RH-RUN-IDX)) / RFS-RH-OTHER-RUNS.
	IF RFS-RH-USUAL-READ < RFS-RH-THIN-FLOOR
		GO TO JUDGE-ONE-RUN-VOLUME-EXIT
	END-IF.

	IF RFS-RH-RUN-READ (RFS-RH-RUN-IDX) * RFS-RH-THIN-DIVISOR >=
			RFS-RH-USUAL-READ
		GO TO JUDGE-ONE-RUN-VOLUME-EXIT
	END-IF.

	ADD 1 TO RFS-RH-THIN-COUNT.

	MOVE RFS-RH-USUAL-READ TO RFS-RH-DETAIL-NUM.
	MOVE 0 TO RFS-RH-DETAIL-LEAD.
	INSPECT RFS-RH-DETAIL-NUM
		TALLYING RFS-RH-DETAIL-LEAD FOR LEADING SPACES.
	MOVE SPACES TO RH-RUN-DETAIL-OUT.
	STRING "usually reads "   DELIMITED BY SIZE
		RFS-RH-DETAIL-NUM (RFS-RH-DETAIL-LEAD + 1:)
			DELIMITED BY SIZE
		INTO RH-RUN-DETAIL-OUT.
	PERFORM WRITE-FLAGGED-RUN.

JUDGE-ONE-RUN-VOLUME-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-UNBALANCED-RUNS    <*
*> *** Runs whose program keeps  <*
*> *** read = written + rejected <*
*> *** + skipped and did not     <*
*> ******************************* <*

REVIEW-UNBALANCED-RUNS.

	MOVE "Control totals that do not balance" TO RH-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	MOVE 0 TO RFS-RH-RUN-IDX.
	PERFORM JUDGE-ONE-RUN-BALANCE
		THRU JUDGE-ONE-RUN-BALANCE-EXIT
		UNTIL RFS-RH-RUN-IDX >= RFS-RH-RUN-USED.

	MOVE RFS-RH-UNBAL-COUNT TO RFS-RH-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-UNBALANCED-RUNS-EXIT.
	EXIT.

JUDGE-ONE-RUN-BALANCE.

	ADD 1 TO RFS-RH-RUN-IDX.

	IF RFS-RH-RUN-BALANCE (RFS-RH-RUN-IDX) NOT = "Y"
		GO TO JUDGE-ONE-RUN-BALANCE-EXIT
	END-IF.

	COMPUTE RFS-RH-ACCOUNTED =
		RFS-RH-RUN-WRITTEN (RFS-RH-RUN-IDX)
		+ RFS-RH-RUN-REJECTED (RFS-RH-RUN-IDX)
		+ RFS-RH-RUN-SKIPPED (RFS-RH-RUN-IDX).
	IF RFS-RH-ACCOUNTED = RFS-RH-RUN-READ (RFS-RH-RUN-IDX)
		GO TO JUDGE-ONE-RUN-BALANCE-EXIT
	END-IF.

	ADD 1 TO RFS-RH-UNBAL-COUNT.

	COMPUTE RFS-RH-DIFFERENCE =
		RFS-RH-RUN-READ (RFS-RH-RUN-IDX) - RFS-RH-ACCOUNTED.
	MOVE RFS-RH-DIFFERENCE TO RFS-RH-DETAIL-DIFF.
	MOVE 0 TO RFS-RH-DETAIL-LEAD.
	INSPECT RFS-RH-DETAIL-DIFF
		TALLYING RFS-RH-DETAIL-LEAD FOR LEADING SPACES.
	MOVE SPACES TO RH-RUN-DETAIL-OUT.
	STRING "read less accounted " DELIMITED BY SIZE
		RFS-RH-DETAIL-DIFF (RFS-RH-DETAIL-LEAD + 1:)
			DELIMITED BY SIZE
		INTO RH-RUN-DETAIL-OUT.
	PERFORM WRITE-FLAGGED-RUN.

JUDGE-ONE-RUN-BALANCE-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-FAILED-RUNS        <*
*> ******************************* <*

REVIEW-FAILED-RUNS.

	MOVE "Runs that ended with a failure RETURN-CODE"
		TO RH-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	MOVE 0 TO RFS-RH-RUN-IDX.
	PERFORM JUDGE-ONE-RUN-RESULT
		THRU JUDGE-ONE-RUN-RESULT-EXIT
		UNTIL RFS-RH-RUN-IDX >= RFS-RH-RUN-USED.

	MOVE RFS-RH-FAIL-COUNT TO RFS-RH-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-FAILED-RUNS-EXIT.
	EXIT.

JUDGE-ONE-RUN-RESULT.

	ADD 1 TO RFS-RH-RUN-IDX.

	IF RFS-RH-RUN-RC (RFS-RH-RUN-IDX) < RFS-RH-FAIL-RC
		GO TO JUDGE-ONE-RUN-RESULT-EXIT
	END-IF.

	ADD 1 TO RFS-RH-FAIL-COUNT.

	MOVE SPACES TO RH-RUN-DETAIL-OUT.
	PERFORM WRITE-FLAGGED-RUN.

JUDGE-ONE-RUN-RESULT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-HISTORY-HEADING     <*
*> ******************************* <*

WRITE-HISTORY-HEADING.

	MOVE RFS-RH-TITLE-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE RFS-RH-FROM-NUM TO RH-FROM-OUT.
	MOVE RFS-RH-TO-NUM   TO RH-TO-OUT.
	MOVE RFS-RH-PERIOD-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE RFS-RH-TODAY-NUM TO RH-TODAY-OUT.
	IF RFS-SIGNON-USER = SPACES OR RFS-SIGNON-USER = LOW-VALUES
		MOVE "(not signed on)" TO RH-PRODUCER-OUT
	ELSE
		MOVE RFS-SIGNON-USER TO RH-PRODUCER-OUT
	END-IF.
	MOVE RFS-RH-PRODUCED-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE RFS-RH-SLOW-FACTOR TO RH-RULE-FACTOR-OUT.
	MOVE RFS-RH-SLOW-FLOOR  TO RH-RULE-FLOOR-OUT.
	MOVE RFS-RH-RULES-LINE-1 TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE RFS-RH-THIN-DIVISOR TO RH-RULE-DIVISOR-OUT.
	MOVE RFS-RH-THIN-FLOOR   TO RH-RULE-THIN-OUT.
	MOVE RFS-RH-RULES-LINE-2 TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE RFS-RH-FAIL-RC TO RH-RULE-FAIL-OUT.
	MOVE RFS-RH-RULES-LINE-3 TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE RFS-RH-USUAL-MIN TO RH-RULE-USUAL-OUT.
	MOVE RFS-RH-TREND-PCT TO RH-RULE-TREND-OUT.
	MOVE RFS-RH-RULES-LINE-4 TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	IF NOT RFS-RH-LOG-PRESENT
		MOVE SPACES TO RFS-RUNHIST-LINE
		PERFORM WRITE-RUNHIST-LINE
		MOVE RFS-RH-NO-LOG-LINE TO RFS-RUNHIST-LINE
		PERFORM WRITE-RUNHIST-LINE
	END-IF.

WRITE-HISTORY-HEADING-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-HISTORY-TOTALS      <*
*> ******************************* <*

WRITE-HISTORY-TOTALS.

	MOVE SPACES TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.
	MOVE "Totals" TO RH-SECTION-OUT.
	MOVE RFS-RH-SECTION-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

	MOVE "Run records read" TO RH-TOTAL-LABEL.
	MOVE RFS-RH-RECORDS-READ TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  that do not decode" TO RH-TOTAL-LABEL.
	MOVE RFS-RH-BAD-COUNT TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Runs in the period" TO RH-TOTAL-LABEL.
	MOVE RFS-RH-RUN-USED TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Programs and steps run" TO RH-TOTAL-LABEL.
	MOVE RFS-RH-GRP-USED TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Runs far longer than usual" TO RH-TOTAL-LABEL.
	MOVE RFS-RH-SLOW-COUNT TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Runs with far fewer records than usual" TO RH-TOTAL-LABEL.
	MOVE RFS-RH-THIN-COUNT TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Runs whose control totals do not balance"
		TO RH-TOTAL-LABEL.
	MOVE RFS-RH-UNBAL-COUNT TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Runs that failed" TO RH-TOTAL-LABEL.
	MOVE RFS-RH-FAIL-COUNT TO RH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

WRITE-HISTORY-TOTALS-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-SECTION-HEADING     <*
*> *** and CLOSE-SECTION         <*
*> ******************************* <*

WRITE-SECTION-HEADING.

	MOVE SPACES TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.
	MOVE RFS-RH-SECTION-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.
	MOVE RFS-RH-RUN-COLUMN-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

WRITE-SECTION-HEADING-EXIT.
	EXIT.

CLOSE-SECTION.

	IF RFS-RH-SECTION-HITS = 0
		MOVE RFS-RH-NONE-LINE TO RFS-RUNHIST-LINE
		PERFORM WRITE-RUNHIST-LINE
	END-IF.

CLOSE-SECTION-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-FLAGGED-RUN         <*
*> *** The caller has set        <*
*> *** RFS-RH-RUN-IDX and the    <*
*> *** detail out field          <*
*> ******************************* <*

WRITE-FLAGGED-RUN.

	ADD 1 TO RFS-RH-FLAG-TOTAL.

	MOVE RFS-RH-RUN-GROUP (RFS-RH-RUN-IDX) TO RFS-RH-GRP-IDX.
	MOVE RFS-RH-RUN-DATE (RFS-RH-RUN-IDX)     TO RH-RUN-DATE-OUT.
	MOVE RFS-RH-RUN-TIME (RFS-RH-RUN-IDX)     TO RH-RUN-TIME-OUT.
	MOVE RFS-RH-GRP-PROGRAM (RFS-RH-GRP-IDX)  TO RH-RUN-PROGRAM-OUT.
	MOVE RFS-RH-GRP-STEP (RFS-RH-GRP-IDX)     TO RH-RUN-STEP-OUT.
	MOVE RFS-RH-RUN-USER (RFS-RH-RUN-IDX)     TO RH-RUN-USER-OUT.
	MOVE RFS-RH-RUN-SECS (RFS-RH-RUN-IDX)     TO RH-RUN-SECS-OUT.
	MOVE RFS-RH-RUN-READ (RFS-RH-RUN-IDX)     TO RH-RUN-READ-OUT.
	MOVE RFS-RH-RUN-WRITTEN (RFS-RH-RUN-IDX)  TO RH-RUN-WRITTEN-OUT.
	MOVE RFS-RH-RUN-REJECTED (RFS-RH-RUN-IDX) TO RH-RUN-REJECTED-OUT.
	MOVE RFS-RH-RUN-SKIPPED (RFS-RH-RUN-IDX)  TO RH-RUN-SKIPPED-OUT.
	MOVE RFS-RH-RUN-RC (RFS-RH-RUN-IDX)       TO RH-RUN-RC-OUT.
	MOVE RFS-RH-RUN-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

WRITE-FLAGGED-RUN-EXIT.
	EXIT.

WRITE-TOTAL-LINE.

	MOVE RFS-RH-TOTAL-LINE TO RFS-RUNHIST-LINE.
	PERFORM WRITE-RUNHIST-LINE.

WRITE-TOTAL-LINE-EXIT.
	EXIT.

WRITE-RUNHIST-LINE.

	WRITE RFS-RUNHIST-LINE.
	IF NOT RFS-RUNHIST-STATUS-OK
		PERFORM HANDLE-RFS-RUNHIST-ERROR
	END-IF.

WRITE-RUNHIST-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-RUNLOG-ERROR   <*
*> ******************************* <*

HANDLE-RFS-RUNLOG-ERROR.
	DISPLAY "RFS-RUNLOG-FILE ERROR - FILE STATUS " RFS-RUNLOG-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-RUNLOG-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-RUNHIST-ERROR  <*
*> ******************************* <*

HANDLE-RFS-RUNHIST-ERROR.
	DISPLAY "RFS-RUNHIST-FILE ERROR - FILE STATUS " RFS-RUNHIST-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-RUNHIST-ERROR-EXIT.
	EXIT.
