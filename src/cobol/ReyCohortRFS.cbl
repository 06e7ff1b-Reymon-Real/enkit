*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyCohortRFS.cbl     *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Churn and retention cohort   *** <*
*> *** analysis by product and      *** <*
*> *** region                       *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyCohortRFS.

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
			COPY "custmast.env.cpy".
			COPY "cohrpt.env.cpy".
			COPY "cohcsv.env.cpy".

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
		COPY "custmast.fd.cpy".
		COPY "cohrpt.fd.cpy".
		COPY "cohcsv.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "archive.status.cpy".
		COPY "custmast.status.cpy".
		COPY "cohrpt.status.cpy".
		COPY "cohcsv.status.cpy".

		COPY "custmast.lookup-ws.cpy".

		01 RFS-CH-TODAY-NUM PIC 9(08).
		01 RFS-CH-TODAY-INT USAGE BINARY-LONG.
		01 RFS-CH-TODAY-QTR USAGE BINARY-LONG.

		01 RFS-CH-PRODUCT-FILTER PIC X(04) VALUE SPACES.
		01 RFS-CH-REGION-FILTER  PIC X(08) VALUE SPACES.

		01 RFS-CH-START-NUM PIC 9(08).
		01 RFS-CH-END-NUM   PIC 9(08).

		*> One entry per site/product renewal chain, archived
		*> renewals and live ones together. The archive is read
		*> first - its renewals are the older ones - and each
		*> file arrives in key order, so the last record noted
		*> against a chain is its latest.
		01 RFS-CH-CHAIN-TABLE.
			05 RFS-CH-CHAIN-ENTRY OCCURS 10000 TIMES.
				10 RFS-CH-CHAIN-SITE        PIC X(08).
				10 RFS-CH-CHAIN-PRODUCT     PIC X(04).
				10 RFS-CH-CHAIN-FIRST-START PIC 9(08).
				10 RFS-CH-CHAIN-LAST-END    PIC 9(08).
				10 RFS-CH-CHAIN-LAST-MARK   PIC X(01).
				10 RFS-CH-CHAIN-LAST-EFFECT PIC 9(08).
				10 RFS-CH-CHAIN-TRIAL       PIC X(01).
					88 RFS-CH-CHAIN-HAD-TRIAL VALUE "Y".
				10 RFS-CH-CHAIN-PAID        PIC X(01).
					88 RFS-CH-CHAIN-WAS-PAID  VALUE "Y".
				10 RFS-CH-CHAIN-CONVERTED   PIC X(01).
					88 RFS-CH-CHAIN-DID-CONVERT VALUE "Y".
				10 RFS-CH-CHAIN-REGION      PIC X(08).
				10 RFS-CH-CHAIN-KEEP        PIC X(01).
					88 RFS-CH-CHAIN-KEPT      VALUE "Y".
				10 RFS-CH-CHAIN-LOSS-TYPE   PIC X(01).
					88 RFS-CH-CHAIN-CANCELLED VALUE "C".
					88 RFS-CH-CHAIN-EXPIRED   VALUE "E".
				10 RFS-CH-CHAIN-LOSS-DATE   PIC 9(08).

		01 RFS-CH-CHAIN-USED PIC 9(05) VALUE 0.
		01 RFS-CH-CHAIN-IDX  PIC 9(05).
		01 RFS-CH-CHAIN-HIT  PIC 9(05) VALUE 0.

		01 RFS-CH-LAST-LOOKUP-SITE PIC X(08) VALUE LOW-VALUES.

		*> Quarters run on a single scale - year * 4 plus the
		*> quarter less one - so a cohort and each later period
		*> are plain offsets from the oldest cohort on file. 100
		*> quarters is twenty-five years of history.
		01 RFS-CH-BASE-QTR   USAGE BINARY-LONG.
		01 RFS-CH-WORK-QTR   USAGE BINARY-LONG.
		01 RFS-CH-COHORT-QTR USAGE BINARY-LONG.
		01 RFS-CH-WORK-YEAR  PIC 9(04).
		01 RFS-CH-WORK-Q     PIC 9(01).
		01 RFS-CH-WORK-REM   PIC 9(01).
		01 RFS-CH-WORK-MONTH PIC 9(02).

		01 RFS-CH-HAVE-BASE-FLAG PIC X(01) VALUE "N".
			88 RFS-CH-HAVE-BASE VALUE "Y".

		*> Per cohort, its members and the losses falling in each
		*> later quarter; the report runs the losses forward so
		*> each period shows everything lost by its end.
		01 RFS-CH-COHORT-TABLE.
			05 RFS-CH-COHORT-ENTRY OCCURS 100 TIMES.
				10 RFS-CH-COHORT-MEMBERS PIC 9(06).
				10 RFS-CH-COHORT-PERIOD OCCURS 100 TIMES.
					15 RFS-CH-LOST-CANCEL PIC 9(06).
					15 RFS-CH-LOST-EXPIRY PIC 9(06).

		01 RFS-CH-COHORT-USED PIC 9(03) VALUE 0.
		01 RFS-CH-COHORT-IDX  PIC 9(03).
		01 RFS-CH-PERIOD-IDX  PIC 9(03).
		01 RFS-CH-PERIOD-LAST PIC 9(03).

		01 RFS-CH-RUN-CANCEL  PIC 9(06).
		01 RFS-CH-RUN-EXPIRY  PIC 9(06).
		01 RFS-CH-RUN-ACTIVE  PIC 9(06).
		01 RFS-CH-ACTIVE-PCT  PIC 9(03)V9.
		01 RFS-CH-CANCEL-PCT  PIC 9(03)V9.
		01 RFS-CH-EXPIRY-PCT  PIC 9(03)V9.

		*> Lifetime and trial conversion, by product and region.
		01 RFS-CH-MIX-TABLE.
			05 RFS-CH-MIX-ENTRY OCCURS 500 TIMES.
				10 RFS-CH-MIX-PRODUCT   PIC X(04).
				10 RFS-CH-MIX-REGION    PIC X(08).
				10 RFS-CH-MIX-SUBS      PIC 9(06).
				10 RFS-CH-MIX-LIFE-DAYS PIC 9(10).
				10 RFS-CH-MIX-CANCELLED PIC 9(06).
				10 RFS-CH-MIX-EXPIRED   PIC 9(06).
				10 RFS-CH-MIX-TRIALS    PIC 9(06).
				10 RFS-CH-MIX-CONVERTED PIC 9(06).
				10 RFS-CH-MIX-OPEN      PIC 9(06).
				10 RFS-CH-MIX-PRINTED   PIC X(01).

		01 RFS-CH-MIX-USED PIC 9(03) VALUE 0.
		01 RFS-CH-MIX-IDX  PIC 9(03).
		01 RFS-CH-MIX-HIT  PIC 9(03).
		01 RFS-CH-MIX-OUTER PIC 9(03).

		*> Running product total while a product's regions print.
		01 RFS-CH-SUM-ENTRY.
			05 RFS-CH-SUM-PRODUCT   PIC X(04).
			05 RFS-CH-SUM-REGION    PIC X(08).
			05 RFS-CH-SUM-SUBS      PIC 9(06).
			05 RFS-CH-SUM-LIFE-DAYS PIC 9(10).
			05 RFS-CH-SUM-CANCELLED PIC 9(06).
			05 RFS-CH-SUM-EXPIRED   PIC 9(06).
			05 RFS-CH-SUM-TRIALS    PIC 9(06).
			05 RFS-CH-SUM-CONVERTED PIC 9(06).
			05 RFS-CH-SUM-OPEN      PIC 9(06).

		*> The row being printed - a region row or a product
		*> total - is staged here.
		01 RFS-CH-ROW-ENTRY.
			05 RFS-CH-ROW-PRODUCT   PIC X(04).
			05 RFS-CH-ROW-REGION    PIC X(08).
			05 RFS-CH-ROW-SUBS      PIC 9(06).
			05 RFS-CH-ROW-LIFE-DAYS PIC 9(10).
			05 RFS-CH-ROW-CANCELLED PIC 9(06).
			05 RFS-CH-ROW-EXPIRED   PIC 9(06).
			05 RFS-CH-ROW-TRIALS    PIC 9(06).
			05 RFS-CH-ROW-CONVERTED PIC 9(06).
			05 RFS-CH-ROW-OPEN      PIC 9(06).

		01 RFS-CH-AVG-LIFE   PIC 9(06).
		01 RFS-CH-DECIDED    PIC 9(06).
		01 RFS-CH-CONV-PCT   PIC 9(03)V9.
		01 RFS-CH-LIFE-DAYS  USAGE BINARY-LONG.

		01 RFS-CH-RECORDS-READ   PIC 9(07) VALUE 0.
		01 RFS-CH-ARCHIVE-READ   PIC 9(07) VALUE 0.
		01 RFS-CH-CHAINS-KEPT    PIC 9(06) VALUE 0.
		01 RFS-CH-CHAINS-PAID    PIC 9(06) VALUE 0.
		01 RFS-CH-CHAINS-FUTURE  PIC 9(06) VALUE 0.
		01 RFS-CH-TRIAL-ONLY     PIC 9(06) VALUE 0.

		01 RFS-CH-TITLE-LINE PIC X(132)
			VALUE "Churn and retention cohort analysis".

		01 RFS-CH-HEAD-LINE.
			05 FILLER            PIC X(14) VALUE "Report date : ".
			05 CH-TODAY-OUT      PIC 9(08).
			05 FILLER            PIC X(14) VALUE "   Product : ".
			05 CH-PRODUCT-FILTER-OUT PIC X(04).
			05 FILLER            PIC X(13) VALUE "   Region : ".
			05 CH-REGION-FILTER-OUT PIC X(08).

		01 RFS-CH-SECTION-LINE.
			05 CH-SECTION-OUT    PIC X(80).

		01 RFS-CH-BASIS-LINE-1 PIC X(132)
			VALUE
			"Cohort = quarter of a site/product's first start; trials never converted are left out of the cohorts.".
		01 RFS-CH-BASIS-LINE-2 PIC X(132)
			VALUE
			"Each period shows the cohort as at the quarter end (the current quarter as at today); suspended counts as active.".

		01 RFS-CH-COHORT-COLUMN-LINE PIC X(132)
			VALUE
			"Cohort   Members  Period   +Qtr   Active     %  Cancelled     %  Expired     %".

		01 RFS-CH-COHORT-LINE.
			05 CH-COHORT-OUT     PIC X(07).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CH-MEMBERS-OUT    PIC X(07).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CH-PERIOD-OUT     PIC X(07).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CH-OFFSET-OUT     PIC ZZ9.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CH-ACTIVE-OUT     PIC ZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 CH-ACTIVE-PCT-OUT PIC ZZ9.9.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CH-CANCEL-OUT     PIC ZZZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 CH-CANCEL-PCT-OUT PIC ZZ9.9.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CH-EXPIRY-OUT     PIC ZZZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 CH-EXPIRY-PCT-OUT PIC ZZ9.9.

		01 RFS-CH-MEMBERS-TEXT PIC ZZZZZZ9.

		01 RFS-CH-MIX-COLUMN-LINE PIC X(132)
			VALUE
			"Prod  Region     Subs  Avg-life  Cancelled  Expired   Trials  Converted  Open  Conv-%".

		01 RFS-CH-MIX-LINE.
			05 CH-MIX-PRODUCT-OUT   PIC X(04).
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-REGION-OUT    PIC X(08).
			05 FILLER               PIC X(01) VALUE SPACE.
			05 CH-MIX-SUBS-OUT      PIC ZZZZZ9.
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-AVG-OUT       PIC ZZZZZZZ9.
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-CANCEL-OUT    PIC ZZZZZZZZ9.
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-EXPIRY-OUT    PIC ZZZZZZ9.
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-TRIALS-OUT    PIC ZZZZZZ9.
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-CONV-OUT      PIC ZZZZZZZZ9.
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-OPEN-OUT      PIC ZZZ9.
			05 FILLER               PIC X(02) VALUE SPACES.
			05 CH-MIX-PCT-OUT       PIC ZZ9.9.

		01 RFS-CH-NONE-LINE PIC X(132)
			VALUE "  No subscriptions on file for this selection.".

		01 RFS-CH-TOTAL-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 CH-TOTAL-LABEL    PIC X(44).
			05 CH-TOTAL-OUT      PIC ZZZZZZ9.

		*> CSV fields - zero-filled so every row parses the same
		*> way in the finance team's spreadsheet.
		01 RFS-CH-CSV-COHORT-HEAD PIC X(120)
			VALUE
			"type,cohort,period,offset,members,active,cancelled,expired,active_pct,cancelled_pct,expired_pct".
		01 RFS-CH-CSV-MIX-HEAD PIC X(120)
			VALUE
			"type,product,region,subscriptions,avg_lifetime_days,cancelled,expired,trials,converted,open_trials,conversion_pct".

		01 RFS-CH-CSV-COHORT   PIC X(06).
		01 RFS-CH-CSV-PERIOD   PIC X(06).
		01 RFS-CH-CSV-OFFSET   PIC 9(03).
		01 RFS-CH-CSV-COUNT-1  PIC 9(06).
		01 RFS-CH-CSV-COUNT-2  PIC 9(06).
		01 RFS-CH-CSV-COUNT-3  PIC 9(06).
		01 RFS-CH-CSV-COUNT-4  PIC 9(06).
		01 RFS-CH-CSV-COUNT-5  PIC 9(06).
		01 RFS-CH-CSV-COUNT-6  PIC 9(06).
		01 RFS-CH-CSV-PCT-1    PIC 9(03).9.
		01 RFS-CH-CSV-PCT-2    PIC 9(03).9.
		01 RFS-CH-CSV-PCT-3    PIC 9(03).9.

		*> Quarter labels, as printed ("2026 Q3") and in the CSV
		*> ("2026Q3").
		01 RFS-CH-QTR-LABEL.
			05 CH-QTR-YEAR       PIC 9(04).
			05 FILLER            PIC X(02) VALUE " Q".
			05 CH-QTR-Q          PIC 9(01).
		01 RFS-CH-QTR-CSV.
			05 CH-QCSV-YEAR      PIC 9(04).
			05 FILLER            PIC X(01) VALUE "Q".
			05 CH-QCSV-Q         PIC 9(01).

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-PRODUCT-CODE PIC X(04).
		01 RFS-IN-REGION       PIC X(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function measures how well customers are kept. It
*>     reads every renewal chain in rfs-archive.dat and rfs.dat
*>     and groups the site/products that ever held a paid window
*>     into cohorts by the year and quarter of their first
*>     start. For each cohort and each quarter since, it shows
*>     the share still held at the quarter's end, the share lost
*>     to cancellation (a "C" mark whose effective date has
*>     passed) and the share lost to expiry (the latest window
*>     ended with no renewal behind it). It then gives, for each
*>     product-code broken down by cust-region from
*>     rfs-custmast.dat, the average customer lifetime in days
*>     (first start to loss, or to today while still held) and
*>     the trial-to-paid conversion rate over the trials that
*>     have run their course. The printed report goes to
*>     rfs-cohort.txt and the same figures to rfs-cohort.csv for
*>     charting. Read-only reporting snapshot - no signature or
*>     clock-rollback checks apply. A chain judged on its latest
*>     record only: a lapse later made good by a renewal counts
*>     as held throughout.
*>
*> Parameters:
*>     RFS-IN-PRODUCT-CODE (optional) - one product-code to
*>     analyse; omitted or SPACES analyses every product
*>     RFS-IN-REGION (optional) - one cust-region to analyse;
*>     omitted or SPACES analyses every region
*>
*> Return:
*>     RETURN-CODE is zero on success, 16 when a file operation
*>     could not be completed or a table overflowed
*>

PROCEDURE DIVISION USING OPTIONAL RFS-IN-PRODUCT-CODE
		OPTIONAL RFS-IN-REGION.

	IF ADDRESS OF RFS-IN-PRODUCT-CODE NOT = NULL
		MOVE RFS-IN-PRODUCT-CODE TO RFS-CH-PRODUCT-FILTER
	END-IF.
	IF ADDRESS OF RFS-IN-REGION NOT = NULL
		MOVE RFS-IN-REGION TO RFS-CH-REGION-FILTER
	END-IF.

	ACCEPT RFS-CH-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-CH-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-CH-TODAY-NUM).
	MOVE RFS-CH-TODAY-NUM TO RFS-CH-START-NUM.
	PERFORM COMPUTE-START-QUARTER.
	MOVE RFS-CH-WORK-QTR TO RFS-CH-TODAY-QTR.

	PERFORM COLLECT-ARCHIVE-CHAINS
		THRU COLLECT-ARCHIVE-CHAINS-EXIT.
	PERFORM COLLECT-LIVE-CHAINS
		THRU COLLECT-LIVE-CHAINS-EXIT.

	MOVE 0 TO RFS-CH-CHAIN-IDX.
	PERFORM SETTLE-ONE-CHAIN
		THRU SETTLE-ONE-CHAIN-EXIT
		UNTIL RFS-CH-CHAIN-IDX >= RFS-CH-CHAIN-USED.

	IF RFS-CH-HAVE-BASE
		COMPUTE RFS-CH-COHORT-USED =
			RFS-CH-TODAY-QTR - RFS-CH-BASE-QTR + 1
		INITIALIZE RFS-CH-COHORT-TABLE
		MOVE 0 TO RFS-CH-CHAIN-IDX
		PERFORM PLACE-ONE-CHAIN
			THRU PLACE-ONE-CHAIN-EXIT
			UNTIL RFS-CH-CHAIN-IDX >= RFS-CH-CHAIN-USED
	END-IF.

	OPEN OUTPUT RFS-COHRPT-FILE.
	IF NOT RFS-COHRPT-STATUS-OK
		PERFORM HANDLE-RFS-COHRPT-ERROR
	END-IF.
	OPEN OUTPUT RFS-COHCSV-FILE.
	IF NOT RFS-COHCSV-STATUS-OK
		PERFORM HANDLE-RFS-COHCSV-ERROR
	END-IF.

	PERFORM WRITE-COHORT-HEADING
		THRU WRITE-COHORT-HEADING-EXIT.
	PERFORM WRITE-COHORT-SECTION
		THRU WRITE-COHORT-SECTION-EXIT.
	PERFORM WRITE-LIFETIME-SECTION
		THRU WRITE-LIFETIME-SECTION-EXIT.
	PERFORM WRITE-COHORT-TOTALS
		THRU WRITE-COHORT-TOTALS-EXIT.

	CLOSE RFS-COHRPT-FILE.
	IF NOT RFS-COHRPT-STATUS-OK
		PERFORM HANDLE-RFS-COHRPT-ERROR
	END-IF.
	CLOSE RFS-COHCSV-FILE.
	IF NOT RFS-COHCSV-STATUS-OK
		PERFORM HANDLE-RFS-COHCSV-ERROR
	END-IF.

	MOVE 0 TO RETURN-CODE.
	GOBACK.

*> ******************************* <*
*> *** COLLECT-ARCHIVE-CHAINS    <*
*> *** The aged renewals first - <*
*> *** each is moved into        <*
*> *** RFS-RECORD so the same    <*
*> *** noting applies            <*
*> ******************************* <*

COLLECT-ARCHIVE-CHAINS.

	OPEN INPUT RFS-ARCH-FILE.

	*> No archive yet just means nothing has aged out.
	IF RFS-ARCH-STATUS-NOT-FOUND
		GO TO COLLECT-ARCHIVE-CHAINS-EXIT
	END-IF.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	PERFORM COLLECT-NEXT-ARCHIVE-RECORD
		THRU COLLECT-NEXT-ARCHIVE-RECORD-EXIT
		UNTIL RFS-ARCH-STATUS-EOF.

	CLOSE RFS-ARCH-FILE.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

COLLECT-ARCHIVE-CHAINS-EXIT.
	EXIT.

COLLECT-NEXT-ARCHIVE-RECORD.

	READ RFS-ARCH-FILE NEXT RECORD.

	IF RFS-ARCH-STATUS-EOF
		GO TO COLLECT-NEXT-ARCHIVE-RECORD-EXIT
	END-IF.

	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	ADD 1 TO RFS-CH-ARCHIVE-READ.
	MOVE RFS-ARCH-RECORD TO RFS-RECORD.
	PERFORM NOTE-CHAIN-RECORD
		THRU NOTE-CHAIN-RECORD-EXIT.

COLLECT-NEXT-ARCHIVE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-LIVE-CHAINS       <*
*> ******************************* <*

COLLECT-LIVE-CHAINS.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	PERFORM COLLECT-NEXT-LIVE-RECORD
		THRU COLLECT-NEXT-LIVE-RECORD-EXIT
		UNTIL RFS-STATUS-EOF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

COLLECT-LIVE-CHAINS-EXIT.
	EXIT.

COLLECT-NEXT-LIVE-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		GO TO COLLECT-NEXT-LIVE-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	ADD 1 TO RFS-CH-RECORDS-READ.
	PERFORM NOTE-CHAIN-RECORD
		THRU NOTE-CHAIN-RECORD-EXIT.

COLLECT-NEXT-LIVE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** NOTE-CHAIN-RECORD         <*
*> *** Folds the record in       <*
*> *** RFS-RECORD into its       <*
*> *** chain: earliest start,    <*
*> *** latest window and mark,   <*
*> *** and whether a trial was   <*
*> *** followed by a paid window <*
*> ******************************* <*

NOTE-CHAIN-RECORD.

	IF RFS-CH-PRODUCT-FILTER NOT = SPACES
			AND PRODUCT-CODE NOT = RFS-CH-PRODUCT-FILTER
		GO TO NOTE-CHAIN-RECORD-EXIT
	END-IF.

	COMPUTE RFS-CH-START-NUM =
		YEAR-START * 10000 + MONTH-START * 100 + DAY-START.
	COMPUTE RFS-CH-END-NUM =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.

	*> Records come a chain at a time, so the chain the previous
	*> record landed in is nearly always this one's too.
	IF RFS-CH-CHAIN-HIT > 0
		IF RFS-CH-CHAIN-SITE (RFS-CH-CHAIN-HIT) NOT = SITE-CODE
				OR RFS-CH-CHAIN-PRODUCT (RFS-CH-CHAIN-HIT)
					NOT = PRODUCT-CODE
			PERFORM FIND-CHAIN
		END-IF
	END-IF.
	IF RFS-CH-CHAIN-HIT = 0
		PERFORM FIND-CHAIN
	END-IF.

	IF RFS-CH-CHAIN-HIT = 0
		PERFORM ADD-CHAIN-SLOT
	END-IF.

	IF RFS-CH-START-NUM < RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-HIT)
		MOVE RFS-CH-START-NUM
			TO RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-HIT)
	END-IF.

	IF RECORD-STATUS = "T"
		MOVE "Y" TO RFS-CH-CHAIN-TRIAL (RFS-CH-CHAIN-HIT)
	ELSE
		MOVE "Y" TO RFS-CH-CHAIN-PAID (RFS-CH-CHAIN-HIT)
		IF RFS-CH-CHAIN-HAD-TRIAL (RFS-CH-CHAIN-HIT)
			MOVE "Y" TO RFS-CH-CHAIN-CONVERTED (RFS-CH-CHAIN-HIT)
		END-IF
	END-IF.

	MOVE RFS-CH-END-NUM   TO RFS-CH-CHAIN-LAST-END (RFS-CH-CHAIN-HIT).
	MOVE RECORD-STATUS    TO RFS-CH-CHAIN-LAST-MARK (RFS-CH-CHAIN-HIT).
	MOVE STATUS-EFFECTIVE TO RFS-CH-CHAIN-LAST-EFFECT (RFS-CH-CHAIN-HIT).

NOTE-CHAIN-RECORD-EXIT.
	EXIT.

FIND-CHAIN.

	MOVE 0 TO RFS-CH-CHAIN-HIT.
	MOVE 0 TO RFS-CH-CHAIN-IDX.
	PERFORM TEST-ONE-CHAIN
		THRU TEST-ONE-CHAIN-EXIT
		UNTIL RFS-CH-CHAIN-HIT > 0
		OR RFS-CH-CHAIN-IDX >= RFS-CH-CHAIN-USED.

FIND-CHAIN-EXIT.
	EXIT.

TEST-ONE-CHAIN.

	ADD 1 TO RFS-CH-CHAIN-IDX.
	IF RFS-CH-CHAIN-SITE (RFS-CH-CHAIN-IDX) = SITE-CODE
			AND RFS-CH-CHAIN-PRODUCT (RFS-CH-CHAIN-IDX) = PRODUCT-CODE
		MOVE RFS-CH-CHAIN-IDX TO RFS-CH-CHAIN-HIT
	END-IF.

TEST-ONE-CHAIN-EXIT.
	EXIT.

ADD-CHAIN-SLOT.

	IF RFS-CH-CHAIN-USED >= 10000
		DISPLAY "RFS-CH-CHAIN-TABLE FULL - MORE THAN 10000 SITE/PRODUCTS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-CH-CHAIN-USED.
	MOVE RFS-CH-CHAIN-USED TO RFS-CH-CHAIN-HIT.

	MOVE SITE-CODE        TO RFS-CH-CHAIN-SITE (RFS-CH-CHAIN-HIT).
	MOVE PRODUCT-CODE     TO RFS-CH-CHAIN-PRODUCT (RFS-CH-CHAIN-HIT).
	MOVE RFS-CH-START-NUM TO RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-HIT).
	MOVE "N" TO RFS-CH-CHAIN-TRIAL (RFS-CH-CHAIN-HIT).
	MOVE "N" TO RFS-CH-CHAIN-PAID (RFS-CH-CHAIN-HIT).
	MOVE "N" TO RFS-CH-CHAIN-CONVERTED (RFS-CH-CHAIN-HIT).
	MOVE "N" TO RFS-CH-CHAIN-KEEP (RFS-CH-CHAIN-HIT).
	MOVE SPACES TO RFS-CH-CHAIN-REGION (RFS-CH-CHAIN-HIT).
	MOVE SPACE TO RFS-CH-CHAIN-LOSS-TYPE (RFS-CH-CHAIN-HIT).
	MOVE 0 TO RFS-CH-CHAIN-LOSS-DATE (RFS-CH-CHAIN-HIT).

ADD-CHAIN-SLOT-EXIT.
	EXIT.

*> ******************************* <*
*> *** SETTLE-ONE-CHAIN          <*
*> *** Region, how and when the  <*
*> *** chain was lost, and its   <*
*> *** share of the product and  <*
*> *** region figures            <*
*> ******************************* <*

SETTLE-ONE-CHAIN.

	ADD 1 TO RFS-CH-CHAIN-IDX.

	IF RFS-CH-CHAIN-SITE (RFS-CH-CHAIN-IDX) NOT = RFS-CH-LAST-LOOKUP-SITE
		MOVE RFS-CH-CHAIN-SITE (RFS-CH-CHAIN-IDX) TO RFS-CST-LOOKUP-SITE
		PERFORM LOOKUP-SITE-CUSTOMER
			THRU LOOKUP-SITE-CUSTOMER-EXIT
		MOVE RFS-CH-CHAIN-SITE (RFS-CH-CHAIN-IDX)
			TO RFS-CH-LAST-LOOKUP-SITE
	END-IF.
	MOVE RFS-CST-REGION TO RFS-CH-CHAIN-REGION (RFS-CH-CHAIN-IDX).

	IF RFS-CH-REGION-FILTER NOT = SPACES
			AND RFS-CST-REGION NOT = RFS-CH-REGION-FILTER
		GO TO SETTLE-ONE-CHAIN-EXIT
	END-IF.

	*> A chain that has not started yet has no history to judge.
	IF RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-IDX) > RFS-CH-TODAY-NUM
		ADD 1 TO RFS-CH-CHAINS-FUTURE
		GO TO SETTLE-ONE-CHAIN-EXIT
	END-IF.

	MOVE "Y" TO RFS-CH-CHAIN-KEEP (RFS-CH-CHAIN-IDX).
	ADD 1 TO RFS-CH-CHAINS-KEPT.

	PERFORM FIND-OR-ADD-MIX-SLOT.

	IF RFS-CH-CHAIN-HAD-TRIAL (RFS-CH-CHAIN-IDX)
		ADD 1 TO RFS-CH-MIX-TRIALS (RFS-CH-MIX-HIT)
		IF RFS-CH-CHAIN-DID-CONVERT (RFS-CH-CHAIN-IDX)
			ADD 1 TO RFS-CH-MIX-CONVERTED (RFS-CH-MIX-HIT)
		ELSE
			IF RFS-CH-CHAIN-LAST-MARK (RFS-CH-CHAIN-IDX) = "T"
					AND RFS-CH-CHAIN-LAST-END (RFS-CH-CHAIN-IDX)
						>= RFS-CH-TODAY-NUM
				ADD 1 TO RFS-CH-MIX-OPEN (RFS-CH-MIX-HIT)
			END-IF
		END-IF
	END-IF.

	IF NOT RFS-CH-CHAIN-WAS-PAID (RFS-CH-CHAIN-IDX)
		ADD 1 TO RFS-CH-TRIAL-ONLY
		GO TO SETTLE-ONE-CHAIN-EXIT
	END-IF.

	ADD 1 TO RFS-CH-CHAINS-PAID.
	PERFORM JUDGE-CHAIN-LOSS
		THRU JUDGE-CHAIN-LOSS-EXIT.

	ADD 1 TO RFS-CH-MIX-SUBS (RFS-CH-MIX-HIT).
	IF RFS-CH-CHAIN-CANCELLED (RFS-CH-CHAIN-IDX)
		ADD 1 TO RFS-CH-MIX-CANCELLED (RFS-CH-MIX-HIT)
	END-IF.
	IF RFS-CH-CHAIN-EXPIRED (RFS-CH-CHAIN-IDX)
		ADD 1 TO RFS-CH-MIX-EXPIRED (RFS-CH-MIX-HIT)
	END-IF.

	IF RFS-CH-CHAIN-LOSS-DATE (RFS-CH-CHAIN-IDX) > 0
		COMPUTE RFS-CH-LIFE-DAYS =
			FUNCTION INTEGER-OF-DATE
				(RFS-CH-CHAIN-LOSS-DATE (RFS-CH-CHAIN-IDX)) -
			FUNCTION INTEGER-OF-DATE
				(RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-IDX))
	ELSE
		COMPUTE RFS-CH-LIFE-DAYS = RFS-CH-TODAY-INT -
			FUNCTION INTEGER-OF-DATE
				(RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-IDX))
	END-IF.
	IF RFS-CH-LIFE-DAYS > 0
		ADD RFS-CH-LIFE-DAYS TO RFS-CH-MIX-LIFE-DAYS (RFS-CH-MIX-HIT)
	END-IF.

	MOVE RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-IDX) TO RFS-CH-START-NUM.
	PERFORM COMPUTE-START-QUARTER.
	IF NOT RFS-CH-HAVE-BASE OR RFS-CH-WORK-QTR < RFS-CH-BASE-QTR
		MOVE RFS-CH-WORK-QTR TO RFS-CH-BASE-QTR
		SET RFS-CH-HAVE-BASE TO TRUE
	END-IF.
	IF RFS-CH-TODAY-QTR - RFS-CH-BASE-QTR >= 100
		DISPLAY "RFS-CH-COHORT-TABLE FULL - MORE THAN 100 QUARTERS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

SETTLE-ONE-CHAIN-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-CHAIN-LOSS          <*
*> *** A cancel mark counts from <*
*> *** its effective day; any    <*
*> *** other chain whose latest  <*
*> *** window has ended with no  <*
*> *** renewal behind it was     <*
*> *** lost to expiry the day    <*
*> *** after; a suspended chain  <*
*> *** is still held             <*
*> ******************************* <*

JUDGE-CHAIN-LOSS.

	IF RFS-CH-CHAIN-LAST-MARK (RFS-CH-CHAIN-IDX) = "C"
		IF RFS-CH-CHAIN-LAST-EFFECT (RFS-CH-CHAIN-IDX) = 0
			MOVE RFS-CH-CHAIN-LAST-END (RFS-CH-CHAIN-IDX)
				TO RFS-CH-CHAIN-LAST-EFFECT (RFS-CH-CHAIN-IDX)
		END-IF
		IF RFS-CH-CHAIN-LAST-EFFECT (RFS-CH-CHAIN-IDX)
				<= RFS-CH-TODAY-NUM
			MOVE "C" TO RFS-CH-CHAIN-LOSS-TYPE (RFS-CH-CHAIN-IDX)
			MOVE RFS-CH-CHAIN-LAST-EFFECT (RFS-CH-CHAIN-IDX)
				TO RFS-CH-CHAIN-LOSS-DATE (RFS-CH-CHAIN-IDX)
			GO TO JUDGE-CHAIN-LOSS-EXIT
		END-IF
	END-IF.

	IF RFS-CH-CHAIN-LAST-END (RFS-CH-CHAIN-IDX) < RFS-CH-TODAY-NUM
		MOVE "E" TO RFS-CH-CHAIN-LOSS-TYPE (RFS-CH-CHAIN-IDX)
		COMPUTE RFS-CH-CHAIN-LOSS-DATE (RFS-CH-CHAIN-IDX) =
			FUNCTION DATE-OF-INTEGER (FUNCTION INTEGER-OF-DATE
				(RFS-CH-CHAIN-LAST-END (RFS-CH-CHAIN-IDX)) + 1)
	END-IF.

JUDGE-CHAIN-LOSS-EXIT.
	EXIT.

*> ******************************* <*
*> *** COMPUTE-START-QUARTER     <*
*> *** RFS-CH-START-NUM's        <*
*> *** quarter on the single     <*
*> *** scale, into               <*
*> *** RFS-CH-WORK-QTR           <*
*> ******************************* <*

COMPUTE-START-QUARTER.

	MOVE RFS-CH-START-NUM (1:4) TO RFS-CH-WORK-YEAR.
	MOVE RFS-CH-START-NUM (5:2) TO RFS-CH-WORK-MONTH.
	COMPUTE RFS-CH-WORK-Q = (RFS-CH-WORK-MONTH + 2) / 3.
	COMPUTE RFS-CH-WORK-QTR =
		RFS-CH-WORK-YEAR * 4 + RFS-CH-WORK-Q - 1.

COMPUTE-START-QUARTER-EXIT.
	EXIT.

*> ******************************* <*
*> *** PLACE-ONE-CHAIN           <*
*> *** Counts a paid chain into  <*
*> *** its cohort, and its loss  <*
*> *** into the quarter it fell  <*
*> *** in                        <*
*> ******************************* <*

PLACE-ONE-CHAIN.

	ADD 1 TO RFS-CH-CHAIN-IDX.

	IF NOT RFS-CH-CHAIN-KEPT (RFS-CH-CHAIN-IDX)
			OR NOT RFS-CH-CHAIN-WAS-PAID (RFS-CH-CHAIN-IDX)
		GO TO PLACE-ONE-CHAIN-EXIT
	END-IF.

	MOVE RFS-CH-CHAIN-FIRST-START (RFS-CH-CHAIN-IDX) TO RFS-CH-START-NUM.
	PERFORM COMPUTE-START-QUARTER.
	COMPUTE RFS-CH-COHORT-IDX = RFS-CH-WORK-QTR - RFS-CH-BASE-QTR + 1.
	ADD 1 TO RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX).

	IF RFS-CH-CHAIN-LOSS-DATE (RFS-CH-CHAIN-IDX) = 0
		GO TO PLACE-ONE-CHAIN-EXIT
	END-IF.

	MOVE RFS-CH-WORK-QTR TO RFS-CH-COHORT-QTR.
	MOVE RFS-CH-CHAIN-LOSS-DATE (RFS-CH-CHAIN-IDX) TO RFS-CH-START-NUM.
	PERFORM COMPUTE-START-QUARTER.
	IF RFS-CH-WORK-QTR < RFS-CH-COHORT-QTR
		MOVE RFS-CH-COHORT-QTR TO RFS-CH-WORK-QTR
	END-IF.
	COMPUTE RFS-CH-PERIOD-IDX = RFS-CH-WORK-QTR - RFS-CH-COHORT-QTR + 1.

	IF RFS-CH-CHAIN-CANCELLED (RFS-CH-CHAIN-IDX)
		ADD 1 TO RFS-CH-LOST-CANCEL
			(RFS-CH-COHORT-IDX, RFS-CH-PERIOD-IDX)
	ELSE
		ADD 1 TO RFS-CH-LOST-EXPIRY
			(RFS-CH-COHORT-IDX, RFS-CH-PERIOD-IDX)
	END-IF.

PLACE-ONE-CHAIN-EXIT.
	EXIT.

FIND-OR-ADD-MIX-SLOT.

	MOVE 0 TO RFS-CH-MIX-HIT.
	MOVE 0 TO RFS-CH-MIX-IDX.
	PERFORM TEST-ONE-MIX-SLOT
		THRU TEST-ONE-MIX-SLOT-EXIT
		UNTIL RFS-CH-MIX-HIT > 0
		OR RFS-CH-MIX-IDX >= RFS-CH-MIX-USED.

	IF RFS-CH-MIX-HIT > 0
		GO TO FIND-OR-ADD-MIX-SLOT-EXIT
	END-IF.

	IF RFS-CH-MIX-USED >= 500
		DISPLAY "RFS-CH-MIX-TABLE FULL - MORE THAN 500 PRODUCT/REGIONS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-CH-MIX-USED.
	MOVE RFS-CH-MIX-USED TO RFS-CH-MIX-HIT.
	INITIALIZE RFS-CH-MIX-ENTRY (RFS-CH-MIX-HIT).
	MOVE RFS-CH-CHAIN-PRODUCT (RFS-CH-CHAIN-IDX)
		TO RFS-CH-MIX-PRODUCT (RFS-CH-MIX-HIT).
	MOVE RFS-CH-CHAIN-REGION (RFS-CH-CHAIN-IDX)
		TO RFS-CH-MIX-REGION (RFS-CH-MIX-HIT).
	MOVE "N" TO RFS-CH-MIX-PRINTED (RFS-CH-MIX-HIT).

FIND-OR-ADD-MIX-SLOT-EXIT.
	EXIT.

TEST-ONE-MIX-SLOT.

	ADD 1 TO RFS-CH-MIX-IDX.
	IF RFS-CH-MIX-PRODUCT (RFS-CH-MIX-IDX)
			= RFS-CH-CHAIN-PRODUCT (RFS-CH-CHAIN-IDX)
			AND RFS-CH-MIX-REGION (RFS-CH-MIX-IDX)
				= RFS-CH-CHAIN-REGION (RFS-CH-CHAIN-IDX)
		MOVE RFS-CH-MIX-IDX TO RFS-CH-MIX-HIT
	END-IF.

TEST-ONE-MIX-SLOT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-COHORT-HEADING      <*
*> ******************************* <*

WRITE-COHORT-HEADING.

	MOVE RFS-CH-TITLE-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

	MOVE RFS-CH-TODAY-NUM TO CH-TODAY-OUT.
	IF RFS-CH-PRODUCT-FILTER = SPACES
		MOVE "ALL" TO CH-PRODUCT-FILTER-OUT
	ELSE
		MOVE RFS-CH-PRODUCT-FILTER TO CH-PRODUCT-FILTER-OUT
	END-IF.
	IF RFS-CH-REGION-FILTER = SPACES
		MOVE "ALL" TO CH-REGION-FILTER-OUT
	ELSE
		MOVE RFS-CH-REGION-FILTER TO CH-REGION-FILTER-OUT
	END-IF.
	MOVE RFS-CH-HEAD-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

	MOVE RFS-CH-BASIS-LINE-1 TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.
	MOVE RFS-CH-BASIS-LINE-2 TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

WRITE-COHORT-HEADING-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-COHORT-SECTION      <*
*> *** One block per cohort, one <*
*> *** line per quarter from its <*
*> *** own to the current one    <*
*> ******************************* <*

WRITE-COHORT-SECTION.

	MOVE SPACES TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.
	MOVE "Retention by start-quarter cohort" TO CH-SECTION-OUT.
	MOVE RFS-CH-SECTION-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.
	MOVE RFS-CH-COHORT-COLUMN-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

	MOVE RFS-CH-CSV-COHORT-HEAD TO RFS-COHCSV-LINE.
	PERFORM WRITE-CSV-LINE.

	IF RFS-CH-CHAINS-PAID = 0
		MOVE RFS-CH-NONE-LINE TO RFS-COHRPT-LINE
		PERFORM WRITE-COHORT-LINE
		GO TO WRITE-COHORT-SECTION-EXIT
	END-IF.

	MOVE 0 TO RFS-CH-COHORT-IDX.
	PERFORM WRITE-ONE-COHORT
		THRU WRITE-ONE-COHORT-EXIT
		UNTIL RFS-CH-COHORT-IDX >= RFS-CH-COHORT-USED.

WRITE-COHORT-SECTION-EXIT.
	EXIT.

WRITE-ONE-COHORT.

	ADD 1 TO RFS-CH-COHORT-IDX.

	IF RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX) = 0
		GO TO WRITE-ONE-COHORT-EXIT
	END-IF.

	COMPUTE RFS-CH-WORK-QTR = RFS-CH-BASE-QTR + RFS-CH-COHORT-IDX - 1.
	PERFORM BUILD-QUARTER-LABELS.
	MOVE RFS-CH-QTR-LABEL TO CH-COHORT-OUT.
	MOVE RFS-CH-QTR-CSV TO RFS-CH-CSV-COHORT.
	MOVE RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX) TO RFS-CH-MEMBERS-TEXT.
	MOVE RFS-CH-MEMBERS-TEXT TO CH-MEMBERS-OUT.

	COMPUTE RFS-CH-PERIOD-LAST =
		RFS-CH-COHORT-USED - RFS-CH-COHORT-IDX + 1.
	MOVE 0 TO RFS-CH-RUN-CANCEL.
	MOVE 0 TO RFS-CH-RUN-EXPIRY.
	MOVE 0 TO RFS-CH-PERIOD-IDX.
	PERFORM WRITE-ONE-COHORT-PERIOD
		THRU WRITE-ONE-COHORT-PERIOD-EXIT
		UNTIL RFS-CH-PERIOD-IDX >= RFS-CH-PERIOD-LAST.

	MOVE SPACES TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

WRITE-ONE-COHORT-EXIT.
	EXIT.

WRITE-ONE-COHORT-PERIOD.

	ADD 1 TO RFS-CH-PERIOD-IDX.

	ADD RFS-CH-LOST-CANCEL (RFS-CH-COHORT-IDX, RFS-CH-PERIOD-IDX)
		TO RFS-CH-RUN-CANCEL.
	ADD RFS-CH-LOST-EXPIRY (RFS-CH-COHORT-IDX, RFS-CH-PERIOD-IDX)
		TO RFS-CH-RUN-EXPIRY.
	COMPUTE RFS-CH-RUN-ACTIVE =
		RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX)
		- RFS-CH-RUN-CANCEL - RFS-CH-RUN-EXPIRY.

	COMPUTE RFS-CH-ACTIVE-PCT ROUNDED = RFS-CH-RUN-ACTIVE * 100
		/ RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX).
	COMPUTE RFS-CH-CANCEL-PCT ROUNDED = RFS-CH-RUN-CANCEL * 100
		/ RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX).
	COMPUTE RFS-CH-EXPIRY-PCT ROUNDED = RFS-CH-RUN-EXPIRY * 100
		/ RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX).

	COMPUTE RFS-CH-WORK-QTR = RFS-CH-BASE-QTR + RFS-CH-COHORT-IDX
		+ RFS-CH-PERIOD-IDX - 2.
	PERFORM BUILD-QUARTER-LABELS.
	MOVE RFS-CH-QTR-LABEL TO CH-PERIOD-OUT.
	MOVE RFS-CH-QTR-CSV TO RFS-CH-CSV-PERIOD.

	COMPUTE RFS-CH-CSV-OFFSET = RFS-CH-PERIOD-IDX - 1.
	MOVE RFS-CH-CSV-OFFSET  TO CH-OFFSET-OUT.
	MOVE RFS-CH-RUN-ACTIVE  TO CH-ACTIVE-OUT.
	MOVE RFS-CH-ACTIVE-PCT  TO CH-ACTIVE-PCT-OUT.
	MOVE RFS-CH-RUN-CANCEL  TO CH-CANCEL-OUT.
	MOVE RFS-CH-CANCEL-PCT  TO CH-CANCEL-PCT-OUT.
	MOVE RFS-CH-RUN-EXPIRY  TO CH-EXPIRY-OUT.
	MOVE RFS-CH-EXPIRY-PCT  TO CH-EXPIRY-PCT-OUT.
	MOVE RFS-CH-COHORT-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

	*> The cohort and its size head the block's first line only.
	MOVE SPACES TO CH-COHORT-OUT.
	MOVE SPACES TO CH-MEMBERS-OUT.

	MOVE RFS-CH-COHORT-MEMBERS (RFS-CH-COHORT-IDX) TO RFS-CH-CSV-COUNT-1.
	MOVE RFS-CH-RUN-ACTIVE TO RFS-CH-CSV-COUNT-2.
	MOVE RFS-CH-RUN-CANCEL TO RFS-CH-CSV-COUNT-3.
	MOVE RFS-CH-RUN-EXPIRY TO RFS-CH-CSV-COUNT-4.
	MOVE RFS-CH-ACTIVE-PCT TO RFS-CH-CSV-PCT-1.
	MOVE RFS-CH-CANCEL-PCT TO RFS-CH-CSV-PCT-2.
	MOVE RFS-CH-EXPIRY-PCT TO RFS-CH-CSV-PCT-3.

	MOVE SPACES TO RFS-COHCSV-LINE.
	STRING "RETENTION"         DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COHORT      DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-PERIOD      DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-OFFSET      DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-1     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-2     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-3     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-4     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-PCT-1       DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-PCT-2       DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-PCT-3       DELIMITED BY SIZE
		INTO RFS-COHCSV-LINE.
	PERFORM WRITE-CSV-LINE.

WRITE-ONE-COHORT-PERIOD-EXIT.
	EXIT.

BUILD-QUARTER-LABELS.

	DIVIDE RFS-CH-WORK-QTR BY 4
		GIVING RFS-CH-WORK-YEAR REMAINDER RFS-CH-WORK-REM.
	COMPUTE RFS-CH-WORK-Q = RFS-CH-WORK-REM + 1.
	MOVE RFS-CH-WORK-YEAR TO CH-QTR-YEAR.
	MOVE RFS-CH-WORK-Q    TO CH-QTR-Q.
	MOVE RFS-CH-WORK-YEAR TO CH-QCSV-YEAR.
	MOVE RFS-CH-WORK-Q    TO CH-QCSV-Q.

BUILD-QUARTER-LABELS-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-LIFETIME-SECTION    <*
*> *** Each product's regions in <*
*> *** the order first met, then <*
*> *** the product's total       <*
*> ******************************* <*

WRITE-LIFETIME-SECTION.

	MOVE SPACES TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.
	MOVE "Customer lifetime (days) and trial conversion by product and region"
		TO CH-SECTION-OUT.
	MOVE RFS-CH-SECTION-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.
	MOVE RFS-CH-MIX-COLUMN-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

	MOVE SPACES TO RFS-COHCSV-LINE.
	PERFORM WRITE-CSV-LINE.
	MOVE RFS-CH-CSV-MIX-HEAD TO RFS-COHCSV-LINE.
	PERFORM WRITE-CSV-LINE.

	IF RFS-CH-MIX-USED = 0
		MOVE RFS-CH-NONE-LINE TO RFS-COHRPT-LINE
		PERFORM WRITE-COHORT-LINE
		GO TO WRITE-LIFETIME-SECTION-EXIT
	END-IF.

	MOVE 0 TO RFS-CH-MIX-OUTER.
	PERFORM WRITE-ONE-PRODUCT
		THRU WRITE-ONE-PRODUCT-EXIT
		UNTIL RFS-CH-MIX-OUTER >= RFS-CH-MIX-USED.

WRITE-LIFETIME-SECTION-EXIT.
	EXIT.

WRITE-ONE-PRODUCT.

	ADD 1 TO RFS-CH-MIX-OUTER.

	IF RFS-CH-MIX-PRINTED (RFS-CH-MIX-OUTER) = "Y"
		GO TO WRITE-ONE-PRODUCT-EXIT
	END-IF.

	INITIALIZE RFS-CH-SUM-ENTRY.
	MOVE RFS-CH-MIX-PRODUCT (RFS-CH-MIX-OUTER) TO RFS-CH-SUM-PRODUCT.
	MOVE "ALL" TO RFS-CH-SUM-REGION.

	MOVE 0 TO RFS-CH-MIX-IDX.
	PERFORM WRITE-ONE-PRODUCT-REGION
		THRU WRITE-ONE-PRODUCT-REGION-EXIT
		UNTIL RFS-CH-MIX-IDX >= RFS-CH-MIX-USED.

	MOVE RFS-CH-SUM-ENTRY TO RFS-CH-ROW-ENTRY.
	PERFORM WRITE-MIX-ROW
		THRU WRITE-MIX-ROW-EXIT.

	MOVE SPACES TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

WRITE-ONE-PRODUCT-EXIT.
	EXIT.

WRITE-ONE-PRODUCT-REGION.

	ADD 1 TO RFS-CH-MIX-IDX.

	IF RFS-CH-MIX-PRODUCT (RFS-CH-MIX-IDX) NOT = RFS-CH-SUM-PRODUCT
		GO TO WRITE-ONE-PRODUCT-REGION-EXIT
	END-IF.

	MOVE "Y" TO RFS-CH-MIX-PRINTED (RFS-CH-MIX-IDX).

	ADD RFS-CH-MIX-SUBS (RFS-CH-MIX-IDX)      TO RFS-CH-SUM-SUBS.
	ADD RFS-CH-MIX-LIFE-DAYS (RFS-CH-MIX-IDX) TO RFS-CH-SUM-LIFE-DAYS.
	ADD RFS-CH-MIX-CANCELLED (RFS-CH-MIX-IDX) TO RFS-CH-SUM-CANCELLED.
	ADD RFS-CH-MIX-EXPIRED (RFS-CH-MIX-IDX)   TO RFS-CH-SUM-EXPIRED.
	ADD RFS-CH-MIX-TRIALS (RFS-CH-MIX-IDX)    TO RFS-CH-SUM-TRIALS.
	ADD RFS-CH-MIX-CONVERTED (RFS-CH-MIX-IDX) TO RFS-CH-SUM-CONVERTED.
	ADD RFS-CH-MIX-OPEN (RFS-CH-MIX-IDX)      TO RFS-CH-SUM-OPEN.

	MOVE RFS-CH-MIX-PRODUCT (RFS-CH-MIX-IDX)   TO RFS-CH-ROW-PRODUCT.
	MOVE RFS-CH-MIX-REGION (RFS-CH-MIX-IDX)    TO RFS-CH-ROW-REGION.
	MOVE RFS-CH-MIX-SUBS (RFS-CH-MIX-IDX)      TO RFS-CH-ROW-SUBS.
	MOVE RFS-CH-MIX-LIFE-DAYS (RFS-CH-MIX-IDX) TO RFS-CH-ROW-LIFE-DAYS.
	MOVE RFS-CH-MIX-CANCELLED (RFS-CH-MIX-IDX) TO RFS-CH-ROW-CANCELLED.
	MOVE RFS-CH-MIX-EXPIRED (RFS-CH-MIX-IDX)   TO RFS-CH-ROW-EXPIRED.
	MOVE RFS-CH-MIX-TRIALS (RFS-CH-MIX-IDX)    TO RFS-CH-ROW-TRIALS.
	MOVE RFS-CH-MIX-CONVERTED (RFS-CH-MIX-IDX) TO RFS-CH-ROW-CONVERTED.
	MOVE RFS-CH-MIX-OPEN (RFS-CH-MIX-IDX)      TO RFS-CH-ROW-OPEN.
	PERFORM WRITE-MIX-ROW
		THRU WRITE-MIX-ROW-EXIT.

WRITE-ONE-PRODUCT-REGION-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-MIX-ROW             <*
*> *** The conversion rate is    <*
*> *** taken over the trials     <*
*> *** that have run their       <*
*> *** course - one still open   <*
*> *** has not yet decided       <*
*> ******************************* <*

WRITE-MIX-ROW.

	IF RFS-CH-ROW-SUBS > 0
		COMPUTE RFS-CH-AVG-LIFE ROUNDED =
			RFS-CH-ROW-LIFE-DAYS / RFS-CH-ROW-SUBS
	ELSE
		MOVE 0 TO RFS-CH-AVG-LIFE
	END-IF.

	COMPUTE RFS-CH-DECIDED = RFS-CH-ROW-TRIALS - RFS-CH-ROW-OPEN.
	IF RFS-CH-DECIDED > 0
		COMPUTE RFS-CH-CONV-PCT ROUNDED =
			RFS-CH-ROW-CONVERTED * 100 / RFS-CH-DECIDED
	ELSE
		MOVE 0 TO RFS-CH-CONV-PCT
	END-IF.

	MOVE RFS-CH-ROW-PRODUCT TO CH-MIX-PRODUCT-OUT.
	IF RFS-CH-ROW-REGION = SPACES
		MOVE "(none)" TO CH-MIX-REGION-OUT
	ELSE
		MOVE RFS-CH-ROW-REGION TO CH-MIX-REGION-OUT
	END-IF.
	MOVE RFS-CH-ROW-SUBS      TO CH-MIX-SUBS-OUT.
	MOVE RFS-CH-AVG-LIFE      TO CH-MIX-AVG-OUT.
	MOVE RFS-CH-ROW-CANCELLED TO CH-MIX-CANCEL-OUT.
	MOVE RFS-CH-ROW-EXPIRED   TO CH-MIX-EXPIRY-OUT.
	MOVE RFS-CH-ROW-TRIALS    TO CH-MIX-TRIALS-OUT.
	MOVE RFS-CH-ROW-CONVERTED TO CH-MIX-CONV-OUT.
	MOVE RFS-CH-ROW-OPEN      TO CH-MIX-OPEN-OUT.
	MOVE RFS-CH-CONV-PCT      TO CH-MIX-PCT-OUT.
	MOVE RFS-CH-MIX-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

	MOVE RFS-CH-ROW-SUBS      TO RFS-CH-CSV-COUNT-1.
	MOVE RFS-CH-AVG-LIFE      TO RFS-CH-CSV-COUNT-2.
	MOVE RFS-CH-ROW-CANCELLED TO RFS-CH-CSV-COUNT-3.
	MOVE RFS-CH-ROW-EXPIRED   TO RFS-CH-CSV-COUNT-4.
	MOVE RFS-CH-ROW-TRIALS    TO RFS-CH-CSV-COUNT-5.
	MOVE RFS-CH-ROW-CONVERTED TO RFS-CH-CSV-COUNT-6.
	MOVE RFS-CH-ROW-OPEN      TO RFS-CH-CSV-OFFSET.
	MOVE RFS-CH-CONV-PCT      TO RFS-CH-CSV-PCT-1.

	MOVE SPACES TO RFS-COHCSV-LINE.
	STRING "LIFETIME"          DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-ROW-PRODUCT     DELIMITED BY SPACE
		","                    DELIMITED BY SIZE
		RFS-CH-ROW-REGION      DELIMITED BY SPACE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-1     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-2     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-3     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-4     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-5     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-COUNT-6     DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-OFFSET      DELIMITED BY SIZE
		","                    DELIMITED BY SIZE
		RFS-CH-CSV-PCT-1       DELIMITED BY SIZE
		INTO RFS-COHCSV-LINE.
	PERFORM WRITE-CSV-LINE.

WRITE-MIX-ROW-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-COHORT-TOTALS       <*
*> ******************************* <*

WRITE-COHORT-TOTALS.

	MOVE "Totals" TO CH-SECTION-OUT.
	MOVE RFS-CH-SECTION-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

	MOVE "Records read from rfs-archive.dat" TO CH-TOTAL-LABEL.
	MOVE RFS-CH-ARCHIVE-READ TO CH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Records read from rfs.dat" TO CH-TOTAL-LABEL.
	MOVE RFS-CH-RECORDS-READ TO CH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Site/products analysed" TO CH-TOTAL-LABEL.
	MOVE RFS-CH-CHAINS-KEPT TO CH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  in the retention cohorts" TO CH-TOTAL-LABEL.
	MOVE RFS-CH-CHAINS-PAID TO CH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  trial only, never converted" TO CH-TOTAL-LABEL.
	MOVE RFS-CH-TRIAL-ONLY TO CH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Site/products not yet started (left out)" TO CH-TOTAL-LABEL.
	MOVE RFS-CH-CHAINS-FUTURE TO CH-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

WRITE-COHORT-TOTALS-EXIT.
	EXIT.

WRITE-TOTAL-LINE.

	MOVE RFS-CH-TOTAL-LINE TO RFS-COHRPT-LINE.
	PERFORM WRITE-COHORT-LINE.

WRITE-TOTAL-LINE-EXIT.
	EXIT.

WRITE-COHORT-LINE.

	WRITE RFS-COHRPT-LINE.
	IF NOT RFS-COHRPT-STATUS-OK
		PERFORM HANDLE-RFS-COHRPT-ERROR
	END-IF.

WRITE-COHORT-LINE-EXIT.
	EXIT.

WRITE-CSV-LINE.

	WRITE RFS-COHCSV-LINE.
	IF NOT RFS-COHCSV-STATUS-OK
		PERFORM HANDLE-RFS-COHCSV-ERROR
	END-IF.

WRITE-CSV-LINE-EXIT.
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
*> *** HANDLE-RFS-COHRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-COHRPT-ERROR.
	DISPLAY "RFS-COHRPT-FILE ERROR - FILE STATUS " RFS-COHRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-COHRPT-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-COHCSV-ERROR   <*
*> ******************************* <*

HANDLE-RFS-COHCSV-ERROR.
	DISPLAY "RFS-COHCSV-FILE ERROR - FILE STATUS " RFS-COHCSV-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-COHCSV-ERROR-EXIT.
	EXIT.

	COPY "custmast.lookup.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
