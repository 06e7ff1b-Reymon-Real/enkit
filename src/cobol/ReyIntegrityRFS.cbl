*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyIntegrityRFS.cbl  *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Cross-file referential       *** <*
*> *** integrity sweep              *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyIntegrityRFS.

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
			COPY "custmast.env.cpy".
			COPY "params.env.cpy".
			COPY "prodcat.env.cpy".
			COPY "rates.env.cpy".
			COPY "schedule.env.cpy".
			COPY "pending.env.cpy".
			COPY "opers.env.cpy".
			COPY "integrity.env.cpy".
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
		COPY "custmast.fd.cpy".
		COPY "params.fd.cpy".
		COPY "prodcat.fd.cpy".
		COPY "rates.fd.cpy".
		COPY "schedule.fd.cpy".
		COPY "pending.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "integrity.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "custmast.status.cpy".
		COPY "params.status.cpy".
		COPY "prodcat.status.cpy".
		COPY "rates.status.cpy".
		COPY "schedule.status.cpy".
		COPY "pending.status.cpy".
		COPY "opers.status.cpy".
		COPY "integrity.status.cpy".
		COPY "runlog.status.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-IG-TODAY-NUM PIC 9(08).

		*> Every site-code rfs.dat holds a record for - a site
		*> "exists" for as long as it has one; 2000 sites is the
		*> whole estate several times over.
		01 RFS-IG-SITE-TABLE.
			05 RFS-IG-SITE-CODE PIC X(08) OCCURS 2000 TIMES.

		01 RFS-IG-SITE-USED PIC 9(04) VALUE 0.
		01 RFS-IG-SITE-IDX  PIC 9(04).
		01 RFS-IG-SITE-FLAG PIC X(01).
			88 RFS-IG-SITE-KNOWN VALUE "Y".

		*> The product catalog, with a mark for each product
		*> that has a rate in force today in any term band; 50
		*> products is the catalog several times over.
		01 RFS-IG-PROD-TABLE.
			05 RFS-IG-PROD-ENTRY OCCURS 50 TIMES.
				10 RFS-IG-PROD-CODE   PIC X(04).
				10 RFS-IG-PROD-ACTIVE PIC X(01).
					88 RFS-IG-PROD-WITHDRAWN VALUE "W".
				10 RFS-IG-PROD-RATED  PIC X(01).
					88 RFS-IG-PROD-HAS-RATE VALUE "Y".

		01 RFS-IG-PROD-USED PIC 9(03) VALUE 0.
		01 RFS-IG-PROD-IDX  PIC 9(03).
		01 RFS-IG-PROD-HIT  PIC 9(03).
		01 RFS-IG-LOOK-PRODUCT PIC X(04).
		01 RFS-IG-LOOK-SITE    PIC X(08).

		*> A reference file that is not there yet means its
		*> control is not in use - the checks that rest on it are
		*> skipped and the report says so, the same latitude the
		*> lookups give the programs that consult these files.
		01 RFS-IG-CATALOG-FLAG PIC X(01) VALUE "N".
			88 RFS-IG-CATALOG-PRESENT VALUE "Y".
		01 RFS-IG-CUSTMAST-FLAG PIC X(01) VALUE "N".
			88 RFS-IG-CUSTMAST-PRESENT VALUE "Y".
		01 RFS-IG-RATES-FLAG PIC X(01) VALUE "N".
			88 RFS-IG-RATES-PRESENT VALUE "Y".

		01 RFS-IG-EOF-FLAG PIC X(01).
			88 RFS-IG-EOF VALUE "Y".

		*> rfs.dat is walked in key order, so a site's records
		*> and within them each product's arrive together; the
		*> group in hand is judged when the next one starts.
		01 RFS-IG-CUR-SITE      PIC X(08) VALUE SPACES.
		01 RFS-IG-CUR-PRODUCT   PIC X(04) VALUE SPACES.
		01 RFS-IG-GROUP-RECORDS PIC 9(06) VALUE 0.
		01 RFS-IG-SITE-RECORDS  PIC 9(06) VALUE 0.
		01 RFS-IG-RECORD-COUNT  PIC 9(06) VALUE 0.

		*> One row per check: its code, its severity and how
		*> many findings it raised. ERROR is reference data a
		*> renewal, import or scheduled action will bounce on;
		*> WARNING is data that is stale or unusable but stops
		*> nothing.
		01 RFS-IG-CHECK-VALUES.
			05 FILLER PIC X(27) VALUE "SITE-NO-CUSTOMER    ERROR  ".
			05 FILLER PIC X(27) VALUE "CUSTOMER-NO-SITE    WARNING".
			05 FILLER PIC X(27) VALUE "PARAMS-NO-SITE      WARNING".
			05 FILLER PIC X(27) VALUE "PRODUCT-UNKNOWN     ERROR  ".
			05 FILLER PIC X(27) VALUE "PRODUCT-WITHDRAWN   WARNING".
			05 FILLER PIC X(27) VALUE "NO-RATE-IN-FORCE    ERROR  ".
			05 FILLER PIC X(27) VALUE "SCHEDULE-TARGET-GONEERROR  ".
			05 FILLER PIC X(27) VALUE "SCHEDULE-WITHDRAWN  WARNING".
			05 FILLER PIC X(27) VALUE "PENDING-TARGET-GONE ERROR  ".
			05 FILLER PIC X(27) VALUE "PENDING-WITHDRAWN   WARNING".
			05 FILLER PIC X(27) VALUE "OPERATOR-NO-GRANTS  WARNING".
		01 RFS-IG-CHECK-TABLE REDEFINES RFS-IG-CHECK-VALUES.
			05 RFS-IG-CHECK-ENTRY OCCURS 11 TIMES.
				10 RFS-IG-CHECK-CODE     PIC X(20).
				10 RFS-IG-CHECK-SEVERITY PIC X(07).

		01 RFS-IG-CHECK-COUNTS.
			05 RFS-IG-CHECK-COUNT PIC 9(05) OCCURS 11 TIMES.

		01 RFS-IG-CHECK-IDX PIC 9(02).

		01 RFS-IG-SITE-NO-CUSTOMER   PIC 9(02) VALUE 1.
		01 RFS-IG-CUSTOMER-NO-SITE   PIC 9(02) VALUE 2.
		01 RFS-IG-PARAMS-NO-SITE     PIC 9(02) VALUE 3.
		01 RFS-IG-PRODUCT-UNKNOWN    PIC 9(02) VALUE 4.
		01 RFS-IG-PRODUCT-WITHDRAWN  PIC 9(02) VALUE 5.
		01 RFS-IG-NO-RATE-IN-FORCE   PIC 9(02) VALUE 6.
		01 RFS-IG-SCHED-TARGET-GONE  PIC 9(02) VALUE 7.
		01 RFS-IG-SCHED-WITHDRAWN    PIC 9(02) VALUE 8.
		01 RFS-IG-PEND-TARGET-GONE   PIC 9(02) VALUE 9.
		01 RFS-IG-PEND-WITHDRAWN     PIC 9(02) VALUE 10.
		01 RFS-IG-OPER-NO-GRANTS     PIC 9(02) VALUE 11.

		01 RFS-IG-ERROR-COUNT   PIC 9(05) VALUE 0.
		01 RFS-IG-WARNING-COUNT PIC 9(05) VALUE 0.

		01 RFS-IG-TITLE-LINE PIC X(100)
			VALUE "Cross-file referential integrity sweep".

		01 RFS-IG-DATE-LINE.
			05 FILLER            PIC X(20) VALUE "Swept on          : ".
			05 IG-TODAY-OUT      PIC 9(08).

		01 RFS-IG-SKIP-LINE.
			05 FILLER            PIC X(20) VALUE "Not in use        : ".
			05 IG-SKIP-FILE-OUT  PIC X(18).
			05 FILLER            PIC X(34)
				VALUE " - checks resting on it skipped".

		01 RFS-IG-COLUMN-LINE PIC X(100)
			VALUE
			"Severity Check                Site     Prod Reference  Detail".

		01 RFS-IG-DETAIL-LINE.
			05 IG-SEVERITY-OUT   PIC X(07).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 IG-CHECK-OUT      PIC X(20).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 IG-SITE-OUT       PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 IG-PRODUCT-OUT    PIC X(04).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 IG-REFERENCE-OUT  PIC X(10).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 IG-DETAIL-OUT     PIC X(45).

		01 RFS-IG-RECORDS-TEXT.
			05 IG-RECORDS-OUT    PIC ZZZZZ9.
			05 FILLER            PIC X(21) VALUE " record(s) in rfs.dat".

		01 RFS-IG-SUMMARY-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 IG-SUM-CHECK-OUT  PIC X(20).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 IG-SUM-SEVERITY-OUT PIC X(07).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 IG-SUM-COUNT-OUT  PIC ZZZZ9.

		01 RFS-IG-TOTAL-LINE.
			05 IG-TOTAL-LABEL    PIC X(32).
			05 IG-TOTAL-OUT      PIC ZZZZZ9.

		01 RFS-IG-CLEAN-LINE PIC X(100)
			VALUE "No findings - the files agree with each other.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function sweeps the subsystem's keyed files for
*>     references that no longer land - ReyReconcileRFS checks
*>     rfs.dat against the audit trail only, and bad reference
*>     data otherwise surfaces only when a renewal or import
*>     bounces on it. rfs.dat is walked once to learn which
*>     sites exist; then: sites in rfs.dat with no
*>     rfs-custmast.dat record, customer and rfs-params.dat
*>     records for sites rfs.dat no longer holds, product-codes
*>     in rfs.dat unknown to or withdrawn from rfs-products.dat,
*>     on-sale products with no rfs-rates.dat rate in force
*>     today for any term band, still-booked rfs-schedule.dat
*>     entries and still-pending rfs-pending.dat entries aimed
*>     at a site or product that is gone (or a withdrawn
*>     product), and rfs-operators.dat entries with no grant at
*>     all. Each finding is written to rfs-integrity.txt with
*>     its severity - ERROR where a renewal, import or
*>     scheduled action will bounce, WARNING where the data is
*>     stale but stops nothing - followed by a count per check.
*>     A reference file that is not there yet is reported as
*>     not in use and the checks resting on it are skipped.
*>     Entries already applied, decided or withdrawn are
*>     history and are not checked.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     records read from rfs.dat, errors (as rejected) and
*>     warnings (as skipped).
*>
*> Parameters:
*>     This function has no parameters
*>
*> Return:
*>     RETURN-CODE is zero when nothing was found, 4 when only
*>     warnings were found, 8 when any error was found (so the
*>     scheduler can alarm on it), 16 when a file operation
*>     could not be completed or a table overflowed
*>

PROCEDURE DIVISION.

	MOVE "ReyIntegrityRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	ACCEPT RFS-IG-TODAY-NUM FROM DATE YYYYMMDD.
	MOVE ZEROS TO RFS-IG-CHECK-COUNTS.

	OPEN OUTPUT RFS-INTEG-FILE.
	IF NOT RFS-INTEG-STATUS-OK
		PERFORM HANDLE-RFS-INTEG-ERROR
	END-IF.

	PERFORM LOAD-PRODUCT-CATALOG
		THRU LOAD-PRODUCT-CATALOG-EXIT.
	PERFORM WRITE-INTEGRITY-HEADING
		THRU WRITE-INTEGRITY-HEADING-EXIT.

	PERFORM SWEEP-SUBSCRIPTION-FILE
		THRU SWEEP-SUBSCRIPTION-FILE-EXIT.
	PERFORM SWEEP-CUSTOMER-FILE
		THRU SWEEP-CUSTOMER-FILE-EXIT.
	PERFORM SWEEP-PARAMS-FILE
		THRU SWEEP-PARAMS-FILE-EXIT.
	PERFORM SWEEP-RATES-FILE
		THRU SWEEP-RATES-FILE-EXIT.
	PERFORM SWEEP-SCHEDULE-FILE
		THRU SWEEP-SCHEDULE-FILE-EXIT.
	PERFORM SWEEP-PENDING-FILE
		THRU SWEEP-PENDING-FILE-EXIT.
	PERFORM SWEEP-OPERATORS-FILE
		THRU SWEEP-OPERATORS-FILE-EXIT.

	PERFORM WRITE-INTEGRITY-SUMMARY
		THRU WRITE-INTEGRITY-SUMMARY-EXIT.

	CLOSE RFS-INTEG-FILE.
	IF NOT RFS-INTEG-STATUS-OK
		PERFORM HANDLE-RFS-INTEG-ERROR
	END-IF.

	DISPLAY "ReyIntegrityRFS - ERRORS " RFS-IG-ERROR-COUNT
		" WARNINGS " RFS-IG-WARNING-COUNT UPON CONSOLE.

	EVALUATE TRUE
		WHEN RFS-IG-ERROR-COUNT > 0
			MOVE 8 TO RETURN-CODE
		WHEN RFS-IG-WARNING-COUNT > 0
			MOVE 4 TO RETURN-CODE
		WHEN OTHER
			MOVE 0 TO RETURN-CODE
	END-EVALUATE.

	MOVE RFS-IG-RECORD-COUNT  TO RFS-RUN-READ.
	MOVE RFS-IG-ERROR-COUNT   TO RFS-RUN-REJECTED.
	MOVE RFS-IG-WARNING-COUNT TO RFS-RUN-SKIPPED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** LOAD-PRODUCT-CATALOG      <*
*> *** The whole catalog, held   <*
*> *** for every product check   <*
*> *** that follows              <*
*> ******************************* <*

LOAD-PRODUCT-CATALOG.

	OPEN INPUT RFS-PROD-FILE.
	IF RFS-PROD-STATUS-NOT-FOUND
		GO TO LOAD-PRODUCT-CATALOG-EXIT
	END-IF.
	IF NOT RFS-PROD-STATUS-OK
		PERFORM HANDLE-RFS-PROD-ERROR
	END-IF.

	SET RFS-IG-CATALOG-PRESENT TO TRUE.
	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM LOAD-ONE-PRODUCT
		THRU LOAD-ONE-PRODUCT-EXIT
		UNTIL RFS-IG-EOF.

	CLOSE RFS-PROD-FILE.
	IF NOT RFS-PROD-STATUS-OK
		PERFORM HANDLE-RFS-PROD-ERROR
	END-IF.

LOAD-PRODUCT-CATALOG-EXIT.
	EXIT.

LOAD-ONE-PRODUCT.

	READ RFS-PROD-FILE NEXT RECORD.

	IF RFS-PROD-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO LOAD-ONE-PRODUCT-EXIT
	END-IF.

	IF NOT RFS-PROD-STATUS-OK
		PERFORM HANDLE-RFS-PROD-ERROR
	END-IF.

	IF RFS-IG-PROD-USED >= 50
		DISPLAY "RFS-IG-PROD-TABLE FULL - MORE THAN 50 PRODUCTS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-IG-PROD-USED.
	MOVE PROD-PRODUCT-CODE TO RFS-IG-PROD-CODE (RFS-IG-PROD-USED).
	MOVE PROD-ACTIVE-FLAG  TO RFS-IG-PROD-ACTIVE (RFS-IG-PROD-USED).
	MOVE "N"               TO RFS-IG-PROD-RATED (RFS-IG-PROD-USED).

LOAD-ONE-PRODUCT-EXIT.
	EXIT.

*> ******************************* <*
*> *** SWEEP-SUBSCRIPTION-FILE   <*
*> *** Learns the sites rfs.dat  <*
*> *** holds and judges each     <*
*> *** site and each site's      <*
*> *** products as their records <*
*> *** go by                     <*
*> ******************************* <*

SWEEP-SUBSCRIPTION-FILE.

	OPEN INPUT RFS-CUST-FILE.
	IF RFS-CUST-STATUS-OK
		SET RFS-IG-CUSTMAST-PRESENT TO TRUE
	ELSE
		IF NOT RFS-CUST-STATUS-NOT-FOUND
			PERFORM HANDLE-RFS-CUST-ERROR
		END-IF
	END-IF.

	*> No rfs.dat at all is a failure, not an empty estate -
	*> sweeping on would report every customer as orphaned.
	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM SWEEP-ONE-SUBSCRIPTION
		THRU SWEEP-ONE-SUBSCRIPTION-EXIT
		UNTIL RFS-IG-EOF.

	IF RFS-IG-CUR-SITE NOT = SPACES
		PERFORM JUDGE-PRODUCT-GROUP
			THRU JUDGE-PRODUCT-GROUP-EXIT
		PERFORM JUDGE-SITE-GROUP
			THRU JUDGE-SITE-GROUP-EXIT
	END-IF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF RFS-IG-CUSTMAST-PRESENT
		CLOSE RFS-CUST-FILE
		IF NOT RFS-CUST-STATUS-OK
			PERFORM HANDLE-RFS-CUST-ERROR
		END-IF
	END-IF.

SWEEP-SUBSCRIPTION-FILE-EXIT.
	EXIT.

SWEEP-ONE-SUBSCRIPTION.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO SWEEP-ONE-SUBSCRIPTION-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	ADD 1 TO RFS-IG-RECORD-COUNT.

	IF SITE-CODE NOT = RFS-IG-CUR-SITE
		IF RFS-IG-CUR-SITE NOT = SPACES
			PERFORM JUDGE-PRODUCT-GROUP
				THRU JUDGE-PRODUCT-GROUP-EXIT
			PERFORM JUDGE-SITE-GROUP
				THRU JUDGE-SITE-GROUP-EXIT
		END-IF
		MOVE SITE-CODE    TO RFS-IG-CUR-SITE
		MOVE PRODUCT-CODE TO RFS-IG-CUR-PRODUCT
		MOVE 0 TO RFS-IG-SITE-RECORDS
		MOVE 0 TO RFS-IG-GROUP-RECORDS
	END-IF.

	IF PRODUCT-CODE NOT = RFS-IG-CUR-PRODUCT
		PERFORM JUDGE-PRODUCT-GROUP
			THRU JUDGE-PRODUCT-GROUP-EXIT
		MOVE PRODUCT-CODE TO RFS-IG-CUR-PRODUCT
		MOVE 0 TO RFS-IG-GROUP-RECORDS
	END-IF.

	ADD 1 TO RFS-IG-SITE-RECORDS.
	ADD 1 TO RFS-IG-GROUP-RECORDS.

SWEEP-ONE-SUBSCRIPTION-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-SITE-GROUP          <*
*> *** Notes the site as         <*
*> *** existing and looks for    <*
*> *** its customer record       <*
*> ******************************* <*

JUDGE-SITE-GROUP.

	IF RFS-IG-SITE-USED >= 2000
		DISPLAY "RFS-IG-SITE-TABLE FULL - MORE THAN 2000 SITES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-IG-SITE-USED.
	MOVE RFS-IG-CUR-SITE TO RFS-IG-SITE-CODE (RFS-IG-SITE-USED).

	IF NOT RFS-IG-CUSTMAST-PRESENT
		GO TO JUDGE-SITE-GROUP-EXIT
	END-IF.

	MOVE RFS-IG-CUR-SITE TO CUST-SITE-CODE.
	READ RFS-CUST-FILE.
	IF RFS-CUST-STATUS-OK
		GO TO JUDGE-SITE-GROUP-EXIT
	END-IF.
	IF NOT RFS-CUST-STATUS-NO-RECORD
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	MOVE RFS-IG-SITE-NO-CUSTOMER TO RFS-IG-CHECK-IDX.
	MOVE RFS-IG-CUR-SITE     TO IG-SITE-OUT.
	MOVE SPACES              TO IG-PRODUCT-OUT.
	MOVE SPACES              TO IG-REFERENCE-OUT.
	MOVE RFS-IG-SITE-RECORDS TO IG-RECORDS-OUT.
	MOVE RFS-IG-RECORDS-TEXT TO IG-DETAIL-OUT.
	PERFORM REPORT-FINDING.

JUDGE-SITE-GROUP-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-PRODUCT-GROUP       <*
*> *** One site's records for    <*
*> *** one product - the product <*
*> *** has to be in the catalog, <*
*> *** and on sale               <*
*> ******************************* <*

JUDGE-PRODUCT-GROUP.

	IF NOT RFS-IG-CATALOG-PRESENT
		GO TO JUDGE-PRODUCT-GROUP-EXIT
	END-IF.

	MOVE RFS-IG-CUR-PRODUCT TO RFS-IG-LOOK-PRODUCT.
	PERFORM FIND-CATALOG-PRODUCT.

	IF RFS-IG-PROD-HIT = 0
		MOVE RFS-IG-PRODUCT-UNKNOWN TO RFS-IG-CHECK-IDX
	ELSE
		IF NOT RFS-IG-PROD-WITHDRAWN (RFS-IG-PROD-HIT)
			GO TO JUDGE-PRODUCT-GROUP-EXIT
		END-IF
		MOVE RFS-IG-PRODUCT-WITHDRAWN TO RFS-IG-CHECK-IDX
	END-IF.

	MOVE RFS-IG-CUR-SITE      TO IG-SITE-OUT.
	MOVE RFS-IG-CUR-PRODUCT   TO IG-PRODUCT-OUT.
	MOVE SPACES               TO IG-REFERENCE-OUT.
	MOVE RFS-IG-GROUP-RECORDS TO IG-RECORDS-OUT.
	MOVE RFS-IG-RECORDS-TEXT  TO IG-DETAIL-OUT.
	PERFORM REPORT-FINDING.

JUDGE-PRODUCT-GROUP-EXIT.
	EXIT.

*> ******************************* <*
*> *** SWEEP-CUSTOMER-FILE       <*
*> *** Customer records for      <*
*> *** sites rfs.dat no longer   <*
*> *** holds                     <*
*> ******************************* <*

SWEEP-CUSTOMER-FILE.

	IF NOT RFS-IG-CUSTMAST-PRESENT
		GO TO SWEEP-CUSTOMER-FILE-EXIT
	END-IF.

	OPEN INPUT RFS-CUST-FILE.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM SWEEP-ONE-CUSTOMER
		THRU SWEEP-ONE-CUSTOMER-EXIT
		UNTIL RFS-IG-EOF.

	CLOSE RFS-CUST-FILE.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

SWEEP-CUSTOMER-FILE-EXIT.
	EXIT.

SWEEP-ONE-CUSTOMER.

	READ RFS-CUST-FILE NEXT RECORD.

	IF RFS-CUST-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO SWEEP-ONE-CUSTOMER-EXIT
	END-IF.

	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	MOVE CUST-SITE-CODE TO RFS-IG-LOOK-SITE.
	PERFORM FIND-KNOWN-SITE.
	IF RFS-IG-SITE-KNOWN
		GO TO SWEEP-ONE-CUSTOMER-EXIT
	END-IF.

	MOVE RFS-IG-CUSTOMER-NO-SITE TO RFS-IG-CHECK-IDX.
	MOVE CUST-SITE-CODE TO IG-SITE-OUT.
	MOVE SPACES         TO IG-PRODUCT-OUT.
	MOVE SPACES         TO IG-REFERENCE-OUT.
	MOVE CUST-NAME      TO IG-DETAIL-OUT.
	PERFORM REPORT-FINDING.

SWEEP-ONE-CUSTOMER-EXIT.
	EXIT.

*> ******************************* <*
*> *** SWEEP-PARAMS-FILE         <*
*> *** Site parameter records    <*
*> *** for sites rfs.dat no      <*
*> *** longer holds              <*
*> ******************************* <*

SWEEP-PARAMS-FILE.

	OPEN INPUT RFS-PARAM-FILE.
	IF RFS-PARAM-STATUS-NOT-FOUND
		GO TO SWEEP-PARAMS-FILE-EXIT
	END-IF.
	IF NOT RFS-PARAM-STATUS-OK
		PERFORM HANDLE-RFS-PARAM-ERROR
	END-IF.

	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM SWEEP-ONE-PARAM
		THRU SWEEP-ONE-PARAM-EXIT
		UNTIL RFS-IG-EOF.

	CLOSE RFS-PARAM-FILE.
	IF NOT RFS-PARAM-STATUS-OK
		PERFORM HANDLE-RFS-PARAM-ERROR
	END-IF.

SWEEP-PARAMS-FILE-EXIT.
	EXIT.

SWEEP-ONE-PARAM.

	READ RFS-PARAM-FILE NEXT RECORD.

	IF RFS-PARAM-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO SWEEP-ONE-PARAM-EXIT
	END-IF.

	IF NOT RFS-PARAM-STATUS-OK
		PERFORM HANDLE-RFS-PARAM-ERROR
	END-IF.

	MOVE PARAM-SITE-CODE TO RFS-IG-LOOK-SITE.
	PERFORM FIND-KNOWN-SITE.
	IF RFS-IG-SITE-KNOWN
		GO TO SWEEP-ONE-PARAM-EXIT
	END-IF.

	MOVE RFS-IG-PARAMS-NO-SITE TO RFS-IG-CHECK-IDX.
	MOVE PARAM-SITE-CODE TO IG-SITE-OUT.
	MOVE SPACES          TO IG-PRODUCT-OUT.
	MOVE SPACES          TO IG-REFERENCE-OUT.
	MOVE SPACES          TO IG-DETAIL-OUT.
	PERFORM REPORT-FINDING.

SWEEP-ONE-PARAM-EXIT.
	EXIT.

*> ******************************* <*
*> *** SWEEP-RATES-FILE          <*
*> *** Marks each catalog        <*
*> *** product with a rate whose <*
*> *** effective date has        <*
*> *** arrived, in any term      <*
*> *** band, then reports the    <*
*> *** on-sale products left     <*
*> *** unmarked                  <*
*> ******************************* <*

SWEEP-RATES-FILE.

	IF NOT RFS-IG-CATALOG-PRESENT
		GO TO SWEEP-RATES-FILE-EXIT
	END-IF.

	OPEN INPUT RFS-RATE-FILE.
	IF RFS-RATE-STATUS-NOT-FOUND
		GO TO SWEEP-RATES-FILE-EXIT
	END-IF.
	IF NOT RFS-RATE-STATUS-OK
		PERFORM HANDLE-RFS-RATE-ERROR
	END-IF.

	SET RFS-IG-RATES-PRESENT TO TRUE.
	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM SWEEP-ONE-RATE
		THRU SWEEP-ONE-RATE-EXIT
		UNTIL RFS-IG-EOF.

	CLOSE RFS-RATE-FILE.
	IF NOT RFS-RATE-STATUS-OK
		PERFORM HANDLE-RFS-RATE-ERROR
	END-IF.

	MOVE 0 TO RFS-IG-PROD-IDX.
	PERFORM JUDGE-ONE-PRODUCT-RATE
		THRU JUDGE-ONE-PRODUCT-RATE-EXIT
		UNTIL RFS-IG-PROD-IDX >= RFS-IG-PROD-USED.

SWEEP-RATES-FILE-EXIT.
	EXIT.

SWEEP-ONE-RATE.

	READ RFS-RATE-FILE NEXT RECORD.

	IF RFS-RATE-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO SWEEP-ONE-RATE-EXIT
	END-IF.

	IF NOT RFS-RATE-STATUS-OK
		PERFORM HANDLE-RFS-RATE-ERROR
	END-IF.

	IF RATE-EFFECTIVE-DATE > RFS-IG-TODAY-NUM
		GO TO SWEEP-ONE-RATE-EXIT
	END-IF.

	MOVE RATE-PRODUCT-CODE TO RFS-IG-LOOK-PRODUCT.
	PERFORM FIND-CATALOG-PRODUCT.
	IF RFS-IG-PROD-HIT > 0
		MOVE "Y" TO RFS-IG-PROD-RATED (RFS-IG-PROD-HIT)
	END-IF.

SWEEP-ONE-RATE-EXIT.
	EXIT.

JUDGE-ONE-PRODUCT-RATE.

	ADD 1 TO RFS-IG-PROD-IDX.

	IF RFS-IG-PROD-WITHDRAWN (RFS-IG-PROD-IDX)
			OR RFS-IG-PROD-HAS-RATE (RFS-IG-PROD-IDX)
		GO TO JUDGE-ONE-PRODUCT-RATE-EXIT
	END-IF.

	MOVE RFS-IG-NO-RATE-IN-FORCE TO RFS-IG-CHECK-IDX.
	MOVE SPACES TO IG-SITE-OUT.
	MOVE RFS-IG-PROD-CODE (RFS-IG-PROD-IDX) TO IG-PRODUCT-OUT.
	MOVE SPACES TO IG-REFERENCE-OUT.
	MOVE "on sale, no rate effective by today" TO IG-DETAIL-OUT.
	PERFORM REPORT-FINDING.

JUDGE-ONE-PRODUCT-RATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** SWEEP-SCHEDULE-FILE       <*
*> *** Still-booked scheduled    <*
*> *** actions - an applied      <*
*> *** entry is history          <*
*> ******************************* <*

SWEEP-SCHEDULE-FILE.

	OPEN INPUT RFS-SCHED-FILE.
	IF RFS-SCHED-STATUS-NOT-FOUND
		GO TO SWEEP-SCHEDULE-FILE-EXIT
	END-IF.
	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM SWEEP-ONE-SCHEDULED
		THRU SWEEP-ONE-SCHEDULED-EXIT
		UNTIL RFS-IG-EOF.

	CLOSE RFS-SCHED-FILE.
	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

SWEEP-SCHEDULE-FILE-EXIT.
	EXIT.

SWEEP-ONE-SCHEDULED.

	READ RFS-SCHED-FILE NEXT RECORD.

	IF RFS-SCHED-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO SWEEP-ONE-SCHEDULED-EXIT
	END-IF.

	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	IF SCHED-STATUS NOT = "B"
		GO TO SWEEP-ONE-SCHEDULED-EXIT
	END-IF.

	MOVE SCHED-SITE-CODE    TO IG-SITE-OUT.
	MOVE SCHED-PRODUCT-CODE TO IG-PRODUCT-OUT.
	MOVE SCHED-ID           TO IG-REFERENCE-OUT.
	MOVE SPACES             TO IG-DETAIL-OUT.
	STRING SCHED-ACTION     DELIMITED BY SPACE
		" due "             DELIMITED BY SIZE
		SCHED-DUE-DATE      DELIMITED BY SIZE
		INTO IG-DETAIL-OUT.

	MOVE SCHED-SITE-CODE    TO RFS-IG-LOOK-SITE.
	MOVE SCHED-PRODUCT-CODE TO RFS-IG-LOOK-PRODUCT.
	MOVE RFS-IG-SCHED-TARGET-GONE TO RFS-IG-CHECK-IDX.
	PERFORM JUDGE-ACTION-TARGET
		THRU JUDGE-ACTION-TARGET-EXIT.
	IF RFS-IG-CHECK-IDX = 0
		GO TO SWEEP-ONE-SCHEDULED-EXIT
	END-IF.

	PERFORM REPORT-FINDING.

SWEEP-ONE-SCHEDULED-EXIT.
	EXIT.

*> ******************************* <*
*> *** SWEEP-PENDING-FILE        <*
*> *** Requests still awaiting   <*
*> *** their second operator -   <*
*> *** decided and withdrawn     <*
*> *** ones are history, and a   <*
*> *** RESTORE names no site or  <*
*> *** product                   <*
*> ******************************* <*

SWEEP-PENDING-FILE.

	OPEN INPUT RFS-PEND-FILE.
	IF RFS-PEND-STATUS-NOT-FOUND
		GO TO SWEEP-PENDING-FILE-EXIT
	END-IF.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM SWEEP-ONE-PENDING
		THRU SWEEP-ONE-PENDING-EXIT
		UNTIL RFS-IG-EOF.

	CLOSE RFS-PEND-FILE.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

SWEEP-PENDING-FILE-EXIT.
	EXIT.

SWEEP-ONE-PENDING.

	READ RFS-PEND-FILE NEXT RECORD.

	IF RFS-PEND-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO SWEEP-ONE-PENDING-EXIT
	END-IF.

	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	IF PEND-STATUS NOT = "P" OR PEND-ACTION = "RESTORE"
		GO TO SWEEP-ONE-PENDING-EXIT
	END-IF.

	MOVE PEND-SITE-CODE    TO IG-SITE-OUT.
	MOVE PEND-PRODUCT-CODE TO IG-PRODUCT-OUT.
	MOVE PEND-ID           TO IG-REFERENCE-OUT.
	MOVE SPACES            TO IG-DETAIL-OUT.
	STRING PEND-ACTION     DELIMITED BY SPACE
		" requested by "   DELIMITED BY SIZE
		PEND-REQUESTER     DELIMITED BY SPACE
		INTO IG-DETAIL-OUT.

	MOVE PEND-SITE-CODE    TO RFS-IG-LOOK-SITE.
	MOVE PEND-PRODUCT-CODE TO RFS-IG-LOOK-PRODUCT.
	MOVE RFS-IG-PEND-TARGET-GONE TO RFS-IG-CHECK-IDX.
	PERFORM JUDGE-ACTION-TARGET
		THRU JUDGE-ACTION-TARGET-EXIT.
	IF RFS-IG-CHECK-IDX = 0
		GO TO SWEEP-ONE-PENDING-EXIT
	END-IF.

	PERFORM REPORT-FINDING.

SWEEP-ONE-PENDING-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-ACTION-TARGET       <*
*> *** A queued action's site    <*
*> *** has to exist and its      <*
*> *** product has to be in the  <*
*> *** catalog; a withdrawn      <*
*> *** product is the next check <*
*> *** down (the caller's        <*
*> *** TARGET-GONE check plus    <*
*> *** one). Nothing wrong       <*
*> *** leaves the check at zero  <*
*> ******************************* <*

JUDGE-ACTION-TARGET.

	PERFORM FIND-KNOWN-SITE.
	IF NOT RFS-IG-SITE-KNOWN
		MOVE "site gone" TO IG-DETAIL-OUT (31:15)
		GO TO JUDGE-ACTION-TARGET-EXIT
	END-IF.

	IF NOT RFS-IG-CATALOG-PRESENT
		MOVE 0 TO RFS-IG-CHECK-IDX
		GO TO JUDGE-ACTION-TARGET-EXIT
	END-IF.

	PERFORM FIND-CATALOG-PRODUCT.
	IF RFS-IG-PROD-HIT = 0
		MOVE "product unknown" TO IG-DETAIL-OUT (31:15)
		GO TO JUDGE-ACTION-TARGET-EXIT
	END-IF.

	IF RFS-IG-PROD-WITHDRAWN (RFS-IG-PROD-HIT)
		ADD 1 TO RFS-IG-CHECK-IDX
		MOVE "withdrawn" TO IG-DETAIL-OUT (31:15)
	ELSE
		MOVE 0 TO RFS-IG-CHECK-IDX
	END-IF.

JUDGE-ACTION-TARGET-EXIT.
	EXIT.

*> ******************************* <*
*> *** SWEEP-OPERATORS-FILE      <*
*> *** Operators enrolled with   <*
*> *** no grant at all - they    <*
*> *** can sign on and do        <*
*> *** nothing, which usually    <*
*> *** means a revocation left   <*
*> *** the record behind         <*
*> ******************************* <*

SWEEP-OPERATORS-FILE.

	OPEN INPUT RFS-OPER-FILE.
	IF RFS-OPER-STATUS-NOT-FOUND
		GO TO SWEEP-OPERATORS-FILE-EXIT
	END-IF.
	IF NOT RFS-OPER-STATUS-OK
		PERFORM HANDLE-RFS-OPER-ERROR
	END-IF.

	MOVE "N" TO RFS-IG-EOF-FLAG.
	PERFORM SWEEP-ONE-OPERATOR
		THRU SWEEP-ONE-OPERATOR-EXIT
		UNTIL RFS-IG-EOF.

	CLOSE RFS-OPER-FILE.
	IF NOT RFS-OPER-STATUS-OK
		PERFORM HANDLE-RFS-OPER-ERROR
	END-IF.

SWEEP-OPERATORS-FILE-EXIT.
	EXIT.

SWEEP-ONE-OPERATOR.

	READ RFS-OPER-FILE NEXT RECORD.

	IF RFS-OPER-STATUS-EOF
		SET RFS-IG-EOF TO TRUE
		GO TO SWEEP-ONE-OPERATOR-EXIT
	END-IF.

	IF NOT RFS-OPER-STATUS-OK
		PERFORM HANDLE-RFS-OPER-ERROR
	END-IF.

	IF OPER-ALLOW-INQUIRE = "Y" OR OPER-ALLOW-RENEW = "Y"
			OR OPER-ALLOW-CANCEL = "Y" OR OPER-ALLOW-SUSPEND = "Y"
			OR OPER-ALLOW-IMPORT = "Y" OR OPER-ALLOW-PARAMS = "Y"
		GO TO SWEEP-ONE-OPERATOR-EXIT
	END-IF.

	MOVE RFS-IG-OPER-NO-GRANTS TO RFS-IG-CHECK-IDX.
	MOVE SPACES            TO IG-SITE-OUT.
	MOVE SPACES            TO IG-PRODUCT-OUT.
	MOVE OPER-USER-ID      TO IG-REFERENCE-OUT.
	MOVE OPER-DISPLAY-NAME TO IG-DETAIL-OUT.
	PERFORM REPORT-FINDING.

SWEEP-ONE-OPERATOR-EXIT.
	EXIT.

FIND-KNOWN-SITE.

	MOVE "N" TO RFS-IG-SITE-FLAG.
	MOVE 0 TO RFS-IG-SITE-IDX.
	PERFORM TEST-ONE-KNOWN-SITE
		THRU TEST-ONE-KNOWN-SITE-EXIT
		UNTIL RFS-IG-SITE-KNOWN
		OR RFS-IG-SITE-IDX >= RFS-IG-SITE-USED.

FIND-KNOWN-SITE-EXIT.
	EXIT.

TEST-ONE-KNOWN-SITE.

	ADD 1 TO RFS-IG-SITE-IDX.
	IF RFS-IG-SITE-CODE (RFS-IG-SITE-IDX) = RFS-IG-LOOK-SITE
		SET RFS-IG-SITE-KNOWN TO TRUE
	END-IF.

TEST-ONE-KNOWN-SITE-EXIT.
	EXIT.

FIND-CATALOG-PRODUCT.

	MOVE 0 TO RFS-IG-PROD-HIT.
	MOVE 0 TO RFS-IG-PROD-IDX.
	PERFORM TEST-ONE-CATALOG-PRODUCT
		THRU TEST-ONE-CATALOG-PRODUCT-EXIT
		UNTIL RFS-IG-PROD-HIT > 0
		OR RFS-IG-PROD-IDX >= RFS-IG-PROD-USED.

FIND-CATALOG-PRODUCT-EXIT.
	EXIT.

TEST-ONE-CATALOG-PRODUCT.

	ADD 1 TO RFS-IG-PROD-IDX.
	IF RFS-IG-PROD-CODE (RFS-IG-PROD-IDX) = RFS-IG-LOOK-PRODUCT
		MOVE RFS-IG-PROD-IDX TO RFS-IG-PROD-HIT
	END-IF.

TEST-ONE-CATALOG-PRODUCT-EXIT.
	EXIT.

*> ******************************* <*
*> *** REPORT-FINDING            <*
*> *** Writes the detail line    <*
*> *** the caller filled in      <*
*> *** under the severity of     <*
*> *** RFS-IG-CHECK-IDX's check, <*
*> *** and counts it             <*
*> ******************************* <*

REPORT-FINDING.

	ADD 1 TO RFS-IG-CHECK-COUNT (RFS-IG-CHECK-IDX).
	IF RFS-IG-CHECK-SEVERITY (RFS-IG-CHECK-IDX) = "ERROR"
		ADD 1 TO RFS-IG-ERROR-COUNT
	ELSE
		ADD 1 TO RFS-IG-WARNING-COUNT
	END-IF.

	MOVE RFS-IG-CHECK-SEVERITY (RFS-IG-CHECK-IDX) TO IG-SEVERITY-OUT.
	MOVE RFS-IG-CHECK-CODE (RFS-IG-CHECK-IDX)     TO IG-CHECK-OUT.
	MOVE RFS-IG-DETAIL-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

REPORT-FINDING-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-INTEGRITY-HEADING   <*
*> ******************************* <*

WRITE-INTEGRITY-HEADING.

	MOVE RFS-IG-TITLE-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

	MOVE RFS-IG-TODAY-NUM TO IG-TODAY-OUT.
	MOVE RFS-IG-DATE-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

	*> The catalog is read up front; the other reference files
	*> are only probed here for the heading.
	IF NOT RFS-IG-CATALOG-PRESENT
		MOVE "rfs-products.dat" TO IG-SKIP-FILE-OUT
		MOVE RFS-IG-SKIP-LINE TO RFS-INTEG-LINE
		PERFORM WRITE-INTEGRITY-LINE
	END-IF.

	OPEN INPUT RFS-CUST-FILE.
	IF RFS-CUST-STATUS-NOT-FOUND
		MOVE "rfs-custmast.dat" TO IG-SKIP-FILE-OUT
		MOVE RFS-IG-SKIP-LINE TO RFS-INTEG-LINE
		PERFORM WRITE-INTEGRITY-LINE
	ELSE
		IF NOT RFS-CUST-STATUS-OK
			PERFORM HANDLE-RFS-CUST-ERROR
		END-IF
		CLOSE RFS-CUST-FILE
	END-IF.

	OPEN INPUT RFS-RATE-FILE.
	IF RFS-RATE-STATUS-NOT-FOUND
		MOVE "rfs-rates.dat" TO IG-SKIP-FILE-OUT
		MOVE RFS-IG-SKIP-LINE TO RFS-INTEG-LINE
		PERFORM WRITE-INTEGRITY-LINE
	ELSE
		IF NOT RFS-RATE-STATUS-OK
			PERFORM HANDLE-RFS-RATE-ERROR
		END-IF
		CLOSE RFS-RATE-FILE
	END-IF.

	MOVE SPACES TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.
	MOVE RFS-IG-COLUMN-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

WRITE-INTEGRITY-HEADING-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-INTEGRITY-SUMMARY   <*
*> *** A count for every check,  <*
*> *** found or not, so a clean  <*
*> *** night reads as clean      <*
*> *** rather than as a report   <*
*> *** that stopped early        <*
*> ******************************* <*

WRITE-INTEGRITY-SUMMARY.

	IF RFS-IG-ERROR-COUNT = 0 AND RFS-IG-WARNING-COUNT = 0
		MOVE RFS-IG-CLEAN-LINE TO RFS-INTEG-LINE
		PERFORM WRITE-INTEGRITY-LINE
	END-IF.

	MOVE SPACES TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

	MOVE 0 TO RFS-IG-CHECK-IDX.
	PERFORM WRITE-ONE-CHECK-COUNT
		THRU WRITE-ONE-CHECK-COUNT-EXIT
		UNTIL RFS-IG-CHECK-IDX >= 11.

	MOVE SPACES TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

	MOVE "rfs.dat records swept" TO IG-TOTAL-LABEL.
	MOVE RFS-IG-RECORD-COUNT TO IG-TOTAL-OUT.
	MOVE RFS-IG-TOTAL-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

	MOVE "Sites in rfs.dat" TO IG-TOTAL-LABEL.
	MOVE RFS-IG-SITE-USED TO IG-TOTAL-OUT.
	MOVE RFS-IG-TOTAL-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

	MOVE "Errors" TO IG-TOTAL-LABEL.
	MOVE RFS-IG-ERROR-COUNT TO IG-TOTAL-OUT.
	MOVE RFS-IG-TOTAL-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

	MOVE "Warnings" TO IG-TOTAL-LABEL.
	MOVE RFS-IG-WARNING-COUNT TO IG-TOTAL-OUT.
	MOVE RFS-IG-TOTAL-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

WRITE-INTEGRITY-SUMMARY-EXIT.
	EXIT.

WRITE-ONE-CHECK-COUNT.

	ADD 1 TO RFS-IG-CHECK-IDX.

	MOVE RFS-IG-CHECK-CODE (RFS-IG-CHECK-IDX)     TO IG-SUM-CHECK-OUT.
	MOVE RFS-IG-CHECK-SEVERITY (RFS-IG-CHECK-IDX) TO IG-SUM-SEVERITY-OUT.
	MOVE RFS-IG-CHECK-COUNT (RFS-IG-CHECK-IDX)    TO IG-SUM-COUNT-OUT.
	MOVE RFS-IG-SUMMARY-LINE TO RFS-INTEG-LINE.
	PERFORM WRITE-INTEGRITY-LINE.

WRITE-ONE-CHECK-COUNT-EXIT.
	EXIT.

WRITE-INTEGRITY-LINE.

	WRITE RFS-INTEG-LINE.
	IF NOT RFS-INTEG-STATUS-OK
		PERFORM HANDLE-RFS-INTEG-ERROR
	END-IF.

WRITE-INTEGRITY-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-INTEG-ERROR    <*
*> ******************************* <*

HANDLE-RFS-INTEG-ERROR.
	DISPLAY "RFS-INTEG-FILE ERROR - FILE STATUS " RFS-INTEG-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-INTEG-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-CUST-ERROR     <*
*> ******************************* <*

HANDLE-RFS-CUST-ERROR.
	DISPLAY "RFS-CUST-FILE ERROR - FILE STATUS " RFS-CUST-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-CUST-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PARAM-ERROR    <*
*> ******************************* <*

HANDLE-RFS-PARAM-ERROR.
	DISPLAY "RFS-PARAM-FILE ERROR - FILE STATUS " RFS-PARAM-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PARAM-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PROD-ERROR     <*
*> ******************************* <*

HANDLE-RFS-PROD-ERROR.
	DISPLAY "RFS-PROD-FILE ERROR - FILE STATUS " RFS-PROD-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PROD-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-RATE-ERROR     <*
*> ******************************* <*

HANDLE-RFS-RATE-ERROR.
	DISPLAY "RFS-RATE-FILE ERROR - FILE STATUS " RFS-RATE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-RATE-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-SCHED-ERROR    <*
*> ******************************* <*

HANDLE-RFS-SCHED-ERROR.
	DISPLAY "RFS-SCHED-FILE ERROR - FILE STATUS " RFS-SCHED-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-SCHED-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PEND-ERROR     <*
*> ******************************* <*

HANDLE-RFS-PEND-ERROR.
	DISPLAY "RFS-PEND-FILE ERROR - FILE STATUS " RFS-PEND-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PEND-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-OPER-ERROR     <*
*> ******************************* <*

HANDLE-RFS-OPER-ERROR.
	DISPLAY "RFS-OPER-FILE ERROR - FILE STATUS " RFS-OPER-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-OPER-ERROR-EXIT.
	EXIT.

	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "runlog.cpy".
