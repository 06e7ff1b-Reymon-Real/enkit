*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyPrivacyRFS.cbl    *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Customer privacy - retention *** <*
*> *** purge and right to erasure   *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyPrivacyRFS.

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
			COPY "audit.env.cpy".
			COPY "opers.env.cpy".
			COPY "privrpt.env.cpy".
			COPY "runlog.env.cpy".
			COPY "recv.env.cpy".

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
		COPY "audit.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "privrpt.fd.cpy".
		COPY "runlog.fd.cpy".
		COPY "recv.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "archive.status.cpy".
		COPY "custmast.status.cpy".
		COPY "audit.status.cpy".
		COPY "opers.status.cpy".
		COPY "privrpt.status.cpy".
		COPY "runlog.status.cpy".
		COPY "recv.status.cpy".

		COPY "signon-ws.cpy".

		COPY "opercheck-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-PV-TODAY-DATE.
			05 RFS-PV-TODAY-YEAR   PIC 9(04).
			05 RFS-PV-TODAY-MONTH  PIC 9(02).
			05 RFS-PV-TODAY-DAY    PIC 9(02).
		01 RFS-PV-TODAY-NUM REDEFINES RFS-PV-TODAY-DATE PIC 9(08).

		01 RFS-PV-CUTOFF-DATE.
			05 RFS-PV-CUTOFF-YEAR  PIC 9(04).
			05 RFS-PV-CUTOFF-MONTH PIC 9(02).
			05 RFS-PV-CUTOFF-DAY   PIC 9(02).
		01 RFS-PV-CUTOFF-NUM REDEFINES RFS-PV-CUTOFF-DATE PIC 9(08).

		01 RFS-PV-RETENTION-YEARS USAGE BINARY-LONG VALUE 0.

		01 RFS-PV-MODE-FLAG PIC X(01).
			88 RFS-PV-PREVIEW VALUE "P".
			88 RFS-PV-APPLY   VALUE "A".

		01 RFS-PV-KIND-FLAG PIC X(01).
			88 RFS-PV-RETENTION VALUE "R".
			88 RFS-PV-ERASURE   VALUE "E".

		*> One entry per site met in rfs.dat or rfs-archive.dat,
		*> with the latest day any of its subscriptions ran to -
		*> its end date, or the day a cancellation took effect
		*> when that came first. The rfs.dat sites are loaded
		*> first and stay in key order; a site found only in the
		*> archive is appended after them.
		01 RFS-PV-SITE-TABLE.
			05 RFS-PV-SITE-ENTRY OCCURS 5000 TIMES.
				10 RFS-PV-SITE-CODE    PIC X(08).
				10 RFS-PV-SITE-LAPSE   PIC 9(08).
				*> "Y" its personal data goes, "N" still within
				*> the retention period, "R" erasure refused.
				10 RFS-PV-SITE-ACTION  PIC X(01).
				10 RFS-PV-SITE-MASTER  PIC X(18).
				10 RFS-PV-SITE-LETTER  PIC X(16).

		01 RFS-PV-SITE-USED PIC 9(04) VALUE 0.
		01 RFS-PV-SITE-IDX  PIC 9(04).
		01 RFS-PV-LIVE-USED PIC 9(04) VALUE 0.
		01 RFS-PV-CURSOR    PIC 9(04) VALUE 1.
		01 RFS-PV-SITE-HIT  PIC 9(04).

		01 RFS-PV-CURSOR-DONE-FLAG PIC X(01).
			88 RFS-PV-CURSOR-DONE VALUE "Y".

		01 RFS-PV-SCAN-DONE-FLAG PIC X(01) VALUE "N".
			88 RFS-PV-SCAN-DONE VALUE "Y".

		01 RFS-PV-MASTER-FLAG PIC X(01) VALUE "N".
			88 RFS-PV-MASTER-PRESENT VALUE "Y".

		01 RFS-PV-RECORD-LAPSE PIC 9(08).

		01 RFS-PV-LETTER-NAME PIC X(40).
		01 RFS-PV-DEL-STATUS  USAGE BINARY-LONG VALUE 0.

		*> Dunning letters are named by the invoice item they
		*> chase and the stage they were sent at, so the site's
		*> items on the receivables ledger name them all.
		01 RFS-PV-LEDGER-FLAG PIC X(01) VALUE "N".
			88 RFS-PV-LEDGER-PRESENT VALUE "Y".

		01 RFS-PV-ITEM-DONE-FLAG PIC X(01).
			88 RFS-PV-ITEM-DONE VALUE "Y".

		01 RFS-PV-DUN-STAGE PIC 9(01).

		*> The letters found for the site in hand, and how many
		*> of them would not go.
		01 RFS-PV-SITE-LETTERS PIC 9(04).
		01 RFS-PV-SITE-FAILED  PIC 9(04).

		*> Only RETURN-CODE from C$FILEINFO is inspected - the
		*> call just has to land the stat somewhere.
		01 RFS-PV-FILE-INFO-AREA.
			05 RFS-PV-FILE-INFO-SIZE  USAGE BINARY-DOUBLE.
			05 RFS-PV-FILE-INFO-DATE  USAGE BINARY-LONG.
			05 RFS-PV-FILE-INFO-TIME  USAGE BINARY-LONG.

		01 RFS-PV-RECORD-COUNT   PIC 9(07) VALUE 0.
		01 RFS-PV-DORMANT-COUNT  PIC 9(04) VALUE 0.
		01 RFS-PV-ANON-COUNT     PIC 9(04) VALUE 0.
		01 RFS-PV-ALREADY-COUNT  PIC 9(04) VALUE 0.
		01 RFS-PV-NOMASTER-COUNT PIC 9(04) VALUE 0.
		01 RFS-PV-LETTER-COUNT   PIC 9(04) VALUE 0.
		01 RFS-PV-FAILED-COUNT   PIC 9(04) VALUE 0.
		01 RFS-PV-REFUSED-COUNT  PIC 9(04) VALUE 0.

		01 RFS-PV-ANON-DONE-FLAG PIC X(01).
			88 RFS-PV-ANON-DONE VALUE "Y".

		01 RFS-PV-TITLE-LINE.
			05 FILLER           PIC X(19) VALUE "Customer privacy - ".
			05 PV-TITLE-KIND    PIC X(10).
			05 FILLER           PIC X(15) VALUE " lapsed before ".
			05 PV-TITLE-YEAR    PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 PV-TITLE-MONTH   PIC 9(02).
			05 FILLER           PIC X(01) VALUE "-".
			05 PV-TITLE-DAY     PIC 9(02).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 PV-TITLE-MODE    PIC X(09).

		01 RFS-PV-COLUMN-LINE PIC X(100)
			VALUE
			"Site      Lapsed      Customer master     Letter".

		01 RFS-PV-DETAIL-LINE.
			05 PV-SITE-OUT      PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 PV-LAPSE-OUT.
				10 PV-LAPSE-YEAR    PIC 9(04).
				10 FILLER           PIC X(01) VALUE "-".
				10 PV-LAPSE-MONTH   PIC 9(02).
				10 FILLER           PIC X(01) VALUE "-".
				10 PV-LAPSE-DAY     PIC 9(02).
			05 PV-LAPSE-TEXT REDEFINES PV-LAPSE-OUT PIC X(10).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 PV-MASTER-OUT    PIC X(18).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 PV-LETTER-OUT    PIC X(16).

		01 RFS-PV-EMPTY-LINE PIC X(80)
			VALUE "No customer has lapsed past the retention period.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION       PIC X(04).
		01 RFS-IN-SITE-CODE       PIC X(08).
		01 RFS-IN-RETENTION-YEARS USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function takes the personal data of customers who
*>     have left out of the system once it is no longer needed.
*>     The retention run walks rfs.dat and rfs-archive.dat and
*>     finds every site whose subscriptions have all ended -
*>     expired, or cancelled from the day the cancellation took
*>     effect - more than the retention period ago. The
*>     erasure run does the same for one site named on the
*>     customer's request, without waiting out the period, but
*>     refuses a site any of whose subscriptions still runs
*>     today. For each site found, the name and contact in
*>     rfs-custmast.dat are replaced - the name by "ANONYMISED"
*>     and the site-code, the contact by spaces - while the
*>     site-code, region, billing account and key-account mark
*>     stay, and nothing in rfs.dat, rfs-archive.dat or the
*>     audit and invoice history is touched. The letters that
*>     carry the customer's name and contact are deleted - the
*>     renewal notice rfs-notice.SITECODE.txt and every dunning
*>     letter rfs-dunning.SITECODE.INVOICE.STAGE.txt sent on
*>     one of the site's items in rfs-receivables.dat - and an
*>     ANONYMISE line with the day the site lapsed is logged in
*>     rfs-audit.dat. A master record already anonymised is
*>     left as it is. Operations PREV and EPRV write only the
*>     listing rfs-privacy.txt - each site, the day it lapsed
*>     and what would happen to its master record and letter -
*>     so the run can be agreed before anything changes; PURG
*>     and ERAS write the same listing for what they did. PURG
*>     appends its control totals to rfs-runlog.dat: records
*>     read, sites anonymised, letters that could not be
*>     removed and sites already anonymised.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "PREV" to preview the retention run,
*>     "PURG" to run it, "EPRV" to preview an erasure, "ERAS"
*>     to erase
*>     RFS-IN-SITE-CODE - the site to erase; not used by the
*>     retention run
*>     RFS-IN-RETENTION-YEARS - how many whole years after its
*>     last subscription ended a customer is kept; zero takes
*>     the default of 7. Not used by an erasure
*>
*> Return:
*>     RETURN-CODE is zero on success, 4 when a letter could
*>     not be removed, 8 for an unknown operation, 20 when an
*>     erasure names no site or a site still subscribed
*>     (nothing is changed), 24 when the signed-on operator
*>     lacks the grant, 16 when a file operation could not be
*>     completed or more sites are on file than the run can
*>     hold
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-SITE-CODE
		RFS-IN-RETENTION-YEARS.

	*> This program stays loaded across CALLs in one run unit -
	*> a preview's dormant sites must not ride into the erasure
	*> that follows it, so the table and the counts start
	*> afresh every time.
	MOVE 0 TO RFS-PV-SITE-USED.
	MOVE 0 TO RFS-PV-LIVE-USED.
	MOVE 1 TO RFS-PV-CURSOR.
	MOVE "N" TO RFS-PV-MASTER-FLAG.
	MOVE "N" TO RFS-PV-LEDGER-FLAG.
	MOVE 0 TO RFS-PV-RECORD-COUNT.
	MOVE 0 TO RFS-PV-DORMANT-COUNT.
	MOVE 0 TO RFS-PV-ANON-COUNT.
	MOVE 0 TO RFS-PV-ALREADY-COUNT.
	MOVE 0 TO RFS-PV-NOMASTER-COUNT.
	MOVE 0 TO RFS-PV-LETTER-COUNT.
	MOVE 0 TO RFS-PV-FAILED-COUNT.
	MOVE 0 TO RFS-PV-REFUSED-COUNT.

	EVALUATE RFS-IN-OPERATION
		WHEN "PREV"
			SET RFS-PV-RETENTION TO TRUE
			SET RFS-PV-PREVIEW TO TRUE
			MOVE "I" TO RFS-OPR-REQUIRED-OP
		WHEN "PURG"
			SET RFS-PV-RETENTION TO TRUE
			SET RFS-PV-APPLY TO TRUE
			MOVE "P" TO RFS-OPR-REQUIRED-OP
		WHEN "EPRV"
			SET RFS-PV-ERASURE TO TRUE
			SET RFS-PV-PREVIEW TO TRUE
			MOVE "I" TO RFS-OPR-REQUIRED-OP
		WHEN "ERAS"
			SET RFS-PV-ERASURE TO TRUE
			SET RFS-PV-APPLY TO TRUE
			MOVE "P" TO RFS-OPR-REQUIRED-OP
		WHEN OTHER
			DISPLAY "ReyPrivacyRFS - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
			GOBACK
	END-EVALUATE.

	*> A preview needs the inquire grant; changing the customer
	*> master needs the params grant, the same one that keeps
	*> the rest of the system's reference data. The ANONYMISE
	*> audit lines are attributed to that operator.
	PERFORM CHECK-OPERATOR-ALLOWED
		THRU CHECK-OPERATOR-ALLOWED-EXIT.
	MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID.

	IF RFS-PV-RETENTION AND RFS-PV-APPLY
		MOVE "ReyPrivacyRFS" TO RFS-RUN-PROGRAM
		MOVE "PURGE" TO RFS-RUN-STEP
		PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT
	END-IF.

	ACCEPT RFS-PV-TODAY-DATE FROM DATE YYYYMMDD.

	PERFORM SET-PRIVACY-CUTOFF
		THRU SET-PRIVACY-CUTOFF-EXIT.

	PERFORM COLLECT-LIVE-SITES
		THRU COLLECT-LIVE-SITES-EXIT.
	MOVE RFS-PV-SITE-USED TO RFS-PV-LIVE-USED.
	PERFORM COLLECT-ARCHIVE-SITES
		THRU COLLECT-ARCHIVE-SITES-EXIT.

	*> A site with nothing on subscription at all - a prospect
	*> that never bought - is still entitled to be erased.
	IF RFS-PV-ERASURE AND RFS-PV-SITE-USED = 0
		MOVE 1                TO RFS-PV-SITE-USED
		MOVE RFS-IN-SITE-CODE TO RFS-PV-SITE-CODE (1)
		MOVE 0                TO RFS-PV-SITE-LAPSE (1)
	END-IF.

	PERFORM OPEN-CUSTOMER-MASTER
		THRU OPEN-CUSTOMER-MASTER-EXIT.

	OPEN INPUT RFS-RCV-FILE.
	IF RFS-RCV-STATUS-OK
		SET RFS-PV-LEDGER-PRESENT TO TRUE
	ELSE
		IF NOT RFS-RCV-STATUS-NOT-FOUND
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	END-IF.

	MOVE 0 TO RFS-PV-SITE-IDX.
	PERFORM PLAN-ONE-SITE
		THRU PLAN-ONE-SITE-EXIT
		UNTIL RFS-PV-SITE-IDX >= RFS-PV-SITE-USED.

	IF RFS-PV-MASTER-PRESENT
		CLOSE RFS-CUST-FILE
		IF NOT RFS-CUST-STATUS-OK
			PERFORM HANDLE-RFS-CUST-ERROR
		END-IF
	END-IF.

	IF RFS-PV-LEDGER-PRESENT
		CLOSE RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	END-IF.

	PERFORM WRITE-PRIVACY-LISTING
		THRU WRITE-PRIVACY-LISTING-EXIT.

	DISPLAY "ReyPrivacyRFS - " RFS-IN-OPERATION
		" SITES " RFS-PV-DORMANT-COUNT
		" ANONYMISED " RFS-PV-ANON-COUNT
		" ALREADY " RFS-PV-ALREADY-COUNT
		" NO-MASTER " RFS-PV-NOMASTER-COUNT
		" LETTERS " RFS-PV-LETTER-COUNT
		" FAILED " RFS-PV-FAILED-COUNT UPON CONSOLE.

	IF RFS-PV-REFUSED-COUNT > 0
		MOVE 20 TO RETURN-CODE
	ELSE
		IF RFS-PV-FAILED-COUNT > 0
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.

	IF RFS-PV-RETENTION AND RFS-PV-APPLY
		MOVE RFS-PV-RECORD-COUNT  TO RFS-RUN-READ
		MOVE RFS-PV-ANON-COUNT    TO RFS-RUN-WRITTEN
		MOVE RFS-PV-FAILED-COUNT  TO RFS-RUN-REJECTED
		MOVE RFS-PV-ALREADY-COUNT TO RFS-RUN-SKIPPED
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
	END-IF.
	GOBACK.

*> ******************************* <*
*> *** SET-PRIVACY-CUTOFF        <*
*> *** The retention run takes   <*
*> *** sites that lapsed before  <*
*> *** the same day N years ago; <*
*> *** an erasure takes its site <*
*> *** once nothing runs today   <*
*> ******************************* <*

SET-PRIVACY-CUTOFF.

	MOVE RFS-PV-TODAY-NUM TO RFS-PV-CUTOFF-NUM.

	IF RFS-PV-ERASURE
		IF RFS-IN-SITE-CODE = SPACES
			DISPLAY "ReyPrivacyRFS - ERASURE REJECTED: BAD-SITE"
				UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
		GO TO SET-PRIVACY-CUTOFF-EXIT
	END-IF.

	IF RFS-IN-RETENTION-YEARS > 0
		MOVE RFS-IN-RETENTION-YEARS TO RFS-PV-RETENTION-YEARS
	ELSE
		MOVE 7 TO RFS-PV-RETENTION-YEARS
	END-IF.

	SUBTRACT RFS-PV-RETENTION-YEARS FROM RFS-PV-CUTOFF-YEAR.

	*> 29 February N years back only exists in a leap year;
	*> the 28th keeps the cutoff a real date either way.
	IF RFS-PV-CUTOFF-MONTH = 2 AND RFS-PV-CUTOFF-DAY = 29
		MOVE 28 TO RFS-PV-CUTOFF-DAY
	END-IF.

SET-PRIVACY-CUTOFF-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-LIVE-SITES        <*
*> *** rfs.dat in key order; an  <*
*> *** erasure positions         <*
*> *** straight into its site's  <*
*> *** range                     <*
*> ******************************* <*

COLLECT-LIVE-SITES.

	MOVE "N" TO RFS-PV-SCAN-DONE-FLAG.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO COLLECT-LIVE-SITES-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF RFS-PV-ERASURE
		MOVE RFS-IN-SITE-CODE TO SITE-CODE
	ELSE
		MOVE SPACES TO SITE-CODE
	END-IF.
	MOVE SPACES TO PRODUCT-CODE.
	MOVE 0 TO SUBSCRIPTION-ID.

	START RFS-FILE KEY IS NOT LESS THAN RFS-KEY.

	IF RFS-STATUS-NO-RECORD OR RFS-STATUS-EOF
		SET RFS-PV-SCAN-DONE TO TRUE
	ELSE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
	END-IF.

	PERFORM COLLECT-ONE-LIVE-RECORD
		THRU COLLECT-ONE-LIVE-RECORD-EXIT
		UNTIL RFS-PV-SCAN-DONE.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

COLLECT-LIVE-SITES-EXIT.
	EXIT.

COLLECT-ONE-LIVE-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		SET RFS-PV-SCAN-DONE TO TRUE
		GO TO COLLECT-ONE-LIVE-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF RFS-PV-ERASURE AND SITE-CODE NOT = RFS-IN-SITE-CODE
		SET RFS-PV-SCAN-DONE TO TRUE
		GO TO COLLECT-ONE-LIVE-RECORD-EXIT
	END-IF.

	ADD 1 TO RFS-PV-RECORD-COUNT.
	PERFORM FIGURE-RECORD-LAPSE
		THRU FIGURE-RECORD-LAPSE-EXIT.

	IF RFS-PV-SITE-USED > 0
		IF RFS-PV-SITE-CODE (RFS-PV-SITE-USED) = SITE-CODE
			MOVE RFS-PV-SITE-USED TO RFS-PV-SITE-HIT
			PERFORM NOTE-SITE-LAPSE
			GO TO COLLECT-ONE-LIVE-RECORD-EXIT
		END-IF
	END-IF.

	PERFORM ADD-SITE-ENTRY
		THRU ADD-SITE-ENTRY-EXIT.

COLLECT-ONE-LIVE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-ARCHIVE-SITES     <*
*> *** The archive is in key     <*
*> *** order too, so a cursor    <*
*> *** walks the rfs.dat sites   <*
*> *** alongside it; a site the  <*
*> *** cursor steps past is one  <*
*> *** only the archive holds    <*
*> ******************************* <*

COLLECT-ARCHIVE-SITES.

	MOVE "N" TO RFS-PV-SCAN-DONE-FLAG.
	MOVE 1 TO RFS-PV-CURSOR.

	OPEN INPUT RFS-ARCH-FILE.
	IF RFS-ARCH-STATUS-NOT-FOUND
		GO TO COLLECT-ARCHIVE-SITES-EXIT
	END-IF.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	MOVE LOW-VALUES TO RFS-ARCH-KEY.
	IF RFS-PV-ERASURE
		MOVE RFS-IN-SITE-CODE TO RFS-ARCH-KEY (1:8)
	END-IF.

	START RFS-ARCH-FILE KEY IS NOT LESS THAN RFS-ARCH-KEY.

	IF RFS-ARCH-STATUS-OK
		PERFORM COLLECT-ONE-ARCHIVE-RECORD
			THRU COLLECT-ONE-ARCHIVE-RECORD-EXIT
			UNTIL RFS-PV-SCAN-DONE
	END-IF.

	CLOSE RFS-ARCH-FILE.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

COLLECT-ARCHIVE-SITES-EXIT.
	EXIT.

COLLECT-ONE-ARCHIVE-RECORD.

	READ RFS-ARCH-FILE NEXT RECORD.

	IF RFS-ARCH-STATUS-EOF
		SET RFS-PV-SCAN-DONE TO TRUE
		GO TO COLLECT-ONE-ARCHIVE-RECORD-EXIT
	END-IF.

	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	MOVE RFS-ARCH-RECORD TO RFS-RECORD.

	IF RFS-PV-ERASURE AND SITE-CODE NOT = RFS-IN-SITE-CODE
		SET RFS-PV-SCAN-DONE TO TRUE
		GO TO COLLECT-ONE-ARCHIVE-RECORD-EXIT
	END-IF.

	ADD 1 TO RFS-PV-RECORD-COUNT.
	PERFORM FIGURE-RECORD-LAPSE
		THRU FIGURE-RECORD-LAPSE-EXIT.

	MOVE 0 TO RFS-PV-SITE-HIT.
	MOVE "N" TO RFS-PV-CURSOR-DONE-FLAG.
	PERFORM STEP-SITE-CURSOR
		THRU STEP-SITE-CURSOR-EXIT
		UNTIL RFS-PV-CURSOR-DONE.

	IF RFS-PV-SITE-HIT = 0 AND RFS-PV-SITE-USED > RFS-PV-LIVE-USED
		IF RFS-PV-SITE-CODE (RFS-PV-SITE-USED) = SITE-CODE
			MOVE RFS-PV-SITE-USED TO RFS-PV-SITE-HIT
		END-IF
	END-IF.

	IF RFS-PV-SITE-HIT = 0
		PERFORM ADD-SITE-ENTRY
			THRU ADD-SITE-ENTRY-EXIT
	ELSE
		PERFORM NOTE-SITE-LAPSE
	END-IF.

COLLECT-ONE-ARCHIVE-RECORD-EXIT.
	EXIT.

STEP-SITE-CURSOR.

	IF RFS-PV-CURSOR > RFS-PV-LIVE-USED
		SET RFS-PV-CURSOR-DONE TO TRUE
		GO TO STEP-SITE-CURSOR-EXIT
	END-IF.

	IF RFS-PV-SITE-CODE (RFS-PV-CURSOR) = SITE-CODE
		MOVE RFS-PV-CURSOR TO RFS-PV-SITE-HIT
		SET RFS-PV-CURSOR-DONE TO TRUE
		GO TO STEP-SITE-CURSOR-EXIT
	END-IF.

	IF RFS-PV-SITE-CODE (RFS-PV-CURSOR) > SITE-CODE
		SET RFS-PV-CURSOR-DONE TO TRUE
		GO TO STEP-SITE-CURSOR-EXIT
	END-IF.

	ADD 1 TO RFS-PV-CURSOR.

STEP-SITE-CURSOR-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIGURE-RECORD-LAPSE       <*
*> *** The day the record in     <*
*> *** RFS-RECORD stopped        <*
*> *** counting - its end date,  <*
*> *** or the day its cancel     <*
*> *** mark took effect if that  <*
*> *** came first                <*
*> ******************************* <*

FIGURE-RECORD-LAPSE.

	COMPUTE RFS-PV-RECORD-LAPSE =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.

	IF RECORD-STATUS = "C" AND STATUS-EFFECTIVE > 0
			AND STATUS-EFFECTIVE < RFS-PV-RECORD-LAPSE
		MOVE STATUS-EFFECTIVE TO RFS-PV-RECORD-LAPSE
	END-IF.

FIGURE-RECORD-LAPSE-EXIT.
	EXIT.

NOTE-SITE-LAPSE.

	IF RFS-PV-RECORD-LAPSE > RFS-PV-SITE-LAPSE (RFS-PV-SITE-HIT)
		MOVE RFS-PV-RECORD-LAPSE TO RFS-PV-SITE-LAPSE (RFS-PV-SITE-HIT)
	END-IF.

NOTE-SITE-LAPSE-EXIT.
	EXIT.

ADD-SITE-ENTRY.

	IF RFS-PV-SITE-USED >= 5000
		DISPLAY "RFS-PV-SITE-TABLE FULL - MORE THAN 5000 SITES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-PV-SITE-USED.
	MOVE SITE-CODE           TO RFS-PV-SITE-CODE (RFS-PV-SITE-USED).
	MOVE RFS-PV-RECORD-LAPSE TO RFS-PV-SITE-LAPSE (RFS-PV-SITE-USED).

ADD-SITE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-CUSTOMER-MASTER      <*
*> *** Read-only for a preview;  <*
*> *** no master file at all     <*
*> *** just means no personal    <*
*> *** data is held there        <*
*> ******************************* <*

OPEN-CUSTOMER-MASTER.

	IF RFS-PV-APPLY
		OPEN I-O RFS-CUST-FILE
	ELSE
		OPEN INPUT RFS-CUST-FILE
	END-IF.

	IF RFS-CUST-STATUS-NOT-FOUND
		GO TO OPEN-CUSTOMER-MASTER-EXIT
	END-IF.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	SET RFS-PV-MASTER-PRESENT TO TRUE.

OPEN-CUSTOMER-MASTER-EXIT.
	EXIT.

*> ******************************* <*
*> *** PLAN-ONE-SITE             <*
*> *** Decides what happens to   <*
*> *** one site - the same work  <*
*> *** for a preview as for the  <*
*> *** real thing, which only    <*
*> *** adds the changes          <*
*> ******************************* <*

PLAN-ONE-SITE.

	ADD 1 TO RFS-PV-SITE-IDX.

	MOVE SPACES TO RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX).
	MOVE SPACES TO RFS-PV-SITE-LETTER (RFS-PV-SITE-IDX).

	IF RFS-PV-SITE-LAPSE (RFS-PV-SITE-IDX) >= RFS-PV-CUTOFF-NUM
		IF RFS-PV-ERASURE
			MOVE "R" TO RFS-PV-SITE-ACTION (RFS-PV-SITE-IDX)
			MOVE "REFUSED-SUBSCRIBED"
				TO RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX)
			ADD 1 TO RFS-PV-REFUSED-COUNT
		ELSE
			MOVE "N" TO RFS-PV-SITE-ACTION (RFS-PV-SITE-IDX)
		END-IF
		GO TO PLAN-ONE-SITE-EXIT
	END-IF.

	MOVE "Y" TO RFS-PV-SITE-ACTION (RFS-PV-SITE-IDX).
	ADD 1 TO RFS-PV-DORMANT-COUNT.
	MOVE "N" TO RFS-PV-ANON-DONE-FLAG.

	PERFORM REVIEW-SITE-MASTER
		THRU REVIEW-SITE-MASTER-EXIT.
	PERFORM REVIEW-SITE-LETTER
		THRU REVIEW-SITE-LETTER-EXIT.

	IF RFS-PV-APPLY AND RFS-PV-ANON-DONE
		PERFORM LOG-ANONYMISE-EVENT
			THRU LOG-ANONYMISE-EVENT-EXIT
	END-IF.

PLAN-ONE-SITE-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-SITE-MASTER        <*
*> *** Name and contact go; the  <*
*> *** site-code stays in the    <*
*> *** name so no two anonymised <*
*> *** customers read as one     <*
*> ******************************* <*

REVIEW-SITE-MASTER.

	IF NOT RFS-PV-MASTER-PRESENT
		MOVE "NO MASTER RECORD" TO RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX)
		ADD 1 TO RFS-PV-NOMASTER-COUNT
		GO TO REVIEW-SITE-MASTER-EXIT
	END-IF.

	MOVE RFS-PV-SITE-CODE (RFS-PV-SITE-IDX) TO CUST-SITE-CODE.
	READ RFS-CUST-FILE.
	IF RFS-CUST-STATUS-NO-RECORD
		MOVE "NO MASTER RECORD" TO RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX)
		ADD 1 TO RFS-PV-NOMASTER-COUNT
		GO TO REVIEW-SITE-MASTER-EXIT
	END-IF.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	IF CUST-NAME (1:11) = "ANONYMISED " AND CUST-CONTACT = SPACES
		MOVE "ALREADY ANONYMISED"
			TO RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX)
		ADD 1 TO RFS-PV-ALREADY-COUNT
		GO TO REVIEW-SITE-MASTER-EXIT
	END-IF.

	ADD 1 TO RFS-PV-ANON-COUNT.

	IF RFS-PV-PREVIEW
		MOVE "TO ANONYMISE" TO RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX)
		GO TO REVIEW-SITE-MASTER-EXIT
	END-IF.

	MOVE SPACES TO CUST-NAME.
	STRING "ANONYMISED "                      DELIMITED BY SIZE
		RFS-PV-SITE-CODE (RFS-PV-SITE-IDX)   DELIMITED BY SPACE
		INTO CUST-NAME.
	MOVE SPACES TO CUST-CONTACT.

	REWRITE RFS-CUST-RECORD.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	MOVE "ANONYMISED" TO RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX).
	SET RFS-PV-ANON-DONE TO TRUE.

REVIEW-SITE-MASTER-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-SITE-LETTER        <*
*> *** The renewal notice        <*
*> *** ReyNoticeRFS left for the <*
*> *** site and the dunning      <*
*> *** letters ReyDunningRFS     <*
*> *** sent it, those still      <*
*> *** there                     <*
*> ******************************* <*

REVIEW-SITE-LETTER.

	MOVE 0 TO RFS-PV-SITE-LETTERS.
	MOVE 0 TO RFS-PV-SITE-FAILED.

	MOVE SPACES TO RFS-PV-LETTER-NAME.
	STRING "rfs-notice."                      DELIMITED BY SIZE
		RFS-PV-SITE-CODE (RFS-PV-SITE-IDX)   DELIMITED BY SPACE
		".txt"                              DELIMITED BY SIZE
		INTO RFS-PV-LETTER-NAME.
	PERFORM REVIEW-ONE-LETTER
		THRU REVIEW-ONE-LETTER-EXIT.

	IF RFS-PV-LEDGER-PRESENT
		PERFORM REVIEW-DUNNING-LETTERS
			THRU REVIEW-DUNNING-LETTERS-EXIT
	END-IF.

	EVALUATE TRUE
		WHEN RFS-PV-SITE-LETTERS = 0
			MOVE "NO LETTER" TO RFS-PV-SITE-LETTER (RFS-PV-SITE-IDX)
		WHEN RFS-PV-SITE-FAILED > 0
			MOVE "REMOVE FAILED"
				TO RFS-PV-SITE-LETTER (RFS-PV-SITE-IDX)
		WHEN RFS-PV-PREVIEW
			MOVE "TO REMOVE" TO RFS-PV-SITE-LETTER (RFS-PV-SITE-IDX)
		WHEN OTHER
			MOVE "REMOVED" TO RFS-PV-SITE-LETTER (RFS-PV-SITE-IDX)
	END-EVALUATE.

REVIEW-SITE-LETTER-EXIT.
	EXIT.

*> Positions on the site's run of the item index; every invoice
*> item in it may have had a letter at any stage.
REVIEW-DUNNING-LETTERS.

	MOVE "N" TO RFS-PV-ITEM-DONE-FLAG.

	MOVE RFS-PV-SITE-CODE (RFS-PV-SITE-IDX) TO RCV-SITE-CODE.
	MOVE LOW-VALUES TO RCV-PRODUCT-CODE.
	MOVE 0 TO RCV-SUBSCRIPTION-ID.
	START RFS-RCV-FILE KEY IS NOT LESS THAN RFS-RCV-ITEM-KEY.
	IF RFS-RCV-STATUS-NO-RECORD OR RFS-RCV-STATUS-EOF
		GO TO REVIEW-DUNNING-LETTERS-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	PERFORM REVIEW-ONE-ITEM-LETTERS
		THRU REVIEW-ONE-ITEM-LETTERS-EXIT
		UNTIL RFS-PV-ITEM-DONE.

REVIEW-DUNNING-LETTERS-EXIT.
	EXIT.

REVIEW-ONE-ITEM-LETTERS.

	READ RFS-RCV-FILE NEXT RECORD.

	IF RFS-RCV-STATUS-EOF
		SET RFS-PV-ITEM-DONE TO TRUE
		GO TO REVIEW-ONE-ITEM-LETTERS-EXIT
	END-IF.

	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	IF RCV-SITE-CODE NOT = RFS-PV-SITE-CODE (RFS-PV-SITE-IDX)
		SET RFS-PV-ITEM-DONE TO TRUE
		GO TO REVIEW-ONE-ITEM-LETTERS-EXIT
	END-IF.

	IF RCV-KIND NOT = "I"
		GO TO REVIEW-ONE-ITEM-LETTERS-EXIT
	END-IF.

	MOVE 0 TO RFS-PV-DUN-STAGE.
	PERFORM REVIEW-ONE-DUNNING-LETTER
		THRU REVIEW-ONE-DUNNING-LETTER-EXIT
		UNTIL RFS-PV-DUN-STAGE >= 9.

REVIEW-ONE-ITEM-LETTERS-EXIT.
	EXIT.

REVIEW-ONE-DUNNING-LETTER.

	ADD 1 TO RFS-PV-DUN-STAGE.

	MOVE SPACES TO RFS-PV-LETTER-NAME.
	STRING "rfs-dunning."                     DELIMITED BY SIZE
		RCV-SITE-CODE                       DELIMITED BY SPACE
		"."                                 DELIMITED BY SIZE
		RCV-INVOICE-NO                      DELIMITED BY SIZE
		"."                                 DELIMITED BY SIZE
		RFS-PV-DUN-STAGE                    DELIMITED BY SIZE
		".txt"                              DELIMITED BY SIZE
		INTO RFS-PV-LETTER-NAME.
	PERFORM REVIEW-ONE-LETTER
		THRU REVIEW-ONE-LETTER-EXIT.

REVIEW-ONE-DUNNING-LETTER-EXIT.
	EXIT.

*> One letter by name: counted if it is there, and removed
*> unless this is a preview.
REVIEW-ONE-LETTER.

	MOVE 0 TO RETURN-CODE.
	CALL "C$FILEINFO" USING RFS-PV-LETTER-NAME
		RFS-PV-FILE-INFO-AREA.
	IF RETURN-CODE NOT = 0
		MOVE 0 TO RETURN-CODE
		GO TO REVIEW-ONE-LETTER-EXIT
	END-IF.

	ADD 1 TO RFS-PV-SITE-LETTERS.

	IF RFS-PV-PREVIEW
		ADD 1 TO RFS-PV-LETTER-COUNT
		GO TO REVIEW-ONE-LETTER-EXIT
	END-IF.

	CALL "CBL_DELETE_FILE" USING RFS-PV-LETTER-NAME
		RETURNING RFS-PV-DEL-STATUS.

	IF RFS-PV-DEL-STATUS = 0
		ADD 1 TO RFS-PV-LETTER-COUNT
		SET RFS-PV-ANON-DONE TO TRUE
	ELSE
		ADD 1 TO RFS-PV-SITE-FAILED
		ADD 1 TO RFS-PV-FAILED-COUNT
	END-IF.

REVIEW-ONE-LETTER-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-ANONYMISE-EVENT       <*
*> *** The day the site lapsed   <*
*> *** rides in the old end date <*
*> ******************************* <*

LOG-ANONYMISE-EVENT.

	MOVE "ANONYMISE"                        TO RFS-AUDIT-OPERATION.
	MOVE RFS-PV-SITE-CODE (RFS-PV-SITE-IDX)  TO RFS-AUDIT-SITE-CODE.
	MOVE SPACES                             TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                                  TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-PV-SITE-LAPSE (RFS-PV-SITE-IDX) TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0                                  TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-ANONYMISE-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-PRIVACY-LISTING     <*
*> *** Only the sites the run    <*
*> *** takes or refuses - and    <*
*> *** never the personal data   <*
*> *** itself                    <*
*> ******************************* <*

WRITE-PRIVACY-LISTING.

	OPEN OUTPUT RFS-PRIVRPT-FILE.
	IF NOT RFS-PRIVRPT-STATUS-OK
		PERFORM HANDLE-RFS-PRIVRPT-ERROR
	END-IF.

	IF RFS-PV-ERASURE
		MOVE "ERASURE" TO PV-TITLE-KIND
	ELSE
		MOVE "RETENTION" TO PV-TITLE-KIND
	END-IF.
	MOVE RFS-PV-CUTOFF-YEAR  TO PV-TITLE-YEAR.
	MOVE RFS-PV-CUTOFF-MONTH TO PV-TITLE-MONTH.
	MOVE RFS-PV-CUTOFF-DAY   TO PV-TITLE-DAY.
	IF RFS-PV-APPLY
		MOVE "APPLIED" TO PV-TITLE-MODE
	ELSE
		MOVE "PREVIEW" TO PV-TITLE-MODE
	END-IF.
	MOVE RFS-PV-TITLE-LINE TO RFS-PRIVRPT-LINE.
	PERFORM WRITE-LISTING-LINE.

	MOVE RFS-PV-COLUMN-LINE TO RFS-PRIVRPT-LINE.
	PERFORM WRITE-LISTING-LINE.

	IF RFS-PV-DORMANT-COUNT = 0 AND RFS-PV-REFUSED-COUNT = 0
		MOVE RFS-PV-EMPTY-LINE TO RFS-PRIVRPT-LINE
		PERFORM WRITE-LISTING-LINE
	END-IF.

	MOVE 0 TO RFS-PV-SITE-IDX.
	PERFORM WRITE-ONE-LISTING-ROW
		THRU WRITE-ONE-LISTING-ROW-EXIT
		UNTIL RFS-PV-SITE-IDX >= RFS-PV-SITE-USED.

	CLOSE RFS-PRIVRPT-FILE.
	IF NOT RFS-PRIVRPT-STATUS-OK
		PERFORM HANDLE-RFS-PRIVRPT-ERROR
	END-IF.

WRITE-PRIVACY-LISTING-EXIT.
	EXIT.

WRITE-ONE-LISTING-ROW.

	ADD 1 TO RFS-PV-SITE-IDX.

	IF RFS-PV-SITE-ACTION (RFS-PV-SITE-IDX) = "N"
		GO TO WRITE-ONE-LISTING-ROW-EXIT
	END-IF.

	MOVE RFS-PV-SITE-CODE (RFS-PV-SITE-IDX) TO PV-SITE-OUT.
	IF RFS-PV-SITE-LAPSE (RFS-PV-SITE-IDX) = 0
		MOVE "NEVER" TO PV-LAPSE-TEXT
	ELSE
		MOVE RFS-PV-SITE-LAPSE (RFS-PV-SITE-IDX) (1:4)
			TO PV-LAPSE-YEAR
		MOVE RFS-PV-SITE-LAPSE (RFS-PV-SITE-IDX) (5:2)
			TO PV-LAPSE-MONTH
		MOVE RFS-PV-SITE-LAPSE (RFS-PV-SITE-IDX) (7:2)
			TO PV-LAPSE-DAY
		MOVE "-" TO PV-LAPSE-TEXT (5:1)
		MOVE "-" TO PV-LAPSE-TEXT (8:1)
	END-IF.
	MOVE RFS-PV-SITE-MASTER (RFS-PV-SITE-IDX) TO PV-MASTER-OUT.
	MOVE RFS-PV-SITE-LETTER (RFS-PV-SITE-IDX) TO PV-LETTER-OUT.

	MOVE RFS-PV-DETAIL-LINE TO RFS-PRIVRPT-LINE.
	PERFORM WRITE-LISTING-LINE.

WRITE-ONE-LISTING-ROW-EXIT.
	EXIT.

WRITE-LISTING-LINE.

	WRITE RFS-PRIVRPT-LINE.
	IF NOT RFS-PRIVRPT-STATUS-OK
		PERFORM HANDLE-RFS-PRIVRPT-ERROR
	END-IF.

WRITE-LISTING-LINE-EXIT.
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
*> *** HANDLE-RFS-RCV-ERROR      <*
*> ******************************* <*

HANDLE-RFS-RCV-ERROR.
	DISPLAY "RFS-RCV-FILE ERROR - FILE STATUS " RFS-RCV-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-RCV-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PRIVRPT-ERROR  <*
*> ******************************* <*

HANDLE-RFS-PRIVRPT-ERROR.
	DISPLAY "RFS-PRIVRPT-FILE ERROR - FILE STATUS "
		RFS-PRIVRPT-STATUS UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PRIVRPT-ERROR-EXIT.
	EXIT.

	COPY "audit.log.cpy".
	COPY "opercheck.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
