*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyDunningRFS.cbl    *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Nightly dunning run over the *** <*
*> *** unpaid receivables           *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyDunningRFS.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "recv.env.cpy".
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "pending.env.cpy".
			COPY "custmast.env.cpy".
			COPY "duncfg.env.cpy".
			COPY "dunlog.env.cpy".
			COPY "dunsum.env.cpy".
			COPY "ntctpl.env.cpy".
			COPY "ntcout.env.cpy".
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

		COPY "recv.fd.cpy".
		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "pending.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "duncfg.fd.cpy".
		COPY "dunlog.fd.cpy".
		COPY "dunsum.fd.cpy".
		COPY "ntctpl.fd.cpy".
		COPY "ntcout.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "recv.status.cpy".
		COPY "files.status.cpy".
		COPY "position.status.cpy".
		COPY "pending.status.cpy".
		COPY "custmast.status.cpy".
		COPY "duncfg.status.cpy".
		COPY "dunlog.status.cpy".
		COPY "dunsum.status.cpy".
		COPY "ntctpl.status.cpy".
		COPY "ntcout.status.cpy".
		COPY "audit.status.cpy".
		COPY "runlog.status.cpy".

		COPY "ntctpl-ws.cpy".
		COPY "ntcout-ws.cpy".
		COPY "ntcmerge-ws.cpy".

		COPY "custmast.lookup-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-DUN-TODAY-NUM PIC 9(08).

		01 RFS-DUN-TODAY-DATE REDEFINES RFS-DUN-TODAY-NUM.
			05 RFS-DUN-TODAY-YEAR  PIC 9(04).
			05 RFS-DUN-TODAY-MONTH PIC 9(02).
			05 RFS-DUN-TODAY-DAY   PIC 9(02).

		01 RFS-DUN-TODAY-INT USAGE BINARY-LONG.

		*> The stages a site passes through, in order. The
		*> built-in three stand in until the credit-control team
		*> writes an rfs-dunning.csv of their own.
		01 RFS-DUN-STAGE-TABLE.
			05 RFS-DUN-STAGE-ENTRY OCCURS 9 TIMES.
				10 RFS-DUN-STAGE-CODE     PIC X(08).
				10 RFS-DUN-STAGE-DAYS     USAGE BINARY-LONG.
				10 RFS-DUN-STAGE-TEMPLATE PIC X(40).

		01 RFS-DUN-STAGE-USED PIC 9(02) VALUE 0.
		01 RFS-DUN-STAGE-IDX  PIC 9(02).

		01 RFS-DUN-CFG-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-DUN-CFG-EOF VALUE "Y".

		01 RFS-DUN-RAW-CODE     PIC X(08).
		01 RFS-DUN-RAW-DAYS     PIC X(08).
		01 RFS-DUN-RAW-TEMPLATE PIC X(40).

		*> Digit-by-digit read of the days column, the same way
		*> the order import reads its numeric columns.
		01 RFS-DUN-NUM-VALUE PIC 9(08).
		01 RFS-DUN-NUM-POS   PIC 9(02).
		01 RFS-DUN-NUM-CHAR  PIC X(01).

		01 RFS-DUN-NUM-VALID-FLAG PIC X(01).
			88 RFS-DUN-NUM-VALID VALUE "Y".

		*> Every site with an overdue invoice or a dunning cycle
		*> on record, one slot per site - the cycle runs per
		*> site, however many invoices it owes on, so it gets one
		*> series of letters and one suspension. The stage
		*> reached and what each product's suspension was booked
		*> through are folded from the stage log; the overdue
		*> roll-up comes from tonight's walk of the ledger. A
		*> stopped cycle gives its slot up as the log is folded,
		*> so the table holds only the sites in a cycle or owing
		*> tonight, however long the log has grown.
		01 RFS-DUN-SITE-TABLE.
			05 RFS-DUN-SITE-ENTRY OCCURS 2000 TIMES.
				10 RFS-DUN-SITE-CODE      PIC X(08).
				10 RFS-DUN-SITE-STAGE     PIC 9(01).
				*> The oldest overdue invoice the cycle can
				*> still act on - the one its letters cite.
				10 RFS-DUN-SITE-REF-NO      PIC 9(08).
				10 RFS-DUN-SITE-REF-DUE     PIC 9(08).
				10 RFS-DUN-SITE-REF-PRODUCT PIC X(04).
				10 RFS-DUN-SITE-DAYS      USAGE BINARY-LONG.
				10 RFS-DUN-SITE-OWED      USAGE BINARY-DOUBLE.
				10 RFS-DUN-SITE-OVERDUE   PIC 9(04).
				10 RFS-DUN-SITE-DUNNABLE  PIC 9(04).
				10 RFS-DUN-SITE-PROD-USED PIC 9(02).
				10 RFS-DUN-SITE-PROD-ENTRY OCCURS 10 TIMES.
					15 RFS-DUN-PROD-CODE    PIC X(04).
					*> "Y" an invoice of it is overdue tonight.
					15 RFS-DUN-PROD-OVERDUE PIC X(01).
					*> "Y" still dunnable, "N" cancelled or
					*> suspended already, space not looked up.
					15 RFS-DUN-PROD-LIVE    PIC X(01).
					15 RFS-DUN-PROD-ROUTE   PIC X(01).
					15 RFS-DUN-PROD-BOOKER  PIC X(08).

		01 RFS-DUN-SITE-USED PIC 9(04) VALUE 0.
		01 RFS-DUN-SITE-IDX  PIC 9(04).
		01 RFS-DUN-SITE-HIT  PIC 9(04).
		01 RFS-DUN-SITE-SCAN PIC 9(04).
		01 RFS-DUN-PROD-IDX  PIC 9(02).
		01 RFS-DUN-PROD-HIT  PIC 9(02).
		01 RFS-DUN-PROD-SCAN PIC 9(02).

		*> The site and product being looked up.
		01 RFS-DUN-SEEK-SITE    PIC X(08).
		01 RFS-DUN-SEEK-PRODUCT PIC X(04).

		01 RFS-DUN-LOG-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-DUN-LOG-EOF VALUE "Y".

		*> "Y" while the log is being folded in - only then may
		*> a stopped cycle give up its slot; a stop logged by
		*> tonight's run clears its slot in place, the walk over
		*> the table still standing on it.
		01 RFS-DUN-LOG-LOADING-FLAG PIC X(01) VALUE "N".
			88 RFS-DUN-LOG-LOADING VALUE "Y".

		*> The stage log line being folded in or appended. A
		*> line with a route is one product's suspension booked
		*> at the stage shown; the rest move the site's cycle to
		*> their stage, stage 0 ending it.
		01 RFS-DUN-LOG-LINE-WORK.
			05 DLG-SITE     PIC X(08).
			05 DLG-PRODUCT  PIC X(04).
			05 DLG-INVOICE  PIC 9(08).
			05 DLG-STAGE    PIC 9(01).
			05 DLG-DATE     PIC 9(08).
			05 DLG-ROUTE    PIC X(01).
			05 DLG-BOOKER   PIC X(08).
			05 FILLER       PIC X(02).

		01 RFS-DUN-RCV-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-DUN-RCV-EOF VALUE "Y".

		*> The ledger item currently being weighed.
		01 RFS-DUN-OWED-CENTS USAGE BINARY-DOUBLE.
		01 RFS-DUN-DAYS-PAST  USAGE BINARY-LONG.
		01 RFS-DUN-REACHED    PIC 9(01).
		01 RFS-DUN-NEXT-STAGE PIC 9(01).

		*> The product's mark in the current position.
		01 RFS-DUN-MARK        PIC X(01).
		01 RFS-DUN-MARK-EFFECT PIC 9(08).

		*> A suspension stage books its suspension this many
		*> days ahead - the gap to the stage after it, or from
		*> the one before - so the letter announcing it leaves
		*> the customer time to pay and have it withdrawn.
		01 RFS-DUN-LEAD-DAYS  USAGE BINARY-LONG.
		01 RFS-DUN-EFFECT-NUM PIC 9(08).
		01 RFS-DUN-EFFECT-DATE REDEFINES RFS-DUN-EFFECT-NUM.
			05 RFS-DUN-EFFECT-YEAR  PIC 9(04).
			05 RFS-DUN-EFFECT-MONTH PIC 9(02).
			05 RFS-DUN-EFFECT-DAY   PIC 9(02).

		01 RFS-DUN-BOOKED-FLAG PIC X(01).
			88 RFS-DUN-ANY-BOOKED VALUE "Y".

		01 RFS-DUN-BOOK-FAILED-FLAG PIC X(01).
			88 RFS-DUN-BOOK-FAILED VALUE "Y".

		01 RFS-DUN-STOP-FAILED-FLAG PIC X(01).
			88 RFS-DUN-STOP-FAILED VALUE "Y".

		*> A queued suspension the run could not withdraw - it
		*> was requested under another sign-on - and that still
		*> waits in rfs-pending.dat for its review.
		01 RFS-DUN-PEND-HELD-FLAG PIC X(01).
			88 RFS-DUN-PEND-HELD VALUE "Y".

		01 RFS-DUN-PEND-EOF-FLAG PIC X(01).
			88 RFS-DUN-PEND-EOF VALUE "Y".

		*> What stopping one site's cycle did to its bookings.
		01 RFS-DUN-WDRW-COUNT PIC 9(02).
		01 RFS-DUN-LIFT-COUNT PIC 9(02).

		*> The product the summary line is about.
		01 RFS-DUN-LINE-PRODUCT PIC X(04).

		*> Who a booked suspension is booked under - the
		*> signed-on account, or DUNNING on an unattended run -
		*> kept in the stage log so the withdrawal finds it.
		01 RFS-DUN-BOOK-USER PIC X(08) VALUE "DUNNING".

		*> Linkage images for ReyScheduleRFS and ReyActionQueue.
		01 RFS-DUN-CALL-OP      PIC X(04).
		01 RFS-DUN-CALL-ACTION  PIC X(08) VALUE "SUSPEND".
		01 RFS-DUN-CALL-SITE    PIC X(08).
		01 RFS-DUN-CALL-PRODUCT PIC X(04).
		01 RFS-DUN-CALL-DAY     USAGE BINARY-LONG.
		01 RFS-DUN-CALL-MONTH   USAGE BINARY-LONG.
		01 RFS-DUN-CALL-YEAR    USAGE BINARY-LONG.
		01 RFS-DUN-CALL-TERM    USAGE BINARY-LONG VALUE 0.
		01 RFS-DUN-CALL-EFF-DAY   USAGE BINARY-LONG.
		01 RFS-DUN-CALL-EFF-MONTH USAGE BINARY-LONG.
		01 RFS-DUN-CALL-EFF-YEAR  USAGE BINARY-LONG.
		01 RFS-DUN-CALL-USER    PIC X(08).
		01 RFS-DUN-CALL-PEND-ID USAGE BINARY-LONG VALUE 0.

		01 RFS-DUN-CALL-RC PIC S9(04).

		01 RFS-DUN-ACTION-TEXT PIC X(40).

		01 RFS-DUN-ADVANCED-COUNT PIC 9(04) VALUE 0.
		01 RFS-DUN-STOPPED-COUNT  PIC 9(04) VALUE 0.
		01 RFS-DUN-FAILED-COUNT   PIC 9(04) VALUE 0.

		*> Letter merge values.
		01 RFS-DUN-DUE-TEXT.
			05 DUN-DUE-YEAR  PIC 9(04).
			05 FILLER        PIC X(01) VALUE "-".
			05 DUN-DUE-MONTH PIC 9(02).
			05 FILLER        PIC X(01) VALUE "-".
			05 DUN-DUE-DAY   PIC 9(02).

		01 RFS-DUN-EFFECT-TEXT.
			05 DUN-EFFECT-YEAR  PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 DUN-EFFECT-MONTH PIC 9(02).
			05 FILLER           PIC X(01) VALUE "-".
			05 DUN-EFFECT-DAY   PIC 9(02).

		01 RFS-DUN-DAYS-TEXT    PIC Z(03)9.
		01 RFS-DUN-INVOICE-TEXT PIC 9(08).
		01 RFS-DUN-AMOUNT-TEXT  PIC Z(07)9.99.

		01 RFS-DUN-TITLE-LINE PIC X(80)
			VALUE "Dunning run - stage transitions".

		01 RFS-DUN-HEAD-LINE.
			05 FILLER          PIC X(14) VALUE "Run date    : ".
			05 DUN-RPT-DATE    PIC 9(08).

		01 RFS-DUN-COLUMN-LINE PIC X(132)
			VALUE
			"Site      Prod  Invoice   Due-date  Days         Owed  Stage     Action".

		01 RFS-DUN-DETAIL-LINE.
			05 DUN-SITE-OUT     PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 DUN-PRODUCT-OUT  PIC X(04).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 DUN-INVOICE-OUT  PIC 9(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 DUN-DUE-OUT      PIC 9(08).
			05 FILLER           PIC X(01) VALUE SPACES.
			05 DUN-DAYS-OUT     PIC -(3)9.
			05 FILLER           PIC X(01) VALUE SPACES.
			05 DUN-OWED-OUT     PIC -(8)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 DUN-STAGE-OUT    PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 DUN-ACTION-OUT   PIC X(40).

		01 RFS-DUN-TOTALS-LINE.
			05 FILLER           PIC X(12) VALUE "Advanced :  ".
			05 DUN-ADVANCED-OUT PIC Z(03)9.
			05 FILLER           PIC X(14) VALUE "  stopped :   ".
			05 DUN-STOPPED-OUT  PIC Z(03)9.
			05 FILLER           PIC X(14) VALUE "  failed :    ".
			05 DUN-FAILED-OUT   PIC Z(03)9.

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function is the nightly dunning run. It walks every
*>     unpaid invoice in rfs-receivables.dat, rolls the overdue
*>     ones up by site and moves each site one stage further
*>     through the stages in rfs-dunning.csv (by default a
*>     REMINDER letter at 7 days, a FINAL notice at 21 and a
*>     SUSPEND at 35) by the days past due of its oldest overdue
*>     invoice - one stage a night at most, so nobody is
*>     suspended without the letters in front of it. The cycle
*>     belongs to the site, however many invoices it owes on:
*>     one series of letters, citing that oldest invoice and the
*>     site's whole overdue amount, and one suspension. A
*>     product whose current mark in rfs-position.dat is already
*>     a cancellation or a suspension in effect is not dunned;
*>     a site left owing only on such products has its cycle
*>     stopped. Each stage's letter is merged from its own
*>     template by the notice engine (ntcmerge.cpy) into
*>     rfs-dunning.SITECODE.INVOICE.STAGE.txt. A SUSPEND stage
*>     books a suspension of every overdue product, dated ahead
*>     by the gap to the stage after it (or from the one before)
*>     so the letter gives the customer time to pay: in
*>     rfs-schedule.dat through ReyScheduleRFS, or - for a site
*>     flagged a key customer in the customer master - in
*>     rfs-pending.dat through ReyActionQueue for a second
*>     operator's review. Every stage reached and every booking
*>     is appended to rfs-dunning-log.dat, so no site is ever
*>     sent the same stage twice. Once the site owes nothing
*>     overdue the cycle stops: a booked suspension is withdrawn
*>     (WDRW) before it falls due, one already applied is lifted
*>     through ReyResumeRFS - which needs a signed-on operator
*>     holding the suspend grant - and the log records the stop.
*>     Every transition writes a DUNNING line to rfs-audit.dat -
*>     the cited invoice number in the subscription-id column,
*>     the stage left and the stage reached (0 for a stopped
*>     cycle) in the old/new date columns - and a line to the
*>     rfs-dunning.txt run summary. A suspension, withdrawal or
*>     resume refused tonight is not logged and the site's
*>     transition is retried tomorrow night.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     ledger records read, transitions made (stages advanced
*>     and cycles stopped) and transitions that failed.
*>
*> Parameters:
*>     This function has no parameters
*>
*> Return:
*>     RETURN-CODE is zero on success, 4 when any transition
*>     could not be completed and waits for the next run, 20
*>     when rfs-dunning.csv holds no usable stage or its days
*>     do not rise stage by stage, 16 when a template is missing
*>     or a file operation could not be completed
*>

PROCEDURE DIVISION.

	ACCEPT RFS-DUN-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-DUN-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-DUN-TODAY-NUM).

	MOVE "ReyDunningRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	*> Attribute the audit lines and the bookings to the
	*> signed-on operator when one is present - this path runs
	*> unattended, so no sign-on is not an error here.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
		MOVE RFS-SIGNON-USER TO RFS-DUN-BOOK-USER
	END-IF.

	PERFORM LOAD-DUNNING-STAGES
		THRU LOAD-DUNNING-STAGES-EXIT.
	PERFORM LOAD-DUNNING-LOG
		THRU LOAD-DUNNING-LOG-EXIT.
	PERFORM OPEN-DUNNING-SUMMARY.

	OPEN INPUT RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
		PERFORM DUN-NEXT-ITEM
			THRU DUN-NEXT-ITEM-EXIT UNTIL RFS-DUN-RCV-EOF
		CLOSE RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	END-IF.

	MOVE 0 TO RFS-DUN-SITE-IDX.
	PERFORM DUN-ONE-SITE
		THRU DUN-ONE-SITE-EXIT
		UNTIL RFS-DUN-SITE-IDX >= RFS-DUN-SITE-USED.

	PERFORM CLOSE-DUNNING-SUMMARY.

	DISPLAY "ReyDunningRFS - ADVANCED " RFS-DUN-ADVANCED-COUNT
		" STOPPED " RFS-DUN-STOPPED-COUNT
		" FAILED " RFS-DUN-FAILED-COUNT UPON CONSOLE.

	IF RFS-DUN-FAILED-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.

	COMPUTE RFS-RUN-WRITTEN = RFS-DUN-ADVANCED-COUNT +
		RFS-DUN-STOPPED-COUNT.
	MOVE RFS-DUN-FAILED-COUNT TO RFS-RUN-REJECTED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** LOAD-DUNNING-STAGES       <*
*> *** No rfs-dunning.csv means  <*
*> *** the built-in stages; a    <*
*> *** file that yields nothing  <*
*> *** usable, or days that do   <*
*> *** not rise stage by stage,  <*
*> *** is an editing mistake     <*
*> *** worth stopping on. Every  <*
*> *** letter template is        <*
*> *** loaded once up front so a <*
*> *** missing one aborts before <*
*> *** any site is moved         <*
*> ******************************* <*

LOAD-DUNNING-STAGES.

	OPEN INPUT RFS-DUNCFG-FILE.
	IF RFS-DUNCFG-STATUS-NOT-FOUND
		PERFORM SET-DEFAULT-STAGES
	ELSE
		IF NOT RFS-DUNCFG-STATUS-OK
			PERFORM HANDLE-RFS-DUNCFG-ERROR
		END-IF
		PERFORM LOAD-ONE-STAGE-LINE
			THRU LOAD-ONE-STAGE-LINE-EXIT
			UNTIL RFS-DUN-CFG-EOF
		CLOSE RFS-DUNCFG-FILE
		IF NOT RFS-DUNCFG-STATUS-OK
			PERFORM HANDLE-RFS-DUNCFG-ERROR
		END-IF
	END-IF.

	IF RFS-DUN-STAGE-USED = 0
		DISPLAY "ReyDunningRFS - rfs-dunning.csv HOLDS NO STAGES"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE 1 TO RFS-DUN-STAGE-IDX.
	PERFORM CHECK-ONE-STAGE
		UNTIL RFS-DUN-STAGE-IDX > RFS-DUN-STAGE-USED.

LOAD-DUNNING-STAGES-EXIT.
	EXIT.

SET-DEFAULT-STAGES.

	MOVE "REMINDER" TO RFS-DUN-STAGE-CODE (1).
	MOVE 7 TO RFS-DUN-STAGE-DAYS (1).
	MOVE "rfs-dunning-reminder.txt" TO RFS-DUN-STAGE-TEMPLATE (1).

	MOVE "FINAL" TO RFS-DUN-STAGE-CODE (2).
	MOVE 21 TO RFS-DUN-STAGE-DAYS (2).
	MOVE "rfs-dunning-final.txt" TO RFS-DUN-STAGE-TEMPLATE (2).

	MOVE "SUSPEND" TO RFS-DUN-STAGE-CODE (3).
	MOVE 35 TO RFS-DUN-STAGE-DAYS (3).
	MOVE "rfs-dunning-suspend.txt" TO RFS-DUN-STAGE-TEMPLATE (3).

	MOVE 3 TO RFS-DUN-STAGE-USED.

SET-DEFAULT-STAGES-EXIT.
	EXIT.

LOAD-ONE-STAGE-LINE.

	READ RFS-DUNCFG-FILE.

	IF RFS-DUNCFG-STATUS-EOF
		SET RFS-DUN-CFG-EOF TO TRUE
		GO TO LOAD-ONE-STAGE-LINE-EXIT
	END-IF.

	IF NOT RFS-DUNCFG-STATUS-OK
		PERFORM HANDLE-RFS-DUNCFG-ERROR
	END-IF.

	*> Blank lines and the column-heading line are skipped.
	IF RFS-DUNCFG-LINE = SPACES
			OR RFS-DUNCFG-LINE (1:5) = "STAGE"
		GO TO LOAD-ONE-STAGE-LINE-EXIT
	END-IF.

	MOVE SPACES TO RFS-DUN-RAW-CODE.
	MOVE SPACES TO RFS-DUN-RAW-DAYS.
	MOVE SPACES TO RFS-DUN-RAW-TEMPLATE.
	UNSTRING RFS-DUNCFG-LINE DELIMITED BY ","
		INTO RFS-DUN-RAW-CODE
			RFS-DUN-RAW-DAYS
			RFS-DUN-RAW-TEMPLATE.

	PERFORM NORMALIZE-STAGE-DAYS
		THRU NORMALIZE-STAGE-DAYS-EXIT.

	IF RFS-DUN-RAW-CODE = SPACES OR NOT RFS-DUN-NUM-VALID
		DISPLAY "ReyDunningRFS - rfs-dunning.csv LINE IGNORED: "
			RFS-DUNCFG-LINE UPON CONSOLE
		GO TO LOAD-ONE-STAGE-LINE-EXIT
	END-IF.

	IF RFS-DUN-STAGE-USED >= 9
		DISPLAY "RFS-DUN-STAGE-TABLE FULL - MORE THAN 9 STAGES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-DUN-STAGE-USED.
	MOVE RFS-DUN-RAW-CODE
		TO RFS-DUN-STAGE-CODE (RFS-DUN-STAGE-USED).
	MOVE RFS-DUN-NUM-VALUE
		TO RFS-DUN-STAGE-DAYS (RFS-DUN-STAGE-USED).
	MOVE RFS-DUN-RAW-TEMPLATE
		TO RFS-DUN-STAGE-TEMPLATE (RFS-DUN-STAGE-USED).

LOAD-ONE-STAGE-LINE-EXIT.
	EXIT.

NORMALIZE-STAGE-DAYS.

	MOVE "Y" TO RFS-DUN-NUM-VALID-FLAG.
	MOVE 0 TO RFS-DUN-NUM-VALUE.
	MOVE 0 TO RFS-DUN-NUM-POS.

	IF RFS-DUN-RAW-DAYS = SPACES
		MOVE "N" TO RFS-DUN-NUM-VALID-FLAG
		GO TO NORMALIZE-STAGE-DAYS-EXIT
	END-IF.

	PERFORM COLLECT-ONE-DIGIT
		THRU COLLECT-ONE-DIGIT-EXIT
		UNTIL RFS-DUN-NUM-POS >= 8
			OR NOT RFS-DUN-NUM-VALID.

NORMALIZE-STAGE-DAYS-EXIT.
	EXIT.

COLLECT-ONE-DIGIT.

	ADD 1 TO RFS-DUN-NUM-POS.
	MOVE RFS-DUN-RAW-DAYS (RFS-DUN-NUM-POS:1) TO RFS-DUN-NUM-CHAR.

	IF RFS-DUN-NUM-CHAR = SPACE
		GO TO COLLECT-ONE-DIGIT-EXIT
	END-IF.

	IF RFS-DUN-NUM-CHAR < "0" OR RFS-DUN-NUM-CHAR > "9"
		MOVE "N" TO RFS-DUN-NUM-VALID-FLAG
		GO TO COLLECT-ONE-DIGIT-EXIT
	END-IF.

	COMPUTE RFS-DUN-NUM-VALUE =
		RFS-DUN-NUM-VALUE * 10 +
		FUNCTION NUMVAL (RFS-DUN-NUM-CHAR).

COLLECT-ONE-DIGIT-EXIT.
	EXIT.

CHECK-ONE-STAGE.

	IF RFS-DUN-STAGE-IDX > 1
		IF RFS-DUN-STAGE-DAYS (RFS-DUN-STAGE-IDX) <=
				RFS-DUN-STAGE-DAYS (RFS-DUN-STAGE-IDX - 1)
			DISPLAY "ReyDunningRFS - rfs-dunning.csv STAGE "
				RFS-DUN-STAGE-CODE (RFS-DUN-STAGE-IDX)
				" DAYS DO NOT RISE" UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.

	IF RFS-DUN-STAGE-TEMPLATE (RFS-DUN-STAGE-IDX) NOT = SPACES
		MOVE RFS-DUN-STAGE-TEMPLATE (RFS-DUN-STAGE-IDX)
			TO RFS-TPL-OPEN-NAME
		PERFORM LOAD-NOTICE-TEMPLATE
			THRU LOAD-NOTICE-TEMPLATE-EXIT
	END-IF.

	ADD 1 TO RFS-DUN-STAGE-IDX.

CHECK-ONE-STAGE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-DUNNING-LOG          <*
*> *** Folds every stage line    <*
*> *** into one slot per site;   <*
*> *** no log yet means nobody   <*
*> *** has been dunned           <*
*> ******************************* <*

LOAD-DUNNING-LOG.

	OPEN INPUT RFS-DUNLOG-FILE.
	IF RFS-DUNLOG-STATUS-NOT-FOUND
		GO TO LOAD-DUNNING-LOG-EXIT
	END-IF.
	IF NOT RFS-DUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-DUNLOG-ERROR
	END-IF.

	MOVE "Y" TO RFS-DUN-LOG-LOADING-FLAG.
	PERFORM LOAD-ONE-DUNNING-LINE
		THRU LOAD-ONE-DUNNING-LINE-EXIT
		UNTIL RFS-DUN-LOG-EOF.
	MOVE "N" TO RFS-DUN-LOG-LOADING-FLAG.

	CLOSE RFS-DUNLOG-FILE.
	IF NOT RFS-DUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-DUNLOG-ERROR
	END-IF.

LOAD-DUNNING-LOG-EXIT.
	EXIT.

LOAD-ONE-DUNNING-LINE.

	READ RFS-DUNLOG-FILE.

	IF RFS-DUNLOG-STATUS-EOF
		SET RFS-DUN-LOG-EOF TO TRUE
		GO TO LOAD-ONE-DUNNING-LINE-EXIT
	END-IF.

	IF NOT RFS-DUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-DUNLOG-ERROR
	END-IF.

	MOVE RFS-DUNLOG-LINE TO RFS-DUN-LOG-LINE-WORK.

	IF DLG-INVOICE NOT NUMERIC OR DLG-STAGE NOT NUMERIC
		GO TO LOAD-ONE-DUNNING-LINE-EXIT
	END-IF.

	PERFORM FOLD-DUNNING-LINE
		THRU FOLD-DUNNING-LINE-EXIT.

LOAD-ONE-DUNNING-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** FOLD-DUNNING-LINE         <*
*> *** Brings the site's slot up <*
*> *** to the line in            <*
*> *** RFS-DUN-LOG-LINE-WORK - a <*
*> *** booking line records its  <*
*> *** product's route, a stage  <*
*> *** 0 line ends the cycle and <*
*> *** clears its bookings - on  <*
*> *** the load it frees the     <*
*> *** slot - any other raises   <*
*> *** the stage                 <*
*> ******************************* <*

FOLD-DUNNING-LINE.

	MOVE DLG-SITE TO RFS-DUN-SEEK-SITE.

	*> A stop for a site with no slot has nothing to end.
	IF DLG-STAGE = 0 AND DLG-ROUTE = SPACE
		PERFORM SEEK-SITE-ENTRY
		IF RFS-DUN-SITE-HIT = 0
			GO TO FOLD-DUNNING-LINE-EXIT
		END-IF
		IF RFS-DUN-LOG-LOADING
			PERFORM FREE-SITE-ENTRY
			GO TO FOLD-DUNNING-LINE-EXIT
		END-IF
		MOVE 0 TO RFS-DUN-SITE-STAGE (RFS-DUN-SITE-HIT)
		MOVE 0 TO RFS-DUN-PROD-IDX
		PERFORM CLEAR-ONE-BOOKING
			UNTIL RFS-DUN-PROD-IDX >=
				RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT)
		GO TO FOLD-DUNNING-LINE-EXIT
	END-IF.

	PERFORM FIND-SITE-ENTRY
		THRU FIND-SITE-ENTRY-EXIT.

	IF DLG-ROUTE NOT = SPACE
		MOVE DLG-PRODUCT TO RFS-DUN-SEEK-PRODUCT
		PERFORM FIND-PRODUCT-ENTRY
			THRU FIND-PRODUCT-ENTRY-EXIT
		MOVE DLG-ROUTE
			TO RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT)
		MOVE DLG-BOOKER
			TO RFS-DUN-PROD-BOOKER (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT)
	END-IF.

	IF DLG-STAGE > RFS-DUN-SITE-STAGE (RFS-DUN-SITE-HIT)
		MOVE DLG-STAGE TO RFS-DUN-SITE-STAGE (RFS-DUN-SITE-HIT)
	END-IF.

FOLD-DUNNING-LINE-EXIT.
	EXIT.

CLEAR-ONE-BOOKING.

	ADD 1 TO RFS-DUN-PROD-IDX.
	MOVE SPACE
		TO RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX).
	MOVE SPACES
		TO RFS-DUN-PROD-BOOKER (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX).

CLEAR-ONE-BOOKING-EXIT.
	EXIT.

*> ******************************* <*
*> *** FREE-SITE-ENTRY           <*
*> *** A stopped cycle keeps no  <*
*> *** stage and no bookings, so <*
*> *** its slot RFS-DUN-SITE-HIT <*
*> *** is handed back - the last <*
*> *** slot moves into it - and  <*
*> *** the site starts afresh if <*
*> *** it is dunned again        <*
*> ******************************* <*

FREE-SITE-ENTRY.

	IF RFS-DUN-SITE-HIT < RFS-DUN-SITE-USED
		MOVE RFS-DUN-SITE-ENTRY (RFS-DUN-SITE-USED)
			TO RFS-DUN-SITE-ENTRY (RFS-DUN-SITE-HIT)
	END-IF.
	SUBTRACT 1 FROM RFS-DUN-SITE-USED.

FREE-SITE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-SITE-ENTRY           <*
*> *** The slot for              <*
*> *** RFS-DUN-SEEK-SITE in      <*
*> *** RFS-DUN-SITE-HIT, a fresh <*
*> *** one if it has none yet    <*
*> ******************************* <*

FIND-SITE-ENTRY.

	PERFORM SEEK-SITE-ENTRY.

	IF RFS-DUN-SITE-HIT > 0
		GO TO FIND-SITE-ENTRY-EXIT
	END-IF.

	IF RFS-DUN-SITE-USED >= 2000
		DISPLAY "RFS-DUN-SITE-TABLE FULL - MORE THAN 2000"
			" SITES IN A CYCLE OR OVERDUE" UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-DUN-SITE-USED.
	MOVE RFS-DUN-SITE-USED TO RFS-DUN-SITE-HIT.
	MOVE RFS-DUN-SEEK-SITE TO RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-STAGE (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-REF-NO (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-REF-DUE (RFS-DUN-SITE-HIT).
	MOVE SPACES TO RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-DAYS (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-OWED (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-OVERDUE (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-DUNNABLE (RFS-DUN-SITE-HIT).
	MOVE 0      TO RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT).

FIND-SITE-ENTRY-EXIT.
	EXIT.

*> The existing slot only, zero in RFS-DUN-SITE-HIT when the
*> site has none.
SEEK-SITE-ENTRY.

	MOVE 0 TO RFS-DUN-SITE-HIT.
	MOVE 0 TO RFS-DUN-SITE-SCAN.
	PERFORM MATCH-ONE-SITE-ENTRY
		UNTIL RFS-DUN-SITE-SCAN >= RFS-DUN-SITE-USED
			OR RFS-DUN-SITE-HIT > 0.

SEEK-SITE-ENTRY-EXIT.
	EXIT.

MATCH-ONE-SITE-ENTRY.

	ADD 1 TO RFS-DUN-SITE-SCAN.

	IF RFS-DUN-SITE-CODE (RFS-DUN-SITE-SCAN) = RFS-DUN-SEEK-SITE
		MOVE RFS-DUN-SITE-SCAN TO RFS-DUN-SITE-HIT
	END-IF.

MATCH-ONE-SITE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-PRODUCT-ENTRY        <*
*> *** The same for              <*
*> *** RFS-DUN-SEEK-PRODUCT      <*
*> *** within the site in        <*
*> *** RFS-DUN-SITE-HIT, into    <*
*> *** RFS-DUN-PROD-HIT          <*
*> ******************************* <*

FIND-PRODUCT-ENTRY.

	MOVE 0 TO RFS-DUN-PROD-HIT.
	MOVE 0 TO RFS-DUN-PROD-SCAN.
	PERFORM MATCH-ONE-PRODUCT-ENTRY
		UNTIL RFS-DUN-PROD-SCAN >=
				RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT)
			OR RFS-DUN-PROD-HIT > 0.

	IF RFS-DUN-PROD-HIT > 0
		GO TO FIND-PRODUCT-ENTRY-EXIT
	END-IF.

	IF RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT) >= 10
		DISPLAY "RFS-DUN-SITE-TABLE FULL - MORE THAN 10"
			" PRODUCTS DUNNED AT " RFS-DUN-SEEK-SITE UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT).
	MOVE RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT)
		TO RFS-DUN-PROD-HIT.
	MOVE RFS-DUN-SEEK-PRODUCT
		TO RFS-DUN-PROD-CODE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT).
	MOVE "N"
		TO RFS-DUN-PROD-OVERDUE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT).
	MOVE SPACE
		TO RFS-DUN-PROD-LIVE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT).
	MOVE SPACE
		TO RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT).
	MOVE SPACES
		TO RFS-DUN-PROD-BOOKER (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT).

FIND-PRODUCT-ENTRY-EXIT.
	EXIT.

MATCH-ONE-PRODUCT-ENTRY.

	ADD 1 TO RFS-DUN-PROD-SCAN.

	IF RFS-DUN-PROD-CODE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-SCAN) =
			RFS-DUN-SEEK-PRODUCT
		MOVE RFS-DUN-PROD-SCAN TO RFS-DUN-PROD-HIT
	END-IF.

MATCH-ONE-PRODUCT-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** DUN-NEXT-ITEM             <*
*> *** Rolls an overdue invoice  <*
*> *** up into its site: the     <*
*> *** amount owed, and - while  <*
*> *** its product can still be  <*
*> *** dunned - the oldest such  <*
*> *** invoice, which sets the   <*
*> *** site's days past due      <*
*> ******************************* <*

DUN-NEXT-ITEM.

	READ RFS-RCV-FILE NEXT RECORD.

	IF RFS-RCV-STATUS-EOF
		SET RFS-DUN-RCV-EOF TO TRUE
		GO TO DUN-NEXT-ITEM-EXIT
	END-IF.

	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	IF RCV-KIND NOT = "I" OR RCV-STATUS NOT = "O"
		GO TO DUN-NEXT-ITEM-EXIT
	END-IF.

	COMPUTE RFS-DUN-OWED-CENTS = RCV-AMOUNT - RCV-AMOUNT-PAID.
	COMPUTE RFS-DUN-DAYS-PAST = RFS-DUN-TODAY-INT -
		FUNCTION INTEGER-OF-DATE (RCV-DUE-DATE).

	IF RFS-DUN-OWED-CENTS <= 0 OR RFS-DUN-DAYS-PAST <= 0
		GO TO DUN-NEXT-ITEM-EXIT
	END-IF.

	MOVE RCV-SITE-CODE TO RFS-DUN-SEEK-SITE.
	PERFORM FIND-SITE-ENTRY
		THRU FIND-SITE-ENTRY-EXIT.
	MOVE RCV-PRODUCT-CODE TO RFS-DUN-SEEK-PRODUCT.
	PERFORM FIND-PRODUCT-ENTRY
		THRU FIND-PRODUCT-ENTRY-EXIT.

	ADD RFS-DUN-OWED-CENTS TO RFS-DUN-SITE-OWED (RFS-DUN-SITE-HIT).
	ADD 1 TO RFS-DUN-SITE-OVERDUE (RFS-DUN-SITE-HIT).
	MOVE "Y"
		TO RFS-DUN-PROD-OVERDUE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT).

	IF RFS-DUN-PROD-LIVE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT) = SPACE
		PERFORM READ-PRODUCT-MARK
			THRU READ-PRODUCT-MARK-EXIT
		IF (RFS-DUN-MARK = "C" OR RFS-DUN-MARK = "S")
				AND RFS-DUN-MARK-EFFECT <= RFS-DUN-TODAY-NUM
			MOVE "N" TO RFS-DUN-PROD-LIVE
				(RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT)
		ELSE
			MOVE "Y" TO RFS-DUN-PROD-LIVE
				(RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT)
		END-IF
	END-IF.

	IF RFS-DUN-PROD-LIVE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-HIT) = "N"
		GO TO DUN-NEXT-ITEM-EXIT
	END-IF.

	ADD 1 TO RFS-DUN-SITE-DUNNABLE (RFS-DUN-SITE-HIT).

	IF RFS-DUN-DAYS-PAST > RFS-DUN-SITE-DAYS (RFS-DUN-SITE-HIT)
		MOVE RFS-DUN-DAYS-PAST
			TO RFS-DUN-SITE-DAYS (RFS-DUN-SITE-HIT)
		MOVE RCV-INVOICE-NO
			TO RFS-DUN-SITE-REF-NO (RFS-DUN-SITE-HIT)
		MOVE RCV-DUE-DATE
			TO RFS-DUN-SITE-REF-DUE (RFS-DUN-SITE-HIT)
		MOVE RCV-PRODUCT-CODE
			TO RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT)
	END-IF.

DUN-NEXT-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** READ-PRODUCT-MARK         <*
*> *** The current mark and its  <*
*> *** effective date for        <*
*> *** RFS-DUN-SEEK-SITE/PRODUCT <*
*> *** from rfs-position.dat -   <*
*> *** spaces when the product   <*
*> *** has no position yet       <*
*> ******************************* <*

READ-PRODUCT-MARK.

	MOVE SPACE TO RFS-DUN-MARK.
	MOVE 0     TO RFS-DUN-MARK-EFFECT.

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		GO TO READ-PRODUCT-MARK-EXIT
	END-IF.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	MOVE RFS-DUN-SEEK-SITE    TO RFS-POS-SITE-CODE.
	MOVE RFS-DUN-SEEK-PRODUCT TO RFS-POS-PRODUCT-CODE.
	READ RFS-POS-FILE.

	IF RFS-POS-STATUS-OK
		MOVE RFS-POS-IMAGE TO RFS-RECORD
		MOVE RECORD-STATUS    TO RFS-DUN-MARK
		MOVE STATUS-EFFECTIVE TO RFS-DUN-MARK-EFFECT
	ELSE
		IF NOT RFS-POS-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
	END-IF.

	CLOSE RFS-POS-FILE.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

READ-PRODUCT-MARK-EXIT.
	EXIT.

*> ******************************* <*
*> *** DUN-ONE-SITE              <*
*> *** A site owing nothing      <*
*> *** overdue, or only on       <*
*> *** products already          <*
*> *** cancelled or suspended,   <*
*> *** has its running cycle     <*
*> *** stopped; one still owing  <*
*> *** moves on a stage once its <*
*> *** oldest invoice is far     <*
*> *** enough past due           <*
*> ******************************* <*

DUN-ONE-SITE.

	ADD 1 TO RFS-DUN-SITE-IDX.
	MOVE RFS-DUN-SITE-IDX TO RFS-DUN-SITE-HIT.
	MOVE RFS-DUN-SITE-STAGE (RFS-DUN-SITE-HIT) TO RFS-DUN-REACHED.

	IF RFS-DUN-SITE-OVERDUE (RFS-DUN-SITE-HIT) = 0
		IF RFS-DUN-REACHED > 0
			PERFORM STOP-DUNNING-CYCLE
				THRU STOP-DUNNING-CYCLE-EXIT
		END-IF
		GO TO DUN-ONE-SITE-EXIT
	END-IF.

	*> A booked suspension still stands while the site owes -
	*> the cycle waits on it rather than stopping.
	IF RFS-DUN-SITE-DUNNABLE (RFS-DUN-SITE-HIT) = 0
		MOVE "N" TO RFS-DUN-BOOKED-FLAG
		MOVE 0 TO RFS-DUN-PROD-IDX
		PERFORM CHECK-ONE-BOOKING
			UNTIL RFS-DUN-PROD-IDX >=
				RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT)
		IF RFS-DUN-REACHED > 0 AND NOT RFS-DUN-ANY-BOOKED
			PERFORM STOP-DUNNING-CYCLE
				THRU STOP-DUNNING-CYCLE-EXIT
		END-IF
		GO TO DUN-ONE-SITE-EXIT
	END-IF.

	IF RFS-DUN-REACHED >= RFS-DUN-STAGE-USED
		GO TO DUN-ONE-SITE-EXIT
	END-IF.

	COMPUTE RFS-DUN-NEXT-STAGE = RFS-DUN-REACHED + 1.
	IF RFS-DUN-SITE-DAYS (RFS-DUN-SITE-HIT) <
			RFS-DUN-STAGE-DAYS (RFS-DUN-NEXT-STAGE)
		GO TO DUN-ONE-SITE-EXIT
	END-IF.

	PERFORM ADVANCE-DUNNING-STAGE
		THRU ADVANCE-DUNNING-STAGE-EXIT.

DUN-ONE-SITE-EXIT.
	EXIT.

CHECK-ONE-BOOKING.

	ADD 1 TO RFS-DUN-PROD-IDX.

	IF RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
			NOT = SPACE
		MOVE "Y" TO RFS-DUN-BOOKED-FLAG
	END-IF.

CHECK-ONE-BOOKING-EXIT.
	EXIT.

*> ******************************* <*
*> *** ADVANCE-DUNNING-STAGE     <*
*> *** The suspensions go first  <*
*> *** - if the scheduler or the <*
*> *** queue refuses one nothing <*
*> *** is sent and the stage is  <*
*> *** tried again tomorrow      <*
*> *** night; the bookings that  <*
*> *** did go through are logged <*
*> *** and not raised twice      <*
*> ******************************* <*

ADVANCE-DUNNING-STAGE.

	MOVE RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT) TO RFS-CST-LOOKUP-SITE.
	PERFORM LOOKUP-SITE-CUSTOMER
		THRU LOOKUP-SITE-CUSTOMER-EXIT.

	MOVE SPACES TO RFS-DUN-ACTION-TEXT.
	MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT)
		TO RFS-DUN-LINE-PRODUCT.
	MOVE 0 TO RFS-DUN-EFFECT-NUM.

	IF RFS-DUN-STAGE-CODE (RFS-DUN-NEXT-STAGE) = "SUSPEND"
		PERFORM SET-SUSPENSION-DATE
		MOVE "N" TO RFS-DUN-BOOK-FAILED-FLAG
		MOVE 0 TO RFS-DUN-PROD-IDX
		PERFORM RAISE-DUNNING-SUSPENSION
			THRU RAISE-DUNNING-SUSPENSION-EXIT
			UNTIL RFS-DUN-PROD-IDX >=
				RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT)
		IF RFS-DUN-BOOK-FAILED
			GO TO ADVANCE-DUNNING-STAGE-EXIT
		END-IF
		MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT)
			TO RFS-DUN-LINE-PRODUCT
		IF RFS-CST-KEY-ACCOUNT
			MOVE "SUSPEND QUEUED FOR REVIEW" TO RFS-DUN-ACTION-TEXT
		ELSE
			STRING "SUSPEND BOOKED FOR " DELIMITED BY SIZE
				RFS-DUN-EFFECT-TEXT DELIMITED BY SIZE
				INTO RFS-DUN-ACTION-TEXT
		END-IF
	END-IF.

	IF RFS-DUN-STAGE-TEMPLATE (RFS-DUN-NEXT-STAGE) NOT = SPACES
		PERFORM WRITE-DUNNING-LETTER
			THRU WRITE-DUNNING-LETTER-EXIT
		IF RFS-DUN-ACTION-TEXT = SPACES
			MOVE RFS-NTC-OPEN-NAME TO RFS-DUN-ACTION-TEXT
		END-IF
	END-IF.

	MOVE RFS-DUN-NEXT-STAGE TO DLG-STAGE.
	MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT) TO DLG-PRODUCT.
	MOVE SPACE  TO DLG-ROUTE.
	MOVE SPACES TO DLG-BOOKER.
	PERFORM APPEND-DUNNING-LOG
		THRU APPEND-DUNNING-LOG-EXIT.

	MOVE RFS-DUN-REACHED    TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-DUN-NEXT-STAGE TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-DUNNING-EVENT.

	ADD 1 TO RFS-DUN-ADVANCED-COUNT.
	MOVE RFS-DUN-STAGE-CODE (RFS-DUN-NEXT-STAGE) TO DUN-STAGE-OUT.
	PERFORM WRITE-TRANSITION-LINE.

ADVANCE-DUNNING-STAGE-EXIT.
	EXIT.

*> ******************************* <*
*> *** SET-SUSPENSION-DATE       <*
*> *** Today plus the gap to the <*
*> *** stage after this one, or  <*
*> *** from the one before it    <*
*> *** when it is the last - a   <*
*> *** day at the least          <*
*> ******************************* <*

SET-SUSPENSION-DATE.

	IF RFS-DUN-NEXT-STAGE < RFS-DUN-STAGE-USED
		COMPUTE RFS-DUN-LEAD-DAYS =
			RFS-DUN-STAGE-DAYS (RFS-DUN-NEXT-STAGE + 1) -
			RFS-DUN-STAGE-DAYS (RFS-DUN-NEXT-STAGE)
	ELSE
		IF RFS-DUN-NEXT-STAGE > 1
			COMPUTE RFS-DUN-LEAD-DAYS =
				RFS-DUN-STAGE-DAYS (RFS-DUN-NEXT-STAGE) -
				RFS-DUN-STAGE-DAYS (RFS-DUN-NEXT-STAGE - 1)
		ELSE
			MOVE RFS-DUN-STAGE-DAYS (RFS-DUN-NEXT-STAGE)
				TO RFS-DUN-LEAD-DAYS
		END-IF
	END-IF.

	IF RFS-DUN-LEAD-DAYS < 1
		MOVE 1 TO RFS-DUN-LEAD-DAYS
	END-IF.

	COMPUTE RFS-DUN-EFFECT-NUM = FUNCTION DATE-OF-INTEGER
		(RFS-DUN-TODAY-INT + RFS-DUN-LEAD-DAYS).

	MOVE RFS-DUN-EFFECT-YEAR  TO DUN-EFFECT-YEAR.
	MOVE RFS-DUN-EFFECT-MONTH TO DUN-EFFECT-MONTH.
	MOVE RFS-DUN-EFFECT-DAY   TO DUN-EFFECT-DAY.

SET-SUSPENSION-DATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** RAISE-DUNNING-SUSPENSION  <*
*> *** One overdue product not   <*
*> *** booked yet: booked        <*
*> *** outright for the          <*
*> *** suspension date, so the   <*
*> *** window's SCHEDULE step    <*
*> *** applies it that night -   <*
*> *** unless the site is a key  <*
*> *** customer, whose           <*
*> *** suspension waits in the   <*
*> *** two-person queue          <*
*> ******************************* <*

RAISE-DUNNING-SUSPENSION.

	ADD 1 TO RFS-DUN-PROD-IDX.

	IF RFS-DUN-PROD-OVERDUE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
			NOT = "Y"
		OR RFS-DUN-PROD-LIVE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
			NOT = "Y"
		OR RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
			NOT = SPACE
		GO TO RAISE-DUNNING-SUSPENSION-EXIT
	END-IF.

	MOVE RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT) TO RFS-DUN-CALL-SITE.
	MOVE RFS-DUN-PROD-CODE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
		TO RFS-DUN-CALL-PRODUCT.
	MOVE RFS-DUN-EFFECT-DAY   TO RFS-DUN-CALL-DAY.
	MOVE RFS-DUN-EFFECT-MONTH TO RFS-DUN-CALL-MONTH.
	MOVE RFS-DUN-EFFECT-YEAR  TO RFS-DUN-CALL-YEAR.
	MOVE RFS-DUN-EFFECT-DAY   TO RFS-DUN-CALL-EFF-DAY.
	MOVE RFS-DUN-EFFECT-MONTH TO RFS-DUN-CALL-EFF-MONTH.
	MOVE RFS-DUN-EFFECT-YEAR  TO RFS-DUN-CALL-EFF-YEAR.

	MOVE 0 TO RETURN-CODE.
	IF RFS-CST-KEY-ACCOUNT
		MOVE "REQ " TO RFS-DUN-CALL-OP
		MOVE SPACES TO RFS-DUN-CALL-USER
		CALL "ReyActionQueue" USING RFS-DUN-CALL-OP
			RFS-DUN-CALL-ACTION RFS-DUN-CALL-SITE
			RFS-DUN-CALL-PRODUCT RFS-DUN-CALL-DAY
			RFS-DUN-CALL-MONTH RFS-DUN-CALL-YEAR
			RFS-DUN-CALL-USER RFS-DUN-CALL-PEND-ID
		MOVE "Q" TO DLG-ROUTE
		MOVE RFS-SIGNON-USER TO DLG-BOOKER
	ELSE
		MOVE "BOOK" TO RFS-DUN-CALL-OP
		MOVE RFS-DUN-BOOK-USER TO RFS-DUN-CALL-USER
		CALL "ReyScheduleRFS" USING RFS-DUN-CALL-OP
			RFS-DUN-CALL-ACTION RFS-DUN-CALL-SITE
			RFS-DUN-CALL-PRODUCT RFS-DUN-CALL-DAY
			RFS-DUN-CALL-MONTH RFS-DUN-CALL-YEAR
			RFS-DUN-CALL-TERM RFS-DUN-CALL-EFF-DAY
			RFS-DUN-CALL-EFF-MONTH RFS-DUN-CALL-EFF-YEAR
			RFS-DUN-CALL-USER
		MOVE "B" TO DLG-ROUTE
		MOVE RFS-DUN-BOOK-USER TO DLG-BOOKER
	END-IF.

	MOVE RETURN-CODE TO RFS-DUN-CALL-RC.
	MOVE 0 TO RETURN-CODE.

	IF RFS-DUN-CALL-RC NOT = 0
		DISPLAY "ReyDunningRFS - SUSPENSION OF " RFS-DUN-CALL-SITE
			" " RFS-DUN-CALL-PRODUCT
			" REFUSED, RETURN-CODE " RFS-DUN-CALL-RC
			" - RETRIED NEXT RUN" UPON CONSOLE
		MOVE "Y" TO RFS-DUN-BOOK-FAILED-FLAG
		ADD 1 TO RFS-DUN-FAILED-COUNT
		MOVE SPACES TO RFS-DUN-ACTION-TEXT
		STRING "SUSPEND REFUSED, RC " DELIMITED BY SIZE
			RFS-DUN-CALL-RC DELIMITED BY SIZE
			INTO RFS-DUN-ACTION-TEXT
		MOVE RFS-DUN-CALL-PRODUCT TO RFS-DUN-LINE-PRODUCT
		MOVE RFS-DUN-STAGE-CODE (RFS-DUN-NEXT-STAGE)
			TO DUN-STAGE-OUT
		PERFORM WRITE-TRANSITION-LINE
		GO TO RAISE-DUNNING-SUSPENSION-EXIT
	END-IF.

	*> The booking is logged at the stage already reached, so a
	*> refusal of another product leaves the site where it was.
	MOVE RFS-DUN-REACHED      TO DLG-STAGE.
	MOVE RFS-DUN-CALL-PRODUCT TO DLG-PRODUCT.
	PERFORM APPEND-DUNNING-LOG
		THRU APPEND-DUNNING-LOG-EXIT.

RAISE-DUNNING-SUSPENSION-EXIT.
	EXIT.

*> ******************************* <*
*> *** STOP-DUNNING-CYCLE        <*
*> *** Every suspension this     <*
*> *** cycle raised is taken     <*
*> *** back before anything      <*
*> *** else - withdrawn while    <*
*> *** still booked, lifted once <*
*> *** applied. Only when none   <*
*> *** is refused is the stop    <*
*> *** logged                    <*
*> ******************************* <*

STOP-DUNNING-CYCLE.

	MOVE SPACES TO RFS-DUN-ACTION-TEXT.
	MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT)
		TO RFS-DUN-LINE-PRODUCT.
	MOVE "N" TO RFS-DUN-STOP-FAILED-FLAG.
	MOVE 0 TO RFS-DUN-WDRW-COUNT.
	MOVE 0 TO RFS-DUN-LIFT-COUNT.

	MOVE 0 TO RFS-DUN-PROD-IDX.
	PERFORM WITHDRAW-DUNNING-SUSPENSION
		THRU WITHDRAW-DUNNING-SUSPENSION-EXIT
		UNTIL RFS-DUN-PROD-IDX >=
			RFS-DUN-SITE-PROD-USED (RFS-DUN-SITE-HIT).

	IF RFS-DUN-STOP-FAILED
		GO TO STOP-DUNNING-CYCLE-EXIT
	END-IF.

	MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT)
		TO RFS-DUN-LINE-PRODUCT.
	EVALUATE TRUE
		WHEN RFS-DUN-SITE-OVERDUE (RFS-DUN-SITE-HIT) > 0
			MOVE "CANCELLED/SUSPENDED - CYCLE STOPPED"
				TO RFS-DUN-ACTION-TEXT
		WHEN RFS-DUN-LIFT-COUNT > 0
			MOVE "PAID - SUSPENSION LIFTED" TO RFS-DUN-ACTION-TEXT
		WHEN RFS-DUN-WDRW-COUNT > 0
			MOVE "PAID - SUSPENSION WITHDRAWN"
				TO RFS-DUN-ACTION-TEXT
		WHEN RFS-DUN-ACTION-TEXT NOT = SPACES
			CONTINUE
		WHEN OTHER
			MOVE "PAID - CYCLE STOPPED" TO RFS-DUN-ACTION-TEXT
	END-EVALUATE.

	MOVE 0 TO DLG-STAGE.
	MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT) TO DLG-PRODUCT.
	MOVE SPACE  TO DLG-ROUTE.
	MOVE SPACES TO DLG-BOOKER.
	PERFORM APPEND-DUNNING-LOG
		THRU APPEND-DUNNING-LOG-EXIT.

	MOVE RFS-DUN-REACHED TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0               TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-DUNNING-EVENT.

	ADD 1 TO RFS-DUN-STOPPED-COUNT.
	MOVE "STOPPED" TO DUN-STAGE-OUT.
	PERFORM WRITE-TRANSITION-LINE.

STOP-DUNNING-CYCLE-EXIT.
	EXIT.

WITHDRAW-DUNNING-SUSPENSION.

	ADD 1 TO RFS-DUN-PROD-IDX.

	IF RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
			= SPACE
		GO TO WITHDRAW-DUNNING-SUSPENSION-EXIT
	END-IF.

	MOVE "WDRW" TO RFS-DUN-CALL-OP.
	MOVE RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT) TO RFS-DUN-CALL-SITE.
	MOVE RFS-DUN-PROD-CODE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
		TO RFS-DUN-CALL-PRODUCT.
	MOVE 0 TO RFS-DUN-CALL-DAY.
	MOVE 0 TO RFS-DUN-CALL-MONTH.
	MOVE 0 TO RFS-DUN-CALL-YEAR.
	MOVE 0 TO RFS-DUN-CALL-EFF-DAY.
	MOVE 0 TO RFS-DUN-CALL-EFF-MONTH.
	MOVE 0 TO RFS-DUN-CALL-EFF-YEAR.

	MOVE 0 TO RETURN-CODE.
	IF RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX) = "Q"
		MOVE SPACES TO RFS-DUN-CALL-USER
		CALL "ReyActionQueue" USING RFS-DUN-CALL-OP
			RFS-DUN-CALL-ACTION RFS-DUN-CALL-SITE
			RFS-DUN-CALL-PRODUCT RFS-DUN-CALL-DAY
			RFS-DUN-CALL-MONTH RFS-DUN-CALL-YEAR
			RFS-DUN-CALL-USER RFS-DUN-CALL-PEND-ID
	ELSE
		MOVE RFS-DUN-PROD-BOOKER (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
			TO RFS-DUN-CALL-USER
		CALL "ReyScheduleRFS" USING RFS-DUN-CALL-OP
			RFS-DUN-CALL-ACTION RFS-DUN-CALL-SITE
			RFS-DUN-CALL-PRODUCT RFS-DUN-CALL-DAY
			RFS-DUN-CALL-MONTH RFS-DUN-CALL-YEAR
			RFS-DUN-CALL-TERM RFS-DUN-CALL-EFF-DAY
			RFS-DUN-CALL-EFF-MONTH RFS-DUN-CALL-EFF-YEAR
			RFS-DUN-CALL-USER
	END-IF.

	MOVE RETURN-CODE TO RFS-DUN-CALL-RC.
	MOVE 0 TO RETURN-CODE.

	EVALUATE RFS-DUN-CALL-RC
		WHEN 0
			ADD 1 TO RFS-DUN-WDRW-COUNT
		WHEN 4
			PERFORM CHECK-PENDING-SUSPEND
				THRU CHECK-PENDING-SUSPEND-EXIT
			IF RFS-DUN-PEND-HELD
				DISPLAY "ReyDunningRFS - SUSPEND OF "
					RFS-DUN-CALL-SITE " " RFS-DUN-CALL-PRODUCT
					" STILL PENDING REVIEW UNDER ANOTHER SIGN-ON"
					" - RETRIED NEXT RUN" UPON CONSOLE
				MOVE "SUSPEND STILL PENDING REVIEW"
					TO RFS-DUN-ACTION-TEXT
				PERFORM FAIL-DUNNING-STOP
			ELSE
				PERFORM LIFT-APPLIED-SUSPENSION
					THRU LIFT-APPLIED-SUSPENSION-EXIT
			END-IF
		WHEN OTHER
			DISPLAY "ReyDunningRFS - WITHDRAWAL FOR "
				RFS-DUN-CALL-SITE " " RFS-DUN-CALL-PRODUCT
				" REFUSED, RETURN-CODE " RFS-DUN-CALL-RC
				" - RETRIED NEXT RUN" UPON CONSOLE
			MOVE SPACES TO RFS-DUN-ACTION-TEXT
			STRING "WITHDRAWAL REFUSED, RC " DELIMITED BY SIZE
				RFS-DUN-CALL-RC DELIMITED BY SIZE
				INTO RFS-DUN-ACTION-TEXT
			PERFORM FAIL-DUNNING-STOP
	END-EVALUATE.

WITHDRAW-DUNNING-SUSPENSION-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-PENDING-SUSPEND     <*
*> *** A queued suspension can   <*
*> *** only be withdrawn by the  <*
*> *** sign-on that requested    <*
*> *** it, so nothing withdrawn  <*
*> *** does not mean nothing is  <*
*> *** left: any SUSPEND for the <*
*> *** site and product still    <*
*> *** pending review holds the  <*
*> *** stop back                 <*
*> ******************************* <*

CHECK-PENDING-SUSPEND.

	MOVE "N" TO RFS-DUN-PEND-HELD-FLAG.

	IF RFS-DUN-PROD-ROUTE (RFS-DUN-SITE-HIT, RFS-DUN-PROD-IDX)
			NOT = "Q"
		GO TO CHECK-PENDING-SUSPEND-EXIT
	END-IF.

	OPEN INPUT RFS-PEND-FILE.
	IF RFS-PEND-STATUS-NOT-FOUND
		GO TO CHECK-PENDING-SUSPEND-EXIT
	END-IF.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	MOVE "N" TO RFS-DUN-PEND-EOF-FLAG.
	PERFORM CHECK-ONE-PENDING-ENTRY
		THRU CHECK-ONE-PENDING-ENTRY-EXIT
		UNTIL RFS-DUN-PEND-EOF OR RFS-DUN-PEND-HELD.

	CLOSE RFS-PEND-FILE.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

CHECK-PENDING-SUSPEND-EXIT.
	EXIT.

CHECK-ONE-PENDING-ENTRY.

	READ RFS-PEND-FILE NEXT RECORD.

	IF RFS-PEND-STATUS-EOF
		SET RFS-DUN-PEND-EOF TO TRUE
		GO TO CHECK-ONE-PENDING-ENTRY-EXIT
	END-IF.

	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	IF PEND-STATUS = "P"
			AND PEND-ACTION = "SUSPEND"
			AND PEND-SITE-CODE = RFS-DUN-CALL-SITE
			AND PEND-PRODUCT-CODE = RFS-DUN-CALL-PRODUCT
		SET RFS-DUN-PEND-HELD TO TRUE
	END-IF.

CHECK-ONE-PENDING-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** LIFT-APPLIED-SUSPENSION   <*
*> *** Nothing left to withdraw: <*
*> *** if the product stands     <*
*> *** suspended the booking has <*
*> *** already been applied, so  <*
*> *** it is resumed; otherwise  <*
*> *** the operators dealt with  <*
*> *** it and the summary says   <*
*> *** so                        <*
*> ******************************* <*

LIFT-APPLIED-SUSPENSION.

	MOVE RFS-DUN-CALL-SITE    TO RFS-DUN-SEEK-SITE.
	MOVE RFS-DUN-CALL-PRODUCT TO RFS-DUN-SEEK-PRODUCT.
	PERFORM READ-PRODUCT-MARK
		THRU READ-PRODUCT-MARK-EXIT.

	IF RFS-DUN-MARK NOT = "S"
		MOVE "PAID - NO SUSPENSION LEFT TO WITHDRAW"
			TO RFS-DUN-ACTION-TEXT
		GO TO LIFT-APPLIED-SUSPENSION-EXIT
	END-IF.

	MOVE 0 TO RETURN-CODE.
	CALL "ReyResumeRFS" USING RFS-DUN-CALL-SITE
		RFS-DUN-CALL-PRODUCT.
	MOVE RETURN-CODE TO RFS-DUN-CALL-RC.
	MOVE 0 TO RETURN-CODE.

	IF RFS-DUN-CALL-RC = 0
		ADD 1 TO RFS-DUN-LIFT-COUNT
		GO TO LIFT-APPLIED-SUSPENSION-EXIT
	END-IF.

	DISPLAY "ReyDunningRFS - RESUME OF " RFS-DUN-CALL-SITE
		" " RFS-DUN-CALL-PRODUCT
		" REFUSED, RETURN-CODE " RFS-DUN-CALL-RC
		" - RETRIED NEXT RUN" UPON CONSOLE.
	MOVE SPACES TO RFS-DUN-ACTION-TEXT.
	STRING "RESUME REFUSED, RC " DELIMITED BY SIZE
		RFS-DUN-CALL-RC DELIMITED BY SIZE
		INTO RFS-DUN-ACTION-TEXT.
	PERFORM FAIL-DUNNING-STOP.

LIFT-APPLIED-SUSPENSION-EXIT.
	EXIT.

FAIL-DUNNING-STOP.

	MOVE "Y" TO RFS-DUN-STOP-FAILED-FLAG.
	ADD 1 TO RFS-DUN-FAILED-COUNT.
	MOVE RFS-DUN-CALL-PRODUCT TO RFS-DUN-LINE-PRODUCT.
	MOVE "STOPPING" TO DUN-STAGE-OUT.
	PERFORM WRITE-TRANSITION-LINE.

FAIL-DUNNING-STOP-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-DUNNING-LETTER      <*
*> *** The stage's own template, <*
*> *** merged with the site's    <*
*> *** cited invoice, its whole  <*
*> *** overdue amount and the    <*
*> *** customer master into      <*
*> *** rfs-dunning.SITECODE.     <*
*> *** INVOICE.STAGE.txt         <*
*> ******************************* <*

WRITE-DUNNING-LETTER.

	MOVE RFS-DUN-STAGE-TEMPLATE (RFS-DUN-NEXT-STAGE)
		TO RFS-TPL-OPEN-NAME.
	PERFORM LOAD-NOTICE-TEMPLATE
		THRU LOAD-NOTICE-TEMPLATE-EXIT.

	MOVE RFS-DUN-SITE-REF-DUE (RFS-DUN-SITE-HIT) (1:4)
		TO DUN-DUE-YEAR.
	MOVE RFS-DUN-SITE-REF-DUE (RFS-DUN-SITE-HIT) (5:2)
		TO DUN-DUE-MONTH.
	MOVE RFS-DUN-SITE-REF-DUE (RFS-DUN-SITE-HIT) (7:2)
		TO DUN-DUE-DAY.
	MOVE RFS-DUN-SITE-DAYS (RFS-DUN-SITE-HIT) TO RFS-DUN-DAYS-TEXT.
	MOVE RFS-DUN-SITE-REF-NO (RFS-DUN-SITE-HIT)
		TO RFS-DUN-INVOICE-TEXT.
	COMPUTE RFS-DUN-AMOUNT-TEXT =
		RFS-DUN-SITE-OWED (RFS-DUN-SITE-HIT) / 100.

	MOVE SPACES TO RFS-NTC-OPEN-NAME.
	STRING "rfs-dunning."       DELIMITED BY SIZE
		RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT) DELIMITED BY SPACE
		"."                    DELIMITED BY SIZE
		RFS-DUN-SITE-REF-NO (RFS-DUN-SITE-HIT) DELIMITED BY SIZE
		"."                    DELIMITED BY SIZE
		RFS-DUN-NEXT-STAGE     DELIMITED BY SIZE
		".txt"                 DELIMITED BY SIZE
		INTO RFS-NTC-OPEN-NAME.

	OPEN OUTPUT RFS-NTC-FILE.
	IF NOT RFS-NTC-STATUS-OK
		PERFORM HANDLE-RFS-NTC-ERROR
	END-IF.

	MOVE 0 TO RFS-NTC-TPL-IDX.
	PERFORM MERGE-ONE-LETTER-LINE
		THRU MERGE-ONE-LETTER-LINE-EXIT
		UNTIL RFS-NTC-TPL-IDX >= RFS-NTC-TPL-USED.

	CLOSE RFS-NTC-FILE.
	IF NOT RFS-NTC-STATUS-OK
		PERFORM HANDLE-RFS-NTC-ERROR
	END-IF.

WRITE-DUNNING-LETTER-EXIT.
	EXIT.

MERGE-ONE-LETTER-LINE.

	ADD 1 TO RFS-NTC-TPL-IDX.

	MOVE SPACES TO RFS-NTC-WORK-LINE.
	MOVE RFS-NTC-TPL-LINE (RFS-NTC-TPL-IDX)
		TO RFS-NTC-WORK-LINE (1:80).

	MOVE "&CUSTOMER" TO RFS-NTC-TOKEN.
	MOVE 9 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-CST-NAME TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&DUEDATE" TO RFS-NTC-TOKEN.
	MOVE 8 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-DUN-DUE-TEXT TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&INVOICE" TO RFS-NTC-TOKEN.
	MOVE 8 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-DUN-INVOICE-TEXT TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&CONTACT" TO RFS-NTC-TOKEN.
	MOVE 8 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-CST-CONTACT TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&PRODUCT" TO RFS-NTC-TOKEN.
	MOVE 8 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT)
		TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&AMOUNT" TO RFS-NTC-TOKEN.
	MOVE 7 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-DUN-AMOUNT-TEXT TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&STAGE" TO RFS-NTC-TOKEN.
	MOVE 6 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-DUN-STAGE-CODE (RFS-DUN-NEXT-STAGE) TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&SITE" TO RFS-NTC-TOKEN.
	MOVE 5 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT) TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE "&DAYS" TO RFS-NTC-TOKEN.
	MOVE 5 TO RFS-NTC-TOKEN-LEN.
	MOVE RFS-DUN-DAYS-TEXT TO RFS-NTC-VALUE.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	*> The date a suspension takes effect - blank on the stages
	*> that book none.
	MOVE "&EFFECTIVE" TO RFS-NTC-TOKEN.
	MOVE 10 TO RFS-NTC-TOKEN-LEN.
	IF RFS-DUN-EFFECT-NUM = 0
		MOVE SPACES TO RFS-NTC-VALUE
	ELSE
		MOVE RFS-DUN-EFFECT-TEXT TO RFS-NTC-VALUE
	END-IF.
	PERFORM SUBSTITUTE-ONE-TOKEN
		THRU SUBSTITUTE-ONE-TOKEN-EXIT.

	MOVE RFS-NTC-WORK-LINE (1:100) TO RFS-NTC-LINE.
	WRITE RFS-NTC-LINE.
	IF NOT RFS-NTC-STATUS-OK
		PERFORM HANDLE-RFS-NTC-ERROR
	END-IF.

MERGE-ONE-LETTER-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** APPEND-DUNNING-LOG        <*
*> *** Remembers the line in the <*
*> *** table for this run and in <*
*> *** the log file for every    <*
*> *** run after it - the cited  <*
*> *** invoice rides along for   <*
*> *** the record                <*
*> ******************************* <*

APPEND-DUNNING-LOG.

	MOVE RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT)   TO DLG-SITE.
	MOVE RFS-DUN-SITE-REF-NO (RFS-DUN-SITE-HIT) TO DLG-INVOICE.
	MOVE RFS-DUN-TODAY-NUM TO DLG-DATE.

	PERFORM FOLD-DUNNING-LINE
		THRU FOLD-DUNNING-LINE-EXIT.

	OPEN EXTEND RFS-DUNLOG-FILE.
	IF RFS-DUNLOG-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-DUNLOG-FILE
		IF NOT RFS-DUNLOG-STATUS-OK
			PERFORM HANDLE-RFS-DUNLOG-ERROR
		END-IF

		CLOSE RFS-DUNLOG-FILE
		IF NOT RFS-DUNLOG-STATUS-OK
			PERFORM HANDLE-RFS-DUNLOG-ERROR
		END-IF

		OPEN EXTEND RFS-DUNLOG-FILE
	END-IF.
	IF NOT RFS-DUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-DUNLOG-ERROR
	END-IF.

	MOVE RFS-DUN-LOG-LINE-WORK TO RFS-DUNLOG-LINE.
	WRITE RFS-DUNLOG-LINE.
	IF NOT RFS-DUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-DUNLOG-ERROR
	END-IF.

	CLOSE RFS-DUNLOG-FILE.
	IF NOT RFS-DUNLOG-STATUS-OK
		PERFORM HANDLE-RFS-DUNLOG-ERROR
	END-IF.

APPEND-DUNNING-LOG-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-DUNNING-EVENT         <*
*> *** The cited invoice number  <*
*> *** rides in the              <*
*> *** subscription-id column,   <*
*> *** the stage left and the    <*
*> *** stage reached in the      <*
*> *** old/new date columns      <*
*> ******************************* <*

LOG-DUNNING-EVENT.

	MOVE "DUNNING" TO RFS-AUDIT-OPERATION.
	MOVE RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT)
		TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-DUN-SITE-REF-PRODUCT (RFS-DUN-SITE-HIT)
		TO RFS-AUDIT-PRODUCT-CODE.
	MOVE RFS-DUN-SITE-REF-NO (RFS-DUN-SITE-HIT)
		TO RFS-AUDIT-SUBSCRIPTION-ID.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-DUNNING-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-DUNNING-SUMMARY      <*
*> ******************************* <*

OPEN-DUNNING-SUMMARY.

	OPEN OUTPUT RFS-DUNSUM-FILE.
	IF NOT RFS-DUNSUM-STATUS-OK
		PERFORM HANDLE-RFS-DUNSUM-ERROR
	END-IF.

	MOVE RFS-DUN-TITLE-LINE TO RFS-DUNSUM-LINE.
	PERFORM WRITE-SUMMARY-LINE.

	MOVE RFS-DUN-TODAY-NUM TO DUN-RPT-DATE.
	MOVE RFS-DUN-HEAD-LINE TO RFS-DUNSUM-LINE.
	PERFORM WRITE-SUMMARY-LINE.

	MOVE SPACES TO RFS-DUNSUM-LINE.
	PERFORM WRITE-SUMMARY-LINE.

	MOVE RFS-DUN-COLUMN-LINE TO RFS-DUNSUM-LINE.
	PERFORM WRITE-SUMMARY-LINE.

OPEN-DUNNING-SUMMARY-EXIT.
	EXIT.

WRITE-TRANSITION-LINE.

	MOVE RFS-DUN-SITE-CODE (RFS-DUN-SITE-HIT)    TO DUN-SITE-OUT.
	MOVE RFS-DUN-LINE-PRODUCT                    TO DUN-PRODUCT-OUT.
	MOVE RFS-DUN-SITE-REF-NO (RFS-DUN-SITE-HIT)  TO DUN-INVOICE-OUT.
	MOVE RFS-DUN-SITE-REF-DUE (RFS-DUN-SITE-HIT) TO DUN-DUE-OUT.
	MOVE RFS-DUN-SITE-DAYS (RFS-DUN-SITE-HIT)    TO DUN-DAYS-OUT.
	COMPUTE DUN-OWED-OUT = RFS-DUN-SITE-OWED (RFS-DUN-SITE-HIT) / 100.
	MOVE RFS-DUN-ACTION-TEXT TO DUN-ACTION-OUT.

	MOVE RFS-DUN-DETAIL-LINE TO RFS-DUNSUM-LINE.
	PERFORM WRITE-SUMMARY-LINE.

WRITE-TRANSITION-LINE-EXIT.
	EXIT.

CLOSE-DUNNING-SUMMARY.

	MOVE SPACES TO RFS-DUNSUM-LINE.
	PERFORM WRITE-SUMMARY-LINE.

	MOVE RFS-DUN-ADVANCED-COUNT TO DUN-ADVANCED-OUT.
	MOVE RFS-DUN-STOPPED-COUNT  TO DUN-STOPPED-OUT.
	MOVE RFS-DUN-FAILED-COUNT   TO DUN-FAILED-OUT.
	MOVE RFS-DUN-TOTALS-LINE TO RFS-DUNSUM-LINE.
	PERFORM WRITE-SUMMARY-LINE.

	CLOSE RFS-DUNSUM-FILE.
	IF NOT RFS-DUNSUM-STATUS-OK
		PERFORM HANDLE-RFS-DUNSUM-ERROR
	END-IF.

CLOSE-DUNNING-SUMMARY-EXIT.
	EXIT.

WRITE-SUMMARY-LINE.

	WRITE RFS-DUNSUM-LINE.
	IF NOT RFS-DUNSUM-STATUS-OK
		PERFORM HANDLE-RFS-DUNSUM-ERROR
	END-IF.

WRITE-SUMMARY-LINE-EXIT.
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
*> *** HANDLE-RFS-DUNCFG-ERROR   <*
*> ******************************* <*

HANDLE-RFS-DUNCFG-ERROR.
	DISPLAY "RFS-DUNCFG-FILE ERROR - FILE STATUS " RFS-DUNCFG-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-DUNCFG-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-DUNLOG-ERROR   <*
*> ******************************* <*

HANDLE-RFS-DUNLOG-ERROR.
	DISPLAY "RFS-DUNLOG-FILE ERROR - FILE STATUS " RFS-DUNLOG-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-DUNLOG-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-DUNSUM-ERROR   <*
*> ******************************* <*

HANDLE-RFS-DUNSUM-ERROR.
	DISPLAY "RFS-DUNSUM-FILE ERROR - FILE STATUS " RFS-DUNSUM-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-DUNSUM-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-NTC-ERROR      <*
*> ******************************* <*

HANDLE-RFS-NTC-ERROR.
	DISPLAY "RFS-NTC-FILE ERROR - FILE STATUS " RFS-NTC-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-NTC-ERROR-EXIT.
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

	COPY "ntcmerge.cpy".
	COPY "custmast.lookup.cpy".
	COPY "audit.log.cpy".
	COPY "audit.error.cpy".
	COPY "position.error.cpy".
	COPY "runlog.cpy".
