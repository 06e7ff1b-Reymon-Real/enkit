*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyScheduleRFS.cbl   *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
			COPY "schedule.env.cpy".
			COPY "schedrpt.env.cpy".
			COPY "audit.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
		COPY "schedule.fd.cpy".
		COPY "schedrpt.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "schedule.status.cpy".
		COPY "schedrpt.status.cpy".
		COPY "audit.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audit.log-ws.cpy".

		COPY "rfs.validate-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-SCH-TODAY-DATE.
			05 RFS-SCH-TODAY-YEAR   PIC 9(04).
			05 RFS-SCH-TODAY-MONTH  PIC 9(02).
		01 RFS-SCH-APPLIED-COUNT PIC 9(04) VALUE 0.
		01 RFS-SCH-FAILED-COUNT  PIC 9(04) VALUE 0.
		01 RFS-SCH-LIST-COUNT    PIC 9(04) VALUE 0.
		01 RFS-SCH-WITHDRAWN-COUNT PIC 9(04) VALUE 0.

		*> The due entries found by the RUN walk, applied after
		*> the walk so the keyed file is never updated while it
		01 RFS-SCH-CALL-DAY     USAGE BINARY-LONG.
		01 RFS-SCH-CALL-MONTH   USAGE BINARY-LONG.
		01 RFS-SCH-CALL-YEAR    USAGE BINARY-LONG.
		01 RFS-SCH-CALL-CASCADE PIC X(01).

		01 RFS-SCH-TITLE-LINE PIC X(80)
			VALUE "Scheduled actions book".
		01 RFS-IN-EFFECT-MONTH USAGE BINARY-LONG.
		01 RFS-IN-EFFECT-YEAR  USAGE BINARY-LONG.
		01 RFS-IN-USER-ID      PIC X(08).
		01 RFS-IN-CASCADE      PIC X(01).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*>     dropped. Operation "LIST" writes rfs-schedule.txt: every
*>     still-booked action, the not-yet-due ones showing what is
*>     coming and the due-but-unapplied ones flagged **FAILING**.
*>     Operation "WDRW" withdraws every still-booked action of
*>     the given kind for the site/product that the same user
*>     booked - a dunning suspension the customer has since paid
*>     off, say - marking it "W" so no RUN ever applies it; each
*>     withdrawal logs a SCHEDWDRW line.
*>     A CANCEL booked with the cascade option takes the live
*>     add-ons down with the product when it is applied; one
*>     booked without it is refused while any are left.
*>     SCHEDULE/SCHEDAPP audit lines carry the book id in the
*>     subscription-id column; the applied entry point writes
*>     its own audit line as usual.
*>     A RUN appends its control totals to rfs-runlog.dat: due
*>     actions found, applied and left booked on a failure.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "BOOK", "RUN ", "LIST" or "WDRW"
*>     RFS-IN-ACTION - "RENEW", "CANCEL" or "SUSPEND" (BOOK/WDRW)
*>     RFS-IN-SITE-CODE, RFS-IN-PRODUCT-CODE - the target
*>     (BOOK/WDRW; product SPACES falls back to CORE at apply
*>     time)
*>     RFS-IN-DUE-DAY/MONTH/YEAR - when the action is applied
*>     RFS-IN-TERM-DAYS - RENEW's term (BOOK)
*>     RFS-IN-EFFECT-DAY/MONTH/YEAR - CANCEL/SUSPEND's effective
*>     date (BOOK; zeros fall back to the due date)
*>     RFS-IN-USER-ID - the operator booking the action (BOOK),
*>     or whose bookings are withdrawn (WDRW)
*>     RFS-IN-CASCADE (optional) - "Y" books a CANCEL that
*>     cancels the live add-ons too (BOOK); omitted or anything
*>     else books one that refuses while any are
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 20 when a booking's values fail validation, 4
*>     when a RUN left any due action unapplied or a WDRW found
*>     nothing booked to withdraw, 16 when a file operation
*>     could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-ACTION
		RFS-IN-DUE-DAY RFS-IN-DUE-MONTH RFS-IN-DUE-YEAR
		RFS-IN-TERM-DAYS
		RFS-IN-EFFECT-DAY RFS-IN-EFFECT-MONTH RFS-IN-EFFECT-YEAR
		RFS-IN-USER-ID OPTIONAL RFS-IN-CASCADE.

	ACCEPT RFS-SCH-TODAY-DATE FROM DATE YYYYMMDD.
	COMPUTE RFS-SCH-TODAY-NUM =
		WHEN "LIST"
			PERFORM LIST-BOOKED-ACTIONS
				THRU LIST-BOOKED-ACTIONS-EXIT
		WHEN "WDRW"
			PERFORM WITHDRAW-BOOKED-ACTIONS
				THRU WITHDRAW-BOOKED-ACTIONS-EXIT
		WHEN OTHER
			DISPLAY "ReyScheduleRFS - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
	MOVE 0                  TO SCHED-APPLIED-DATE.
	MOVE 0                  TO SCHED-FAIL-COUNT.
	MOVE 0                  TO SCHED-LAST-RC.
	MOVE "N"                TO SCHED-CASCADE.
	IF ADDRESS OF RFS-IN-CASCADE NOT = NULL
		IF RFS-IN-CASCADE = "Y"
			MOVE "Y" TO SCHED-CASCADE
		END-IF
	END-IF.

	WRITE RFS-SCHED-RECORD.
	IF NOT RFS-SCHED-STATUS-OK

RUN-DUE-ACTIONS.

	*> This program stays loaded across CALLs in one run unit,
	*> so the table and the counts start afresh every time.
	MOVE 0 TO RFS-SCH-DUE-USED.
	MOVE 0 TO RFS-SCH-APPLIED-COUNT.
	MOVE 0 TO RFS-SCH-FAILED-COUNT.
	MOVE 0 TO RFS-SCH-WITHDRAWN-COUNT.

	MOVE "ReyScheduleRFS" TO RFS-RUN-PROGRAM.
	MOVE "RUN" TO RFS-RUN-STEP.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	OPEN INPUT RFS-SCHED-FILE.
	IF RFS-SCHED-STATUS-NOT-FOUND
		DISPLAY "ReyScheduleRFS - NOTHING BOOKED" UPON CONSOLE
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GO TO RUN-DUE-ACTIONS-EXIT
	END-IF.
	IF NOT RFS-SCHED-STATUS-OK
		MOVE 4 TO RETURN-CODE
	END-IF.

	MOVE RFS-SCH-DUE-USED      TO RFS-RUN-READ.
	MOVE RFS-SCH-APPLIED-COUNT TO RFS-RUN-WRITTEN.
	MOVE RFS-SCH-FAILED-COUNT  TO RFS-RUN-REJECTED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.

RUN-DUE-ACTIONS-EXIT.
	EXIT.

		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	*> Withdrawn or applied since the walk - nothing to do.
	IF SCHED-STATUS NOT = "B"
		CLOSE RFS-SCHED-FILE
		IF NOT RFS-SCHED-STATUS-OK
			PERFORM HANDLE-RFS-SCHED-ERROR
		END-IF
		GO TO APPLY-ONE-DUE-ENTRY-EXIT
	END-IF.

	MOVE SCHED-SITE-CODE    TO RFS-SCH-CALL-SITE.
	MOVE SCHED-PRODUCT-CODE TO RFS-SCH-CALL-PRODUCT.
	MOVE SCHED-TERM-DAYS    TO RFS-SCH-CALL-TERM.
	MOVE SCHED-EFFECT-DATE (7:2) TO RFS-SCH-CALL-DAY.
	MOVE SCHED-EFFECT-DATE (5:2) TO RFS-SCH-CALL-MONTH.
	MOVE SCHED-EFFECT-DATE (1:4) TO RFS-SCH-CALL-YEAR.
	MOVE SCHED-CASCADE      TO RFS-SCH-CALL-CASCADE.

	MOVE 0 TO RETURN-CODE.
	EVALUATE SCHED-ACTION
			CALL "ReyCancelRFS" USING RFS-SCH-CALL-SITE
				RFS-SCH-CALL-PRODUCT RFS-SCH-CALL-DAY
				RFS-SCH-CALL-MONTH RFS-SCH-CALL-YEAR
				RFS-SCH-CALL-CASCADE
		WHEN "SUSPEND"
			CALL "ReySuspendRFS" USING RFS-SCH-CALL-SITE
				RFS-SCH-CALL-PRODUCT RFS-SCH-CALL-DAY
APPLY-ONE-DUE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** WITHDRAW-BOOKED-ACTIONS   <*
*> *** Same two passes as the    <*
*> *** RUN: collect the matching <*
*> *** still-booked entries,     <*
*> *** then mark them withdrawn  <*
*> *** one by one                <*
*> ******************************* <*

WITHDRAW-BOOKED-ACTIONS.

	*> This program stays loaded across CALLs in one run unit,
	*> so the table and the counts start afresh every time.
	MOVE 0 TO RFS-SCH-DUE-USED.
	MOVE 0 TO RFS-SCH-APPLIED-COUNT.
	MOVE 0 TO RFS-SCH-FAILED-COUNT.
	MOVE 0 TO RFS-SCH-WITHDRAWN-COUNT.

	IF RFS-IN-ACTION = SPACES OR RFS-IN-SITE-CODE = SPACES
		DISPLAY "ReyScheduleRFS - WITHDRAWAL REJECTED: BAD-TARGET"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	OPEN INPUT RFS-SCHED-FILE.
	IF RFS-SCHED-STATUS-NOT-FOUND
		DISPLAY "ReyScheduleRFS - NOTHING BOOKED" UPON CONSOLE
		MOVE 4 TO RETURN-CODE
		GO TO WITHDRAW-BOOKED-ACTIONS-EXIT
	END-IF.
	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	MOVE "N" TO RFS-SCH-SCAN-EOF-FLAG.
	PERFORM COLLECT-ONE-WITHDRAW-ENTRY
		THRU COLLECT-ONE-WITHDRAW-ENTRY-EXIT
		UNTIL RFS-SCH-SCAN-EOF.

	CLOSE RFS-SCHED-FILE.
	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	MOVE 0 TO RFS-SCH-DUE-IDX.
	PERFORM WITHDRAW-ONE-ENTRY
		THRU WITHDRAW-ONE-ENTRY-EXIT
		UNTIL RFS-SCH-DUE-IDX >= RFS-SCH-DUE-USED.

	DISPLAY "ReyScheduleRFS - WITHDRAWN " RFS-SCH-WITHDRAWN-COUNT
		UPON CONSOLE.

	IF RFS-SCH-WITHDRAWN-COUNT = 0
		MOVE 4 TO RETURN-CODE
	END-IF.

WITHDRAW-BOOKED-ACTIONS-EXIT.
	EXIT.

COLLECT-ONE-WITHDRAW-ENTRY.

	READ RFS-SCHED-FILE NEXT RECORD.

	IF RFS-SCHED-STATUS-EOF
		SET RFS-SCH-SCAN-EOF TO TRUE
		GO TO COLLECT-ONE-WITHDRAW-ENTRY-EXIT
	END-IF.

	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	IF SCHED-STATUS NOT = "B"
			OR SCHED-ACTION NOT = RFS-IN-ACTION
			OR SCHED-SITE-CODE NOT = RFS-IN-SITE-CODE
			OR SCHED-PRODUCT-CODE NOT = RFS-IN-PRODUCT-CODE
			OR SCHED-BOOKED-BY NOT = RFS-IN-USER-ID
		GO TO COLLECT-ONE-WITHDRAW-ENTRY-EXIT
	END-IF.

	IF RFS-SCH-DUE-USED >= 200
		DISPLAY "RFS-SCH-DUE-TABLE FULL - MORE THAN 200 MATCHING"
			" ACTIONS" UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-SCH-DUE-USED.
	MOVE SCHED-ID TO RFS-SCH-DUE-ID (RFS-SCH-DUE-USED).

COLLECT-ONE-WITHDRAW-ENTRY-EXIT.
	EXIT.

WITHDRAW-ONE-ENTRY.

	ADD 1 TO RFS-SCH-DUE-IDX.

	PERFORM OPEN-SCHEDULE-UPDATE
		THRU OPEN-SCHEDULE-UPDATE-EXIT.

	MOVE RFS-SCH-DUE-ID (RFS-SCH-DUE-IDX) TO SCHED-ID.
	READ RFS-SCHED-FILE.
	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	IF SCHED-STATUS NOT = "B"
		CLOSE RFS-SCHED-FILE
		IF NOT RFS-SCHED-STATUS-OK
			PERFORM HANDLE-RFS-SCHED-ERROR
		END-IF
		GO TO WITHDRAW-ONE-ENTRY-EXIT
	END-IF.

	MOVE "W" TO SCHED-STATUS.
	MOVE RFS-SCH-TODAY-NUM TO SCHED-APPLIED-DATE.

	REWRITE RFS-SCHED-RECORD.
	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	CLOSE RFS-SCHED-FILE.
	IF NOT RFS-SCHED-STATUS-OK
		PERFORM HANDLE-RFS-SCHED-ERROR
	END-IF.

	ADD 1 TO RFS-SCH-WITHDRAWN-COUNT.

	MOVE "SCHEDWDRW"        TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-USER-ID     TO RFS-AUDIT-USER-ID.
	MOVE SCHED-SITE-CODE    TO RFS-AUDIT-SITE-CODE.
	MOVE SCHED-PRODUCT-CODE TO RFS-AUDIT-PRODUCT-CODE.
	MOVE SCHED-ID           TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE SCHED-DUE-DATE     TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-SCH-TODAY-NUM  TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

WITHDRAW-ONE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-SCHEDULE-UPDATE      <*
*> *** Creates the book on first <*

LIST-BOOKED-ACTIONS.

	MOVE 0 TO RFS-SCH-LIST-COUNT.
	MOVE "N" TO RFS-SCH-SCHED-OPEN-FLAG.

	OPEN OUTPUT RFS-SCHRPT-FILE.
	IF NOT RFS-SCHRPT-STATUS-OK
		PERFORM HANDLE-RFS-SCHRPT-ERROR
	COPY "rfs.validate.cpy".
	COPY "audit.log.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
