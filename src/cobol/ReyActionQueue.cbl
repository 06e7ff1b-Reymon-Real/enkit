*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyActionQueue.cbl   *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		01 RFS-AQ-PEND-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-AQ-PEND-OPEN VALUE "Y".

		*> The entries a WDRW walk matched, marked withdrawn after
		*> the walk so the keyed file is never updated while it
		*> is being read through.
		01 RFS-AQ-WDRW-TABLE.
			05 RFS-AQ-WDRW-ID OCCURS 200 TIMES PIC 9(06).

		01 RFS-AQ-WDRW-USED PIC 9(03) VALUE 0.
		01 RFS-AQ-WDRW-IDX  PIC 9(03).
		01 RFS-AQ-WITHDRAWN-COUNT PIC 9(04) VALUE 0.

		01 RFS-AQ-LIST-COUNT  PIC 9(04) VALUE 0.
		01 RFS-AQ-STALE-COUNT PIC 9(04) VALUE 0.

		01 RFS-AQ-CALL-DAY     USAGE BINARY-LONG.
		01 RFS-AQ-CALL-MONTH   USAGE BINARY-LONG.
		01 RFS-AQ-CALL-YEAR    USAGE BINARY-LONG.
		01 RFS-AQ-CALL-CASCADE PIC X(01).

		01 RFS-AQ-TITLE-LINE PIC X(80)
			VALUE "Pending actions awaiting second-operator review".
		01 RFS-IN-EFFECT-YEAR  USAGE BINARY-LONG.
		01 RFS-IN-USER-ID      PIC X(08).
		01 RFS-IN-PENDING-ID   USAGE BINARY-LONG.
		01 RFS-IN-CASCADE      PIC X(01).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*>     check. Operation "LIST" writes
*>     rfs-pending.txt - every still-pending action with its age
*>     in days, flagging and counting the ones pending past 48
*>     hours so the queue does not silt up. Operation "WDRW" lets
*>     the signed-on requester take back their own still-pending
*>     requests of the given kind for the site/product - the
*>     dunning run does this when a key customer pays before
*>     review - marking them "W" with a WITHDRAW audit line; a
*>     withdrawal applies nothing, so it needs no second
*>     operator. A CANCEL requested with the cascade option
*>     takes the live add-ons down with the product once
*>     approved; one requested without it is refused while any
*>     are left.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "REQ ", "APPR", "REJ ", "WDRW" or
*>     "LIST"
*>     RFS-IN-ACTION - "CANCEL", "SUSPEND" or "RESTORE"
*>     (REQ/WDRW)
*>     RFS-IN-SITE-CODE, RFS-IN-PRODUCT-CODE - the target
*>     (REQ/WDRW; product SPACES falls back to CORE at apply
*>     time)
*>     RFS-IN-EFFECT-DAY/MONTH/YEAR - the effective date for a
*>     cancel or suspend, the backup date for a restore (REQ)
*>     RFS-IN-USER-ID - cross-check only: SPACES, or the same
*>     user-id the caller signed on with (REQ/APPR/REJ/WDRW)
*>     RFS-IN-PENDING-ID - the queue entry reviewed (APPR/REJ)
*>     RFS-IN-CASCADE (optional) - "Y" requests a CANCEL that
*>     cancels the live add-ons too (REQ); omitted or anything
*>     else requests one that refuses while any are
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 24 when nobody is signed on for a REQ, APPR,
*>     REJ or WDRW, 4 when a WDRW found nothing of the caller's
*>     pending, 20 when a request's values fail validation, the
*>     passed user-id disagrees with the sign-on, the entry is
*>     not pending, or the reviewer is the requester (nothing is
*>     applied), 16 when a file operation could not be
PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-ACTION
		RFS-IN-SITE-CODE RFS-IN-PRODUCT-CODE
		RFS-IN-EFFECT-DAY RFS-IN-EFFECT-MONTH RFS-IN-EFFECT-YEAR
		RFS-IN-USER-ID RFS-IN-PENDING-ID OPTIONAL RFS-IN-CASCADE.

	ACCEPT RFS-AQ-TODAY-DATE FROM DATE YYYYMMDD.
	COMPUTE RFS-AQ-TODAY-NUM =
	IF RFS-IN-OPERATION = "REQ "
			OR RFS-IN-OPERATION = "APPR"
			OR RFS-IN-OPERATION = "REJ "
			OR RFS-IN-OPERATION = "WDRW"
		PERFORM RESOLVE-ACTING-USER
			THRU RESOLVE-ACTING-USER-EXIT
	END-IF.
		WHEN "REJ "
			PERFORM REVIEW-PENDING-ACTION
				THRU REVIEW-PENDING-ACTION-EXIT
		WHEN "WDRW"
			PERFORM WITHDRAW-PENDING-ACTIONS
				THRU WITHDRAW-PENDING-ACTIONS-EXIT
		WHEN "LIST"
			PERFORM LIST-PENDING-ACTIONS
				THRU LIST-PENDING-ACTIONS-EXIT
	MOVE "P"                TO PEND-STATUS.
	MOVE SPACES             TO PEND-REVIEWER.
	MOVE 0                  TO PEND-DECIDED-DATE.
	MOVE "N"                TO PEND-CASCADE.
	IF ADDRESS OF RFS-IN-CASCADE NOT = NULL
		IF RFS-IN-CASCADE = "Y"
			MOVE "Y" TO PEND-CASCADE
		END-IF
	END-IF.

	WRITE RFS-PEND-RECORD.
	IF NOT RFS-PEND-STATUS-OK
	MOVE PEND-EFFECT-DATE (7:2) TO RFS-AQ-CALL-DAY.
	MOVE PEND-EFFECT-DATE (5:2) TO RFS-AQ-CALL-MONTH.
	MOVE PEND-EFFECT-DATE (1:4) TO RFS-AQ-CALL-YEAR.
	MOVE PEND-CASCADE      TO RFS-AQ-CALL-CASCADE.

	MOVE 0 TO RETURN-CODE.
	EVALUATE PEND-ACTION
			CALL "ReyCancelRFS" USING RFS-AQ-CALL-SITE
				RFS-AQ-CALL-PRODUCT RFS-AQ-CALL-DAY
				RFS-AQ-CALL-MONTH RFS-AQ-CALL-YEAR
				RFS-AQ-CALL-CASCADE
		WHEN "SUSPEND"
			CALL "ReySuspendRFS" USING RFS-AQ-CALL-SITE
				RFS-AQ-CALL-PRODUCT RFS-AQ-CALL-DAY
APPLY-APPROVED-ACTION-EXIT.
	EXIT.

*> ******************************* <*
*> *** WITHDRAW-PENDING-ACTIONS  <*
*> *** Collect the requester's   <*
*> *** matching pending entries, <*
*> *** then mark them withdrawn  <*
*> *** one by one                <*
*> ******************************* <*

WITHDRAW-PENDING-ACTIONS.

	*> This program stays loaded across CALLs in one run unit,
	*> so the table and the count start afresh every time.
	MOVE 0 TO RFS-AQ-WDRW-USED.
	MOVE 0 TO RFS-AQ-WITHDRAWN-COUNT.

	IF RFS-IN-ACTION = SPACES OR RFS-IN-SITE-CODE = SPACES
		DISPLAY "ReyActionQueue - WITHDRAWAL REJECTED: BAD-TARGET"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	OPEN INPUT RFS-PEND-FILE.
	IF RFS-PEND-STATUS-NOT-FOUND
		DISPLAY "ReyActionQueue - NOTHING PENDING" UPON CONSOLE
		MOVE 4 TO RETURN-CODE
		GO TO WITHDRAW-PENDING-ACTIONS-EXIT
	END-IF.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	MOVE "N" TO RFS-AQ-SCAN-EOF-FLAG.
	PERFORM COLLECT-ONE-WITHDRAW-ENTRY
		THRU COLLECT-ONE-WITHDRAW-ENTRY-EXIT
		UNTIL RFS-AQ-SCAN-EOF.

	CLOSE RFS-PEND-FILE.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	MOVE 0 TO RFS-AQ-WDRW-IDX.
	PERFORM WITHDRAW-ONE-ENTRY
		THRU WITHDRAW-ONE-ENTRY-EXIT
		UNTIL RFS-AQ-WDRW-IDX >= RFS-AQ-WDRW-USED.

	DISPLAY "ReyActionQueue - WITHDRAWN " RFS-AQ-WITHDRAWN-COUNT
		UPON CONSOLE.

	IF RFS-AQ-WITHDRAWN-COUNT = 0
		MOVE 4 TO RETURN-CODE
	END-IF.

WITHDRAW-PENDING-ACTIONS-EXIT.
	EXIT.

COLLECT-ONE-WITHDRAW-ENTRY.

	READ RFS-PEND-FILE NEXT RECORD.

	IF RFS-PEND-STATUS-EOF
		SET RFS-AQ-SCAN-EOF TO TRUE
		GO TO COLLECT-ONE-WITHDRAW-ENTRY-EXIT
	END-IF.

	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	IF PEND-STATUS NOT = "P"
			OR PEND-ACTION NOT = RFS-IN-ACTION
			OR PEND-SITE-CODE NOT = RFS-IN-SITE-CODE
			OR PEND-PRODUCT-CODE NOT = RFS-IN-PRODUCT-CODE
			OR PEND-REQUESTER NOT = RFS-AQ-ACTING-USER
		GO TO COLLECT-ONE-WITHDRAW-ENTRY-EXIT
	END-IF.

	IF RFS-AQ-WDRW-USED >= 200
		DISPLAY "RFS-AQ-WDRW-TABLE FULL - MORE THAN 200 MATCHING"
			" REQUESTS" UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-AQ-WDRW-USED.
	MOVE PEND-ID TO RFS-AQ-WDRW-ID (RFS-AQ-WDRW-USED).

COLLECT-ONE-WITHDRAW-ENTRY-EXIT.
	EXIT.

WITHDRAW-ONE-ENTRY.

	ADD 1 TO RFS-AQ-WDRW-IDX.

	PERFORM OPEN-PENDING-UPDATE
		THRU OPEN-PENDING-UPDATE-EXIT.

	MOVE RFS-AQ-WDRW-ID (RFS-AQ-WDRW-IDX) TO PEND-ID.
	READ RFS-PEND-FILE.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	*> Reviewed or withdrawn since the walk - nothing to do.
	IF PEND-STATUS NOT = "P"
		CLOSE RFS-PEND-FILE
		IF NOT RFS-PEND-STATUS-OK
			PERFORM HANDLE-RFS-PEND-ERROR
		END-IF
		GO TO WITHDRAW-ONE-ENTRY-EXIT
	END-IF.

	MOVE "W" TO PEND-STATUS.
	MOVE RFS-AQ-ACTING-USER TO PEND-REVIEWER.
	MOVE RFS-AQ-TODAY-NUM TO PEND-DECIDED-DATE.

	REWRITE RFS-PEND-RECORD.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	CLOSE RFS-PEND-FILE.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	ADD 1 TO RFS-AQ-WITHDRAWN-COUNT.

	MOVE "WITHDRAW" TO RFS-AUDIT-OPERATION.
	PERFORM LOG-REVIEW-EVENT.

WITHDRAW-ONE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-QUEUE-EVENT           <*
*> *** The queue id rides in the <*

LIST-PENDING-ACTIONS.

	MOVE 0 TO RFS-AQ-LIST-COUNT.
	MOVE 0 TO RFS-AQ-STALE-COUNT.
	MOVE "N" TO RFS-AQ-PEND-OPEN-FLAG.
	MOVE "N" TO RFS-AQ-SCAN-EOF-FLAG.

	OPEN OUTPUT RFS-PNDRPT-FILE.
	IF NOT RFS-PNDRPT-STATUS-OK
		PERFORM HANDLE-RFS-PNDRPT-ERROR
