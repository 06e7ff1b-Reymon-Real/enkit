*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyBatchDriver.cbl   *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "ckpt.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "ckpt.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
	WORKING-STORAGE SECTION.

		COPY "ckpt.status.cpy".
		COPY "runlog.status.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-BD-TODAY-NUM PIC 9(08).

		*> The nightly sequence, in running order. DUNNING
		*> moves overdue sites a stage on and books any
		*> suspension they reach for a later night, so the
		*> customer has the letter's notice to pay first;
		*> SCHEDULE applies the future-dated actions whose due
		*> date has arrived, before the reports so they reflect
		*> them; AUTORNEW renews the evergreen contracts whose
		*> lead days have come round, once tonight's cancels and
		*> suspensions have landed so it holds those back;
		*> QUOTES expires and lapses the renewal quotes those
		*> actions overtook and lists what is still open;
		*> DEPCHECK lists the add-ons out of line with their
		*> base products once tonight's actions have landed;
		*> POSCHECK proves rfs-position.dat against rfs.dat
		*> before the reports read it, rebuilding it when the
		*> two disagree; FLEETRPT covers every site's
		*> validation and status line in one sweep; EXPORT feeds
		*> billing; HISTORY refreshes the long-range summary.
		01 RFS-BD-STEP-TABLE.
			05 FILLER PIC X(08) VALUE "DUNNING ".
			05 FILLER PIC X(08) VALUE "SCHEDULE".
			05 FILLER PIC X(08) VALUE "AUTORNEW".
			05 FILLER PIC X(08) VALUE "QUOTES  ".
			05 FILLER PIC X(08) VALUE "DEPCHECK".
			05 FILLER PIC X(08) VALUE "POSCHECK".
			05 FILLER PIC X(08) VALUE "FLEETRPT".
			05 FILLER PIC X(08) VALUE "EXPORT  ".
			05 FILLER PIC X(08) VALUE "HISTORY ".
		01 RFS-BD-STEP-NAMES REDEFINES RFS-BD-STEP-TABLE.
			05 RFS-BD-STEP-NAME OCCURS 9 TIMES PIC X(08).

		01 RFS-BD-STEP-DONE-TABLE VALUE SPACES.
			05 RFS-BD-STEP-DONE OCCURS 9 TIMES PIC X(01).

		01 RFS-BD-STEP-IDX   PIC 9(02).
		01 RFS-BD-MATCH-IDX  PIC 9(02).
			88 RFS-BD-FIRST-LINE VALUE "Y".

		01 RFS-BD-SKIPPED-COUNT PIC 9(02) VALUE 0.
		01 RFS-BD-RAN-COUNT     PIC 9(02) VALUE 0.

		*> When the window itself started - the run log carries
		*> one record per step tonight plus one for the whole
		*> window, and the step records reuse the run-log start
		*> stamp.
		01 RFS-BD-WINDOW-START-DATE PIC 9(08).
		01 RFS-BD-WINDOW-START-TIME PIC 9(08).

		*> The nightly export runs changed-records-only - billing
		*> consumes the delta feed; a full resync is an operator
		01 RFS-BD-SCHED-EMONTH  USAGE BINARY-LONG VALUE 0.
		01 RFS-BD-SCHED-EYEAR   USAGE BINARY-LONG VALUE 0.

		*> ReyPositionRFS's check, and the rebuild run when the
		*> check finds the current position out of step.
		01 RFS-BD-POS-CHECK-OP   PIC X(04) VALUE "CHEK".
		01 RFS-BD-POS-REBUILD-OP PIC X(04) VALUE "REBL".

*> ***********************
*> *** Linkage Section ***
*> ***********************
*>
*> Behaviour:
*>     This function runs the nightly batch-window sequence -
*>     dunning of overdue invoices, due scheduled actions,
*>     evergreen auto-renewals, renewal quote ageing, product
*>     dependency violations, current position check, fleet
*>     validation report, billing export, history summary -
*>     recording each completed step in rfs-checkpoint.dat as it
*>     finishes. The checkpoint's first line is the run date: a
*>     restart on the same day resumes from the first incomplete
*>     stops the sequence with that code and leaves the
*>     checkpoint in place for the rerun.
*>
*>     Every step run tonight appends a record to rfs-runlog.dat
*>     under ReyBatchDriver with the step's name - its start and
*>     end time and the code the step returned, a failed step
*>     included - and the window closes with a WINDOW record:
*>     steps in the sequence, steps completed tonight, steps
*>     skipped from the checkpoint and the failed step, if any.
*>     The programs the steps CALL log their own control totals
*>     under their own names.
*>
*> Parameters:
*>     This function has no parameters
*>

	ACCEPT RFS-BD-TODAY-NUM FROM DATE YYYYMMDD.

	MOVE "ReyBatchDriver" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.
	MOVE RFS-RUN-START-DATE TO RFS-BD-WINDOW-START-DATE.
	MOVE RFS-RUN-START-TIME TO RFS-BD-WINDOW-START-TIME.

	*> Sign the window on as the production account; the gated
	*> entry points the SCHEDULE step drives check the grants on
	*> its rfs-operators.dat record.

	MOVE 0 TO RFS-BD-STEP-IDX.
	PERFORM RUN-ONE-STEP
		THRU RUN-ONE-STEP-EXIT UNTIL RFS-BD-STEP-IDX >= 9.

	DISPLAY "ReyBatchDriver - WINDOW COMPLETE, STEPS SKIPPED "
		RFS-BD-SKIPPED-COUNT UPON CONSOLE.

	MOVE 0 TO RETURN-CODE.
	PERFORM LOG-WINDOW-RUN THRU LOG-WINDOW-RUN-EXIT.
	GOBACK.

*> ******************************* <*

	MOVE 0 TO RFS-BD-MATCH-IDX.
	PERFORM MATCH-ONE-STEP-NAME
		UNTIL RFS-BD-MATCH-IDX >= 9.

MARK-STEP-COMPLETE-EXIT.
	EXIT.
		GO TO RUN-ONE-STEP-EXIT
	END-IF.

	MOVE RFS-BD-STEP-NAME (RFS-BD-STEP-IDX) TO RFS-RUN-STEP.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	MOVE 0 TO RETURN-CODE.

	EVALUATE RFS-BD-STEP-NAME (RFS-BD-STEP-IDX)
		WHEN "DUNNING "
			CALL "ReyDunningRFS"
		WHEN "SCHEDULE"
			CALL "ReyScheduleRFS" USING RFS-BD-SCHED-OP
				RFS-BD-SCHED-ACTION RFS-BD-SCHED-SITE
				RFS-BD-SCHED-TERM RFS-BD-SCHED-EDAY
				RFS-BD-SCHED-EMONTH RFS-BD-SCHED-EYEAR
				RFS-BD-BATCH-USER
		WHEN "AUTORNEW"
			CALL "ReyAutoRenewRFS"
		WHEN "QUOTES  "
			CALL "ReyQuoteReport"
		WHEN "DEPCHECK"
			CALL "ReyDepCheckRFS"
		WHEN "POSCHECK"
			CALL "ReyPositionRFS" USING RFS-BD-POS-CHECK-OP
		WHEN "FLEETRPT"
			CALL "ReyFleetReport"
		WHEN "EXPORT  "
			CALL "ReyRFSHistory"
	END-EVALUATE.

	*> The step's record carries its code as it came back,
	*> before the tolerated 4s below are forgiven.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.

	*> A SCHEDULE step that left actions booked reports them and
	*> returns 4 - those actions are retried tomorrow night, and
	*> holding up the reports and the billing feed for them
		MOVE 0 TO RETURN-CODE
	END-IF.

	*> Likewise a dunning transition the scheduler or the queue
	*> refused tonight is retried by tomorrow's run.
	IF RFS-BD-STEP-NAME (RFS-BD-STEP-IDX) = "DUNNING "
			AND RETURN-CODE = 4
		DISPLAY "ReyBatchDriver - DUNNING LEFT TRANSITIONS OPEN,"
			" WINDOW CONTINUES" UPON CONSOLE
		MOVE 0 TO RETURN-CODE
	END-IF.

	*> Renewals held back are on the run report for the
	*> renewal team; the rest of the window goes ahead.
	IF RFS-BD-STEP-NAME (RFS-BD-STEP-IDX) = "AUTORNEW"
			AND RETURN-CODE = 4
		DISPLAY "ReyBatchDriver - AUTORNEW HELD RENEWALS BACK,"
			" WINDOW CONTINUES" UPON CONSOLE
		MOVE 0 TO RETURN-CODE
	END-IF.

	*> Violations on the dependency report are the account
	*> desk's to chase, not a reason to stop the window.
	IF RFS-BD-STEP-NAME (RFS-BD-STEP-IDX) = "DEPCHECK"
			AND RETURN-CODE = 4
		DISPLAY "ReyBatchDriver - DEPCHECK REPORTED VIOLATIONS,"
			" WINDOW CONTINUES" UPON CONSOLE
		MOVE 0 TO RETURN-CODE
	END-IF.

	*> The current position disagreeing with rfs.dat is listed
	*> in rfs-position-check.txt for the morning; it is rebuilt
	*> from rfs.dat here so the reports that follow read the
	*> right picture. Only a failed rebuild stops the window.
	IF RFS-BD-STEP-NAME (RFS-BD-STEP-IDX) = "POSCHECK"
			AND RETURN-CODE = 4
		DISPLAY "ReyBatchDriver - POSCHECK FOUND DISAGREEMENTS,"
			" REBUILDING POSITION" UPON CONSOLE
		CALL "ReyPositionRFS" USING RFS-BD-POS-REBUILD-OP
	END-IF.

	IF RETURN-CODE NOT = 0
		DISPLAY "ReyBatchDriver - STEP "
			RFS-BD-STEP-NAME (RFS-BD-STEP-IDX)
			" FAILED, RETURN-CODE " RETURN-CODE UPON CONSOLE
		PERFORM LOG-WINDOW-RUN THRU LOG-WINDOW-RUN-EXIT
		GOBACK
	END-IF.

	PERFORM APPEND-CHECKPOINT-STEP.
	ADD 1 TO RFS-BD-RAN-COUNT.

RUN-ONE-STEP-EXIT.
	EXIT.
APPEND-CHECKPOINT-STEP-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-WINDOW-RUN            <*
*> *** The whole window's run-   <*
*> *** log record, from the      <*
*> *** window's own start - a    <*
*> *** window that stopped on a  <*
*> *** failed step counts it     <*
*> *** rejected and, with steps  <*
*> *** left unreached, makes no  <*
*> *** claim to balance          <*
*> ******************************* <*

LOG-WINDOW-RUN.

	MOVE "WINDOW" TO RFS-RUN-STEP.
	MOVE RFS-BD-WINDOW-START-DATE TO RFS-RUN-START-DATE.
	MOVE RFS-BD-WINDOW-START-TIME TO RFS-RUN-START-TIME.
	MOVE 9 TO RFS-RUN-READ.
	MOVE RFS-BD-RAN-COUNT TO RFS-RUN-WRITTEN.
	MOVE RFS-BD-SKIPPED-COUNT TO RFS-RUN-SKIPPED.

	IF RETURN-CODE = 0
		MOVE 0 TO RFS-RUN-REJECTED
		MOVE "Y" TO RFS-RUN-BALANCE-FLAG
	ELSE
		MOVE 1 TO RFS-RUN-REJECTED
		MOVE "N" TO RFS-RUN-BALANCE-FLAG
	END-IF.

	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.

LOG-WINDOW-RUN-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-CKPT-ERROR     <*
*> ******************************* <*

HANDLE-RFS-CKPT-ERROR-EXIT.
	EXIT.

	COPY "runlog.cpy".
