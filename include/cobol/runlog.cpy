*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - runlog.cpy           ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Shared paragraphs - stamp the      *** <*
*> *** start of a batch run and append    *** <*
*> *** its run-log record to              *** <*
*> *** rfs-runlog.dat at the end. COPY    *** <*
*> *** into PROCEDURE DIVISION; requires  *** <*
*> *** runlog.env.cpy, runlog.fd.cpy,     *** <*
*> *** runlog.status.cpy, runlog-ws.cpy   *** <*
*> *** and signon-ws.cpy in their         *** <*
*> *** divisions. A run log that cannot   *** <*
*> *** be written is reported on the      *** <*
*> *** console but never changes the      *** <*
*> *** run's own RETURN-CODE - the work   *** <*
*> *** is done by then                    *** <*
*> ***************************************** <*

START-RFS-RUN-LOG.

	ACCEPT RFS-RUN-START-DATE FROM DATE YYYYMMDD.
	ACCEPT RFS-RUN-START-TIME FROM TIME.

	MOVE 0 TO RFS-RUN-READ.
	MOVE 0 TO RFS-RUN-WRITTEN.
	MOVE 0 TO RFS-RUN-REJECTED.
	MOVE 0 TO RFS-RUN-SKIPPED.

START-RFS-RUN-LOG-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-RFS-RUN-END           <*
*> *** rfs-runlog.dat may not    <*
*> *** exist yet on the very     <*
*> *** first run - it is created <*
*> *** empty and reopened for    <*
*> *** EXTEND, as the audit      <*
*> *** trail is                  <*
*> ******************************* <*

LOG-RFS-RUN-END.

	MOVE RETURN-CODE TO RFS-RUN-SAVE-RC.

	ACCEPT RFS-RUN-END-DATE FROM DATE YYYYMMDD.
	ACCEPT RFS-RUN-END-TIME FROM TIME.

	MOVE SPACES TO RFS-RUNLOG-RECORD.
	MOVE RFS-RUN-PROGRAM    TO RUNLOG-PROGRAM.
	MOVE RFS-RUN-STEP       TO RUNLOG-STEP.
	IF RFS-SIGNON-USER = LOW-VALUES
		MOVE SPACES TO RUNLOG-USER
	ELSE
		MOVE RFS-SIGNON-USER TO RUNLOG-USER
	END-IF.
	MOVE RFS-RUN-START-DATE TO RUNLOG-START-DATE.
	MOVE RFS-RUN-START-HMS  TO RUNLOG-START-TIME.
	MOVE RFS-RUN-END-DATE   TO RUNLOG-END-DATE.
	MOVE RFS-RUN-END-HMS    TO RUNLOG-END-TIME.
	MOVE RFS-RUN-READ       TO RUNLOG-READ.
	MOVE RFS-RUN-WRITTEN    TO RUNLOG-WRITTEN.
	MOVE RFS-RUN-REJECTED   TO RUNLOG-REJECTED.
	MOVE RFS-RUN-SKIPPED    TO RUNLOG-SKIPPED.
	MOVE RFS-RUN-BALANCE-FLAG TO RUNLOG-BALANCE.
	MOVE RFS-RUN-SAVE-RC    TO RUNLOG-RETURN-CODE.

	OPEN EXTEND RFS-RUNLOG-FILE.
	IF RFS-RUNLOG-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-RUNLOG-FILE
		IF RFS-RUNLOG-STATUS-OK
			CLOSE RFS-RUNLOG-FILE
			OPEN EXTEND RFS-RUNLOG-FILE
		END-IF
	END-IF.
	IF NOT RFS-RUNLOG-STATUS-OK
		DISPLAY "RFS-RUNLOG-FILE ERROR - FILE STATUS "
			RFS-RUNLOG-STATUS ", RUN OF " RFS-RUN-PROGRAM
			" NOT LOGGED" UPON CONSOLE
		MOVE RFS-RUN-SAVE-RC TO RETURN-CODE
		GO TO LOG-RFS-RUN-END-EXIT
	END-IF.

	WRITE RFS-RUNLOG-RECORD.
	IF NOT RFS-RUNLOG-STATUS-OK
		DISPLAY "RFS-RUNLOG-FILE ERROR - FILE STATUS "
			RFS-RUNLOG-STATUS ", RUN OF " RFS-RUN-PROGRAM
			" NOT LOGGED" UPON CONSOLE
	END-IF.

	CLOSE RFS-RUNLOG-FILE.

	MOVE RFS-RUN-SAVE-RC TO RETURN-CODE.

LOG-RFS-RUN-END-EXIT.
	EXIT.
