*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRotateAudit.cbl   *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "audit.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "audit.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
	WORKING-STORAGE SECTION.

		COPY "audit.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-ROT-SOURCE-NAME PIC X(20) VALUE "rfs-audit.dat".
		01 RFS-ROT-COPY-TYPE   PIC X(01) VALUE SPACE.

*>     the retention sweep still runs so old generations are
*>     pruned even on a month with no events.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     one trail read when rfs-audit.dat was there, written when
*>     it was parked, rejected when its generation was already
*>     parked this month.
*>
*> Parameters:
*>     RFS-IN-RETENTION-MONTHS - how many monthly generations to
*>     keep; zero or negative falls back to twelve months
		MOVE 12 TO RFS-ROT-RETENTION-MONTHS
	END-IF.

	MOVE "ReyRotateAudit" TO RFS-RUN-PROGRAM.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	COMPUTE RFS-ROT-THIS-MONTH-IX =
		RFS-ROT-TODAY-YEAR * 12 + RFS-ROT-TODAY-MONTH - 1.

	END-IF.

	PERFORM PRUNE-OLD-GENERATIONS.

	MOVE 0 TO RETURN-CODE.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
	END-IF.

	SET RFS-ROT-TRAIL-PRESENT TO TRUE.
	ADD 1 TO RFS-RUN-READ.

	MOVE SPACES TO RFS-ROT-GENERATION-NAME.
	STRING "rfs-audit."        DELIMITED BY SIZE
	IF RETURN-CODE = 0
		DISPLAY "RFS-AUDIT ROTATE - GENERATION ALREADY PARKED: "
			RFS-ROT-GENERATION-NAME UPON CONSOLE
		ADD 1 TO RFS-RUN-REJECTED
		MOVE 12 TO RETURN-CODE
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GOBACK
	END-IF.

		GOBACK
	END-IF.

	ADD 1 TO RFS-RUN-WRITTEN.

PARK-CURRENT-TRAIL-EXIT.
	EXIT.


	COPY "audit.log.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
