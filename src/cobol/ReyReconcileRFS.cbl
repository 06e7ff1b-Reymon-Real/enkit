*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyReconcileRFS.cbl  *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "reconcile.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "reconcile.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "reconcile.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-RC-AUDIT-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-RC-AUDIT-EOF VALUE "Y".

*>     ROTATE carry-forward marker) describe no record and are
*>     left out of the match.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     records read from rfs.dat and exceptions reported.
*>
*> Parameters:
*>     This function has no parameters
*>

PROCEDURE DIVISION.

	MOVE "ReyReconcileRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	PERFORM OPEN-RECON-REPORT.
	PERFORM LOAD-AUDIT-TABLE THRU LOAD-AUDIT-TABLE-EXIT.
	PERFORM MATCH-SUBSCRIPTION-RECORDS
			OR RFS-RC-ORPHAN-AUDIT-COUNT > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

	MOVE RFS-RC-RECORD-COUNT TO RFS-RUN-READ.
	COMPUTE RFS-RUN-REJECTED = RFS-RC-ORPHAN-REC-COUNT
		+ RFS-RC-MISMATCH-COUNT + RFS-RC-ORPHAN-AUDIT-COUNT.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
