*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRFSHistory.cbl    *** <*
*> *** Date   - 09/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
			COPY "files.env.cpy".
			COPY "history.env.cpy".
			COPY "archive.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
		COPY "files.fd.cpy".
		COPY "history.fd.cpy".
		COPY "archive.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "files.lock-ws.cpy".
		COPY "history.status.cpy".
		COPY "archive.status.cpy".
		COPY "runlog.status.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-HIST-INCLUDE-ARCHIVE-FLAG PIC X(01) VALUE "N".
			88 RFS-HIST-INCLUDE-ARCHIVE VALUE "Y".
*>     walks meet each site at different points; the per-year day
*>     totals are unaffected.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     records accumulated and year lines written - a run over
*>     the archive too is logged as step ARCHIVE.
*>
*> Parameters:
*>     RFS-IN-INCLUDE-ARCHIVE (optional) - "Y" accumulates the
*>     archived records too; omitted or anything else summarises
		END-IF
	END-IF.

	MOVE "ReyRFSHistory" TO RFS-RUN-PROGRAM.
	IF RFS-HIST-INCLUDE-ARCHIVE
		MOVE "ARCHIVE" TO RFS-RUN-STEP
	END-IF.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	IF RFS-HIST-INCLUDE-ARCHIVE
		PERFORM ACCUMULATE-ARCHIVE-RECORDS
			THRU ACCUMULATE-ARCHIVE-RECORDS-EXIT
		THRU ACCUMULATE-NEXT-RECORD-EXIT UNTIL RFS-STATUS-EOF.
	PERFORM CLOSE-HISTORY-FILES.
	PERFORM WRITE-HISTORY-REPORT.

	MOVE RFS-HIST-YEAR-COUNT TO RFS-RUN-WRITTEN.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*

ACCUMULATE-RECORD.

	ADD 1 TO RFS-RUN-READ.

	COMPUTE RFS-HIST-START-NUM =
		YEAR-START * 10000 + MONTH-START * 100 + DAY-START.
	COMPUTE RFS-HIST-END-NUM =

	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "runlog.cpy".
