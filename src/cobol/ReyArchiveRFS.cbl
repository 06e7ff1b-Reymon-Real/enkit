*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyArchiveRFS.cbl    *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
			COPY "files.env.cpy".
			COPY "archive.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
		COPY "files.fd.cpy".
		COPY "archive.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "files.lock-ws.cpy".
		COPY "archive.status.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-ARC-YEARS USAGE BINARY-LONG VALUE 0.

		01 RFS-ARC-TODAY-DATE.
*>     by an earlier run that aborted mid-way is simply replaced,
*>     so a rerun is always safe. Long-range reporting still sees
*>     the full history through the include-archive switch on
*>     ReyRFSHistory and ReyExportRFS. A site/product whose last
*>     record is archived drops out of rfs-position.dat with it.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     records read, records archived and records kept - the
*>     last two always add up to the first.
*>
*> Parameters:
*>     RFS-IN-ARCHIVE-YEARS - records ending more than this many
		MOVE 5 TO RFS-ARC-YEARS
	END-IF.

	MOVE "ReyArchiveRFS" TO RFS-RUN-PROGRAM.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	*> The archive record is a key plus an opaque body that must
	*> stay byte-for-byte as wide as RFS-RECORD - refuse to run
	*> if the two layouts have drifted apart.
	IF RFS-STATUS-NOT-FOUND
		DISPLAY "ReyArchiveRFS - NO SUBSCRIPTION FILE, NOTHING TO DO"
			UPON CONSOLE
		MOVE 0 TO RETURN-CODE
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GOBACK
	END-IF.
	IF NOT RFS-STATUS-OK

	DISPLAY "ReyArchiveRFS - RECORDS ARCHIVED "
		RFS-ARC-MOVED-COUNT UPON CONSOLE.

	MOVE RFS-ARC-MOVED-COUNT TO RFS-RUN-WRITTEN.
	MOVE 0 TO RETURN-CODE.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	COMPUTE RFS-ARC-END-NUM =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.

	IF RFS-ARC-END-NUM >= RFS-ARC-CUTOFF-NUM
		ADD 1 TO RFS-RUN-SKIPPED
		GO TO ARCHIVE-NEXT-RECORD-EXIT
	END-IF.

		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "ARCHIVE" TO RFS-JRN-OPERATION.
	SET RFS-JRN-DELETED TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM DROP-RFS-POSITION
		THRU DROP-RFS-POSITION-EXIT.

	ADD 1 TO RFS-ARC-MOVED-COUNT.

	MOVE "ARCHIVE"       TO RFS-AUDIT-OPERATION.
	EXIT.

	COPY "audit.log.cpy".

	COPY "journal.log.cpy".
	COPY "position.post.cpy".
	COPY "rfs.signature.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
	COPY "position.error.cpy".
	COPY "runlog.cpy".
