*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyExportRFS.cbl     *** <*
*> *** Date   - 09/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
			COPY "archive.env.cpy".
			COPY "audit.env.cpy".
			COPY "exphwm.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
		COPY "archive.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "exphwm.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "archive.status.cpy".
		COPY "audit.status.cpy".
		COPY "exphwm.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-EXPORT-INCLUDE-ARCHIVE-FLAG PIC X(01) VALUE "N".
			88 RFS-EXPORT-INCLUDE-ARCHIVE VALUE "Y".

*>     exports only - archived records never change, so a delta
*>     has nothing to say about them.
*>
*>     The run appends its control totals to rfs-runlog.dat. A
*>     full export counts the records read (archive included)
*>     and the rows written, which always match; a delta run is
*>     logged as step DELTA and counts the changed keys, the
*>     rows written and the keys whose record has gone.
*>
*> Parameters:
*>     RFS-IN-INCLUDE-ARCHIVE (optional) - "Y" appends the
*>     archived records; omitted or anything else exports only
		END-IF
	END-IF.

	MOVE "ReyExportRFS" TO RFS-RUN-PROGRAM.
	IF RFS-EXPORT-DELTA
		MOVE "DELTA" TO RFS-RUN-STEP
	END-IF.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	IF RFS-EXPORT-DELTA
		PERFORM EXPORT-DELTA-RECORDS
			THRU EXPORT-DELTA-RECORDS-EXIT
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GOBACK
	END-IF.

		THRU COUNT-TRAIL-LINES-EXIT.
	MOVE RFS-EXPORT-TRAIL-COUNT TO RFS-EXPORT-HWM-COUNT.
	PERFORM WRITE-EXPORT-HWM.

	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
EMIT-ONE-DELTA-RECORD.

	ADD 1 TO RFS-EXPORT-KEY-IDX.
	ADD 1 TO RFS-RUN-READ.

	MOVE RFS-EXPORT-KEY-SITE (RFS-EXPORT-KEY-IDX)    TO SITE-CODE.
	MOVE RFS-EXPORT-KEY-PRODUCT (RFS-EXPORT-KEY-IDX) TO PRODUCT-CODE.

	READ RFS-FILE.
	IF RFS-STATUS-NO-RECORD
		ADD 1 TO RFS-RUN-SKIPPED
		GO TO EMIT-ONE-DELTA-RECORD-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	PERFORM BUILD-EXPORT-STATUS-TEXT.
	PERFORM WRITE-EXPORT-LINE.

		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	MOVE RFS-ARCH-RECORD TO RFS-RECORD.
	PERFORM BUILD-EXPORT-STATUS-TEXT.
	PERFORM WRITE-EXPORT-LINE.
		PERFORM HANDLE-RFS-EXPORT-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-WRITTEN.

WRITE-EXPORT-LINE-EXIT.
	EXIT.

	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
