*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyTransferRFS.cbl   *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".

*> *********************
*> *** DATA DIVISION ***

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".

		COPY "files.stamp-ws.cpy".


		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		COPY "signon-ws.cpy".

		*> The source site's records, held raw across the
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "XFERFROM" TO RFS-JRN-OPERATION.
	SET RFS-JRN-DELETED TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM DROP-RFS-POSITION
		THRU DROP-RFS-POSITION-EXIT.

	MOVE RFS-IN-TARGET-SITE TO SITE-CODE.
	PERFORM COMPUTE-RFS-SIGNATURE.

		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "TRANSFER" TO RFS-JRN-OPERATION.
	SET RFS-JRN-WRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

REKEY-ONE-RECORD-EXIT.
	EXIT.

		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "TRANSFER" TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	COMPUTE RFS-TFR-END-NUM =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.

	COPY "files.stamp.cpy".
	COPY "rfs.signature.cpy".
	COPY "audit.log.cpy".
	COPY "journal.log.cpy".
	COPY "position.post.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
	COPY "position.error.cpy".
