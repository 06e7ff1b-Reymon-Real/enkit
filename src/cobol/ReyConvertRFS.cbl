*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyConvertRFS.cbl    *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".
			COPY "params.env.cpy".

*> *********************

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".
		COPY "params.fd.cpy".

*> ***********************

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".
		COPY "params.status.cpy".

		COPY "files.stamp-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		COPY "signon-ws.cpy".

		01 RFS-TODAY-DATE.
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "CONVERT" TO RFS-JRN-OPERATION.
	SET RFS-JRN-WRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "CONVERT" TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	COPY "params.lookup.cpy".
	COPY "rfs.latest.cpy".
	COPY "audit.log.cpy".
	COPY "journal.log.cpy".
	COPY "position.post.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
	COPY "position.error.cpy".
