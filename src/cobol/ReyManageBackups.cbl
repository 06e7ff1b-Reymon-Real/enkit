*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyManageBackups.cbl *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
			COPY "files.env.cpy".
			COPY "bakread.env.cpy".
			COPY "backups.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
		COPY "files.fd.cpy".
		COPY "bakread.fd.cpy".
		COPY "backups.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
		COPY "files.status.cpy".
		COPY "bakread.status.cpy".
		COPY "backups.status.cpy".
		COPY "runlog.status.cpy".

		COPY "bakread-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-MB-RETENTION-DAYS USAGE BINARY-LONG VALUE 0.

		*> How far back the probe walks looking for dated
*>     back thirteen months; a date with no backup is simply
*>     skipped.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     backups found, backups kept and read back, backups
*>     SUSPECT (as rejected) and backups pruned (as skipped).
*>
*> Parameters:
*>     RFS-IN-RETENTION-DAYS - backups older than this many days
*>     are deleted; zero or negative falls back to thirty days

PROCEDURE DIVISION USING RFS-IN-RETENTION-DAYS.

	MOVE "ReyManageBackups" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	IF RFS-IN-RETENTION-DAYS > 0
		MOVE RFS-IN-RETENTION-DAYS TO RFS-MB-RETENTION-DAYS
	ELSE
	IF RFS-MB-SUSPECT-TOTAL > 0
		MOVE 4 TO RETURN-CODE
	END-IF.

	MOVE RFS-MB-KEPT-TOTAL    TO RFS-RUN-WRITTEN.
	MOVE RFS-MB-SUSPECT-TOTAL TO RFS-RUN-REJECTED.
	MOVE RFS-MB-PRUNED-TOTAL  TO RFS-RUN-SKIPPED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
		GO TO PROBE-ONE-BACKUP-DATE-EXIT
	END-IF.

	ADD 1 TO RFS-RUN-READ.
	IF RFS-MB-PROBE-AGE > RFS-MB-RETENTION-DAYS
		PERFORM PRUNE-THIS-BACKUP
	ELSE
	EXIT.

	COPY "rfs.signature.cpy".
	COPY "runlog.cpy".
