*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRestoreRFS.cbl    *** <*
*> *** Date   - 03/10/2025           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		COPY "files.backup-ws.cpy".

		01 RFS-RST-POS-OPERATION PIC X(04) VALUE "REBL".

*> ***********************
*> *** Linkage Section ***
*> ***********************
*>     This function restores rfs.dat from the dated backup taken
*>     by ReyCreateRFS (rfs.dat.bak.YYYYMMDD) for the year/month/day
*>     given by the caller, undoing a mistaken re-run of the create
*>     program, and rebuilds the current position,
*>     rfs-position.dat, from the restored file.
*>
*> Parameters:
*>     RFS-IN-BACKUP-YEAR, RFS-IN-BACKUP-MONTH, RFS-IN-BACKUP-DAY

	CALL "C$COPY" USING RFS-BACKUP-NAME RFS-SOURCE-NAME RFS-COPY-TYPE.

	CALL "ReyPositionRFS" USING RFS-RST-POS-OPERATION.

RESTORE-RFS-FILE-EXIT.
	EXIT.

