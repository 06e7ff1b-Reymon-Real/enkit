*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyValidateRFS.cbl   *** <*
*> *** Date   - 03/10/2025           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		01 RFS-QUARANTINE-COPY-TYPE PIC X(01) VALUE SPACE.
		01 RFS-QUARANTINE-DEL-STATUS USAGE BINARY-LONG VALUE 0.

		*> The current position is built from the quarantined
		*> file and goes with it; ReyRestoreRFS rebuilds it.
		01 RFS-QUARANTINE-POS-NAME PIC X(20)
			VALUE "rfs-position.dat".

		01 RFS-QUARANTINE-STAMP.
			05 RFS-QRN-DATE.
				10 RFS-QRN-YEAR   PIC 9(04).
	IF RFS-CLOCK-ROLLBACK
		SET SUB-TAMPERED TO TRUE
	ELSE
		*> Only the clock stamp moves here, and every record
		*> ReyRecoverRFS brings forward is restamped anyway -
		*> this rewrite runs on every status check and is
		*> deliberately kept out of rfs-journal.dat.
		MOVE RFS-TODAY-NUM TO SYSTEM-TIME-CHANGE
		REWRITE RFS-RECORD
		IF NOT RFS-STATUS-OK
*> *** rfs.dat aside to a        <*
*> *** timestamped quarantine    <*
*> *** copy and removes the      <*
*> *** original and the current  <*
*> *** position built from it,   <*
*> *** so the next               <*
*> *** OPEN anything in this     <*
*> *** subsystem attempts sees   <*
*> *** no subscription file at   <*
	CALL "CBL_DELETE_FILE" USING RFS-FILE-NAME
		RETURNING RFS-QUARANTINE-DEL-STATUS.

	CALL "CBL_DELETE_FILE" USING RFS-QUARANTINE-POS-NAME
		RETURNING RFS-QUARANTINE-DEL-STATUS.

QUARANTINE-RFS-FILE-EXIT.
	EXIT.

