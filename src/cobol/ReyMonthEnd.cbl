*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyMonthEnd.cbl      *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "audit.env.cpy".
			COPY "audgen.env.cpy".
			COPY "movrpt.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "audgen.fd.cpy".
		COPY "movrpt.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "audit.status.cpy".
		COPY "audgen.status.cpy".
		COPY "movrpt.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audgen-ws.cpy".


		COPY "rfs.validate-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-ME-TODAY-DATE.
			05 RFS-ME-TODAY-YEAR   PIC 9(04).
			05 RFS-ME-TODAY-MONTH  PIC 9(02).
		01 RFS-ME-ID-WORK PIC X(08).

		*> One slot per product seen in the month's movements or
		*> in rfs-position.dat; 50 products is the catalog several times
		*> over.
		01 RFS-ME-PRODUCT-TABLE.
			05 RFS-ME-ENTRY OCCURS 50 TIMES.
		01 RFS-ME-SEEK-PRODUCT PIC X(04).

		*> Latest record of the site/product currently being
		*> walked in rfs-position.dat.
		01 RFS-ME-CUR-SITE      PIC X(08) VALUE SPACES.
		01 RFS-ME-CUR-PRODUCT   PIC X(04) VALUE SPACES.
		01 RFS-ME-CUR-END-NUM   PIC 9(08).
*>     rfs-audit.dat dated in the month being closed - including
*>     the parked rfs-audit.YYYYMM.dat generation when
*>     ReyRotateAudit has already closed the month out - and the
*>     expiries come from the current position,
*>     rfs-position.dat: a site/product whose latest
*>     end date falls inside the month was not renewed past it.
*>     The closing count is the open site/products at month end
*>     (end date beyond the month, no cancel or suspend mark
*>     shown as a memo column. The schedule lands in
*>     rfs-movements.txt.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     audit lines and positions read and product lines
*>     written to the schedule.
*>
*> Parameters:
*>     RFS-IN-CLOSE-YEAR, RFS-IN-CLOSE-MONTH - the month being
*>     closed; zeros fall back to the month before today's

PROCEDURE DIVISION USING RFS-IN-CLOSE-YEAR RFS-IN-CLOSE-MONTH.

	MOVE "ReyMonthEnd" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	PERFORM RESOLVE-CLOSE-MONTH
		THRU RESOLVE-CLOSE-MONTH-EXIT.
	PERFORM TALLY-AUDIT-MOVEMENTS
		THRU TALLY-FILE-POSITIONS-EXIT.
	PERFORM DERIVE-OPENING-COUNTS.
	PERFORM WRITE-MOVEMENTS-REPORT.

	MOVE RFS-ME-USED TO RFS-RUN-WRITTEN.
	MOVE 0 TO RETURN-CODE.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
			DISPLAY "ReyMonthEnd - MONTH REJECTED: BAD-MONTH"
				UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
			GOBACK
		END-IF
		MOVE RFS-IN-CLOSE-YEAR  TO RFS-ME-CLOSE-YEAR
		DISPLAY "ReyMonthEnd - MONTH REJECTED: BAD-MONTH"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GOBACK
	END-IF.


TALLY-ONE-PARSED-LINE.

	ADD 1 TO RFS-RUN-READ.

	IF PARSE-AUDIT-YEAR NOT NUMERIC
			OR PARSE-AUDIT-MONTH NOT NUMERIC
		GO TO TALLY-ONE-PARSED-LINE-EXIT

*> ******************************* <*
*> *** TALLY-FILE-POSITIONS      <*
*> *** One walk of the current   <*
*> *** position: the latest      <*
*> *** record per site/          <*
*> *** product decides whether   <*
*> *** it expired inside the     <*
*> *** month (an end date in the <*

TALLY-FILE-POSITIONS.

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		GO TO TALLY-FILE-POSITIONS-EXIT
	END-IF.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	PERFORM COLLECT-NEXT-RECORD
		THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-POS-STATUS-EOF.
	IF RFS-ME-HAVE-SITE
		PERFORM TALLY-FINISHED-SITE
			THRU TALLY-FINISHED-SITE-EXIT
	END-IF.

	CLOSE RFS-POS-FILE.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

TALLY-FILE-POSITIONS-EXIT.

COLLECT-NEXT-RECORD.

	READ RFS-POS-FILE NEXT RECORD.

	IF RFS-POS-STATUS-EOF
		GO TO COLLECT-NEXT-RECORD-EXIT
	END-IF.

	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	MOVE RFS-POS-IMAGE TO RFS-RECORD.

	ADD 1 TO RFS-RUN-READ.

	IF RFS-ME-HAVE-SITE
			AND (SITE-CODE NOT = RFS-ME-CUR-SITE
			OR PRODUCT-CODE NOT = RFS-ME-CUR-PRODUCT)
	EXIT.

	COPY "rfs.validate.cpy".
	COPY "audit.error.cpy".
	COPY "position.error.cpy".
	COPY "runlog.cpy".
