*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - rfs.terminate.cpy    ***
*> *** Date   - 22/08/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** and log the event. COPY into       *** <*
*> *** PROCEDURE DIVISION; requires       *** <*
*> *** rfs.terminate-ws.cpy plus the      *** <*
*> *** files/audit/journal/signature/     *** <*
*> *** stamp/position copybook sets in    *** <*
*> *** their divisions,                   *** <*
*> *** and RFS-IN-SITE-CODE in LINKAGE    *** <*
*> ***************************************** <*


	COMPUTE RFS-TERM-OLD-END-NUM =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.
	COMPUTE RFS-TERM-WRITTEN-NUM =
		YEAR-CURRENT * 10000 + MONTH-CURRENT * 100 + DAY-CURRENT.

	MOVE RECORD-STATUS        TO RFS-TERM-PRIOR-MARK.
	MOVE RFS-TERM-STATUS-BYTE TO RECORD-STATUS.
	MOVE RFS-TERM-EFFECT-NUM  TO STATUS-EFFECTIVE.

		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-TERM-OPERATION TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-TERM-OPERATION TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
