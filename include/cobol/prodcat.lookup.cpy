*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - prodcat.lookup.cpy    ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
	MOVE SPACES TO RFS-PCT-DESCRIPTION.
	MOVE 0 TO RFS-PCT-DEFAULT-TERM.
	MOVE 0 TO RFS-PCT-DEFAULT-GRACE.
	MOVE "F" TO RFS-PCT-REFUND-POLICY.
	MOVE 0 TO RFS-PCT-NOTICE-DAYS.

	OPEN INPUT RFS-PROD-FILE.
	IF RFS-PROD-STATUS-NOT-FOUND
		MOVE PROD-DEFAULT-TERM  TO RFS-PCT-DEFAULT-TERM
		MOVE PROD-DEFAULT-GRACE TO RFS-PCT-DEFAULT-GRACE
		MOVE PROD-ACTIVE-FLAG   TO RFS-PCT-ACTIVE-FLAG
		IF PROD-REFUND-POLICY = "N" OR PROD-REFUND-POLICY = "P"
			MOVE PROD-REFUND-POLICY TO RFS-PCT-REFUND-POLICY
		END-IF
		IF PROD-REFUND-POLICY = "P" AND PROD-NOTICE-DAYS > 0
			MOVE PROD-NOTICE-DAYS TO RFS-PCT-NOTICE-DAYS
		END-IF
	ELSE
		IF NOT RFS-PROD-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-PROD-ERROR
