*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - custmast.lookup.cpy  ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
	MOVE SPACES TO RFS-CST-CONTACT.
	MOVE SPACES TO RFS-CST-REGION.
	MOVE SPACES TO RFS-CST-BILLING.
	MOVE "N" TO RFS-CST-KEY-ACCOUNT-FLAG.

	OPEN INPUT RFS-CUST-FILE.
	IF RFS-CUST-STATUS-NOT-FOUND
		MOVE CUST-CONTACT      TO RFS-CST-CONTACT
		MOVE CUST-REGION       TO RFS-CST-REGION
		MOVE CUST-BILLING-ACCT TO RFS-CST-BILLING
		IF CUST-KEY-ACCOUNT = "Y"
			SET RFS-CST-KEY-ACCOUNT TO TRUE
		END-IF
	ELSE
		IF NOT RFS-CUST-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-CUST-ERROR
