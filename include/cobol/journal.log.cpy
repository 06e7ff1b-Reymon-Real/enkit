*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - journal.log.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************************************* <*
*> *** Shared paragraphs - append the after-  *** <*
*> *** image of RFS-RECORD to rfs-            *** <*
*> *** journal.dat. COPY into PROCEDURE       *** <*
*> *** DIVISION; requires journal.env.cpy,    *** <*
*> *** journal.fd.cpy, journal.status.cpy,    *** <*
*> *** journal.log-ws.cpy and audit.log-      *** <*
*> *** ws.cpy (the entry is attributed to     *** <*
*> *** RFS-AUDIT-USER-ID) in their respective *** <*
*> *** divisions, and journal.error.cpy       *** <*
*> ********************************************* <*

JOURNAL-RFS-RECORD.

	ACCEPT RFS-JRN-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT RFS-JRN-TODAY-TIME FROM TIME.

	PERFORM FORMAT-RFS-JOURNAL-LINE.

	PERFORM OPEN-RFS-JRN-FILE.

	MOVE RFS-JRN-DETAIL-LINE TO RFS-JRN-LINE.
	WRITE RFS-JRN-LINE.
	IF NOT RFS-JRN-STATUS-OK
		PERFORM HANDLE-RFS-JRN-ERROR
	END-IF.

	CLOSE RFS-JRN-FILE.
	IF NOT RFS-JRN-STATUS-OK
		PERFORM HANDLE-RFS-JRN-ERROR
	END-IF.

JOURNAL-RFS-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-RFS-JRN-FILE         <*
*> *** rfs-journal.dat may not   <*
*> *** exist yet on the very     <*
*> *** first write - create it   <*
*> *** once, then reopen it for  <*
*> *** EXTEND like the audit     <*
*> *** trail                     <*
*> ******************************* <*

OPEN-RFS-JRN-FILE.

	OPEN EXTEND RFS-JRN-FILE.
	IF RFS-JRN-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-JRN-FILE
		IF NOT RFS-JRN-STATUS-OK
			PERFORM HANDLE-RFS-JRN-ERROR
		END-IF

		CLOSE RFS-JRN-FILE
		IF NOT RFS-JRN-STATUS-OK
			PERFORM HANDLE-RFS-JRN-ERROR
		END-IF

		OPEN EXTEND RFS-JRN-FILE
	END-IF.
	IF NOT RFS-JRN-STATUS-OK
		PERFORM HANDLE-RFS-JRN-ERROR
	END-IF.

OPEN-RFS-JRN-FILE-EXIT.
	EXIT.

FORMAT-RFS-JOURNAL-LINE.

	MOVE RFS-JRN-TODAY-DATE   TO JRN-DATE.
	MOVE RFS-JRN-TODAY-HHMMSS TO JRN-TIME.
	MOVE RFS-JRN-ACTION       TO JRN-ACTION-OUT.
	MOVE RFS-JRN-OPERATION    TO JRN-OPERATION-OUT.
	MOVE RFS-AUDIT-USER-ID    TO JRN-USER-OUT.

	MOVE SITE-CODE          TO JRN-SITE-CODE.
	MOVE PRODUCT-CODE       TO JRN-PRODUCT-CODE.
	MOVE SUBSCRIPTION-ID    TO JRN-SUBSCRIPTION-ID.
	MOVE SIGNATURE          TO JRN-SIGNATURE.
	MOVE SYSTEM-TIME-CHANGE TO JRN-SYSTEM-TIME-CHANGE.
	MOVE LAST-MODIFIED-FILE TO JRN-LAST-MODIFIED-FILE.
	MOVE YEAR-CURRENT       TO JRN-YEAR-CURRENT.
	MOVE MONTH-CURRENT      TO JRN-MONTH-CURRENT.
	MOVE DAY-CURRENT        TO JRN-DAY-CURRENT.
	MOVE YEAR-START         TO JRN-YEAR-START.
	MOVE MONTH-START        TO JRN-MONTH-START.
	MOVE DAY-START          TO JRN-DAY-START.
	MOVE HOUR-START         TO JRN-HOUR-START.
	MOVE MINUTE-START       TO JRN-MINUTE-START.
	MOVE SECOND-START       TO JRN-SECOND-START.
	MOVE YEAR-END           TO JRN-YEAR-END.
	MOVE MONTH-END          TO JRN-MONTH-END.
	MOVE DAY-END            TO JRN-DAY-END.
	MOVE HOUR-END           TO JRN-HOUR-END.
	MOVE MINUTE-END         TO JRN-MINUTE-END.
	MOVE SECOND-END         TO JRN-SECOND-END.
	MOVE GRACE-DAYS         TO JRN-GRACE-DAYS.
	MOVE WARNING-DAYS       TO JRN-WARNING-DAYS.
	MOVE RECORD-STATUS      TO JRN-RECORD-STATUS.
	MOVE STATUS-EFFECTIVE   TO JRN-STATUS-EFFECTIVE.
	MOVE LICENSED-SEATS     TO JRN-LICENSED-SEATS.

FORMAT-RFS-JOURNAL-LINE-EXIT.
	EXIT.
