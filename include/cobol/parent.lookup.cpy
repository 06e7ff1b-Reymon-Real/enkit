*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parent.lookup.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Shared paragraphs - fetch a parent *** <*
*> *** account from rfs-parents.dat, and  *** <*
*> *** test whether a site-code is        *** <*
*> *** grouped under it in rfs-parent-    *** <*
*> *** sites.dat. COPY into PROCEDURE     *** <*
*> *** DIVISION; requires parent.env.cpy, *** <*
*> *** parchild.env.cpy, their fd and     *** <*
*> *** status copybooks and               *** <*
*> *** parent.lookup-ws.cpy in their      *** <*
*> *** divisions. A missing file only     *** <*
*> *** clears RFS-PRL-FOUND or RFS-PRL-   *** <*
*> *** MEMBER - the caller decides        *** <*
*> *** whether that is an error           *** <*
*> ***************************************** <*

LOOKUP-PARENT-ACCOUNT.

	MOVE "N" TO RFS-PRL-FOUND-FLAG.
	MOVE SPACES TO RFS-PRL-NAME.
	MOVE SPACES TO RFS-PRL-CONTACT.
	MOVE SPACES TO RFS-PRL-BILLING.

	OPEN INPUT RFS-PAR-FILE.
	IF RFS-PAR-STATUS-NOT-FOUND
		GO TO LOOKUP-PARENT-ACCOUNT-EXIT
	END-IF.
	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

	MOVE RFS-PRL-LOOKUP-PARENT TO PAR-PARENT-ID.
	READ RFS-PAR-FILE.
	IF RFS-PAR-STATUS-OK
		SET RFS-PRL-FOUND TO TRUE
		MOVE PAR-NAME         TO RFS-PRL-NAME
		MOVE PAR-BILL-CONTACT TO RFS-PRL-CONTACT
		MOVE PAR-BILL-ACCT    TO RFS-PRL-BILLING
	ELSE
		IF NOT RFS-PAR-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-PAR-ERROR
		END-IF
	END-IF.

	CLOSE RFS-PAR-FILE.
	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

LOOKUP-PARENT-ACCOUNT-EXIT.
	EXIT.

LOOKUP-PARENT-MEMBER.

	IF RFS-PRL-LOOKUP-PARENT = RFS-PRL-LAST-PARENT
			AND RFS-PRL-LOOKUP-SITE = RFS-PRL-LAST-SITE
		GO TO LOOKUP-PARENT-MEMBER-EXIT
	END-IF.

	MOVE RFS-PRL-LOOKUP-PARENT TO RFS-PRL-LAST-PARENT.
	MOVE RFS-PRL-LOOKUP-SITE   TO RFS-PRL-LAST-SITE.
	MOVE "N" TO RFS-PRL-MEMBER-FLAG.

	OPEN INPUT RFS-PCH-FILE.
	IF RFS-PCH-STATUS-NOT-FOUND
		GO TO LOOKUP-PARENT-MEMBER-EXIT
	END-IF.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	MOVE RFS-PRL-LOOKUP-PARENT TO PCH-PARENT-ID.
	MOVE RFS-PRL-LOOKUP-SITE   TO PCH-SITE-CODE.
	READ RFS-PCH-FILE.
	IF RFS-PCH-STATUS-OK
		SET RFS-PRL-MEMBER TO TRUE
	ELSE
		IF NOT RFS-PCH-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-PCH-ERROR
		END-IF
	END-IF.

	CLOSE RFS-PCH-FILE.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

LOOKUP-PARENT-MEMBER-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PAR-ERROR      <*
*> ******************************* <*

HANDLE-RFS-PAR-ERROR.
	DISPLAY "RFS-PAR-FILE ERROR - FILE STATUS " RFS-PAR-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PAR-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PCH-ERROR      <*
*> ******************************* <*

HANDLE-RFS-PCH-ERROR.
	DISPLAY "RFS-PCH-FILE ERROR - FILE STATUS " RFS-PCH-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PCH-ERROR-EXIT.
	EXIT.
