*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - journal.error.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************************************* <*
*> *** Shared file-status error handler COPY  *** <*
*> *** this paragraph into the PROCEDURE      *** <*
*> *** DIVISION of any program that           *** <*
*> *** opens/writes/closes RFS-JRN-FILE, then *** <*
*> *** PERFORM it whenever RFS-JRN-STATUS is  *** <*
*> *** not RFS-JRN-STATUS-OK                  *** <*
*> ********************************************* <*

HANDLE-RFS-JRN-ERROR.
	DISPLAY "RFS-JRN-FILE ERROR - FILE STATUS " RFS-JRN-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-JRN-ERROR-EXIT.
	EXIT.
