*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - position.error.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************************************* <*
*> *** Shared file-status error handler COPY  *** <*
*> *** this paragraph into the PROCEDURE      *** <*
*> *** DIVISION of any program that           *** <*
*> *** opens/reads/writes/closes              *** <*
*> *** RFS-POS-FILE, then PERFORM it whenever *** <*
*> *** RFS-POS-STATUS is not                  *** <*
*> *** RFS-POS-STATUS-OK                      *** <*
*> ********************************************* <*

HANDLE-RFS-POS-ERROR.
	DISPLAY "RFS-POS-FILE ERROR - FILE STATUS " RFS-POS-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-POS-ERROR-EXIT.
	EXIT.
