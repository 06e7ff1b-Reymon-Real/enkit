*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - ntcmerge.cpy         ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Shared paragraphs - the letter     *** <*
*> *** merge engine behind every customer *** <*
*> *** letter: load a template, then      *** <*
*> *** replace its merge tokens line by   *** <*
*> *** line. COPY into PROCEDURE          *** <*
*> *** DIVISION; requires ntctpl.env.cpy, *** <*
*> *** ntctpl.fd.cpy, ntctpl.status.cpy,  *** <*
*> *** ntctpl-ws.cpy and ntcmerge-ws.cpy  *** <*
*> *** in their divisions                 *** <*
*> ***************************************** <*

*> ******************************* <*
*> *** LOAD-NOTICE-TEMPLATE      <*
*> *** No template is an         <*
*> *** operator mistake worth    <*
*> *** aborting loudly on -      <*
*> *** nothing sensible can be   <*
*> *** dispatched without one    <*
*> ******************************* <*

LOAD-NOTICE-TEMPLATE.

	MOVE 0 TO RFS-NTC-TPL-USED.
	MOVE "N" TO RFS-NTC-TPL-EOF-FLAG.

	OPEN INPUT RFS-TPL-FILE.
	IF RFS-TPL-STATUS-NOT-FOUND
		DISPLAY "RFS-TPL-FILE ERROR - " RFS-TPL-OPEN-NAME
			" NOT FOUND" UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-TPL-STATUS-OK
		PERFORM HANDLE-RFS-TPL-ERROR
	END-IF.

	PERFORM LOAD-ONE-TEMPLATE-LINE
		THRU LOAD-ONE-TEMPLATE-LINE-EXIT
		UNTIL RFS-NTC-TPL-EOF.

	CLOSE RFS-TPL-FILE.
	IF NOT RFS-TPL-STATUS-OK
		PERFORM HANDLE-RFS-TPL-ERROR
	END-IF.

LOAD-NOTICE-TEMPLATE-EXIT.
	EXIT.

LOAD-ONE-TEMPLATE-LINE.

	READ RFS-TPL-FILE.

	IF RFS-TPL-STATUS-EOF
		SET RFS-NTC-TPL-EOF TO TRUE
		GO TO LOAD-ONE-TEMPLATE-LINE-EXIT
	END-IF.

	IF NOT RFS-TPL-STATUS-OK
		PERFORM HANDLE-RFS-TPL-ERROR
	END-IF.

	IF RFS-NTC-TPL-USED >= 100
		DISPLAY "RFS-NTC-TPL-TABLE FULL - TEMPLATE OVER 100 LINES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-NTC-TPL-USED.
	MOVE RFS-TPL-LINE TO RFS-NTC-TPL-LINE (RFS-NTC-TPL-USED).

LOAD-ONE-TEMPLATE-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** SUBSTITUTE-ONE-TOKEN      <*
*> *** Replaces every occurrence <*
*> *** of the token in the work  <*
*> *** line with the value,      <*
*> *** trimmed of its trailing   <*
*> *** blanks; longer tokens are <*
*> *** merged before shorter     <*
*> *** ones so "&SITE" never     <*
*> *** eats into a longer name   <*
*> ******************************* <*

SUBSTITUTE-ONE-TOKEN.

	*> Trim the value's trailing blanks; an all-blank value
	*> still replaces the token with a single space rather than
	*> leaving the token in the letter.
	MOVE 30 TO RFS-NTC-TRIM-LEN.
	MOVE "N" TO RFS-NTC-TRIM-DONE-FLAG.
	PERFORM TRIM-ONE-VALUE-SPACE
		UNTIL RFS-NTC-TRIM-DONE OR RFS-NTC-TRIM-LEN = 0.
	IF RFS-NTC-TRIM-LEN = 0
		MOVE 1 TO RFS-NTC-TRIM-LEN
	END-IF.
	MOVE RFS-NTC-TRIM-LEN TO RFS-NTC-VALUE-LEN.

	MOVE 1 TO RFS-NTC-SCAN-POS.
	PERFORM SUBSTITUTE-SCAN-ONE-POS
		THRU SUBSTITUTE-SCAN-ONE-POS-EXIT
		UNTIL RFS-NTC-SCAN-POS > 100.

SUBSTITUTE-ONE-TOKEN-EXIT.
	EXIT.

TRIM-ONE-VALUE-SPACE.

	IF RFS-NTC-VALUE (RFS-NTC-TRIM-LEN:1) = SPACE
		SUBTRACT 1 FROM RFS-NTC-TRIM-LEN
	ELSE
		SET RFS-NTC-TRIM-DONE TO TRUE
	END-IF.

TRIM-ONE-VALUE-SPACE-EXIT.
	EXIT.

SUBSTITUTE-SCAN-ONE-POS.

	IF RFS-NTC-WORK-LINE (RFS-NTC-SCAN-POS:RFS-NTC-TOKEN-LEN)
			NOT = RFS-NTC-TOKEN (1:RFS-NTC-TOKEN-LEN)
		ADD 1 TO RFS-NTC-SCAN-POS
		GO TO SUBSTITUTE-SCAN-ONE-POS-EXIT
	END-IF.

	COMPUTE RFS-NTC-TAIL-POS =
		RFS-NTC-SCAN-POS + RFS-NTC-TOKEN-LEN.
	COMPUTE RFS-NTC-TAIL-LEN = 110 - RFS-NTC-TAIL-POS + 1.

	MOVE SPACES TO RFS-NTC-BUILD-LINE.
	IF RFS-NTC-SCAN-POS = 1
		STRING RFS-NTC-VALUE (1:RFS-NTC-VALUE-LEN)
				DELIMITED BY SIZE
			RFS-NTC-WORK-LINE
				(RFS-NTC-TAIL-POS:RFS-NTC-TAIL-LEN)
				DELIMITED BY SIZE
			INTO RFS-NTC-BUILD-LINE
	ELSE
		STRING RFS-NTC-WORK-LINE (1:RFS-NTC-SCAN-POS - 1)
				DELIMITED BY SIZE
			RFS-NTC-VALUE (1:RFS-NTC-VALUE-LEN)
				DELIMITED BY SIZE
			RFS-NTC-WORK-LINE
				(RFS-NTC-TAIL-POS:RFS-NTC-TAIL-LEN)
				DELIMITED BY SIZE
			INTO RFS-NTC-BUILD-LINE
	END-IF.

	MOVE RFS-NTC-BUILD-LINE TO RFS-NTC-WORK-LINE.
	COMPUTE RFS-NTC-SCAN-POS =
		RFS-NTC-SCAN-POS + RFS-NTC-VALUE-LEN.

SUBSTITUTE-SCAN-ONE-POS-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-TPL-ERROR      <*
*> ******************************* <*

HANDLE-RFS-TPL-ERROR.
	DISPLAY "RFS-TPL-FILE ERROR - FILE STATUS " RFS-TPL-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-TPL-ERROR-EXIT.
	EXIT.
