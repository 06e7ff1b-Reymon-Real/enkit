*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyDepCheckRFS.cbl   *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Product dependency violation *** <*
*> *** report                       *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyDepCheckRFS.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "deps.env.cpy".
			COPY "depviol.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "deps.fd.cpy".
		COPY "depviol.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "deps.status.cpy".
		COPY "depviol.status.cpy".
		COPY "runlog.status.cpy".

		COPY "deps.check-ws.cpy".

		COPY "rfs.latest-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-DCK-TODAY-NUM PIC 9(08).

		*> The latest window of every site/product in rfs.dat,
		*> its end date and the last day it serves - the end,
		*> or a cancel or suspend mark's effective date when
		*> that comes sooner.
		01 RFS-DCK-WIN-TABLE.
			05 RFS-DCK-WIN-ENTRY OCCURS 2000 TIMES.
				10 RFS-DCK-WIN-SITE    PIC X(08).
				10 RFS-DCK-WIN-PRODUCT PIC X(04).
				10 RFS-DCK-WIN-END-NUM PIC 9(08).
				10 RFS-DCK-WIN-UNTIL   PIC 9(08).

		01 RFS-DCK-WIN-USED PIC 9(04) VALUE 0.
		01 RFS-DCK-WIN-IDX  PIC 9(04).
		01 RFS-DCK-BASE-IDX PIC 9(04).
		01 RFS-DCK-BASE-HIT PIC 9(04).

		01 RFS-DCK-BASE-PRODUCT PIC X(04).
		01 RFS-DCK-BASE-UNTIL   PIC 9(08).
		01 RFS-DCK-VIOLATION    PIC X(12).

		01 RFS-DCK-VIOLATION-COUNT PIC 9(05) VALUE 0.

		01 RFS-DCK-TITLE-LINE PIC X(100)
			VALUE "Product dependency violations".

		01 RFS-DCK-COLUMN-LINE PIC X(100)
			VALUE
			"Site      Add-on  Until     Base  Base until  Violation".

		01 RFS-DCK-DETAIL-LINE.
			05 DCK-SITE-OUT    PIC X(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 DCK-ADDON-OUT   PIC X(04).
			05 FILLER          PIC X(04) VALUE SPACES.
			05 DCK-UNTIL-OUT   PIC 9(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 DCK-BASE-OUT    PIC X(04).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 DCK-BASE-UNTIL-OUT PIC 9(08).
			05 FILLER          PIC X(04) VALUE SPACES.
			05 DCK-VIOLATION-OUT PIC X(12).

		01 RFS-DCK-EMPTY-LINE PIC X(100)
			VALUE "No add-on is out of line with its base product.".

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function is the nightly sweep behind the product
*>     dependency rules ReyWriteRFS, ReyRenewRFS, ReyImportRFS
*>     and ReyCancelRFS enforce one order at a time. Every
*>     add-on whose latest window in rfs.dat is still live today
*>     is set against each base product rfs-productdeps.dat says
*>     it requires at the same site: a base that is missing or
*>     no longer live is reported NO-BASE, a base that stops
*>     before the add-on does is reported PAST-BASE. The
*>     violations - whatever slipped past the entry points,
*>     through a suspension, a co-terming run or a hand-built
*>     record - are written to rfs-depviol.txt for the account
*>     desk; nothing is changed. No rules file at all reports
*>     nothing.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     rfs.dat records read and violations reported.
*>
*> Parameters:
*>     None
*>
*> Return:
*>     RETURN-CODE is zero when no add-on is out of line, 4
*>     when any violation was reported, 16 when a file
*>     operation could not be completed
*>

PROCEDURE DIVISION.

	ACCEPT RFS-DCK-TODAY-NUM FROM DATE YYYYMMDD.

	MOVE "ReyDepCheckRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	PERFORM LOAD-ALL-REQUIREMENTS
		THRU LOAD-ALL-REQUIREMENTS-EXIT.

	PERFORM COLLECT-LATEST-WINDOWS
		THRU COLLECT-LATEST-WINDOWS-EXIT.

	OPEN OUTPUT RFS-DVR-FILE.
	IF NOT RFS-DVR-STATUS-OK
		PERFORM HANDLE-RFS-DVR-ERROR
	END-IF.

	MOVE RFS-DCK-TITLE-LINE TO RFS-DVR-LINE.
	PERFORM WRITE-ONE-VIOLATION-LINE.

	MOVE RFS-DCK-COLUMN-LINE TO RFS-DVR-LINE.
	PERFORM WRITE-ONE-VIOLATION-LINE.

	MOVE 0 TO RFS-DCK-WIN-IDX.
	PERFORM CHECK-ONE-WINDOW
		THRU CHECK-ONE-WINDOW-EXIT
		UNTIL RFS-DCK-WIN-IDX >= RFS-DCK-WIN-USED.

	IF RFS-DCK-VIOLATION-COUNT = 0
		MOVE RFS-DCK-EMPTY-LINE TO RFS-DVR-LINE
		PERFORM WRITE-ONE-VIOLATION-LINE
	END-IF.

	CLOSE RFS-DVR-FILE.
	IF NOT RFS-DVR-STATUS-OK
		PERFORM HANDLE-RFS-DVR-ERROR
	END-IF.

	DISPLAY "ReyDepCheckRFS - VIOLATIONS " RFS-DCK-VIOLATION-COUNT
		UPON CONSOLE.

	IF RFS-DCK-VIOLATION-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.

	MOVE RFS-DCK-VIOLATION-COUNT TO RFS-RUN-WRITTEN.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** COLLECT-LATEST-WINDOWS    <*
*> *** rfs.dat arrives site-code <*
*> *** major, subscription-id    <*
*> *** minor, so the last record <*
*> *** of each site/product is   <*
*> *** its latest                <*
*> ******************************* <*

COLLECT-LATEST-WINDOWS.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO COLLECT-LATEST-WINDOWS-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	PERFORM COLLECT-NEXT-RECORD
		THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-STATUS-EOF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

COLLECT-LATEST-WINDOWS-EXIT.
	EXIT.

COLLECT-NEXT-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		GO TO COLLECT-NEXT-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	IF RFS-DCK-WIN-USED = 0
			OR RFS-DCK-WIN-SITE (RFS-DCK-WIN-USED) NOT = SITE-CODE
			OR RFS-DCK-WIN-PRODUCT (RFS-DCK-WIN-USED) NOT =
				PRODUCT-CODE
		IF RFS-DCK-WIN-USED >= 2000
			DISPLAY "RFS-DCK-WIN-TABLE FULL - MORE THAN 2000"
				" SITE/PRODUCTS" UPON CONSOLE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-DCK-WIN-USED
		MOVE SITE-CODE    TO RFS-DCK-WIN-SITE (RFS-DCK-WIN-USED)
		MOVE PRODUCT-CODE TO RFS-DCK-WIN-PRODUCT (RFS-DCK-WIN-USED)
	END-IF.

	COMPUTE RFS-DCK-WIN-END-NUM (RFS-DCK-WIN-USED) =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.
	MOVE RFS-DCK-WIN-END-NUM (RFS-DCK-WIN-USED)
		TO RFS-DCK-WIN-UNTIL (RFS-DCK-WIN-USED).
	IF (RECORD-STATUS = "C" OR RECORD-STATUS = "S")
			AND STATUS-EFFECTIVE > 0
			AND STATUS-EFFECTIVE < RFS-DCK-WIN-UNTIL (RFS-DCK-WIN-USED)
		MOVE STATUS-EFFECTIVE TO RFS-DCK-WIN-UNTIL (RFS-DCK-WIN-USED)
	END-IF.

COLLECT-NEXT-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-ONE-WINDOW          <*
*> *** A live window is checked  <*
*> *** against every rule naming <*
*> *** its product as the add-on <*
*> ******************************* <*

CHECK-ONE-WINDOW.

	ADD 1 TO RFS-DCK-WIN-IDX.

	IF RFS-DCK-WIN-UNTIL (RFS-DCK-WIN-IDX) < RFS-DCK-TODAY-NUM
		GO TO CHECK-ONE-WINDOW-EXIT
	END-IF.

	MOVE 0 TO RFS-DPC-RULE-IDX.
	PERFORM CHECK-ONE-WINDOW-RULE
		THRU CHECK-ONE-WINDOW-RULE-EXIT
		UNTIL RFS-DPC-RULE-IDX >= RFS-DPC-RULE-COUNT.

CHECK-ONE-WINDOW-EXIT.
	EXIT.

CHECK-ONE-WINDOW-RULE.

	ADD 1 TO RFS-DPC-RULE-IDX.

	IF RFS-DPC-RULE-OWNER (RFS-DPC-RULE-IDX) NOT =
			RFS-DCK-WIN-PRODUCT (RFS-DCK-WIN-IDX)
		GO TO CHECK-ONE-WINDOW-RULE-EXIT
	END-IF.

	MOVE RFS-DPC-RULE-BASE (RFS-DPC-RULE-IDX) TO RFS-DCK-BASE-PRODUCT.
	MOVE 0 TO RFS-DCK-BASE-HIT.
	MOVE 0 TO RFS-DCK-BASE-IDX.
	PERFORM MATCH-ONE-BASE-WINDOW
		UNTIL RFS-DCK-BASE-IDX >= RFS-DCK-WIN-USED
			OR RFS-DCK-BASE-HIT > 0.

	MOVE SPACES TO RFS-DCK-VIOLATION.
	MOVE 0 TO RFS-DCK-BASE-UNTIL.
	IF RFS-DCK-BASE-HIT = 0
		MOVE "NO-BASE" TO RFS-DCK-VIOLATION
	ELSE
		MOVE RFS-DCK-WIN-UNTIL (RFS-DCK-BASE-HIT)
			TO RFS-DCK-BASE-UNTIL
		IF RFS-DCK-BASE-UNTIL < RFS-DCK-TODAY-NUM
			MOVE "NO-BASE" TO RFS-DCK-VIOLATION
		ELSE
			IF RFS-DCK-WIN-UNTIL (RFS-DCK-WIN-IDX) >
					RFS-DCK-BASE-UNTIL
				MOVE "PAST-BASE" TO RFS-DCK-VIOLATION
			END-IF
		END-IF
	END-IF.

	IF RFS-DCK-VIOLATION = SPACES
		GO TO CHECK-ONE-WINDOW-RULE-EXIT
	END-IF.

	ADD 1 TO RFS-DCK-VIOLATION-COUNT.

	MOVE RFS-DCK-WIN-SITE (RFS-DCK-WIN-IDX)    TO DCK-SITE-OUT.
	MOVE RFS-DCK-WIN-PRODUCT (RFS-DCK-WIN-IDX) TO DCK-ADDON-OUT.
	MOVE RFS-DCK-WIN-UNTIL (RFS-DCK-WIN-IDX)   TO DCK-UNTIL-OUT.
	MOVE RFS-DCK-BASE-PRODUCT TO DCK-BASE-OUT.
	MOVE RFS-DCK-BASE-UNTIL   TO DCK-BASE-UNTIL-OUT.
	MOVE RFS-DCK-VIOLATION    TO DCK-VIOLATION-OUT.

	MOVE RFS-DCK-DETAIL-LINE TO RFS-DVR-LINE.
	PERFORM WRITE-ONE-VIOLATION-LINE.

CHECK-ONE-WINDOW-RULE-EXIT.
	EXIT.

MATCH-ONE-BASE-WINDOW.

	ADD 1 TO RFS-DCK-BASE-IDX.

	IF RFS-DCK-WIN-SITE (RFS-DCK-BASE-IDX) =
			RFS-DCK-WIN-SITE (RFS-DCK-WIN-IDX)
			AND RFS-DCK-WIN-PRODUCT (RFS-DCK-BASE-IDX) =
				RFS-DCK-BASE-PRODUCT
		MOVE RFS-DCK-BASE-IDX TO RFS-DCK-BASE-HIT
	END-IF.

MATCH-ONE-BASE-WINDOW-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-ONE-VIOLATION-LINE  <*
*> ******************************* <*

WRITE-ONE-VIOLATION-LINE.

	WRITE RFS-DVR-LINE.
	IF NOT RFS-DVR-STATUS-OK
		PERFORM HANDLE-RFS-DVR-ERROR
	END-IF.

WRITE-ONE-VIOLATION-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-DVR-ERROR      <*
*> ******************************* <*

HANDLE-RFS-DVR-ERROR.
	DISPLAY "RFS-DVR-FILE ERROR - FILE STATUS " RFS-DVR-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-DVR-ERROR-EXIT.
	EXIT.

	COPY "deps.check.cpy".
	COPY "rfs.latest.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "runlog.cpy".
