*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyPositionRFS.cbl   *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Current position - rebuild   *** <*
*> *** and reconciliation           *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyPositionRFS.

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
			COPY "position.env.cpy".
			COPY "posrpt.env.cpy".
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
		COPY "position.fd.cpy".
		COPY "posrpt.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "position.status.cpy".
		COPY "posrpt.status.cpy".
		COPY "runlog.status.cpy".

		COPY "position.post-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-PS-MODE-FLAG PIC X(01).
			88 RFS-PS-REBUILD VALUE "R".
			88 RFS-PS-CHECK   VALUE "C".

		*> The next rfs.dat record, read one ahead so the end of a
		*> site/product's renewals is seen before its latest
		*> record is handed on.
		01 RFS-PS-AHEAD.
			05 RFS-PS-AHEAD-KEY.
				10 RFS-PS-AHEAD-SITE    PIC X(08).
				10 RFS-PS-AHEAD-PRODUCT PIC X(04).
			05 FILLER                   PIC X(97).

		01 RFS-PS-AHEAD-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-PS-AHEAD-EOF VALUE "Y".

		*> The latest rfs.dat record of the site/product in hand -
		*> what its position ought to hold.
		01 RFS-PS-LIVE.
			05 RFS-PS-LIVE-KEY.
				10 RFS-PS-LIVE-SITE    PIC X(08).
				10 RFS-PS-LIVE-PRODUCT PIC X(04).
			05 RFS-PS-LIVE-ID          PIC 9(08).
			05 FILLER                  PIC X(89).

		01 RFS-PS-LIVE-RENEWALS PIC 9(04).

		01 RFS-PS-LIVE-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-PS-LIVE-EOF VALUE "Y".

		01 RFS-PS-GROUP-DONE-FLAG PIC X(01).
			88 RFS-PS-GROUP-DONE VALUE "Y".

		01 RFS-PS-POS-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-PS-POS-EOF VALUE "Y".

		01 RFS-PS-POS-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-PS-POS-OPEN VALUE "Y".

		*> Both sides with the clock stamp zeroed - ReyValidateRFS
		*> moves it on every status check without going through
		*> the journal or the position, so it is no disagreement.
		01 RFS-PS-LIVE-COMPARE PIC X(109).
		01 RFS-PS-POS-COMPARE  PIC X(109).

		01 RFS-PS-SIG-EXPECTED PIC X(01).

		01 RFS-PS-FINDING PIC X(09).

		01 RFS-PS-RECORD-COUNT   PIC 9(07) VALUE 0.
		01 RFS-PS-POSITION-COUNT PIC 9(07) VALUE 0.
		01 RFS-PS-AGREE-COUNT    PIC 9(07) VALUE 0.
		01 RFS-PS-DIFFER-COUNT   PIC 9(07) VALUE 0.

		01 RFS-PS-TITLE-LINE.
			05 FILLER           PIC X(37)
				VALUE "Current position check - rfs.dat vs ".
			05 FILLER           PIC X(17) VALUE "rfs-position.dat ".
			05 PS-TITLE-YEAR    PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 PS-TITLE-MONTH   PIC 9(02).
			05 FILLER           PIC X(01) VALUE "-".
			05 PS-TITLE-DAY     PIC 9(02).

		01 RFS-PS-COLUMN-LINE PIC X(100)
			VALUE
			"Site      Prod  Finding    rfs.dat-id  Position-id".

		01 RFS-PS-DETAIL-LINE.
			05 PS-SITE-OUT      PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 PS-PRODUCT-OUT   PIC X(04).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 PS-FINDING-OUT   PIC X(09).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 PS-LIVE-ID-OUT   PIC Z(07)9.
			05 PS-LIVE-ID-TEXT REDEFINES PS-LIVE-ID-OUT PIC X(08).
			05 FILLER           PIC X(04) VALUE SPACES.
			05 PS-POS-ID-OUT    PIC Z(07)9.
			05 PS-POS-ID-TEXT REDEFINES PS-POS-ID-OUT PIC X(08).

		01 RFS-PS-TOTAL-LINE.
			05 FILLER           PIC X(20) VALUE "Positions checked : ".
			05 PS-TOTAL-CHECKED PIC Z(06)9.
			05 FILLER           PIC X(13) VALUE "  agreeing : ".
			05 PS-TOTAL-AGREE   PIC Z(06)9.
			05 FILLER           PIC X(16) VALUE "  disagreeing : ".
			05 PS-TOTAL-DIFFER  PIC Z(06)9.

		01 RFS-PS-CLEAN-LINE PIC X(80)
			VALUE "rfs.dat and the current position agree.".

		01 RFS-PS-TODAY-DATE.
			05 RFS-PS-TODAY-YEAR  PIC 9(04).
			05 RFS-PS-TODAY-MONTH PIC 9(02).
			05 RFS-PS-TODAY-DAY   PIC 9(02).

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION PIC X(04).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function looks after rfs-position.dat, the current
*>     position the fleet-wide reports read in place of rfs.dat:
*>     one record per site/product holding its latest rfs.dat
*>     record, how many renewals it has, and whether that
*>     record's signature checked out.
*>     Every program that writes rfs.dat posts the change to the
*>     position as it goes (position.post.cpy); this program
*>     stands behind that. REBL rebuilds the position from
*>     scratch by walking rfs.dat in key order and keeping the
*>     last record of each site/product - the first run after
*>     installation, and after rfs.dat is restored, recovered or
*>     quarantined. rfs.dat is held open for update meanwhile,
*>     so no writer posts into a half-built file. CHEK walks
*>     both files side by side without changing either and
*>     lists in rfs-position-check.txt every site/product where
*>     they disagree: MISSING (in rfs.dat with no position),
*>     ORPHAN (a position with nothing left in rfs.dat), STALE
*>     (the position holds an older renewal than rfs.dat's
*>     latest), DIFFERS (same renewal, different contents - the
*>     clock stamp ReyValidateRFS moves aside), RENEWALS (the
*>     renewal count is off) or SIGNATURE (the signature result
*>     stored no longer matches the record).
*>     Both append their control totals to rfs-runlog.dat as
*>     steps REBUILD and CHECK: rfs.dat records read, and
*>     positions written or site/products found agreeing and
*>     disagreeing.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "REBL" to rebuild, "CHEK" to check
*>
*> Return:
*>     RETURN-CODE is zero on success, 4 when the check found a
*>     disagreement, 8 for an unknown operation, 12 when rfs.dat
*>     is held by another program, 16 when a file operation
*>     could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION.

	EVALUATE RFS-IN-OPERATION
		WHEN "REBL"
			SET RFS-PS-REBUILD TO TRUE
			MOVE "REBUILD" TO RFS-RUN-STEP
		WHEN "CHEK"
			SET RFS-PS-CHECK TO TRUE
			MOVE "CHECK" TO RFS-RUN-STEP
		WHEN OTHER
			DISPLAY "ReyPositionRFS - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
			GOBACK
	END-EVALUATE.

	MOVE "ReyPositionRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	*> The batch window checks and then rebuilds in one run unit,
	*> so nothing may carry over from an earlier call.
	MOVE "N" TO RFS-PS-AHEAD-EOF-FLAG.
	MOVE "N" TO RFS-PS-LIVE-EOF-FLAG.
	MOVE "N" TO RFS-PS-POS-EOF-FLAG.
	MOVE "N" TO RFS-PS-POS-OPEN-FLAG.
	MOVE 0 TO RFS-PS-RECORD-COUNT.
	MOVE 0 TO RFS-PS-POSITION-COUNT.
	MOVE 0 TO RFS-PS-AGREE-COUNT.
	MOVE 0 TO RFS-PS-DIFFER-COUNT.

	IF RFS-PS-REBUILD
		PERFORM OPEN-RFS-FILE-UPDATE THRU OPEN-RFS-FILE-UPDATE-EXIT
	ELSE
		PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT
	END-IF.

	*> No rfs.dat at all is an estate with nothing provisioned -
	*> the position is simply empty too.
	IF RFS-STATUS-NOT-FOUND
		SET RFS-PS-AHEAD-EOF TO TRUE
	ELSE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
		PERFORM READ-RFS-AHEAD
			THRU READ-RFS-AHEAD-EXIT
	END-IF.

	IF RFS-PS-REBUILD
		PERFORM REBUILD-POSITION
			THRU REBUILD-POSITION-EXIT
	ELSE
		PERFORM CHECK-POSITION
			THRU CHECK-POSITION-EXIT
	END-IF.

	IF NOT RFS-STATUS-NOT-FOUND
		CLOSE RFS-FILE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
	END-IF.

	MOVE RFS-PS-RECORD-COUNT TO RFS-RUN-READ.
	IF RFS-PS-REBUILD
		DISPLAY "ReyPositionRFS - REBL READ " RFS-PS-RECORD-COUNT
			" POSITIONS " RFS-PS-POSITION-COUNT UPON CONSOLE
		MOVE RFS-PS-POSITION-COUNT TO RFS-RUN-WRITTEN
		MOVE 0 TO RETURN-CODE
	ELSE
		DISPLAY "ReyPositionRFS - CHEK READ " RFS-PS-RECORD-COUNT
			" AGREE " RFS-PS-AGREE-COUNT
			" DISAGREE " RFS-PS-DIFFER-COUNT UPON CONSOLE
		MOVE RFS-PS-AGREE-COUNT  TO RFS-RUN-WRITTEN
		MOVE RFS-PS-DIFFER-COUNT TO RFS-RUN-REJECTED
		IF RFS-PS-DIFFER-COUNT > 0
			MOVE 4 TO RETURN-CODE
		ELSE
			MOVE 0 TO RETURN-CODE
		END-IF
	END-IF.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** REBUILD-POSITION          <*
*> *** A fresh file, one record  <*
*> *** per site/product built    <*
*> *** from its latest renewal   <*
*> ******************************* <*

REBUILD-POSITION.

	OPEN OUTPUT RFS-POS-FILE.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	PERFORM NEXT-LATEST-RECORD
		THRU NEXT-LATEST-RECORD-EXIT.
	PERFORM WRITE-ONE-POSITION
		THRU WRITE-ONE-POSITION-EXIT
		UNTIL RFS-PS-LIVE-EOF.

	CLOSE RFS-POS-FILE.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

REBUILD-POSITION-EXIT.
	EXIT.

WRITE-ONE-POSITION.

	MOVE RFS-PS-LIVE TO RFS-RECORD.
	PERFORM BUILD-RFS-POSITION
		THRU BUILD-RFS-POSITION-EXIT.
	MOVE RFS-PS-LIVE-SITE    TO RFS-POS-SITE-CODE.
	MOVE RFS-PS-LIVE-PRODUCT TO RFS-POS-PRODUCT-CODE.
	MOVE RFS-PS-LIVE-RENEWALS TO RFS-POS-RENEWALS.

	WRITE RFS-POS-RECORD.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.
	ADD 1 TO RFS-PS-POSITION-COUNT.

	PERFORM NEXT-LATEST-RECORD
		THRU NEXT-LATEST-RECORD-EXIT.

WRITE-ONE-POSITION-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-POSITION            <*
*> *** A balanced-line walk of   <*
*> *** the two files, both in    <*
*> *** site/product order; the   <*
*> *** lower key is the side     <*
*> *** the other one is missing  <*
*> ******************************* <*

CHECK-POSITION.

	ACCEPT RFS-PS-TODAY-DATE FROM DATE YYYYMMDD.

	OPEN OUTPUT RFS-POSRPT-FILE.
	IF NOT RFS-POSRPT-STATUS-OK
		PERFORM HANDLE-RFS-POSRPT-ERROR
	END-IF.

	MOVE RFS-PS-TODAY-YEAR  TO PS-TITLE-YEAR.
	MOVE RFS-PS-TODAY-MONTH TO PS-TITLE-MONTH.
	MOVE RFS-PS-TODAY-DAY   TO PS-TITLE-DAY.
	MOVE RFS-PS-TITLE-LINE TO RFS-POSRPT-LINE.
	PERFORM WRITE-CHECK-LINE
		THRU WRITE-CHECK-LINE-EXIT.
	MOVE RFS-PS-COLUMN-LINE TO RFS-POSRPT-LINE.
	PERFORM WRITE-CHECK-LINE
		THRU WRITE-CHECK-LINE-EXIT.

	*> A position file never created yet just means every
	*> site/product in rfs.dat is reported MISSING.
	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		SET RFS-PS-POS-EOF TO TRUE
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		SET RFS-PS-POS-OPEN TO TRUE
		PERFORM READ-NEXT-POSITION
			THRU READ-NEXT-POSITION-EXIT
	END-IF.

	PERFORM NEXT-LATEST-RECORD
		THRU NEXT-LATEST-RECORD-EXIT.
	PERFORM MATCH-ONE-POSITION
		THRU MATCH-ONE-POSITION-EXIT
		UNTIL RFS-PS-LIVE-EOF AND RFS-PS-POS-EOF.

	IF RFS-PS-POS-OPEN
		CLOSE RFS-POS-FILE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
	END-IF.

	IF RFS-PS-DIFFER-COUNT = 0
		MOVE RFS-PS-CLEAN-LINE TO RFS-POSRPT-LINE
		PERFORM WRITE-CHECK-LINE
			THRU WRITE-CHECK-LINE-EXIT
	END-IF.

	COMPUTE PS-TOTAL-CHECKED =
		RFS-PS-AGREE-COUNT + RFS-PS-DIFFER-COUNT.
	MOVE RFS-PS-AGREE-COUNT  TO PS-TOTAL-AGREE.
	MOVE RFS-PS-DIFFER-COUNT TO PS-TOTAL-DIFFER.
	MOVE RFS-PS-TOTAL-LINE TO RFS-POSRPT-LINE.
	PERFORM WRITE-CHECK-LINE
		THRU WRITE-CHECK-LINE-EXIT.

	CLOSE RFS-POSRPT-FILE.
	IF NOT RFS-POSRPT-STATUS-OK
		PERFORM HANDLE-RFS-POSRPT-ERROR
	END-IF.

CHECK-POSITION-EXIT.
	EXIT.

*> ******************************* <*
*> *** MATCH-ONE-POSITION        <*
*> *** Settles the lower of the  <*
*> *** two keys in hand and      <*
*> *** moves that side (or both) <*
*> *** on                        <*
*> ******************************* <*

MATCH-ONE-POSITION.

	IF RFS-PS-LIVE-EOF
			OR (NOT RFS-PS-POS-EOF
			AND RFS-POS-KEY < RFS-PS-LIVE-KEY)
		MOVE "ORPHAN" TO RFS-PS-FINDING
		PERFORM REPORT-POSITION-FINDING
			THRU REPORT-POSITION-FINDING-EXIT
		PERFORM READ-NEXT-POSITION
			THRU READ-NEXT-POSITION-EXIT
		GO TO MATCH-ONE-POSITION-EXIT
	END-IF.

	IF RFS-PS-POS-EOF
			OR RFS-PS-LIVE-KEY < RFS-POS-KEY
		MOVE "MISSING" TO RFS-PS-FINDING
		PERFORM REPORT-POSITION-FINDING
			THRU REPORT-POSITION-FINDING-EXIT
		PERFORM NEXT-LATEST-RECORD
			THRU NEXT-LATEST-RECORD-EXIT
		GO TO MATCH-ONE-POSITION-EXIT
	END-IF.

	PERFORM COMPARE-POSITION
		THRU COMPARE-POSITION-EXIT.
	IF RFS-PS-FINDING = SPACES
		ADD 1 TO RFS-PS-AGREE-COUNT
	ELSE
		PERFORM REPORT-POSITION-FINDING
			THRU REPORT-POSITION-FINDING-EXIT
	END-IF.

	PERFORM READ-NEXT-POSITION
		THRU READ-NEXT-POSITION-EXIT.
	PERFORM NEXT-LATEST-RECORD
		THRU NEXT-LATEST-RECORD-EXIT.

MATCH-ONE-POSITION-EXIT.
	EXIT.

*> ******************************* <*
*> *** COMPARE-POSITION          <*
*> *** Same site/product on both <*
*> *** sides - same renewal,     <*
*> *** same contents, same       <*
*> *** renewal count, same       <*
*> *** signature result          <*
*> ******************************* <*

COMPARE-POSITION.

	MOVE SPACES TO RFS-PS-FINDING.

	IF RFS-PS-LIVE-ID NOT = RFS-POS-IMAGE-ID
		MOVE "STALE" TO RFS-PS-FINDING
		GO TO COMPARE-POSITION-EXIT
	END-IF.

	MOVE RFS-POS-IMAGE TO RFS-RECORD.
	MOVE 0 TO SYSTEM-TIME-CHANGE.
	MOVE RFS-RECORD TO RFS-PS-POS-COMPARE.

	MOVE RFS-PS-LIVE TO RFS-RECORD.
	MOVE 0 TO SYSTEM-TIME-CHANGE.
	MOVE RFS-RECORD TO RFS-PS-LIVE-COMPARE.

	IF RFS-PS-LIVE-COMPARE NOT = RFS-PS-POS-COMPARE
		MOVE "DIFFERS" TO RFS-PS-FINDING
		GO TO COMPARE-POSITION-EXIT
	END-IF.

	IF RFS-PS-LIVE-RENEWALS NOT = RFS-POS-RENEWALS
		MOVE "RENEWALS" TO RFS-PS-FINDING
		GO TO COMPARE-POSITION-EXIT
	END-IF.

	MOVE RFS-PS-LIVE TO RFS-RECORD.
	PERFORM VERIFY-RFS-SIGNATURE.
	IF RFS-SIGNATURE-INVALID
		MOVE "N" TO RFS-PS-SIG-EXPECTED
	ELSE
		MOVE "Y" TO RFS-PS-SIG-EXPECTED
	END-IF.
	IF RFS-PS-SIG-EXPECTED NOT = RFS-POS-SIGNATURE-OK
		MOVE "SIGNATURE" TO RFS-PS-FINDING
	END-IF.

COMPARE-POSITION-EXIT.
	EXIT.

*> ******************************* <*
*> *** REPORT-POSITION-FINDING   <*
*> *** One line per disagreement <*
*> *** with the renewal id each  <*
*> *** side holds, blank for the <*
*> *** side that has none        <*
*> ******************************* <*

REPORT-POSITION-FINDING.

	MOVE RFS-PS-FINDING TO PS-FINDING-OUT.

	IF RFS-PS-FINDING = "ORPHAN"
		MOVE RFS-POS-SITE-CODE    TO PS-SITE-OUT
		MOVE RFS-POS-PRODUCT-CODE TO PS-PRODUCT-OUT
		MOVE SPACES               TO PS-LIVE-ID-TEXT
	ELSE
		MOVE RFS-PS-LIVE-SITE     TO PS-SITE-OUT
		MOVE RFS-PS-LIVE-PRODUCT  TO PS-PRODUCT-OUT
		MOVE RFS-PS-LIVE-ID       TO PS-LIVE-ID-OUT
	END-IF.

	IF RFS-PS-FINDING = "MISSING"
		MOVE SPACES           TO PS-POS-ID-TEXT
	ELSE
		MOVE RFS-POS-IMAGE-ID TO PS-POS-ID-OUT
	END-IF.

	MOVE RFS-PS-DETAIL-LINE TO RFS-POSRPT-LINE.
	PERFORM WRITE-CHECK-LINE
		THRU WRITE-CHECK-LINE-EXIT.

	ADD 1 TO RFS-PS-DIFFER-COUNT.

REPORT-POSITION-FINDING-EXIT.
	EXIT.

*> ******************************* <*
*> *** NEXT-LATEST-RECORD        <*
*> *** Hands on the latest       <*
*> *** record of the next        <*
*> *** site/product in rfs.dat - <*
*> *** its renewals come         <*
*> *** together in               <*
*> *** subscription-id order, so <*
*> *** the last one is latest    <*
*> ******************************* <*

NEXT-LATEST-RECORD.

	IF RFS-PS-AHEAD-EOF
		SET RFS-PS-LIVE-EOF TO TRUE
		GO TO NEXT-LATEST-RECORD-EXIT
	END-IF.

	MOVE RFS-PS-AHEAD TO RFS-PS-LIVE.
	MOVE 1 TO RFS-PS-LIVE-RENEWALS.
	MOVE "N" TO RFS-PS-GROUP-DONE-FLAG.
	PERFORM EXTEND-LIVE-GROUP
		THRU EXTEND-LIVE-GROUP-EXIT
		UNTIL RFS-PS-GROUP-DONE.

NEXT-LATEST-RECORD-EXIT.
	EXIT.

EXTEND-LIVE-GROUP.

	PERFORM READ-RFS-AHEAD
		THRU READ-RFS-AHEAD-EXIT.

	IF RFS-PS-AHEAD-EOF
			OR RFS-PS-AHEAD-KEY NOT = RFS-PS-LIVE-KEY
		SET RFS-PS-GROUP-DONE TO TRUE
	ELSE
		MOVE RFS-PS-AHEAD TO RFS-PS-LIVE
		ADD 1 TO RFS-PS-LIVE-RENEWALS
	END-IF.

EXTEND-LIVE-GROUP-EXIT.
	EXIT.

*> ******************************* <*
*> *** READ-RFS-AHEAD            <*
*> ******************************* <*

READ-RFS-AHEAD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		SET RFS-PS-AHEAD-EOF TO TRUE
		GO TO READ-RFS-AHEAD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-RECORD TO RFS-PS-AHEAD.
	ADD 1 TO RFS-PS-RECORD-COUNT.

READ-RFS-AHEAD-EXIT.
	EXIT.

*> ******************************* <*
*> *** READ-NEXT-POSITION        <*
*> ******************************* <*

READ-NEXT-POSITION.

	IF RFS-PS-POS-EOF
		GO TO READ-NEXT-POSITION-EXIT
	END-IF.

	READ RFS-POS-FILE NEXT RECORD.

	IF RFS-POS-STATUS-EOF
		SET RFS-PS-POS-EOF TO TRUE
		GO TO READ-NEXT-POSITION-EXIT
	END-IF.

	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

READ-NEXT-POSITION-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-CHECK-LINE          <*
*> ******************************* <*

WRITE-CHECK-LINE.

	WRITE RFS-POSRPT-LINE.
	IF NOT RFS-POSRPT-STATUS-OK
		PERFORM HANDLE-RFS-POSRPT-ERROR
	END-IF.

WRITE-CHECK-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-POSRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-POSRPT-ERROR.
	DISPLAY "RFS-POSRPT-FILE ERROR - FILE STATUS " RFS-POSRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-POSRPT-ERROR-EXIT.
	EXIT.

	COPY "position.post.cpy".
	COPY "rfs.signature.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "position.error.cpy".
	COPY "runlog.cpy".
