*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - recv.ledger.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Shared paragraphs - open the       *** <*
*> *** receivables ledger for update      *** <*
*> *** (creating it on first use), number *** <*
*> *** the next item, and find the        *** <*
*> *** invoice item of one renewal or the *** <*
*> *** oldest one a site/product still    *** <*
*> *** owes on. COPY into PROCEDURE       *** <*
*> *** DIVISION; requires recv.env.cpy,   *** <*
*> *** recv.fd.cpy, recv.status.cpy and   *** <*
*> *** recv.ledger-ws.cpy in their        *** <*
*> *** divisions                          *** <*
*> ***************************************** <*

*> ******************************* <*
*> *** OPEN-RECEIVABLES-UPDATE   <*
*> *** Creates the ledger on     <*
*> *** first use, the same way   <*
*> *** ReyScheduleRFS creates    <*
*> *** its book                  <*
*> ******************************* <*

OPEN-RECEIVABLES-UPDATE.

	OPEN I-O RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF

		CLOSE RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF

		OPEN I-O RFS-RCV-FILE
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

OPEN-RECEIVABLES-UPDATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** ASSIGN-NEXT-INVOICE-NO    <*
*> *** The item number is the    <*
*> *** highest on file plus one  <*
*> *** - read straight off the   <*
*> *** top of the index          <*
*> ******************************* <*

ASSIGN-NEXT-INVOICE-NO.

	MOVE 0 TO RFS-RCV-NEXT-NO.

	MOVE 99999999 TO RCV-INVOICE-NO.
	START RFS-RCV-FILE KEY IS NOT GREATER THAN RFS-RCV-KEY.
	IF RFS-RCV-STATUS-NO-RECORD OR RFS-RCV-STATUS-EOF
		MOVE 1 TO RFS-RCV-NEXT-NO
		GO TO ASSIGN-NEXT-INVOICE-NO-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	READ RFS-RCV-FILE PREVIOUS RECORD.
	IF RFS-RCV-STATUS-EOF
		MOVE 1 TO RFS-RCV-NEXT-NO
		GO TO ASSIGN-NEXT-INVOICE-NO-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	COMPUTE RFS-RCV-NEXT-NO = RCV-INVOICE-NO + 1.

ASSIGN-NEXT-INVOICE-NO-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-RECEIVABLE-ITEM      <*
*> *** With a renewal id, the    <*
*> *** invoice raised for that   <*
*> *** window whatever its state <*
*> *** - so the nightly pricing  <*
*> *** never raises it twice;    <*
*> *** with id zero, the oldest  <*
*> *** invoice the site/product  <*
*> *** still owes on. Only the   <*
*> *** site/product's own run of <*
*> *** the alternate index is    <*
*> *** read. A found item is     <*
*> *** re-read by its number,    <*
*> *** current for a REWRITE     <*
*> ******************************* <*

FIND-RECEIVABLE-ITEM.

	MOVE "N" TO RFS-RCV-ITEM-FOUND-FLAG.
	MOVE "N" TO RFS-RCV-SCAN-EOF-FLAG.
	MOVE 0 TO RFS-RCV-FOUND-NO.

	MOVE RFS-RCV-SEEK-SITE    TO RCV-SITE-CODE.
	MOVE RFS-RCV-SEEK-PRODUCT TO RCV-PRODUCT-CODE.
	MOVE RFS-RCV-SEEK-ID      TO RCV-SUBSCRIPTION-ID.
	START RFS-RCV-FILE KEY IS NOT LESS THAN RFS-RCV-ITEM-KEY.
	IF RFS-RCV-STATUS-NO-RECORD OR RFS-RCV-STATUS-EOF
		GO TO FIND-RECEIVABLE-ITEM-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	PERFORM MATCH-ONE-RECEIVABLE-ITEM
		THRU MATCH-ONE-RECEIVABLE-ITEM-EXIT
		UNTIL RFS-RCV-SCAN-EOF.

	IF RFS-RCV-FOUND-NO = 0
		GO TO FIND-RECEIVABLE-ITEM-EXIT
	END-IF.

	SET RFS-RCV-ITEM-FOUND TO TRUE.
	MOVE RFS-RCV-FOUND-NO TO RCV-INVOICE-NO.
	READ RFS-RCV-FILE KEY IS RFS-RCV-KEY.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

FIND-RECEIVABLE-ITEM-EXIT.
	EXIT.

*> The run is over at the next site/product or, seeking one
*> window, past its id. For id zero the lowest-numbered open
*> invoice of the run is kept, the oldest raised.
MATCH-ONE-RECEIVABLE-ITEM.

	READ RFS-RCV-FILE NEXT RECORD.

	IF RFS-RCV-STATUS-EOF
		SET RFS-RCV-SCAN-EOF TO TRUE
		GO TO MATCH-ONE-RECEIVABLE-ITEM-EXIT
	END-IF.

	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	IF RCV-SITE-CODE NOT = RFS-RCV-SEEK-SITE
			OR RCV-PRODUCT-CODE NOT = RFS-RCV-SEEK-PRODUCT
		SET RFS-RCV-SCAN-EOF TO TRUE
		GO TO MATCH-ONE-RECEIVABLE-ITEM-EXIT
	END-IF.

	IF RFS-RCV-SEEK-ID > 0
			AND RCV-SUBSCRIPTION-ID NOT = RFS-RCV-SEEK-ID
		SET RFS-RCV-SCAN-EOF TO TRUE
		GO TO MATCH-ONE-RECEIVABLE-ITEM-EXIT
	END-IF.

	IF RCV-KIND NOT = "I"
		GO TO MATCH-ONE-RECEIVABLE-ITEM-EXIT
	END-IF.

	IF RFS-RCV-SEEK-ID > 0
		MOVE RCV-INVOICE-NO TO RFS-RCV-FOUND-NO
		SET RFS-RCV-SCAN-EOF TO TRUE
		GO TO MATCH-ONE-RECEIVABLE-ITEM-EXIT
	END-IF.

	IF RCV-STATUS NOT = "O"
		GO TO MATCH-ONE-RECEIVABLE-ITEM-EXIT
	END-IF.

	IF RFS-RCV-FOUND-NO = 0 OR RCV-INVOICE-NO < RFS-RCV-FOUND-NO
		MOVE RCV-INVOICE-NO TO RFS-RCV-FOUND-NO
	END-IF.

MATCH-ONE-RECEIVABLE-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-RCV-ERROR      <*
*> ******************************* <*

HANDLE-RFS-RCV-ERROR.
	DISPLAY "RFS-RCV-FILE ERROR - FILE STATUS " RFS-RCV-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-RCV-ERROR-EXIT.
	EXIT.
