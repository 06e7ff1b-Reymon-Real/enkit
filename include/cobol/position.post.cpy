*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - position.post.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Shared paragraphs - keep the       *** <*
*> *** current position in step with      *** <*
*> *** rfs.dat. PERFORM POST-RFS-POSITION *** <*
*> *** after every WRITE or REWRITE of    *** <*
*> *** RFS-RECORD and DROP-RFS-POSITION   *** <*
*> *** after every DELETE, next to the    *** <*
*> *** journal entry for the same change. *** <*
*> *** COPY into PROCEDURE DIVISION;      *** <*
*> *** requires position.env/fd/status,   *** <*
*> *** position.post-ws.cpy and           *** <*
*> *** rfs.signature-ws.cpy in their      *** <*
*> *** divisions, and rfs.signature.cpy   *** <*
*> *** and position.error.cpy             *** <*
*> ***************************************** <*

*> ******************************* <*
*> *** POST-RFS-POSITION         <*
*> *** The record becomes the    <*
*> *** site/product's position   <*
*> *** unless an older renewal   <*
*> *** was the one changed - the <*
*> *** newer one already posted  <*
*> *** stays. A renewal id past  <*
*> *** the one held is one more  <*
*> *** renewal on the count      <*
*> ******************************* <*

POST-RFS-POSITION.

	PERFORM OPEN-RFS-POS-FILE
		THRU OPEN-RFS-POS-FILE-EXIT.

	MOVE SITE-CODE    TO RFS-POS-SITE-CODE.
	MOVE PRODUCT-CODE TO RFS-POS-PRODUCT-CODE.
	READ RFS-POS-FILE.

	IF RFS-POS-STATUS-NO-RECORD
		PERFORM BUILD-RFS-POSITION
			THRU BUILD-RFS-POSITION-EXIT
		MOVE 1 TO RFS-POS-RENEWALS
		WRITE RFS-POS-RECORD
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		IF SUBSCRIPTION-ID >= RFS-POS-IMAGE-ID
			IF SUBSCRIPTION-ID > RFS-POS-IMAGE-ID
				ADD 1 TO RFS-POS-RENEWALS
			END-IF
			PERFORM BUILD-RFS-POSITION
				THRU BUILD-RFS-POSITION-EXIT
			REWRITE RFS-POS-RECORD
		END-IF
	END-IF.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	CLOSE RFS-POS-FILE.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

POST-RFS-POSITION-EXIT.
	EXIT.

*> ******************************* <*
*> *** DROP-RFS-POSITION         <*
*> *** Renewals leave rfs.dat    <*
*> *** oldest first, so the      <*
*> *** record going is the       <*
*> *** position only when it is  <*
*> *** the last of its product - <*
*> *** the position goes too; an <*
*> *** older one just comes off  <*
*> *** the renewal count         <*
*> ******************************* <*

DROP-RFS-POSITION.

	PERFORM OPEN-RFS-POS-FILE
		THRU OPEN-RFS-POS-FILE-EXIT.

	MOVE SITE-CODE    TO RFS-POS-SITE-CODE.
	MOVE PRODUCT-CODE TO RFS-POS-PRODUCT-CODE.
	READ RFS-POS-FILE.

	IF RFS-POS-STATUS-OK
		IF SUBSCRIPTION-ID = RFS-POS-IMAGE-ID
			DELETE RFS-POS-FILE RECORD
		ELSE
			IF RFS-POS-RENEWALS > 1
				SUBTRACT 1 FROM RFS-POS-RENEWALS
			END-IF
			REWRITE RFS-POS-RECORD
		END-IF
	END-IF.
	IF NOT RFS-POS-STATUS-OK
			AND NOT RFS-POS-STATUS-NO-RECORD
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	CLOSE RFS-POS-FILE.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

DROP-RFS-POSITION-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-RFS-POS-FILE         <*
*> *** rfs-position.dat may not  <*
*> *** exist yet on the very     <*
*> *** first write - create it   <*
*> *** once, then reopen it for  <*
*> *** update                    <*
*> ******************************* <*

OPEN-RFS-POS-FILE.

	OPEN I-O RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-POS-FILE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF

		CLOSE RFS-POS-FILE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF

		OPEN I-O RFS-POS-FILE
	END-IF.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

OPEN-RFS-POS-FILE-EXIT.
	EXIT.

*> ******************************* <*
*> *** BUILD-RFS-POSITION        <*
*> *** The record as it now      <*
*> *** stands in RFS-RECORD,     <*
*> *** with its signature        <*
*> *** checked on the way in     <*
*> ******************************* <*

BUILD-RFS-POSITION.

	ACCEPT RFS-POS-TODAY-NUM FROM DATE YYYYMMDD.

	MOVE RFS-RECORD        TO RFS-POS-IMAGE.
	MOVE RFS-POS-TODAY-NUM TO RFS-POS-POSTED-DATE.

	MOVE RFS-SIGNATURE-FLAG TO RFS-POS-SAVE-SIG-FLAG.
	PERFORM VERIFY-RFS-SIGNATURE.
	IF RFS-SIGNATURE-INVALID
		MOVE "N" TO RFS-POS-SIGNATURE-OK
	ELSE
		MOVE "Y" TO RFS-POS-SIGNATURE-OK
	END-IF.
	MOVE RFS-POS-SAVE-SIG-FLAG TO RFS-SIGNATURE-FLAG.

BUILD-RFS-POSITION-EXIT.
	EXIT.
