*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyAutoRenMaint.cbl  *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Evergreen auto-renewal       *** <*
*> *** standing instructions        *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyAutoRenMaint.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "autorenew.env.cpy".
			COPY "autorpt.env.cpy".
			COPY "audit.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "autorenew.fd.cpy".
		COPY "autorpt.fd.cpy".
		COPY "audit.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "autorenew.status.cpy".
		COPY "autorpt.status.cpy".
		COPY "audit.status.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "rfs.validate-ws.cpy".

		01 RFS-AM-RECORD-EXISTS-FLAG PIC X(01) VALUE "N".
			88 RFS-AM-RECORD-EXISTS VALUE "Y".

		01 RFS-AM-LIST-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-AM-LIST-EOF VALUE "Y".

		01 RFS-AM-LIST-COUNT PIC 9(04) VALUE 0.

		01 RFS-AM-TODAY-NUM PIC 9(08).

		*> The product the instruction is for - SPACES from the
		*> caller falls back to the core product.
		01 RFS-AM-PRODUCT-CODE PIC X(04).

		01 RFS-AM-STOP-NUM PIC 9(08).

		*> The stop date before the change, for the audit line.
		01 RFS-AM-OLD-STOP-NUM PIC 9(08) VALUE 0.

		01 RFS-AM-TITLE-LINE PIC X(100)
			VALUE "Auto-renewal standing instructions".

		01 RFS-AM-COLUMN-LINE PIC X(100)
			VALUE
			"Site      Prod  Auto  Term  Lead  Stop-date  Set-date  By".

		01 RFS-AM-DETAIL-LINE.
			05 AUT-SITE-OUT      PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 AUT-PRODUCT-OUT   PIC X(04).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 AUT-FLAG-OUT      PIC X(01).
			05 FILLER            PIC X(03) VALUE SPACES.
			05 AUT-TERM-OUT      PIC Z(03)9.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 AUT-LEAD-OUT      PIC Z(03)9.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 AUT-STOP-OUT      PIC X(08).
			05 FILLER            PIC X(03) VALUE SPACES.
			05 AUT-SET-OUT       PIC 9(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 AUT-BY-OUT        PIC X(08).

		01 RFS-AM-EMPTY-LINE PIC X(100)
			VALUE "No auto-renewal instructions on file.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION    PIC X(04).
		01 RFS-IN-SITE-CODE    PIC X(08).
		01 RFS-IN-PRODUCT-CODE PIC X(04).
		01 RFS-IN-AUTO-RENEW   PIC X(01).
		01 RFS-IN-TERM-DAYS    USAGE BINARY-LONG.
		01 RFS-IN-LEAD-DAYS    USAGE BINARY-LONG.
		01 RFS-IN-STOP-DAY     USAGE BINARY-LONG.
		01 RFS-IN-STOP-MONTH   USAGE BINARY-LONG.
		01 RFS-IN-STOP-YEAR    USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function maintains rfs-autorenew.dat, the evergreen
*>     auto-renewal standing instructions ReyAutoRenewRFS works
*>     through every night. Operation LIST writes every
*>     instruction to rfs-autorenew.txt. Operation SET writes or
*>     replaces the instruction for a site/product - whether it
*>     renews by itself, the term each renewal adds, how many
*>     days before the window's end date it renews, and an
*>     optional stop date - and logs an AUTOSET line carrying the
*>     old and new stop dates. Operation DROP removes the
*>     instruction and logs an AUTODROP line; the site then
*>     renews only by hand, order or scheduled action again.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "LIST", "SET " or "DROP"
*>     RFS-IN-SITE-CODE - the site the instruction is for
*>     RFS-IN-PRODUCT-CODE - its product; SPACES falls back to
*>     CORE
*>     RFS-IN-AUTO-RENEW - "Y" renews by itself, "N" keeps the
*>     instruction on file switched off
*>     RFS-IN-TERM-DAYS - days each renewal adds (1 - 9999)
*>     RFS-IN-LEAD-DAYS - days before the end date to renew
*>     (0 - 9999)
*>     RFS-IN-STOP-DAY, RFS-IN-STOP-MONTH, RFS-IN-STOP-YEAR -
*>     once the window's end date reaches it no further
*>     renewal is made; all zero for none
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 20 when the values fail validation (a blank
*>     site, a flag other than Y or N, a term or lead out of
*>     range, a stop date that is not a date, or an instruction
*>     DROP finds not on file - nothing is written), 16 when a
*>     file operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-SITE-CODE
		RFS-IN-PRODUCT-CODE RFS-IN-AUTO-RENEW
		RFS-IN-TERM-DAYS RFS-IN-LEAD-DAYS
		RFS-IN-STOP-DAY RFS-IN-STOP-MONTH RFS-IN-STOP-YEAR.

	*> Attribute the audit line to the signed-on operator when
	*> one is present - this path also runs unattended, so no
	*> sign-on is not an error here.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	ACCEPT RFS-AM-TODAY-NUM FROM DATE YYYYMMDD.

	IF RFS-IN-PRODUCT-CODE = SPACES
		MOVE "CORE" TO RFS-AM-PRODUCT-CODE
	ELSE
		MOVE RFS-IN-PRODUCT-CODE TO RFS-AM-PRODUCT-CODE
	END-IF.

	EVALUATE RFS-IN-OPERATION
		WHEN "LIST"
			PERFORM LIST-AUTORENEW-RECORDS
				THRU LIST-AUTORENEW-RECORDS-EXIT
		WHEN "SET "
			PERFORM SET-AUTORENEW-RECORD
				THRU SET-AUTORENEW-RECORD-EXIT
		WHEN "DROP"
			PERFORM DROP-AUTORENEW-RECORD
				THRU DROP-AUTORENEW-RECORD-EXIT
		WHEN OTHER
			DISPLAY "ReyAutoRenMaint - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
	END-EVALUATE.
	GOBACK.

*> ******************************* <*
*> *** CHECK-AUTORENEW-VALUES    <*
*> *** Everything SET stores is  <*
*> *** checked before the file   <*
*> *** is opened                 <*
*> ******************************* <*

CHECK-AUTORENEW-VALUES.

	IF RFS-IN-SITE-CODE = SPACES
		DISPLAY "ReyAutoRenMaint - VALUES REJECTED: SITE-CODE"
			" REQUIRED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	IF RFS-IN-AUTO-RENEW NOT = "Y" AND RFS-IN-AUTO-RENEW NOT = "N"
		DISPLAY "ReyAutoRenMaint - VALUES REJECTED: BAD-FLAG "
			RFS-IN-AUTO-RENEW UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	IF RFS-IN-TERM-DAYS < 1 OR RFS-IN-TERM-DAYS > 9999
		DISPLAY "ReyAutoRenMaint - VALUES REJECTED: BAD-TERM"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	IF RFS-IN-LEAD-DAYS < 0 OR RFS-IN-LEAD-DAYS > 9999
		DISPLAY "ReyAutoRenMaint - VALUES REJECTED: BAD-LEAD"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE 0 TO RFS-AM-STOP-NUM.
	IF RFS-IN-STOP-DAY = 0 AND RFS-IN-STOP-MONTH = 0
			AND RFS-IN-STOP-YEAR = 0
		GO TO CHECK-AUTORENEW-VALUES-EXIT
	END-IF.

	COMPUTE RFS-AM-STOP-NUM =
		RFS-IN-STOP-YEAR * 10000 +
		RFS-IN-STOP-MONTH * 100 + RFS-IN-STOP-DAY.
	MOVE RFS-AM-STOP-NUM TO RFS-VAL-WORK-DATE.
	PERFORM VALIDATE-RFS-DATE THRU VALIDATE-RFS-DATE-EXIT.
	IF NOT RFS-VAL-DATE-GOOD
		DISPLAY "ReyAutoRenMaint - VALUES REJECTED: BAD-DATE"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

CHECK-AUTORENEW-VALUES-EXIT.
	EXIT.

*> ******************************* <*
*> *** SET-AUTORENEW-RECORD      <*
*> *** Creates the file on first <*
*> *** use, then writes or       <*
*> *** replaces the instruction  <*
*> *** and logs the change       <*
*> ******************************* <*

SET-AUTORENEW-RECORD.

	PERFORM CHECK-AUTORENEW-VALUES
		THRU CHECK-AUTORENEW-VALUES-EXIT.

	OPEN I-O RFS-AUT-FILE.
	IF RFS-AUT-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-AUT-FILE
		IF NOT RFS-AUT-STATUS-OK
			PERFORM HANDLE-RFS-AUT-ERROR
		END-IF

		CLOSE RFS-AUT-FILE
		IF NOT RFS-AUT-STATUS-OK
			PERFORM HANDLE-RFS-AUT-ERROR
		END-IF

		OPEN I-O RFS-AUT-FILE
	END-IF.
	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	MOVE RFS-IN-SITE-CODE    TO AUT-SITE-CODE.
	MOVE RFS-AM-PRODUCT-CODE TO AUT-PRODUCT-CODE.
	READ RFS-AUT-FILE.
	IF RFS-AUT-STATUS-OK
		SET RFS-AM-RECORD-EXISTS TO TRUE
		MOVE AUT-STOP-DATE TO RFS-AM-OLD-STOP-NUM
	ELSE
		IF NOT RFS-AUT-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-AUT-ERROR
		END-IF
	END-IF.

	MOVE RFS-IN-SITE-CODE    TO AUT-SITE-CODE.
	MOVE RFS-AM-PRODUCT-CODE TO AUT-PRODUCT-CODE.
	MOVE RFS-IN-AUTO-RENEW   TO AUT-AUTO-RENEW.
	MOVE RFS-IN-TERM-DAYS    TO AUT-TERM-DAYS.
	MOVE RFS-IN-LEAD-DAYS    TO AUT-LEAD-DAYS.
	MOVE RFS-AM-STOP-NUM     TO AUT-STOP-DATE.
	MOVE RFS-AM-TODAY-NUM    TO AUT-SET-DATE.
	MOVE RFS-AUDIT-USER-ID   TO AUT-SET-USER.

	IF RFS-AM-RECORD-EXISTS
		REWRITE RFS-AUT-RECORD
	ELSE
		WRITE RFS-AUT-RECORD
	END-IF.
	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	CLOSE RFS-AUT-FILE.
	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	MOVE "AUTOSET"           TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE    TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-AM-PRODUCT-CODE TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                   TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-AM-OLD-STOP-NUM TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-AM-STOP-NUM     TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

SET-AUTORENEW-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** DROP-AUTORENEW-RECORD     <*
*> ******************************* <*

DROP-AUTORENEW-RECORD.

	OPEN I-O RFS-AUT-FILE.
	IF RFS-AUT-STATUS-NOT-FOUND
		DISPLAY "ReyAutoRenMaint - NO INSTRUCTION FOR "
			RFS-IN-SITE-CODE " " RFS-AM-PRODUCT-CODE UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	MOVE RFS-IN-SITE-CODE    TO AUT-SITE-CODE.
	MOVE RFS-AM-PRODUCT-CODE TO AUT-PRODUCT-CODE.
	READ RFS-AUT-FILE.
	IF RFS-AUT-STATUS-NO-RECORD
		CLOSE RFS-AUT-FILE
		DISPLAY "ReyAutoRenMaint - NO INSTRUCTION FOR "
			RFS-IN-SITE-CODE " " RFS-AM-PRODUCT-CODE UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	MOVE AUT-STOP-DATE TO RFS-AM-OLD-STOP-NUM.

	DELETE RFS-AUT-FILE RECORD.
	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	CLOSE RFS-AUT-FILE.
	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	MOVE "AUTODROP"          TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE    TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-AM-PRODUCT-CODE TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                   TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-AM-OLD-STOP-NUM TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0                   TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

DROP-AUTORENEW-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** LIST-AUTORENEW-RECORDS    <*
*> ******************************* <*

LIST-AUTORENEW-RECORDS.

	OPEN OUTPUT RFS-AUTRPT-FILE.
	IF NOT RFS-AUTRPT-STATUS-OK
		PERFORM HANDLE-RFS-AUTRPT-ERROR
	END-IF.

	MOVE RFS-AM-TITLE-LINE TO RFS-AUTRPT-LINE.
	PERFORM WRITE-AUTORENEW-LINE.
	MOVE RFS-AM-COLUMN-LINE TO RFS-AUTRPT-LINE.
	PERFORM WRITE-AUTORENEW-LINE.

	OPEN INPUT RFS-AUT-FILE.
	IF RFS-AUT-STATUS-NOT-FOUND
		SET RFS-AM-LIST-EOF TO TRUE
	ELSE
		IF NOT RFS-AUT-STATUS-OK
			PERFORM HANDLE-RFS-AUT-ERROR
		END-IF
		PERFORM LIST-NEXT-AUTORENEW-RECORD
			THRU LIST-NEXT-AUTORENEW-RECORD-EXIT
			UNTIL RFS-AM-LIST-EOF
		CLOSE RFS-AUT-FILE
		IF NOT RFS-AUT-STATUS-OK
			PERFORM HANDLE-RFS-AUT-ERROR
		END-IF
	END-IF.

	IF RFS-AM-LIST-COUNT = 0
		MOVE RFS-AM-EMPTY-LINE TO RFS-AUTRPT-LINE
		PERFORM WRITE-AUTORENEW-LINE
	END-IF.

	CLOSE RFS-AUTRPT-FILE.
	IF NOT RFS-AUTRPT-STATUS-OK
		PERFORM HANDLE-RFS-AUTRPT-ERROR
	END-IF.

LIST-AUTORENEW-RECORDS-EXIT.
	EXIT.

LIST-NEXT-AUTORENEW-RECORD.

	READ RFS-AUT-FILE NEXT RECORD.

	IF RFS-AUT-STATUS-EOF
		SET RFS-AM-LIST-EOF TO TRUE
		GO TO LIST-NEXT-AUTORENEW-RECORD-EXIT
	END-IF.

	IF NOT RFS-AUT-STATUS-OK
		PERFORM HANDLE-RFS-AUT-ERROR
	END-IF.

	ADD 1 TO RFS-AM-LIST-COUNT.

	MOVE AUT-SITE-CODE    TO AUT-SITE-OUT.
	MOVE AUT-PRODUCT-CODE TO AUT-PRODUCT-OUT.
	MOVE AUT-AUTO-RENEW   TO AUT-FLAG-OUT.
	MOVE AUT-TERM-DAYS    TO AUT-TERM-OUT.
	MOVE AUT-LEAD-DAYS    TO AUT-LEAD-OUT.
	IF AUT-STOP-DATE = 0
		MOVE "NONE" TO AUT-STOP-OUT
	ELSE
		MOVE AUT-STOP-DATE TO AUT-STOP-OUT
	END-IF.
	MOVE AUT-SET-DATE     TO AUT-SET-OUT.
	MOVE AUT-SET-USER     TO AUT-BY-OUT.
	MOVE RFS-AM-DETAIL-LINE TO RFS-AUTRPT-LINE.
	PERFORM WRITE-AUTORENEW-LINE.

LIST-NEXT-AUTORENEW-RECORD-EXIT.
	EXIT.

WRITE-AUTORENEW-LINE.

	WRITE RFS-AUTRPT-LINE.
	IF NOT RFS-AUTRPT-STATUS-OK
		PERFORM HANDLE-RFS-AUTRPT-ERROR
	END-IF.

WRITE-AUTORENEW-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-AUT-ERROR      <*
*> ******************************* <*

HANDLE-RFS-AUT-ERROR.
	DISPLAY "RFS-AUT-FILE ERROR - FILE STATUS " RFS-AUT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-AUT-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-AUTRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-AUTRPT-ERROR.
	DISPLAY "RFS-AUTRPT-FILE ERROR - FILE STATUS " RFS-AUTRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-AUTRPT-ERROR-EXIT.
	EXIT.

	COPY "rfs.validate.cpy".
	COPY "audit.log.cpy".
	COPY "audit.error.cpy".
