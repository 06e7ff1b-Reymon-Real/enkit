*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyPartnerMaint.cbl  *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Reseller partner master and  *** <*
*> *** site assignment maintenance  *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyPartnerMaint.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "partners.env.cpy".
			COPY "partsite.env.cpy".
			COPY "partrpt.env.cpy".
			COPY "audit.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "partners.fd.cpy".
		COPY "partsite.fd.cpy".
		COPY "partrpt.fd.cpy".
		COPY "audit.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "partners.status.cpy".
		COPY "partsite.status.cpy".
		COPY "partrpt.status.cpy".
		COPY "audit.status.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "rfs.validate-ws.cpy".

		01 RFS-PM-RECORD-EXISTS-FLAG PIC X(01) VALUE "N".
			88 RFS-PM-RECORD-EXISTS VALUE "Y".

		01 RFS-PM-LIST-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-PM-LIST-EOF VALUE "Y".

		01 RFS-PM-FILE-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-PM-FILE-OPEN VALUE "Y".

		01 RFS-PM-LIST-COUNT PIC 9(04) VALUE 0.

		01 RFS-PM-TODAY-NUM PIC 9(08).
		01 RFS-PM-EFFECT-NUM PIC 9(08).

		01 RFS-PM-RATE-IDX  PIC 9(02).
		01 RFS-PM-RATE-HIT  PIC 9(02).
		01 RFS-PM-RATE-FREE PIC 9(02).
		01 RFS-PM-OLD-RATE  PIC 9(08) VALUE 0.

		01 RFS-PM-TITLE-LINE PIC X(100)
			VALUE "Reseller partners".

		01 RFS-PM-COLUMN-LINE PIC X(100)
			VALUE
			"Partner   Name                            Contact                    Payee-acct    St  Default-%".

		01 RFS-PM-DETAIL-LINE.
			05 PTR-ID-OUT        PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PTR-NAME-OUT      PIC X(30).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PTR-CONTACT-OUT   PIC X(25).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PTR-PAYEE-OUT     PIC X(12).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PTR-STATUS-OUT    PIC X(01).
			05 FILLER            PIC X(03) VALUE SPACES.
			05 PTR-DEFAULT-OUT   PIC ZZ9.99.

		01 RFS-PM-RATE-LINE.
			05 FILLER            PIC X(12) VALUE SPACES.
			05 FILLER            PIC X(10) VALUE "Product   ".
			05 PTR-RATE-PROD-OUT PIC X(04).
			05 FILLER            PIC X(04) VALUE SPACES.
			05 PTR-RATE-OUT      PIC ZZ9.99.
			05 FILLER            PIC X(01) VALUE "%".

		01 RFS-PM-EMPTY-LINE PIC X(100)
			VALUE "No partner records on file.".

		01 RFS-PM-SITE-TITLE-LINE PIC X(100)
			VALUE "Site assignments (latest effective date on or before a day is in force)".

		01 RFS-PM-SITE-COLUMN-LINE PIC X(100)
			VALUE
			"Site      Effective  Partner   Keyed     By".

		01 RFS-PM-SITE-LINE.
			05 PTS-SITE-OUT      PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PTS-EFFECT-OUT    PIC 9(08).
			05 FILLER            PIC X(03) VALUE SPACES.
			05 PTS-PARTNER-OUT   PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PTS-SET-DATE-OUT  PIC 9(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PTS-SET-USER-OUT  PIC X(08).

		01 RFS-PM-SITE-EMPTY-LINE PIC X(100)
			VALUE "No site assignments on file.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION       PIC X(04).
		01 RFS-IN-PARTNER-ID      PIC X(08).
		01 RFS-IN-PARTNER-NAME    PIC X(30).
		01 RFS-IN-PARTNER-CONTACT PIC X(25).
		01 RFS-IN-PARTNER-PAYEE   PIC X(12).
		01 RFS-IN-PARTNER-STATUS  PIC X(01).
		01 RFS-IN-PRODUCT-CODE    PIC X(04).
		01 RFS-IN-RATE            USAGE BINARY-LONG.
		01 RFS-IN-SITE-CODE       PIC X(08).
		01 RFS-IN-EFFECT-DAY      USAGE BINARY-LONG.
		01 RFS-IN-EFFECT-MONTH    USAGE BINARY-LONG.
		01 RFS-IN-EFFECT-YEAR     USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function maintains rfs-partners.dat, the reseller
*>     partner master, and rfs-partner-sites.dat, the dated
*>     record of which partner sold each site, the same way
*>     ReyCustMaint maintains the customer master. Operation
*>     LIST writes every partner, its commission rates and every
*>     site assignment to rfs-partners.txt. Operation SET writes
*>     or replaces a partner's record, keeping the commission
*>     rates it already carries, and logs a PARTSET line.
*>     Operation RATE sets the partner's commission rate for one
*>     product-code, or its default rate when the product is
*>     SPACES; a zero product rate drops the product back to the
*>     default. It logs a PARTRATE line whose old/new date
*>     columns carry the old and new rate in hundredths of a
*>     percent. Operation ASGN assigns a site to a partner from
*>     an effective date - or, with a blank partner, marks the
*>     site a direct sale from that date - and logs a PARTASGN
*>     line carrying the effective date in the new-date column.
*>     An assignment is never overwritten by a move: a site
*>     changing reseller gets a new record under the new date,
*>     so ReyCommissionRFS still commissions earlier payments to
*>     the partner who held the site then.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "LIST", "SET ", "RATE" or "ASGN"
*>     RFS-IN-PARTNER-ID - the partner SET and RATE change and
*>     ASGN assigns to (SPACES on ASGN for a direct sale)
*>     RFS-IN-PARTNER-NAME, RFS-IN-PARTNER-CONTACT,
*>     RFS-IN-PARTNER-PAYEE - the values SET stores, the payee
*>     being the partner's accounts payable vendor account
*>     RFS-IN-PARTNER-STATUS - SET; "I" inactive, else active
*>     RFS-IN-PRODUCT-CODE - RATE; SPACES for the default rate
*>     RFS-IN-RATE - RATE; hundredths of a percent, 0-10000
*>     RFS-IN-SITE-CODE - ASGN; the site being assigned
*>     RFS-IN-EFFECT-DAY, RFS-IN-EFFECT-MONTH, RFS-IN-EFFECT-YEAR
*>     - ASGN; the date the assignment takes effect, zeros for
*>     today
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 20 when the values fail validation (a blank
*>     partner or name on SET, a rate outside 0-10000 or a
*>     partner not on file on RATE, a blank site, a date that is
*>     not a real calendar date, or a partner not on file or
*>     inactive on ASGN - nothing is written), 16 when a file
*>     operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-PARTNER-ID
		RFS-IN-PARTNER-NAME RFS-IN-PARTNER-CONTACT
		RFS-IN-PARTNER-PAYEE RFS-IN-PARTNER-STATUS
		RFS-IN-PRODUCT-CODE RFS-IN-RATE RFS-IN-SITE-CODE
		RFS-IN-EFFECT-DAY RFS-IN-EFFECT-MONTH RFS-IN-EFFECT-YEAR.

	*> Attribute the audit line to the signed-on operator when
	*> one is present - this path also runs unattended, so no
	*> sign-on is not an error here.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	ACCEPT RFS-PM-TODAY-NUM FROM DATE YYYYMMDD.

	EVALUATE RFS-IN-OPERATION
		WHEN "LIST"
			PERFORM LIST-PARTNER-RECORDS
				THRU LIST-PARTNER-RECORDS-EXIT
		WHEN "SET "
			PERFORM SET-PARTNER-RECORD
				THRU SET-PARTNER-RECORD-EXIT
		WHEN "RATE"
			PERFORM SET-PARTNER-RATE
				THRU SET-PARTNER-RATE-EXIT
		WHEN "ASGN"
			PERFORM ASSIGN-SITE-PARTNER
				THRU ASSIGN-SITE-PARTNER-EXIT
		WHEN OTHER
			DISPLAY "ReyPartnerMaint - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
	END-EVALUATE.
	GOBACK.

*> ******************************* <*
*> *** SET-PARTNER-RECORD        <*
*> *** Creates the master file   <*
*> *** on first use, then writes <*
*> *** or replaces the partner's <*
*> *** record and logs the       <*
*> *** change                    <*
*> ******************************* <*

SET-PARTNER-RECORD.

	IF RFS-IN-PARTNER-ID = SPACES OR RFS-IN-PARTNER-NAME = SPACES
		DISPLAY "ReyPartnerMaint - VALUES REJECTED: PARTNER AND"
			" NAME REQUIRED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM OPEN-PARTNER-FILE-UPDATE.

	MOVE RFS-IN-PARTNER-ID TO PTNR-PARTNER-ID.
	READ RFS-PTNR-FILE.
	IF RFS-PTNR-STATUS-OK
		SET RFS-PM-RECORD-EXISTS TO TRUE
	ELSE
		IF NOT RFS-PTNR-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-PTNR-ERROR
		END-IF
		*> A new partner starts with no commission until RATE
		*> sets one.
		INITIALIZE RFS-PTNR-RECORD
	END-IF.

	MOVE RFS-IN-PARTNER-ID      TO PTNR-PARTNER-ID.
	MOVE RFS-IN-PARTNER-NAME    TO PTNR-NAME.
	MOVE RFS-IN-PARTNER-CONTACT TO PTNR-CONTACT.
	MOVE RFS-IN-PARTNER-PAYEE   TO PTNR-PAYEE-ACCT.
	IF RFS-IN-PARTNER-STATUS = "I"
		MOVE "I" TO PTNR-STATUS
	ELSE
		MOVE "A" TO PTNR-STATUS
	END-IF.

	IF RFS-PM-RECORD-EXISTS
		REWRITE RFS-PTNR-RECORD
	ELSE
		WRITE RFS-PTNR-RECORD
	END-IF.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	CLOSE RFS-PTNR-FILE.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	MOVE "PARTSET"         TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-PARTNER-ID TO RFS-AUDIT-SITE-CODE.
	MOVE SPACES            TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                 TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE 0                 TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0                 TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

SET-PARTNER-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** SET-PARTNER-RATE          <*
*> *** One product's rate, or    <*
*> *** the default; the partner  <*
*> *** has to be on file already <*
*> ******************************* <*

SET-PARTNER-RATE.

	IF RFS-IN-PARTNER-ID = SPACES
			OR RFS-IN-RATE < 0 OR RFS-IN-RATE > 10000
		DISPLAY "ReyPartnerMaint - VALUES REJECTED: PARTNER"
			" REQUIRED, RATE 0-10000" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM OPEN-PARTNER-FILE-UPDATE.

	MOVE RFS-IN-PARTNER-ID TO PTNR-PARTNER-ID.
	READ RFS-PTNR-FILE.
	IF RFS-PTNR-STATUS-NO-RECORD
		DISPLAY "ReyPartnerMaint - PARTNER NOT ON FILE "
			RFS-IN-PARTNER-ID UPON CONSOLE
		CLOSE RFS-PTNR-FILE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	IF RFS-IN-PRODUCT-CODE = SPACES
		MOVE PTNR-DEFAULT-RATE TO RFS-PM-OLD-RATE
		MOVE RFS-IN-RATE TO PTNR-DEFAULT-RATE
	ELSE
		PERFORM SET-ONE-PRODUCT-RATE
			THRU SET-ONE-PRODUCT-RATE-EXIT
	END-IF.

	REWRITE RFS-PTNR-RECORD.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	CLOSE RFS-PTNR-FILE.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	MOVE "PARTRATE"          TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-PARTNER-ID   TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-IN-PRODUCT-CODE TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                   TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-PM-OLD-RATE     TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-IN-RATE         TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

SET-PARTNER-RATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** SET-ONE-PRODUCT-RATE      <*
*> *** Replaces the product's    <*
*> *** slot, or takes the first  <*
*> *** free one; a zero rate     <*
*> *** frees the slot so the     <*
*> *** product falls back to the <*
*> *** default                   <*
*> ******************************* <*

SET-ONE-PRODUCT-RATE.

	MOVE 0 TO RFS-PM-RATE-HIT.
	MOVE 0 TO RFS-PM-RATE-FREE.
	MOVE 0 TO RFS-PM-RATE-IDX.
	PERFORM TEST-ONE-RATE-SLOT
		THRU TEST-ONE-RATE-SLOT-EXIT
		UNTIL RFS-PM-RATE-IDX >= 10.

	IF RFS-PM-RATE-HIT > 0
		MOVE PTNR-RATE-VALUE (RFS-PM-RATE-HIT) TO RFS-PM-OLD-RATE
		IF RFS-IN-RATE = 0
			MOVE SPACES TO PTNR-RATE-PRODUCT (RFS-PM-RATE-HIT)
			MOVE 0 TO PTNR-RATE-VALUE (RFS-PM-RATE-HIT)
		ELSE
			MOVE RFS-IN-RATE TO PTNR-RATE-VALUE (RFS-PM-RATE-HIT)
		END-IF
		GO TO SET-ONE-PRODUCT-RATE-EXIT
	END-IF.

	IF RFS-IN-RATE = 0
		GO TO SET-ONE-PRODUCT-RATE-EXIT
	END-IF.

	IF RFS-PM-RATE-FREE = 0
		DISPLAY "ReyPartnerMaint - VALUES REJECTED: MORE THAN 10"
			" PRODUCT RATES" UPON CONSOLE
		CLOSE RFS-PTNR-FILE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-IN-PRODUCT-CODE TO PTNR-RATE-PRODUCT (RFS-PM-RATE-FREE).
	MOVE RFS-IN-RATE         TO PTNR-RATE-VALUE (RFS-PM-RATE-FREE).

SET-ONE-PRODUCT-RATE-EXIT.
	EXIT.

TEST-ONE-RATE-SLOT.

	ADD 1 TO RFS-PM-RATE-IDX.
	IF PTNR-RATE-PRODUCT (RFS-PM-RATE-IDX) = RFS-IN-PRODUCT-CODE
		MOVE RFS-PM-RATE-IDX TO RFS-PM-RATE-HIT
	END-IF.
	IF PTNR-RATE-PRODUCT (RFS-PM-RATE-IDX) = SPACES
			AND RFS-PM-RATE-FREE = 0
		MOVE RFS-PM-RATE-IDX TO RFS-PM-RATE-FREE
	END-IF.

TEST-ONE-RATE-SLOT-EXIT.
	EXIT.

*> ******************************* <*
*> *** ASSIGN-SITE-PARTNER       <*
*> *** Writes the site's record  <*
*> *** for the effective date,   <*
*> *** replacing only one keyed  <*
*> *** for the same date         <*
*> ******************************* <*

ASSIGN-SITE-PARTNER.

	IF RFS-IN-SITE-CODE = SPACES
		DISPLAY "ReyPartnerMaint - VALUES REJECTED: SITE-CODE"
			" REQUIRED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	IF RFS-IN-EFFECT-YEAR = 0 AND RFS-IN-EFFECT-MONTH = 0
			AND RFS-IN-EFFECT-DAY = 0
		MOVE RFS-PM-TODAY-NUM TO RFS-PM-EFFECT-NUM
	ELSE
		COMPUTE RFS-PM-EFFECT-NUM =
			RFS-IN-EFFECT-YEAR * 10000 +
			RFS-IN-EFFECT-MONTH * 100 + RFS-IN-EFFECT-DAY
	END-IF.

	MOVE RFS-PM-EFFECT-NUM TO RFS-VAL-WORK-DATE.
	PERFORM VALIDATE-RFS-DATE THRU VALIDATE-RFS-DATE-EXIT.
	IF NOT RFS-VAL-DATE-GOOD
		DISPLAY "ReyPartnerMaint - EFFECTIVE DATE REJECTED: BAD-DATE"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	*> A direct sale needs no partner; otherwise the partner has
	*> to be on file and still taking sites.
	IF RFS-IN-PARTNER-ID NOT = SPACES
		PERFORM CHECK-ASSIGNED-PARTNER
			THRU CHECK-ASSIGNED-PARTNER-EXIT
	END-IF.

	OPEN I-O RFS-PSITE-FILE.
	IF RFS-PSITE-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-PSITE-FILE
		IF NOT RFS-PSITE-STATUS-OK
			PERFORM HANDLE-RFS-PSITE-ERROR
		END-IF

		CLOSE RFS-PSITE-FILE
		IF NOT RFS-PSITE-STATUS-OK
			PERFORM HANDLE-RFS-PSITE-ERROR
		END-IF

		OPEN I-O RFS-PSITE-FILE
	END-IF.
	IF NOT RFS-PSITE-STATUS-OK
		PERFORM HANDLE-RFS-PSITE-ERROR
	END-IF.

	MOVE RFS-IN-SITE-CODE  TO PSITE-SITE-CODE.
	MOVE RFS-PM-EFFECT-NUM TO PSITE-EFFECTIVE-DATE.
	READ RFS-PSITE-FILE.
	IF RFS-PSITE-STATUS-OK
		SET RFS-PM-RECORD-EXISTS TO TRUE
	ELSE
		IF NOT RFS-PSITE-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-PSITE-ERROR
		END-IF
	END-IF.

	MOVE RFS-IN-SITE-CODE  TO PSITE-SITE-CODE.
	MOVE RFS-PM-EFFECT-NUM TO PSITE-EFFECTIVE-DATE.
	MOVE RFS-IN-PARTNER-ID TO PSITE-PARTNER-ID.
	MOVE RFS-PM-TODAY-NUM  TO PSITE-SET-DATE.
	MOVE RFS-AUDIT-USER-ID TO PSITE-SET-USER.

	IF RFS-PM-RECORD-EXISTS
		REWRITE RFS-PSITE-RECORD
	ELSE
		WRITE RFS-PSITE-RECORD
	END-IF.
	IF NOT RFS-PSITE-STATUS-OK
		PERFORM HANDLE-RFS-PSITE-ERROR
	END-IF.

	CLOSE RFS-PSITE-FILE.
	IF NOT RFS-PSITE-STATUS-OK
		PERFORM HANDLE-RFS-PSITE-ERROR
	END-IF.

	MOVE "PARTASGN"        TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE  TO RFS-AUDIT-SITE-CODE.
	MOVE SPACES            TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                 TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE 0                 TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-PM-EFFECT-NUM TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

ASSIGN-SITE-PARTNER-EXIT.
	EXIT.

CHECK-ASSIGNED-PARTNER.

	OPEN INPUT RFS-PTNR-FILE.
	IF RFS-PTNR-STATUS-NOT-FOUND
		DISPLAY "ReyPartnerMaint - PARTNER NOT ON FILE "
			RFS-IN-PARTNER-ID UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	MOVE RFS-IN-PARTNER-ID TO PTNR-PARTNER-ID.
	READ RFS-PTNR-FILE.
	IF RFS-PTNR-STATUS-NO-RECORD
		DISPLAY "ReyPartnerMaint - PARTNER NOT ON FILE "
			RFS-IN-PARTNER-ID UPON CONSOLE
		CLOSE RFS-PTNR-FILE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	CLOSE RFS-PTNR-FILE.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	IF PTNR-STATUS = "I"
		DISPLAY "ReyPartnerMaint - PARTNER INACTIVE "
			RFS-IN-PARTNER-ID UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

CHECK-ASSIGNED-PARTNER-EXIT.
	EXIT.

OPEN-PARTNER-FILE-UPDATE.

	OPEN I-O RFS-PTNR-FILE.
	IF RFS-PTNR-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-PTNR-FILE
		IF NOT RFS-PTNR-STATUS-OK
			PERFORM HANDLE-RFS-PTNR-ERROR
		END-IF

		CLOSE RFS-PTNR-FILE
		IF NOT RFS-PTNR-STATUS-OK
			PERFORM HANDLE-RFS-PTNR-ERROR
		END-IF

		OPEN I-O RFS-PTNR-FILE
	END-IF.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

OPEN-PARTNER-FILE-UPDATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LIST-PARTNER-RECORDS      <*
*> *** Partners with their       <*
*> *** rates, then every site's  <*
*> *** assignments in date order <*
*> ******************************* <*

LIST-PARTNER-RECORDS.

	OPEN OUTPUT RFS-PTRRPT-FILE.
	IF NOT RFS-PTRRPT-STATUS-OK
		PERFORM HANDLE-RFS-PTRRPT-ERROR
	END-IF.

	MOVE RFS-PM-TITLE-LINE TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.
	MOVE RFS-PM-COLUMN-LINE TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.

	MOVE "N" TO RFS-PM-LIST-EOF-FLAG.
	MOVE "N" TO RFS-PM-FILE-OPEN-FLAG.
	OPEN INPUT RFS-PTNR-FILE.
	IF RFS-PTNR-STATUS-NOT-FOUND
		SET RFS-PM-LIST-EOF TO TRUE
	ELSE
		IF NOT RFS-PTNR-STATUS-OK
			PERFORM HANDLE-RFS-PTNR-ERROR
		END-IF
		SET RFS-PM-FILE-OPEN TO TRUE
	END-IF.

	PERFORM LIST-NEXT-PARTNER-RECORD
		THRU LIST-NEXT-PARTNER-RECORD-EXIT UNTIL RFS-PM-LIST-EOF.

	IF RFS-PM-FILE-OPEN
		CLOSE RFS-PTNR-FILE
		IF NOT RFS-PTNR-STATUS-OK
			PERFORM HANDLE-RFS-PTNR-ERROR
		END-IF
	END-IF.

	IF RFS-PM-LIST-COUNT = 0
		MOVE RFS-PM-EMPTY-LINE TO RFS-PTRRPT-LINE
		PERFORM WRITE-PARTNER-LINE
	END-IF.

	MOVE SPACES TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.
	MOVE RFS-PM-SITE-TITLE-LINE TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.
	MOVE RFS-PM-SITE-COLUMN-LINE TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.

	MOVE 0 TO RFS-PM-LIST-COUNT.
	MOVE "N" TO RFS-PM-LIST-EOF-FLAG.
	MOVE "N" TO RFS-PM-FILE-OPEN-FLAG.
	OPEN INPUT RFS-PSITE-FILE.
	IF RFS-PSITE-STATUS-NOT-FOUND
		SET RFS-PM-LIST-EOF TO TRUE
	ELSE
		IF NOT RFS-PSITE-STATUS-OK
			PERFORM HANDLE-RFS-PSITE-ERROR
		END-IF
		SET RFS-PM-FILE-OPEN TO TRUE
	END-IF.

	PERFORM LIST-NEXT-SITE-ASSIGNMENT
		THRU LIST-NEXT-SITE-ASSIGNMENT-EXIT UNTIL RFS-PM-LIST-EOF.

	IF RFS-PM-FILE-OPEN
		CLOSE RFS-PSITE-FILE
		IF NOT RFS-PSITE-STATUS-OK
			PERFORM HANDLE-RFS-PSITE-ERROR
		END-IF
	END-IF.

	IF RFS-PM-LIST-COUNT = 0
		MOVE RFS-PM-SITE-EMPTY-LINE TO RFS-PTRRPT-LINE
		PERFORM WRITE-PARTNER-LINE
	END-IF.

	CLOSE RFS-PTRRPT-FILE.
	IF NOT RFS-PTRRPT-STATUS-OK
		PERFORM HANDLE-RFS-PTRRPT-ERROR
	END-IF.

LIST-PARTNER-RECORDS-EXIT.
	EXIT.

LIST-NEXT-PARTNER-RECORD.

	READ RFS-PTNR-FILE NEXT RECORD.

	IF RFS-PTNR-STATUS-EOF
		SET RFS-PM-LIST-EOF TO TRUE
		GO TO LIST-NEXT-PARTNER-RECORD-EXIT
	END-IF.

	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	ADD 1 TO RFS-PM-LIST-COUNT.

	MOVE PTNR-PARTNER-ID TO PTR-ID-OUT.
	MOVE PTNR-NAME       TO PTR-NAME-OUT.
	MOVE PTNR-CONTACT    TO PTR-CONTACT-OUT.
	MOVE PTNR-PAYEE-ACCT TO PTR-PAYEE-OUT.
	MOVE PTNR-STATUS     TO PTR-STATUS-OUT.
	COMPUTE PTR-DEFAULT-OUT = PTNR-DEFAULT-RATE / 100.
	MOVE RFS-PM-DETAIL-LINE TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.

	MOVE 0 TO RFS-PM-RATE-IDX.
	PERFORM LIST-ONE-RATE-SLOT
		THRU LIST-ONE-RATE-SLOT-EXIT
		UNTIL RFS-PM-RATE-IDX >= 10.

LIST-NEXT-PARTNER-RECORD-EXIT.
	EXIT.

LIST-ONE-RATE-SLOT.

	ADD 1 TO RFS-PM-RATE-IDX.
	IF PTNR-RATE-PRODUCT (RFS-PM-RATE-IDX) = SPACES
		GO TO LIST-ONE-RATE-SLOT-EXIT
	END-IF.

	MOVE PTNR-RATE-PRODUCT (RFS-PM-RATE-IDX) TO PTR-RATE-PROD-OUT.
	COMPUTE PTR-RATE-OUT = PTNR-RATE-VALUE (RFS-PM-RATE-IDX) / 100.
	MOVE RFS-PM-RATE-LINE TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.

LIST-ONE-RATE-SLOT-EXIT.
	EXIT.

LIST-NEXT-SITE-ASSIGNMENT.

	READ RFS-PSITE-FILE NEXT RECORD.

	IF RFS-PSITE-STATUS-EOF
		SET RFS-PM-LIST-EOF TO TRUE
		GO TO LIST-NEXT-SITE-ASSIGNMENT-EXIT
	END-IF.

	IF NOT RFS-PSITE-STATUS-OK
		PERFORM HANDLE-RFS-PSITE-ERROR
	END-IF.

	ADD 1 TO RFS-PM-LIST-COUNT.

	MOVE PSITE-SITE-CODE      TO PTS-SITE-OUT.
	MOVE PSITE-EFFECTIVE-DATE TO PTS-EFFECT-OUT.
	IF PSITE-PARTNER-ID = SPACES
		MOVE "(direct)" TO PTS-PARTNER-OUT
	ELSE
		MOVE PSITE-PARTNER-ID TO PTS-PARTNER-OUT
	END-IF.
	MOVE PSITE-SET-DATE       TO PTS-SET-DATE-OUT.
	MOVE PSITE-SET-USER       TO PTS-SET-USER-OUT.
	MOVE RFS-PM-SITE-LINE TO RFS-PTRRPT-LINE.
	PERFORM WRITE-PARTNER-LINE.

LIST-NEXT-SITE-ASSIGNMENT-EXIT.
	EXIT.

WRITE-PARTNER-LINE.

	WRITE RFS-PTRRPT-LINE.
	IF NOT RFS-PTRRPT-STATUS-OK
		PERFORM HANDLE-RFS-PTRRPT-ERROR
	END-IF.

WRITE-PARTNER-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PTNR-ERROR     <*
*> ******************************* <*

HANDLE-RFS-PTNR-ERROR.
	DISPLAY "RFS-PTNR-FILE ERROR - FILE STATUS " RFS-PTNR-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PTNR-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PSITE-ERROR    <*
*> ******************************* <*

HANDLE-RFS-PSITE-ERROR.
	DISPLAY "RFS-PSITE-FILE ERROR - FILE STATUS " RFS-PSITE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PSITE-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PTRRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-PTRRPT-ERROR.
	DISPLAY "RFS-PTRRPT-FILE ERROR - FILE STATUS " RFS-PTRRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PTRRPT-ERROR-EXIT.
	EXIT.

	COPY "rfs.validate.cpy".
	COPY "audit.log.cpy".
	COPY "audit.error.cpy".
