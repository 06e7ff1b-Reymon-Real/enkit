*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyParentMaint.cbl   *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Enterprise parent account    *** <*
*> *** and site group maintenance   *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyParentMaint.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "parent.env.cpy".
			COPY "parchild.env.cpy".
			COPY "parrpt.env.cpy".
			COPY "audit.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "parent.fd.cpy".
		COPY "parchild.fd.cpy".
		COPY "parrpt.fd.cpy".
		COPY "audit.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "parent.status.cpy".
		COPY "parchild.status.cpy".
		COPY "parrpt.status.cpy".
		COPY "audit.status.cpy".

		COPY "parent.lookup-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		01 RFS-PR-RECORD-EXISTS-FLAG PIC X(01) VALUE "N".
			88 RFS-PR-RECORD-EXISTS VALUE "Y".

		01 RFS-PR-LIST-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-PR-LIST-EOF VALUE "Y".

		01 RFS-PR-SITES-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-PR-SITES-EOF VALUE "Y".

		01 RFS-PR-CHILD-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-PR-CHILD-OPEN VALUE "Y".

		01 RFS-PR-LIST-COUNT PIC 9(04) VALUE 0.
		01 RFS-PR-SITE-COUNT PIC 9(04) VALUE 0.

		01 RFS-PR-TODAY-NUM PIC 9(08).

		*> The parent a site is already grouped under, when LINK
		*> finds one.
		01 RFS-PR-HOLDER PIC X(08).

		01 RFS-PR-TITLE-LINE PIC X(100)
			VALUE "Enterprise parent accounts".

		01 RFS-PR-COLUMN-LINE PIC X(100)
			VALUE
			"Parent    Name                            Billing contact            Billing-acct".

		01 RFS-PR-DETAIL-LINE.
			05 PAR-ID-OUT        PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PAR-NAME-OUT      PIC X(30).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PAR-CONTACT-OUT   PIC X(25).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 PAR-BILLING-OUT   PIC X(12).

		01 RFS-PR-SITE-LINE.
			05 FILLER            PIC X(10) VALUE SPACES.
			05 FILLER            PIC X(06) VALUE "Site  ".
			05 PAR-SITE-OUT      PIC X(08).
			05 FILLER            PIC X(10) VALUE "  Linked  ".
			05 PAR-LINKED-OUT    PIC 9(08).
			05 FILLER            PIC X(06) VALUE "  by  ".
			05 PAR-LINKED-BY-OUT PIC X(08).

		01 RFS-PR-NO-SITES-LINE PIC X(100)
			VALUE "          No sites grouped under this parent.".

		01 RFS-PR-EMPTY-LINE PIC X(100)
			VALUE "No parent account records on file.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION      PIC X(04).
		01 RFS-IN-PARENT-ID      PIC X(08).
		01 RFS-IN-PARENT-NAME    PIC X(30).
		01 RFS-IN-PARENT-CONTACT PIC X(25).
		01 RFS-IN-PARENT-BILLING PIC X(12).
		01 RFS-IN-SITE-CODE      PIC X(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function maintains rfs-parents.dat, the enterprise
*>     parent accounts, and rfs-parent-sites.dat, the site-codes
*>     grouped under each, the same way ReyCustMaint maintains
*>     the per-site customer master. Operation LIST writes every
*>     parent and the sites grouped under it to rfs-parents.txt.
*>     Operation SET writes or replaces a parent's record - its
*>     name, billing contact and billing account - and logs a
*>     PARENTSET line under the parent-id. Operation LINK groups
*>     a site under a parent and logs a PARLINK line; a site
*>     already grouped under another parent has to be dropped
*>     from it first, so no site lands on two statements.
*>     Operation DROP takes the site back out and logs a
*>     PARUNLINK line. Grouping never touches the site's own
*>     record in rfs-custmast.dat.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "LIST", "SET ", "LINK" or "DROP"
*>     RFS-IN-PARENT-ID - the parent account changed
*>     RFS-IN-PARENT-NAME, RFS-IN-PARENT-CONTACT,
*>     RFS-IN-PARENT-BILLING - the values SET stores
*>     RFS-IN-SITE-CODE - the site LINK and DROP group or ungroup
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 20 when the values fail validation (a blank
*>     parent or name on SET, a blank site or a parent not on
*>     file on LINK, a site already grouped under another parent,
*>     or a site DROP finds not grouped under the parent -
*>     nothing is written), 16 when a file operation could not
*>     be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-PARENT-ID
		RFS-IN-PARENT-NAME RFS-IN-PARENT-CONTACT
		RFS-IN-PARENT-BILLING RFS-IN-SITE-CODE.

	*> Attribute the audit line to the signed-on operator when
	*> one is present - this path also runs unattended, so no
	*> sign-on is not an error here.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	ACCEPT RFS-PR-TODAY-NUM FROM DATE YYYYMMDD.

	EVALUATE RFS-IN-OPERATION
		WHEN "LIST"
			PERFORM LIST-PARENT-RECORDS
				THRU LIST-PARENT-RECORDS-EXIT
		WHEN "SET "
			PERFORM SET-PARENT-RECORD
				THRU SET-PARENT-RECORD-EXIT
		WHEN "LINK"
			PERFORM LINK-PARENT-SITE
				THRU LINK-PARENT-SITE-EXIT
		WHEN "DROP"
			PERFORM DROP-PARENT-SITE
				THRU DROP-PARENT-SITE-EXIT
		WHEN OTHER
			DISPLAY "ReyParentMaint - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
	END-EVALUATE.
	GOBACK.

*> ******************************* <*
*> *** SET-PARENT-RECORD         <*
*> *** Creates the file on first <*
*> *** use, then writes or       <*
*> *** replaces the parent's     <*
*> *** record and logs the       <*
*> *** change                    <*
*> ******************************* <*

SET-PARENT-RECORD.

	IF RFS-IN-PARENT-ID = SPACES OR RFS-IN-PARENT-NAME = SPACES
		DISPLAY "ReyParentMaint - VALUES REJECTED: PARENT AND"
			" NAME REQUIRED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	OPEN I-O RFS-PAR-FILE.
	IF RFS-PAR-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-PAR-FILE
		IF NOT RFS-PAR-STATUS-OK
			PERFORM HANDLE-RFS-PAR-ERROR
		END-IF

		CLOSE RFS-PAR-FILE
		IF NOT RFS-PAR-STATUS-OK
			PERFORM HANDLE-RFS-PAR-ERROR
		END-IF

		OPEN I-O RFS-PAR-FILE
	END-IF.
	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

	MOVE RFS-IN-PARENT-ID TO PAR-PARENT-ID.
	READ RFS-PAR-FILE.
	IF RFS-PAR-STATUS-OK
		SET RFS-PR-RECORD-EXISTS TO TRUE
	ELSE
		IF NOT RFS-PAR-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-PAR-ERROR
		END-IF
	END-IF.

	MOVE RFS-IN-PARENT-ID      TO PAR-PARENT-ID.
	MOVE RFS-IN-PARENT-NAME    TO PAR-NAME.
	MOVE RFS-IN-PARENT-CONTACT TO PAR-BILL-CONTACT.
	MOVE RFS-IN-PARENT-BILLING TO PAR-BILL-ACCT.
	MOVE RFS-PR-TODAY-NUM      TO PAR-SET-DATE.
	MOVE RFS-AUDIT-USER-ID     TO PAR-SET-USER.

	IF RFS-PR-RECORD-EXISTS
		REWRITE RFS-PAR-RECORD
	ELSE
		WRITE RFS-PAR-RECORD
	END-IF.
	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

	CLOSE RFS-PAR-FILE.
	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

	MOVE "PARENTSET"      TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-PARENT-ID TO RFS-AUDIT-SITE-CODE.
	MOVE SPACES           TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE 0                TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0                TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

SET-PARENT-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** LINK-PARENT-SITE          <*
*> *** The parent has to be on   <*
*> *** file and the site not     <*
*> *** grouped anywhere else     <*
*> ******************************* <*

LINK-PARENT-SITE.

	IF RFS-IN-PARENT-ID = SPACES OR RFS-IN-SITE-CODE = SPACES
		DISPLAY "ReyParentMaint - VALUES REJECTED: PARENT AND"
			" SITE-CODE REQUIRED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-IN-PARENT-ID TO RFS-PRL-LOOKUP-PARENT.
	PERFORM LOOKUP-PARENT-ACCOUNT
		THRU LOOKUP-PARENT-ACCOUNT-EXIT.
	IF NOT RFS-PRL-FOUND
		DISPLAY "ReyParentMaint - PARENT NOT ON FILE "
			RFS-IN-PARENT-ID UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	OPEN I-O RFS-PCH-FILE.
	IF RFS-PCH-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-PCH-FILE
		IF NOT RFS-PCH-STATUS-OK
			PERFORM HANDLE-RFS-PCH-ERROR
		END-IF

		CLOSE RFS-PCH-FILE
		IF NOT RFS-PCH-STATUS-OK
			PERFORM HANDLE-RFS-PCH-ERROR
		END-IF

		OPEN I-O RFS-PCH-FILE
	END-IF.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	*> The file is keyed parent first, so finding the site under
	*> any parent means walking it - it holds one record per
	*> grouped site, which is a short walk.
	MOVE SPACES TO RFS-PR-HOLDER.
	MOVE "N" TO RFS-PR-SITES-EOF-FLAG.
	PERFORM FIND-SITE-HOLDER
		THRU FIND-SITE-HOLDER-EXIT
		UNTIL RFS-PR-SITES-EOF.

	IF RFS-PR-HOLDER = RFS-IN-PARENT-ID
		CLOSE RFS-PCH-FILE
		DISPLAY "ReyParentMaint - SITE ALREADY UNDER PARENT "
			RFS-IN-PARENT-ID UPON CONSOLE
		GO TO LINK-PARENT-SITE-EXIT
	END-IF.

	IF RFS-PR-HOLDER NOT = SPACES
		CLOSE RFS-PCH-FILE
		DISPLAY "ReyParentMaint - VALUES REJECTED: SITE GROUPED"
			" UNDER PARENT " RFS-PR-HOLDER UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-IN-PARENT-ID  TO PCH-PARENT-ID.
	MOVE RFS-IN-SITE-CODE  TO PCH-SITE-CODE.
	MOVE RFS-PR-TODAY-NUM  TO PCH-LINKED-DATE.
	MOVE RFS-AUDIT-USER-ID TO PCH-LINKED-USER.
	WRITE RFS-PCH-RECORD.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	CLOSE RFS-PCH-FILE.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	MOVE "PARLINK"        TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE TO RFS-AUDIT-SITE-CODE.
	MOVE SPACES           TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE 0                TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0                TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

LINK-PARENT-SITE-EXIT.
	EXIT.

FIND-SITE-HOLDER.

	READ RFS-PCH-FILE NEXT RECORD.

	IF RFS-PCH-STATUS-EOF
		SET RFS-PR-SITES-EOF TO TRUE
		GO TO FIND-SITE-HOLDER-EXIT
	END-IF.

	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	IF PCH-SITE-CODE = RFS-IN-SITE-CODE
		MOVE PCH-PARENT-ID TO RFS-PR-HOLDER
		SET RFS-PR-SITES-EOF TO TRUE
	END-IF.

FIND-SITE-HOLDER-EXIT.
	EXIT.

*> ******************************* <*
*> *** DROP-PARENT-SITE          <*
*> ******************************* <*

DROP-PARENT-SITE.

	OPEN I-O RFS-PCH-FILE.
	IF RFS-PCH-STATUS-NOT-FOUND
		DISPLAY "ReyParentMaint - SITE NOT UNDER PARENT "
			RFS-IN-PARENT-ID UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	MOVE RFS-IN-PARENT-ID TO PCH-PARENT-ID.
	MOVE RFS-IN-SITE-CODE TO PCH-SITE-CODE.
	DELETE RFS-PCH-FILE RECORD.
	IF RFS-PCH-STATUS-NO-RECORD
		CLOSE RFS-PCH-FILE
		DISPLAY "ReyParentMaint - SITE NOT UNDER PARENT "
			RFS-IN-PARENT-ID UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	CLOSE RFS-PCH-FILE.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	MOVE "PARUNLINK"      TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE TO RFS-AUDIT-SITE-CODE.
	MOVE SPACES           TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE 0                TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0                TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

DROP-PARENT-SITE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LIST-PARENT-RECORDS       <*
*> *** Each parent, then the     <*
*> *** sites grouped under it    <*
*> ******************************* <*

LIST-PARENT-RECORDS.

	OPEN OUTPUT RFS-PARRPT-FILE.
	IF NOT RFS-PARRPT-STATUS-OK
		PERFORM HANDLE-RFS-PARRPT-ERROR
	END-IF.

	MOVE RFS-PR-TITLE-LINE TO RFS-PARRPT-LINE.
	PERFORM WRITE-PARENT-LINE.
	MOVE RFS-PR-COLUMN-LINE TO RFS-PARRPT-LINE.
	PERFORM WRITE-PARENT-LINE.

	OPEN INPUT RFS-PCH-FILE.
	IF RFS-PCH-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-PCH-STATUS-OK
			PERFORM HANDLE-RFS-PCH-ERROR
		END-IF
		SET RFS-PR-CHILD-OPEN TO TRUE
	END-IF.

	OPEN INPUT RFS-PAR-FILE.
	IF RFS-PAR-STATUS-NOT-FOUND
		SET RFS-PR-LIST-EOF TO TRUE
	ELSE
		IF NOT RFS-PAR-STATUS-OK
			PERFORM HANDLE-RFS-PAR-ERROR
		END-IF
		PERFORM LIST-NEXT-PARENT-RECORD
			THRU LIST-NEXT-PARENT-RECORD-EXIT
			UNTIL RFS-PR-LIST-EOF
		CLOSE RFS-PAR-FILE
		IF NOT RFS-PAR-STATUS-OK
			PERFORM HANDLE-RFS-PAR-ERROR
		END-IF
	END-IF.

	IF RFS-PR-CHILD-OPEN
		CLOSE RFS-PCH-FILE
		IF NOT RFS-PCH-STATUS-OK
			PERFORM HANDLE-RFS-PCH-ERROR
		END-IF
	END-IF.

	IF RFS-PR-LIST-COUNT = 0
		MOVE RFS-PR-EMPTY-LINE TO RFS-PARRPT-LINE
		PERFORM WRITE-PARENT-LINE
	END-IF.

	CLOSE RFS-PARRPT-FILE.
	IF NOT RFS-PARRPT-STATUS-OK
		PERFORM HANDLE-RFS-PARRPT-ERROR
	END-IF.

LIST-PARENT-RECORDS-EXIT.
	EXIT.

LIST-NEXT-PARENT-RECORD.

	READ RFS-PAR-FILE NEXT RECORD.

	IF RFS-PAR-STATUS-EOF
		SET RFS-PR-LIST-EOF TO TRUE
		GO TO LIST-NEXT-PARENT-RECORD-EXIT
	END-IF.

	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

	ADD 1 TO RFS-PR-LIST-COUNT.

	MOVE PAR-PARENT-ID    TO PAR-ID-OUT.
	MOVE PAR-NAME         TO PAR-NAME-OUT.
	MOVE PAR-BILL-CONTACT TO PAR-CONTACT-OUT.
	MOVE PAR-BILL-ACCT    TO PAR-BILLING-OUT.
	MOVE RFS-PR-DETAIL-LINE TO RFS-PARRPT-LINE.
	PERFORM WRITE-PARENT-LINE.

	MOVE 0 TO RFS-PR-SITE-COUNT.
	IF RFS-PR-CHILD-OPEN
		PERFORM LIST-PARENT-SITES
			THRU LIST-PARENT-SITES-EXIT
	END-IF.

	IF RFS-PR-SITE-COUNT = 0
		MOVE RFS-PR-NO-SITES-LINE TO RFS-PARRPT-LINE
		PERFORM WRITE-PARENT-LINE
	END-IF.

LIST-NEXT-PARENT-RECORD-EXIT.
	EXIT.

LIST-PARENT-SITES.

	MOVE "N" TO RFS-PR-SITES-EOF-FLAG.
	MOVE PAR-PARENT-ID TO PCH-PARENT-ID.
	MOVE LOW-VALUES    TO PCH-SITE-CODE.
	START RFS-PCH-FILE KEY IS >= RFS-PCH-KEY.
	IF RFS-PCH-STATUS-NO-RECORD
		GO TO LIST-PARENT-SITES-EXIT
	END-IF.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	PERFORM LIST-NEXT-PARENT-SITE
		THRU LIST-NEXT-PARENT-SITE-EXIT
		UNTIL RFS-PR-SITES-EOF.

LIST-PARENT-SITES-EXIT.
	EXIT.

LIST-NEXT-PARENT-SITE.

	READ RFS-PCH-FILE NEXT RECORD.

	IF RFS-PCH-STATUS-EOF
		SET RFS-PR-SITES-EOF TO TRUE
		GO TO LIST-NEXT-PARENT-SITE-EXIT
	END-IF.

	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	IF PCH-PARENT-ID NOT = PAR-PARENT-ID
		SET RFS-PR-SITES-EOF TO TRUE
		GO TO LIST-NEXT-PARENT-SITE-EXIT
	END-IF.

	ADD 1 TO RFS-PR-SITE-COUNT.

	MOVE PCH-SITE-CODE   TO PAR-SITE-OUT.
	MOVE PCH-LINKED-DATE TO PAR-LINKED-OUT.
	MOVE PCH-LINKED-USER TO PAR-LINKED-BY-OUT.
	MOVE RFS-PR-SITE-LINE TO RFS-PARRPT-LINE.
	PERFORM WRITE-PARENT-LINE.

LIST-NEXT-PARENT-SITE-EXIT.
	EXIT.

WRITE-PARENT-LINE.

	WRITE RFS-PARRPT-LINE.
	IF NOT RFS-PARRPT-STATUS-OK
		PERFORM HANDLE-RFS-PARRPT-ERROR
	END-IF.

WRITE-PARENT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PARRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-PARRPT-ERROR.
	DISPLAY "RFS-PARRPT-FILE ERROR - FILE STATUS " RFS-PARRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PARRPT-ERROR-EXIT.
	EXIT.

	COPY "parent.lookup.cpy".
	COPY "audit.log.cpy".
	COPY "audit.error.cpy".
