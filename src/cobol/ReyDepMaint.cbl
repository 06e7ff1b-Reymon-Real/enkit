*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyDepMaint.cbl      *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Product dependency and       *** <*
*> *** bundle rule maintenance      *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyDepMaint.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "deps.env.cpy".
			COPY "deprpt.env.cpy".
			COPY "prodcat.env.cpy".
			COPY "audit.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "deps.fd.cpy".
		COPY "deprpt.fd.cpy".
		COPY "prodcat.fd.cpy".
		COPY "audit.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "deps.status.cpy".
		COPY "deprpt.status.cpy".
		COPY "prodcat.status.cpy".
		COPY "audit.status.cpy".

		COPY "prodcat.lookup-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		01 RFS-DM-TODAY-NUM PIC 9(08).

		01 RFS-DM-KIND PIC X(01).

		01 RFS-DM-RECORD-EXISTS-FLAG PIC X(01) VALUE "N".
			88 RFS-DM-RECORD-EXISTS VALUE "Y".

		01 RFS-DM-LIST-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-DM-LIST-EOF VALUE "Y".

		01 RFS-DM-DEP-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-DM-DEP-OPEN VALUE "Y".

		01 RFS-DM-LIST-COUNT PIC 9(04) VALUE 0.

		01 RFS-DM-TITLE-LINE PIC X(80)
			VALUE "Product dependency and bundle rules".

		01 RFS-DM-COLUMN-LINE PIC X(80)
			VALUE
			"Rule      Owner  Product  Description                     Set".

		01 RFS-DM-DETAIL-LINE.
			05 DM-KIND-OUT     PIC X(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 DM-OWNER-OUT    PIC X(04).
			05 FILLER          PIC X(03) VALUE SPACES.
			05 DM-PRODUCT-OUT  PIC X(04).
			05 FILLER          PIC X(05) VALUE SPACES.
			05 DM-DESC-OUT     PIC X(30).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 DM-SET-OUT      PIC 9(08).

		01 RFS-DM-EMPTY-LINE PIC X(80)
			VALUE "No dependency or bundle rules on file.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-OPERATION   PIC X(04).
		01 RFS-IN-OWNER       PIC X(04).
		01 RFS-IN-PRODUCT     PIC X(04).
		01 RFS-IN-DESCRIPTION PIC X(30).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function maintains rfs-productdeps.dat, the rules
*>     that tie products together, the way ReyProdMaint
*>     maintains the catalog. Operation REQ records that the
*>     add-on RFS-IN-OWNER only works beside a live
*>     RFS-IN-PRODUCT at the same site - ReyWriteRFS,
*>     ReyRenewRFS and ReyImportRFS then refuse the add-on
*>     without its base or past its base's end date, and
*>     ReyCancelRFS refuses (or cascades) a base cancellation
*>     while the add-on is live. Operation BUND adds
*>     RFS-IN-PRODUCT to the bundle named RFS-IN-OWNER, which
*>     ReyWriteRFS and ReyImportRFS then provision as one
*>     order; RFS-IN-DESCRIPTION names the bundle on reports.
*>     UREQ and UBND remove a rule. LIST writes every rule to
*>     rfs-productdeps.txt. Each change logs a DEPREQ,
*>     DEPBUNDLE or DEPDROP line to rfs-audit.dat - its site
*>     column carries the rule's owner (the add-on or the
*>     bundle), its product column the base or member.
*>     Products named have to be on the catalog when there is
*>     one; a bundle may not carry a catalog product's code,
*>     and a rule that would make two products require each
*>     other is refused.
*>
*> Parameters:
*>     RFS-IN-OPERATION - "LIST", "REQ ", "UREQ", "BUND" or
*>     "UBND"
*>     RFS-IN-OWNER - the add-on (REQ/UREQ) or the bundle name
*>     (BUND/UBND)
*>     RFS-IN-PRODUCT - the base the add-on requires, or the
*>     product the bundle provisions
*>     RFS-IN-DESCRIPTION - optional; the bundle's name for
*>     reports (BUND only)
*>
*> Return:
*>     RETURN-CODE is zero on success, 8 for an unknown
*>     operation, 20 when the rule fails validation or a rule
*>     to remove is not on file (nothing is written), 16 when
*>     a file operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-OPERATION RFS-IN-OWNER
		RFS-IN-PRODUCT OPTIONAL RFS-IN-DESCRIPTION.

	ACCEPT RFS-DM-TODAY-NUM FROM DATE YYYYMMDD.

	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	EVALUATE RFS-IN-OPERATION
		WHEN "LIST"
			PERFORM LIST-DEPENDENCY-RULES
				THRU LIST-DEPENDENCY-RULES-EXIT
		WHEN "REQ "
			MOVE "R" TO RFS-DM-KIND
			PERFORM VALIDATE-REQUIRES-RULE
				THRU VALIDATE-REQUIRES-RULE-EXIT
			PERFORM SET-DEPENDENCY-RULE
				THRU SET-DEPENDENCY-RULE-EXIT
		WHEN "BUND"
			MOVE "B" TO RFS-DM-KIND
			PERFORM VALIDATE-BUNDLE-RULE
				THRU VALIDATE-BUNDLE-RULE-EXIT
			PERFORM SET-DEPENDENCY-RULE
				THRU SET-DEPENDENCY-RULE-EXIT
		WHEN "UREQ"
			MOVE "R" TO RFS-DM-KIND
			PERFORM DROP-DEPENDENCY-RULE
				THRU DROP-DEPENDENCY-RULE-EXIT
		WHEN "UBND"
			MOVE "B" TO RFS-DM-KIND
			PERFORM DROP-DEPENDENCY-RULE
				THRU DROP-DEPENDENCY-RULE-EXIT
		WHEN OTHER
			DISPLAY "ReyDepMaint - UNKNOWN OPERATION "
				RFS-IN-OPERATION UPON CONSOLE
			MOVE 8 TO RETURN-CODE
	END-EVALUATE.
	GOBACK.

*> ******************************* <*
*> *** VALIDATE-REQUIRES-RULE    <*
*> *** Both products real, not   <*
*> *** the same one, and not     <*
*> *** already required the      <*
*> *** other way round - two     <*
*> *** products requiring each   <*
*> *** other could never be      <*
*> *** provisioned one at a time <*
*> ******************************* <*

VALIDATE-REQUIRES-RULE.

	IF RFS-IN-OWNER = SPACES OR RFS-IN-PRODUCT = SPACES
			OR RFS-IN-OWNER = RFS-IN-PRODUCT
		DISPLAY "ReyDepMaint - RULE REJECTED: TWO DIFFERENT"
			" PRODUCTS REQUIRED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-IN-OWNER TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.
	IF RFS-PCT-CATALOG-PRESENT AND NOT RFS-PCT-FOUND
		DISPLAY "ReyDepMaint - RULE REJECTED: BAD-PRODUCT "
			RFS-IN-OWNER UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-IN-PRODUCT TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.
	IF RFS-PCT-CATALOG-PRESENT AND NOT RFS-PCT-FOUND
		DISPLAY "ReyDepMaint - RULE REJECTED: BAD-PRODUCT "
			RFS-IN-PRODUCT UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM OPEN-DEP-FILE-UPDATE.

	MOVE "R"            TO DEP-KIND.
	MOVE RFS-IN-PRODUCT TO DEP-OWNER.
	MOVE RFS-IN-OWNER   TO DEP-PRODUCT.
	READ RFS-DEP-FILE.
	IF RFS-DEP-STATUS-OK
		CLOSE RFS-DEP-FILE
		DISPLAY "ReyDepMaint - RULE REJECTED: " RFS-IN-PRODUCT
			" ALREADY REQUIRES " RFS-IN-OWNER UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-DEP-STATUS-NO-RECORD
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	CLOSE RFS-DEP-FILE.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

VALIDATE-REQUIRES-RULE-EXIT.
	EXIT.

*> ******************************* <*
*> *** VALIDATE-BUNDLE-RULE      <*
*> *** The bundle name travels   <*
*> *** in the product-code       <*
*> *** column of an order, so it <*
*> *** may not be a catalog code <*
*> *** - the product would win   <*
*> *** and the bundle could      <*
*> *** never be ordered          <*
*> ******************************* <*

VALIDATE-BUNDLE-RULE.

	IF RFS-IN-OWNER = SPACES OR RFS-IN-PRODUCT = SPACES
		DISPLAY "ReyDepMaint - RULE REJECTED: BUNDLE AND PRODUCT"
			" REQUIRED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-IN-OWNER TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.
	IF RFS-PCT-FOUND
		DISPLAY "ReyDepMaint - RULE REJECTED: " RFS-IN-OWNER
			" IS A CATALOG PRODUCT" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE RFS-IN-PRODUCT TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.
	IF RFS-PCT-CATALOG-PRESENT AND NOT RFS-PCT-FOUND
		DISPLAY "ReyDepMaint - RULE REJECTED: BAD-PRODUCT "
			RFS-IN-PRODUCT UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

VALIDATE-BUNDLE-RULE-EXIT.
	EXIT.

*> ******************************* <*
*> *** SET-DEPENDENCY-RULE       <*
*> *** Writes or replaces the    <*
*> *** rule and logs it          <*
*> ******************************* <*

SET-DEPENDENCY-RULE.

	PERFORM OPEN-DEP-FILE-UPDATE.

	MOVE RFS-DM-KIND    TO DEP-KIND.
	MOVE RFS-IN-OWNER   TO DEP-OWNER.
	MOVE RFS-IN-PRODUCT TO DEP-PRODUCT.
	READ RFS-DEP-FILE.
	IF RFS-DEP-STATUS-OK
		SET RFS-DM-RECORD-EXISTS TO TRUE
	ELSE
		IF NOT RFS-DEP-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-DEP-ERROR
		END-IF
		MOVE SPACES TO DEP-DESCRIPTION
	END-IF.

	IF RFS-DM-KIND = "B"
		IF ADDRESS OF RFS-IN-DESCRIPTION NOT = NULL
			MOVE RFS-IN-DESCRIPTION TO DEP-DESCRIPTION
		END-IF
	ELSE
		MOVE SPACES TO DEP-DESCRIPTION
	END-IF.
	MOVE RFS-DM-TODAY-NUM TO DEP-SET-DATE.

	IF RFS-DM-RECORD-EXISTS
		REWRITE RFS-DEP-RECORD
	ELSE
		WRITE RFS-DEP-RECORD
	END-IF.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	CLOSE RFS-DEP-FILE.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	IF RFS-DM-KIND = "B"
		MOVE "DEPBUNDLE" TO RFS-AUDIT-OPERATION
	ELSE
		MOVE "DEPREQ" TO RFS-AUDIT-OPERATION
	END-IF.
	PERFORM LOG-DEPENDENCY-EVENT.

SET-DEPENDENCY-RULE-EXIT.
	EXIT.

*> ******************************* <*
*> *** DROP-DEPENDENCY-RULE      <*
*> ******************************* <*

DROP-DEPENDENCY-RULE.

	OPEN I-O RFS-DEP-FILE.
	IF RFS-DEP-STATUS-NOT-FOUND
		DISPLAY "ReyDepMaint - RULE NOT ON FILE" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	MOVE RFS-DM-KIND    TO DEP-KIND.
	MOVE RFS-IN-OWNER   TO DEP-OWNER.
	MOVE RFS-IN-PRODUCT TO DEP-PRODUCT.
	DELETE RFS-DEP-FILE RECORD.
	IF RFS-DEP-STATUS-NO-RECORD
		CLOSE RFS-DEP-FILE
		DISPLAY "ReyDepMaint - RULE NOT ON FILE" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	CLOSE RFS-DEP-FILE.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	MOVE "DEPDROP" TO RFS-AUDIT-OPERATION.
	PERFORM LOG-DEPENDENCY-EVENT.

DROP-DEPENDENCY-RULE-EXIT.
	EXIT.

*> ******************************* <*
*> *** OPEN-DEP-FILE-UPDATE      <*
*> *** Creates the rules file on <*
*> *** first use                 <*
*> ******************************* <*

OPEN-DEP-FILE-UPDATE.

	OPEN I-O RFS-DEP-FILE.
	IF RFS-DEP-STATUS-NOT-FOUND
		OPEN OUTPUT RFS-DEP-FILE
		IF NOT RFS-DEP-STATUS-OK
			PERFORM HANDLE-RFS-DEP-ERROR
		END-IF

		CLOSE RFS-DEP-FILE
		IF NOT RFS-DEP-STATUS-OK
			PERFORM HANDLE-RFS-DEP-ERROR
		END-IF

		OPEN I-O RFS-DEP-FILE
	END-IF.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

OPEN-DEP-FILE-UPDATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-DEPENDENCY-EVENT      <*
*> *** The site column carries   <*
*> *** the rule's owner - the    <*
*> *** add-on or the bundle      <*
*> ******************************* <*

LOG-DEPENDENCY-EVENT.

	MOVE RFS-IN-OWNER   TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-IN-PRODUCT TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0              TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE 0              TO RFS-AUDIT-OLD-END-DATE.
	MOVE 0              TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-DEPENDENCY-EVENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** LIST-DEPENDENCY-RULES     <*
*> ******************************* <*

LIST-DEPENDENCY-RULES.

	OPEN OUTPUT RFS-DPR-FILE.
	IF NOT RFS-DPR-STATUS-OK
		PERFORM HANDLE-RFS-DPR-ERROR
	END-IF.

	MOVE RFS-DM-TITLE-LINE TO RFS-DPR-LINE.
	WRITE RFS-DPR-LINE.
	IF NOT RFS-DPR-STATUS-OK
		PERFORM HANDLE-RFS-DPR-ERROR
	END-IF.

	MOVE RFS-DM-COLUMN-LINE TO RFS-DPR-LINE.
	WRITE RFS-DPR-LINE.
	IF NOT RFS-DPR-STATUS-OK
		PERFORM HANDLE-RFS-DPR-ERROR
	END-IF.

	OPEN INPUT RFS-DEP-FILE.
	IF RFS-DEP-STATUS-NOT-FOUND
		SET RFS-DM-LIST-EOF TO TRUE
	ELSE
		IF NOT RFS-DEP-STATUS-OK
			PERFORM HANDLE-RFS-DEP-ERROR
		END-IF
		SET RFS-DM-DEP-OPEN TO TRUE
	END-IF.

	PERFORM LIST-NEXT-DEPENDENCY-RULE
		THRU LIST-NEXT-DEPENDENCY-RULE-EXIT UNTIL RFS-DM-LIST-EOF.

	IF RFS-DM-DEP-OPEN
		CLOSE RFS-DEP-FILE
		IF NOT RFS-DEP-STATUS-OK
			PERFORM HANDLE-RFS-DEP-ERROR
		END-IF
	END-IF.

	IF RFS-DM-LIST-COUNT = 0
		MOVE RFS-DM-EMPTY-LINE TO RFS-DPR-LINE
		WRITE RFS-DPR-LINE
		IF NOT RFS-DPR-STATUS-OK
			PERFORM HANDLE-RFS-DPR-ERROR
		END-IF
	END-IF.

	CLOSE RFS-DPR-FILE.
	IF NOT RFS-DPR-STATUS-OK
		PERFORM HANDLE-RFS-DPR-ERROR
	END-IF.

LIST-DEPENDENCY-RULES-EXIT.
	EXIT.

LIST-NEXT-DEPENDENCY-RULE.

	READ RFS-DEP-FILE NEXT RECORD.

	IF RFS-DEP-STATUS-EOF
		SET RFS-DM-LIST-EOF TO TRUE
		GO TO LIST-NEXT-DEPENDENCY-RULE-EXIT
	END-IF.

	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	ADD 1 TO RFS-DM-LIST-COUNT.

	IF DEP-KIND = "B"
		MOVE "BUNDLE" TO DM-KIND-OUT
	ELSE
		MOVE "REQUIRES" TO DM-KIND-OUT
	END-IF.
	MOVE DEP-OWNER       TO DM-OWNER-OUT.
	MOVE DEP-PRODUCT     TO DM-PRODUCT-OUT.
	MOVE DEP-DESCRIPTION TO DM-DESC-OUT.
	MOVE DEP-SET-DATE    TO DM-SET-OUT.

	MOVE RFS-DM-DETAIL-LINE TO RFS-DPR-LINE.
	WRITE RFS-DPR-LINE.
	IF NOT RFS-DPR-STATUS-OK
		PERFORM HANDLE-RFS-DPR-ERROR
	END-IF.

LIST-NEXT-DEPENDENCY-RULE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-DEP-ERROR      <*
*> ******************************* <*

HANDLE-RFS-DEP-ERROR.
	DISPLAY "RFS-DEP-FILE ERROR - FILE STATUS " RFS-DEP-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-DEP-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-DPR-ERROR      <*
*> ******************************* <*

HANDLE-RFS-DPR-ERROR.
	DISPLAY "RFS-DPR-FILE ERROR - FILE STATUS " RFS-DPR-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-DPR-ERROR-EXIT.
	EXIT.

	COPY "prodcat.lookup.cpy".
	COPY "audit.log.cpy".
	COPY "audit.error.cpy".
