*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyTrialRFS.cbl      *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".
			COPY "custmast.env.cpy".

*> *********************
*> *** DATA DIVISION ***

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".
		COPY "custmast.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".
		COPY "custmast.status.cpy".

		COPY "files.stamp-ws.cpy".


		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "custmast.lookup-ws.cpy".

		01 RFS-TODAY-DATE.
			05 RFS-TODAY-YEAR   PIC 9(04).
			05 RFS-TODAY-MONTH  PIC 9(02).
		*> callers keep working unchanged.
		01 RFS-USE-PRODUCT-CODE PIC X(04).

		*> The billing account the new site is mastered under,
		*> and the sweep over its sibling sites.
		01 RFS-TRL-BILLING PIC X(12).

		01 RFS-TRL-EOF-FLAG PIC X(01).
			88 RFS-TRL-EOF VALUE "Y".

		01 RFS-TRL-TRIED-FLAG PIC X(01).
			88 RFS-TRL-ACCOUNT-TRIED VALUE "Y".

		01 RFS-TRL-TRIED-SITE PIC X(08).

*> ***********************
*> *** Linkage Section ***
*> ***********************
		01 RFS-IN-SITE-CODE    PIC X(08).
		01 RFS-IN-PRODUCT-CODE PIC X(04).
		01 RFS-IN-TRIAL-DAYS   USAGE BINARY-LONG.
		01 RFS-IN-ONE-PER-ACCOUNT PIC X(01).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*>     turns the trial into a paid window in place, keeping the
*>     history chain. A site/product that already has records is
*>     refused: an evaluation is for prospects, not a way to
*>     restart an existing subscription. When the caller asks
*>     for it, a site whose rfs-custmast.dat billing account
*>     already holds the product on any of its other sites -
*>     a trial running, lapsed or converted, or a paid window -
*>     is refused as well, so a prospect cannot take evaluation
*>     after evaluation by asking for a fresh site-code each
*>     time.
*>
*> Parameters:
*>     RFS-IN-SITE-CODE identifies which installation the
*>     covers; SPACES falls back to CORE
*>     RFS-IN-TRIAL-DAYS - length of the evaluation; zero or
*>     negative falls back to thirty
*>     RFS-IN-ONE-PER-ACCOUNT (optional) - "Y" also refuses the
*>     trial when the site's billing account has had the
*>     product on another site; omitted or anything else skips
*>     that check. A site with no customer master record or no
*>     billing account on it cannot be matched and is let
*>     through
*>
*> Return:
*>     RETURN-CODE is zero on success, 20 when the site/product
*>     already has subscription records, or its billing account
*>     has already had the product (nothing is written),
*>     otherwise non-zero when the write could not be completed
*>     (see RFS-STATUS handling)
*>

PROCEDURE DIVISION USING RFS-IN-SITE-CODE RFS-IN-PRODUCT-CODE
		RFS-IN-TRIAL-DAYS OPTIONAL RFS-IN-ONE-PER-ACCOUNT.

	IF RFS-IN-PRODUCT-CODE = SPACES
		MOVE "CORE" TO RFS-USE-PRODUCT-CODE

	PERFORM CHECK-SITE-UNPROVISIONED
		THRU CHECK-SITE-UNPROVISIONED-EXIT.
	IF ADDRESS OF RFS-IN-ONE-PER-ACCOUNT NOT = NULL
		IF RFS-IN-ONE-PER-ACCOUNT = "Y"
			PERFORM CHECK-ACCOUNT-UNTRIED
				THRU CHECK-ACCOUNT-UNTRIED-EXIT
		END-IF
	END-IF.
	PERFORM BUILD-TRIAL-RECORD.
	PERFORM WRITE-TRIAL-RECORD.
	PERFORM STAMP-LAST-MODIFIED.
CHECK-SITE-UNPROVISIONED-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-ACCOUNT-UNTRIED     <*
*> *** Every other site mastered <*
*> *** under the same billing    <*
*> *** account is looked up in   <*
*> *** rfs.dat - any record for  <*
*> *** the product there means   <*
*> *** the account has already   <*
*> *** evaluated or bought it    <*
*> ******************************* <*

CHECK-ACCOUNT-UNTRIED.

	MOVE RFS-IN-SITE-CODE TO RFS-CST-LOOKUP-SITE.
	PERFORM LOOKUP-SITE-CUSTOMER
		THRU LOOKUP-SITE-CUSTOMER-EXIT.
	IF NOT RFS-CST-FOUND OR RFS-CST-BILLING = SPACES
		GO TO CHECK-ACCOUNT-UNTRIED-EXIT
	END-IF.
	MOVE RFS-CST-BILLING TO RFS-TRL-BILLING.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO CHECK-ACCOUNT-UNTRIED-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	OPEN INPUT RFS-CUST-FILE.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	MOVE "N" TO RFS-TRL-TRIED-FLAG.
	MOVE "N" TO RFS-TRL-EOF-FLAG.
	PERFORM CHECK-ONE-SIBLING-SITE
		THRU CHECK-ONE-SIBLING-SITE-EXIT
		UNTIL RFS-TRL-EOF OR RFS-TRL-ACCOUNT-TRIED.

	CLOSE RFS-CUST-FILE.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF RFS-TRL-ACCOUNT-TRIED
		DISPLAY "ReyTrialRFS - TRIAL REJECTED: ACCOUNT-TRIED "
			RFS-TRL-BILLING " " RFS-TRL-TRIED-SITE
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

CHECK-ACCOUNT-UNTRIED-EXIT.
	EXIT.

CHECK-ONE-SIBLING-SITE.

	READ RFS-CUST-FILE NEXT RECORD.

	IF RFS-CUST-STATUS-EOF
		SET RFS-TRL-EOF TO TRUE
		GO TO CHECK-ONE-SIBLING-SITE-EXIT
	END-IF.

	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	IF CUST-BILLING-ACCT NOT = RFS-TRL-BILLING
			OR CUST-SITE-CODE = RFS-IN-SITE-CODE
		GO TO CHECK-ONE-SIBLING-SITE-EXIT
	END-IF.

	MOVE CUST-SITE-CODE       TO RFS-LATEST-SEEK-SITE.
	MOVE RFS-USE-PRODUCT-CODE TO RFS-LATEST-SEEK-PRODUCT.
	PERFORM FIND-LATEST-RECORD-BY-KEY
		THRU FIND-LATEST-RECORD-BY-KEY-EXIT.

	IF RFS-LATEST-FOUND
		SET RFS-TRL-ACCOUNT-TRIED TO TRUE
		MOVE CUST-SITE-CODE TO RFS-TRL-TRIED-SITE
	END-IF.

CHECK-ONE-SIBLING-SITE-EXIT.
	EXIT.

*> ******************************* <*
*> *** BUILD-TRIAL-RECORD        <*
*> *** Today through today plus  <*
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "TRIAL" TO RFS-JRN-OPERATION.
	SET RFS-JRN-WRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "TRIAL" TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	COPY "files.stamp.cpy".
	COPY "rfs.signature.cpy".
	COPY "rfs.latest.cpy".
	COPY "custmast.lookup.cpy".
	COPY "audit.log.cpy".
	COPY "journal.log.cpy".
	COPY "position.post.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
	COPY "position.error.cpy".
