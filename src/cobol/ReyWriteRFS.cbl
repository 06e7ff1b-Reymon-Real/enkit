*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyWriteRFS.cbl      *** <*
*> *** Date   - 03/10/2025           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".
			COPY "params.env.cpy".
			COPY "prodcat.env.cpy".
			COPY "deps.env.cpy".

*> *********************
*> *** DATA DIVISION ***

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".
		COPY "params.fd.cpy".
		COPY "prodcat.fd.cpy".
		COPY "deps.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".
		COPY "params.status.cpy".
		COPY "prodcat.status.cpy".
		COPY "deps.status.cpy".

		COPY "files.stamp-ws.cpy".


		COPY "prodcat.lookup-ws.cpy".

		COPY "deps.check-ws.cpy".

		COPY "rfs.latest-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "rfs.validate-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		COPY "signon-ws.cpy".

		01 RFS-TODAY-DATE.
		*> callers keep working unchanged.
		01 RFS-USE-PRODUCT-CODE PIC X(04).

		*> A bundle order - the code the caller passed and the
		*> member being provisioned from it.
		01 RFS-BUNDLE-CODE PIC X(04).
		01 RFS-BUNDLE-IDX  PIC 9(02).

*> ***********************
*> *** Linkage Section ***
*> ***********************
*>     rfs.dat for the subscription window given by the caller,
*>     setting day/month/year-current from today's date and
*>     day/month/year-start / -end from the passed parameters.
*>     A product-code naming a bundle in rfs-productdeps.dat
*>     (see ReyDepMaint) writes one such record per product in
*>     the bundle, all on the same window, plus a BUNDLE line in
*>     rfs-audit.dat. An add-on whose base product is not live
*>     at the site - or whose window would run past the base's -
*>     is refused; a bundle's members count as each other's
*>     bases. Every record written is posted to the current
*>     position in rfs-position.dat as well.
*>
*> Parameters:
*>     RFS-IN-SITE-CODE identifies which installation this
*>     subscription window belongs to
*>     RFS-IN-PRODUCT-CODE - which licensed module (CORE, PAYR,
*>     RPRT, ...) the window covers, or a bundle of them; SPACES
*>     falls back to CORE
*>     RFS-IN-DAY-START, RFS-IN-MONTH-START, RFS-IN-YEAR-START
*>     RFS-IN-HOUR-START, RFS-IN-MINUTE-START, RFS-IN-SECOND-START
*>     RFS-IN-DAY-END, RFS-IN-MONTH-END, RFS-IN-YEAR-END
*> Return:
*>     RETURN-CODE is zero on success, 20 when the window failed
*>     validation (an impossible date or time, an end at or
*>     before the start, or negative grace/warning days), when a
*>     product's dependency rules are not met (NO-BASE,
*>     PAST-BASE) or a bundle product is already held at the site
*>     (ALREADY-PROV) - the reason is displayed and nothing is
*>     written - otherwise
*>     non-zero when the write could not be completed (see
*>     RFS-STATUS handling)
*>
		MOVE RFS-IN-PRODUCT-CODE TO RFS-USE-PRODUCT-CODE
	END-IF.

	*> Attribute the audit line to the signed-on operator when
	*> one is present - this path also runs unattended, so no
	*> sign-on is not an error here.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	*> A product-code not on the catalog is a typo about to
	*> become a parallel subscription, and a withdrawn product
	*> takes no new subscriptions - both bounce before anything
	MOVE RFS-USE-PRODUCT-CODE TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.

	*> A code that is no product may name a bundle instead - the
	*> whole bundle is provisioned here and nothing below runs.
	IF NOT RFS-PCT-FOUND
		MOVE RFS-USE-PRODUCT-CODE TO RFS-DPC-BUNDLE
		PERFORM LOAD-BUNDLE-MEMBERS
			THRU LOAD-BUNDLE-MEMBERS-EXIT
		IF RFS-DPC-MEMBER-COUNT > 0
			PERFORM PROVISION-BUNDLE
				THRU PROVISION-BUNDLE-EXIT
			GOBACK
		END-IF
	END-IF.

	IF RFS-PCT-CATALOG-PRESENT
		IF NOT RFS-PCT-FOUND
			DISPLAY "ReyWriteRFS - WINDOW REJECTED: BAD-PRODUCT "
		END-IF
	END-IF.

	PERFORM VALIDATE-SUBSCRIPTION-WINDOW
		THRU VALIDATE-SUBSCRIPTION-WINDOW-EXIT.

	MOVE RFS-IN-SITE-CODE     TO RFS-DPC-SITE.
	MOVE RFS-USE-PRODUCT-CODE TO RFS-DPC-PRODUCT.
	MOVE RFS-VAL-END-DATE     TO RFS-DPC-END-NUM.
	PERFORM CHECK-PRODUCT-DEPENDENCIES
		THRU CHECK-PRODUCT-DEPENDENCIES-EXIT.
	IF NOT RFS-DPC-OK
		DISPLAY "ReyWriteRFS - WINDOW REJECTED: " RFS-DPC-REASON
			" " RFS-DPC-BASE UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM BUILD-SUBSCRIPTION-RECORD.
	PERFORM WRITE-SUBSCRIPTION-RECORD.
	PERFORM STAMP-LAST-MODIFIED.
VALIDATE-SUBSCRIPTION-WINDOW-EXIT.
	EXIT.

*> ******************************* <*
*> *** PROVISION-BUNDLE          <*
*> *** Every product the bundle  <*
*> *** names is checked before   <*
*> *** the first is written, so  <*
*> *** a bundle never lands half <*
*> *** provisioned               <*
*> ******************************* <*

PROVISION-BUNDLE.

	MOVE RFS-USE-PRODUCT-CODE TO RFS-BUNDLE-CODE.

	PERFORM VALIDATE-SUBSCRIPTION-WINDOW
		THRU VALIDATE-SUBSCRIPTION-WINDOW-EXIT.

	MOVE 0 TO RFS-BUNDLE-IDX.
	PERFORM CHECK-BUNDLE-MEMBER-CATALOG
		THRU CHECK-BUNDLE-MEMBER-CATALOG-EXIT
		UNTIL RFS-BUNDLE-IDX >= RFS-DPC-MEMBER-COUNT.

	MOVE RFS-IN-SITE-CODE TO RFS-DPC-SITE.
	MOVE RFS-VAL-END-DATE TO RFS-DPC-END-NUM.
	PERFORM CHECK-BUNDLE-PROVISION
		THRU CHECK-BUNDLE-PROVISION-EXIT.
	IF NOT RFS-DPC-OK
		DISPLAY "ReyWriteRFS - WINDOW REJECTED: " RFS-DPC-REASON
			" " RFS-DPC-BASE " IN BUNDLE " RFS-BUNDLE-CODE
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE 0 TO RFS-BUNDLE-IDX.
	PERFORM PROVISION-BUNDLE-MEMBER
		THRU PROVISION-BUNDLE-MEMBER-EXIT
		UNTIL RFS-BUNDLE-IDX >= RFS-DPC-MEMBER-COUNT.

	MOVE "BUNDLE"         TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-BUNDLE-CODE  TO RFS-AUDIT-PRODUCT-CODE.
	MOVE 0                TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE 0                TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-VAL-END-DATE TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

PROVISION-BUNDLE-EXIT.
	EXIT.

CHECK-BUNDLE-MEMBER-CATALOG.

	ADD 1 TO RFS-BUNDLE-IDX.

	MOVE RFS-DPC-MEMBER-PRODUCT (RFS-BUNDLE-IDX)
		TO RFS-PCT-LOOKUP-PRODUCT.
	PERFORM LOOKUP-PRODUCT-CATALOG
		THRU LOOKUP-PRODUCT-CATALOG-EXIT.
	IF RFS-PCT-CATALOG-PRESENT
		IF NOT RFS-PCT-FOUND
			DISPLAY "ReyWriteRFS - WINDOW REJECTED: BAD-PRODUCT "
				RFS-PCT-LOOKUP-PRODUCT " IN BUNDLE "
				RFS-BUNDLE-CODE UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
		IF RFS-PCT-WITHDRAWN
			DISPLAY "ReyWriteRFS - WINDOW REJECTED: WITHDRAWN "
				RFS-PCT-LOOKUP-PRODUCT " IN BUNDLE "
				RFS-BUNDLE-CODE UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.

CHECK-BUNDLE-MEMBER-CATALOG-EXIT.
	EXIT.

PROVISION-BUNDLE-MEMBER.

	ADD 1 TO RFS-BUNDLE-IDX.

	MOVE RFS-DPC-MEMBER-PRODUCT (RFS-BUNDLE-IDX)
		TO RFS-USE-PRODUCT-CODE.

	PERFORM BUILD-SUBSCRIPTION-RECORD.
	PERFORM WRITE-SUBSCRIPTION-RECORD.
	PERFORM STAMP-LAST-MODIFIED.
	PERFORM LOG-CREATE-EVENT.

PROVISION-BUNDLE-MEMBER-EXIT.
	EXIT.

*> ******************************* <*
*> *** BUILD-SUBSCRIPTION-RECORD  <*
*> ******************************* <*
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "CREATE" TO RFS-JRN-OPERATION.
	SET RFS-JRN-WRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "CREATE" TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	COPY "rfs.validate.cpy".
	COPY "params.lookup.cpy".
	COPY "prodcat.lookup.cpy".
	COPY "deps.check.cpy".
	COPY "rfs.latest.cpy".
	COPY "audit.log.cpy".
	COPY "journal.log.cpy".
	COPY "position.post.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
	COPY "position.error.cpy".
