*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRenewRFS.cbl      *** <*
*> *** Date   - 03/10/2025           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "audit.env.cpy".
			COPY "journal.env.cpy".
			COPY "position.env.cpy".
			COPY "opers.env.cpy".
			COPY "prodcat.env.cpy".
			COPY "deps.env.cpy".

*> *********************
*> *** DATA DIVISION ***

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "position.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "prodcat.fd.cpy".
		COPY "deps.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "journal.status.cpy".
		COPY "position.status.cpy".
		COPY "opers.status.cpy".
		COPY "prodcat.status.cpy".
		COPY "deps.status.cpy".

		COPY "signon-ws.cpy".


		COPY "prodcat.lookup-ws.cpy".

		COPY "deps.check-ws.cpy".

		COPY "files.stamp-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "journal.log-ws.cpy".

		COPY "position.post-ws.cpy".

		01 RFS-TODAY-DATE.
			05 RFS-TODAY-YEAR   PIC 9(04).
			05 RFS-TODAY-MONTH  PIC 9(02).
*>     converted to an indexed file) is preserved across renewals
*>     the same way it is across the original create. The new
*>     record carries day/month/year-start and grace-days forward
*>     unchanged and only advances the end date. An add-on
*>     (see ReyDepMaint) only renews while its base product is
*>     live at the site and at most up to the base's end date.
*>
*> Parameters:
*>     RFS-IN-SITE-CODE identifies which installation's
*>
*> Return:
*>     RETURN-CODE is zero on success, 20 when the renewed window
*>     failed validation (a non-positive term, a window the
*>     carried-forward record makes impossible, or an add-on
*>     whose base is not live or ends sooner - nothing is
*>     written), otherwise non-zero when there is no existing
*>     subscription to renew or the write could not be completed
*>     (see RFS-STATUS handling)
		GOBACK
	END-IF.

	PERFORM CHECK-RENEWAL-DEPENDENCIES
		THRU CHECK-RENEWAL-DEPENDENCIES-EXIT.

	PERFORM READ-LATEST-RECORD.
	PERFORM BUILD-RENEWED-RECORD.
	PERFORM VALIDATE-RENEWED-WINDOW
	PERFORM LOG-RENEW-EVENT.
	GOBACK.

*> ******************************* <*
*> *** CHECK-RENEWAL-            <*
*> *** DEPENDENCIES              <*
*> *** Runs while rfs.dat is     <*
*> *** still closed - the check  <*
*> *** opens it itself. No       <*
*> *** window to renew is left   <*
*> *** for READ-LATEST-RECORD to <*
*> *** report                    <*
*> ******************************* <*

CHECK-RENEWAL-DEPENDENCIES.

	MOVE RFS-IN-SITE-CODE     TO RFS-DPC-SITE.
	MOVE RFS-USE-PRODUCT-CODE TO RFS-DPC-PRODUCT.
	MOVE RFS-USE-PRODUCT-CODE TO RFS-DPC-SEEK-PRODUCT.
	PERFORM FIND-SITE-LIVE-UNTIL
		THRU FIND-SITE-LIVE-UNTIL-EXIT.
	IF NOT RFS-DPC-LIVE-FOUND
		GO TO CHECK-RENEWAL-DEPENDENCIES-EXIT
	END-IF.

	COMPUTE RFS-NEW-END-INT =
		FUNCTION INTEGER-OF-DATE (RFS-DPC-LIVE-END) + RFS-IN-TERM-DAYS.
	COMPUTE RFS-DPC-END-NUM = FUNCTION DATE-OF-INTEGER (RFS-NEW-END-INT).

	PERFORM CHECK-PRODUCT-DEPENDENCIES
		THRU CHECK-PRODUCT-DEPENDENCIES-EXIT.
	IF NOT RFS-DPC-OK
		DISPLAY "ReyRenewRFS - WINDOW REJECTED: " RFS-DPC-REASON
			" " RFS-DPC-BASE UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

CHECK-RENEWAL-DEPENDENCIES-EXIT.
	EXIT.

*> ******************************* <*
*> *** READ-LATEST-RECORD        <*
*> *** Positions straight into   <*
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "RENEW" TO RFS-JRN-OPERATION.
	SET RFS-JRN-WRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "RENEW" TO RFS-JRN-OPERATION.
	SET RFS-JRN-REWRITTEN TO TRUE.
	PERFORM JOURNAL-RFS-RECORD.
	PERFORM POST-RFS-POSITION
		THRU POST-RFS-POSITION-EXIT.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	COPY "rfs.validate.cpy".
	COPY "rfs.latest.cpy".
	COPY "prodcat.lookup.cpy".
	COPY "deps.check.cpy".
	COPY "audit.log.cpy".
	COPY "journal.log.cpy".
	COPY "position.post.cpy".
	COPY "opercheck.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
	COPY "position.error.cpy".
