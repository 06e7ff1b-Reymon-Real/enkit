*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyFleetReport.cbl   *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "fleet.env.cpy".
			COPY "notify.env.cpy".
			COPY "custmast.env.cpy".
			COPY "parent.env.cpy".
			COPY "parchild.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "fleet.fd.cpy".
		COPY "notify.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "parent.fd.cpy".
		COPY "parchild.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "fleet.status.cpy".
		COPY "notify.status.cpy".
		COPY "custmast.status.cpy".
		COPY "parent.status.cpy".
		COPY "parchild.status.cpy".
		COPY "runlog.status.cpy".

		COPY "custmast.lookup-ws.cpy".

		COPY "parent.lookup-ws.cpy".

		COPY "rfs.subscription-status.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "notify-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-FLEET-TODAY-NUM    PIC 9(08).
		*> ACCEPT FROM TIME always returns 8 digits (HHMMSSff);
		*> keep the full width here and divide out the
		01 RFS-FLEET-EMPTY-LINE PIC X(80)
			VALUE "No subscription records on file.".

		*> SPACES sweeps the whole estate; a parent account id
		*> restricts the sweep to the sites grouped under it.
		01 RFS-FLEET-PARENT-FILTER PIC X(08) VALUE SPACES.

		01 RFS-FLEET-PARENT-LINE.
			05 FILLER            PIC X(17) VALUE "Parent account : ".
			05 FLEET-PARENT-ID   PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 FLEET-PARENT-NAME PIC X(30).

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-PARENT-ID PIC X(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function reads the current position,
*>     rfs-position.dat, across every site, evaluates each
*>     site's latest renewal record
*>     with the same date/time window math ReyValidateRFS uses
*>     (including the signature re-derivation - a record whose
*>     checksum no longer matches is reported as TAMPERED), and
*>     as ReyExportRFS - it never REWRITEs the clock stamp and
*>     never quarantines rfs.dat, so the morning sweep cannot
*>     take the subscription file away from under the sites it
*>     is reporting on. Given a parent account, only the sites
*>     grouped under it in rfs-parent-sites.dat are swept and the
*>     header names the parent; the WARNING/GRACE notifications
*>     are left to the estate-wide run so no site is notified
*>     twice.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     positions read, site lines reported and positions
*>     passed over as outside the parent - a parent review is
*>     logged as step PARENT, apart from the estate-wide runs.
*>
*> Parameters:
*>     RFS-IN-PARENT-ID (optional) - the parent account to
*>     review; omitted or SPACES sweeps every site
*>
*> Return:
*>     RETURN-CODE is 20 when the parent asked for is not on
*>     file, otherwise zero
*>

PROCEDURE DIVISION USING OPTIONAL RFS-IN-PARENT-ID.

	IF ADDRESS OF RFS-IN-PARENT-ID NOT = NULL
		MOVE RFS-IN-PARENT-ID TO RFS-FLEET-PARENT-FILTER
	END-IF.

	MOVE "ReyFleetReport" TO RFS-RUN-PROGRAM.
	IF RFS-FLEET-PARENT-FILTER NOT = SPACES
		MOVE "PARENT" TO RFS-RUN-STEP
	END-IF.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	IF RFS-FLEET-PARENT-FILTER NOT = SPACES
		MOVE RFS-FLEET-PARENT-FILTER TO RFS-PRL-LOOKUP-PARENT
		PERFORM LOOKUP-PARENT-ACCOUNT
			THRU LOOKUP-PARENT-ACCOUNT-EXIT
		IF NOT RFS-PRL-FOUND
			DISPLAY "ReyFleetReport - PARENT NOT ON FILE "
				RFS-FLEET-PARENT-FILTER UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
			GOBACK
		END-IF
	END-IF.

	ACCEPT RFS-FLEET-TODAY-DATE FROM DATE YYYYMMDD.

	PERFORM OPEN-FLEET-REPORT-FILE.
	PERFORM WRITE-FLEET-HEADER.

	OPEN INPUT RFS-POS-FILE.

	*> rfs-position.dat not existing at all is the normal state
	*> before the first site is provisioned - report an empty estate rather
	*> than aborting the morning run.
	IF RFS-POS-STATUS-NOT-FOUND
		PERFORM WRITE-EMPTY-FLEET-REPORT
		PERFORM CLOSE-FLEET-REPORT-FILE
		MOVE 0 TO RETURN-CODE
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GOBACK
	END-IF.

	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	PERFORM SWEEP-NEXT-RECORD THRU SWEEP-NEXT-RECORD-EXIT
		UNTIL RFS-POS-STATUS-EOF.

	IF RFS-FLEET-HAVE-SITE
		PERFORM EMIT-PENDING-SITE-LINE
	END-IF.

	CLOSE RFS-POS-FILE.
	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	IF NOT RFS-FLEET-HAVE-SITE
	END-IF.

	PERFORM CLOSE-FLEET-REPORT-FILE.

	MOVE RFS-FLEET-SITE-TOTAL TO RFS-RUN-WRITTEN.
	MOVE 0 TO RETURN-CODE.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** SWEEP-NEXT-RECORD         <*
*> *** Walks the current position<*
*> *** in ascending key order -  <*
*> *** one record per site/      <*
*> *** product, already its      <*
*> *** latest                    <*
*> ******************************* <*

SWEEP-NEXT-RECORD.

	READ RFS-POS-FILE NEXT RECORD.

	IF RFS-POS-STATUS-EOF
		GO TO SWEEP-NEXT-RECORD-EXIT
	END-IF.

	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	MOVE RFS-POS-IMAGE TO RFS-RECORD.

	ADD 1 TO RFS-RUN-READ.

	IF RFS-FLEET-PARENT-FILTER NOT = SPACES
		MOVE RFS-FLEET-PARENT-FILTER TO RFS-PRL-LOOKUP-PARENT
		MOVE SITE-CODE TO RFS-PRL-LOOKUP-SITE
		PERFORM LOOKUP-PARENT-MEMBER
			THRU LOOKUP-PARENT-MEMBER-EXIT
		IF NOT RFS-PRL-MEMBER
			ADD 1 TO RFS-RUN-SKIPPED
			GO TO SWEEP-NEXT-RECORD-EXIT
		END-IF
	END-IF.

	IF RFS-FLEET-HAVE-SITE
	*> WARNING and GRACE evaluations feed the alerting bridge
	*> here too - the sweep is an evaluation of every site, same
	*> as a per-site ReyValidateRFS run would be.
	IF (SUB-WARNING OR SUB-GRACE)
			AND RFS-FLEET-PARENT-FILTER = SPACES
		MOVE RFS-FLEET-PEND-SITE    TO RFS-NTF-SITE-CODE
		MOVE RFS-FLEET-PEND-PRODUCT TO RFS-NTF-PRODUCT-CODE
		MOVE RFS-FLEET-PEND-END-NUM TO RFS-NTF-END-NUM
		PERFORM HANDLE-RFS-FLEET-ERROR
	END-IF.

	IF RFS-FLEET-PARENT-FILTER NOT = SPACES
		MOVE RFS-FLEET-PARENT-FILTER TO FLEET-PARENT-ID
		MOVE RFS-PRL-NAME TO FLEET-PARENT-NAME
		MOVE RFS-FLEET-PARENT-LINE TO RFS-FLEET-LINE
		WRITE RFS-FLEET-LINE
		IF NOT RFS-FLEET-STATUS-OK
			PERFORM HANDLE-RFS-FLEET-ERROR
		END-IF
	END-IF.

	MOVE RFS-FLEET-COLUMN-LINE TO RFS-FLEET-LINE.
	WRITE RFS-FLEET-LINE.
	IF NOT RFS-FLEET-STATUS-OK
	COPY "rfs.signature.cpy".
	COPY "notify.cpy".
	COPY "custmast.lookup.cpy".
	COPY "parent.lookup.cpy".
	COPY "runlog.cpy".
	COPY "position.error.cpy".
