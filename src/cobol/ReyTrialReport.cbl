*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyTrialReport.cbl   *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "trialrpt.env.cpy".
			COPY "custmast.env.cpy".

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "trialrpt.fd.cpy".
		COPY "custmast.fd.cpy".


		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "trialrpt.status.cpy".
		COPY "custmast.status.cpy".


*>
*> Behaviour:
*>     This function reads the current position,
*>     rfs-position.dat, and lists each site/product whose
*>     latest record is a trial
*>     ("T"), with the evaluation window, the days left before
*>     the hard stop (negative once the trial has run out
*>     unconverted) and the customer name and region from

	PERFORM OPEN-TRIAL-REPORT.

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		PERFORM COLLECT-NEXT-RECORD
			THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-POS-STATUS-EOF
		IF RFS-TRP-HAVE-SITE
			PERFORM REPORT-FINISHED-SITE
				THRU REPORT-FINISHED-SITE-EXIT
		END-IF
		CLOSE RFS-POS-FILE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
	END-IF.


COLLECT-NEXT-RECORD.

	READ RFS-POS-FILE NEXT RECORD.

	IF RFS-POS-STATUS-EOF
		GO TO COLLECT-NEXT-RECORD-EXIT
	END-IF.

	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	MOVE RFS-POS-IMAGE TO RFS-RECORD.

	IF RFS-TRP-HAVE-SITE
			AND (SITE-CODE NOT = RFS-TRP-CUR-SITE
			OR PRODUCT-CODE NOT = RFS-TRP-CUR-PRODUCT)
	EXIT.

	COPY "custmast.lookup.cpy".
	COPY "position.error.cpy".
