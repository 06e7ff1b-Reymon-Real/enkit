*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyForecastRFS.cbl   *** <*
*> *** Date   - 22/08/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "forecast.env.cpy".
			COPY "custmast.env.cpy".
			COPY "params.env.cpy".
			COPY "holiday.env.cpy".
			COPY "parent.env.cpy".
			COPY "parchild.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "forecast.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "params.fd.cpy".
		COPY "holiday.fd.cpy".
		COPY "parent.fd.cpy".
		COPY "parchild.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "forecast.status.cpy".
		COPY "custmast.status.cpy".
		COPY "params.status.cpy".
		COPY "holiday.status.cpy".
		COPY "parent.status.cpy".
		COPY "parchild.status.cpy".

		COPY "custmast.lookup-ws.cpy".

		COPY "params.lookup-ws.cpy".

		COPY "parent.lookup-ws.cpy".

		COPY "rfs.busdays-ws.cpy".

		01 RFS-FCT-HORIZON-DAYS USAGE BINARY-LONG VALUE 0.
		01 RFS-FCT-EMPTY-LINE PIC X(80)
			VALUE "No sites due inside the horizon.".

		*> SPACES forecasts the whole estate; a parent account id
		*> restricts the forecast to the sites grouped under it.
		01 RFS-FCT-PARENT-FILTER PIC X(08) VALUE SPACES.

		01 RFS-FCT-PARENT-LINE.
			05 FILLER            PIC X(17) VALUE "Parent account : ".
			05 FCT-PARENT-ID     PIC X(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 FCT-PARENT-NAME   PIC X(30).

*> ***********************
*> *** Linkage Section ***
*> ***********************
	LINKAGE SECTION.

		01 RFS-IN-HORIZON-DAYS USAGE BINARY-LONG.
		01 RFS-IN-PARENT-ID    PIC X(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*

*>
*> Behaviour:
*>     This function reads the current position,
*>     rfs-position.dat, and lists, in expiry order, each site
*>     whose latest record's end date falls within the next N
*>     days - with its grace-days and renewal count, plus the
*>     customer name and region from rfs-custmast.dat - writing
*>     rfs-forecast.txt with a subtotal per week so the renewal
*>     team can work the list top-down on Monday instead of
*>     reverse-engineering it from the billing CSV. Sites whose
*>     latest record carries an effective cancel or suspend mark
*>     are left off the list - there is nothing there to renew.
*>     Given a parent account, only the sites grouped under it
*>     in rfs-parent-sites.dat are considered and the header
*>     names the parent.
*>
*> Parameters:
*>     RFS-IN-HORIZON-DAYS - how many days ahead the forecast
*>     looks; zero or negative falls back to thirty
*>     RFS-IN-PARENT-ID (optional) - the parent account to
*>     forecast; omitted or SPACES forecasts every site
*>
*> Return:
*>     RETURN-CODE is zero on success, 20 when the parent asked
*>     for is not on file, non-zero when a file operation could
*>     not be completed
*>

PROCEDURE DIVISION USING RFS-IN-HORIZON-DAYS
	OPTIONAL RFS-IN-PARENT-ID.

	IF ADDRESS OF RFS-IN-PARENT-ID NOT = NULL
		MOVE RFS-IN-PARENT-ID TO RFS-FCT-PARENT-FILTER
	END-IF.

	IF RFS-FCT-PARENT-FILTER NOT = SPACES
		MOVE RFS-FCT-PARENT-FILTER TO RFS-PRL-LOOKUP-PARENT
		PERFORM LOOKUP-PARENT-ACCOUNT
			THRU LOOKUP-PARENT-ACCOUNT-EXIT
		IF NOT RFS-PRL-FOUND
			DISPLAY "ReyForecastRFS - PARENT NOT ON FILE "
				RFS-FCT-PARENT-FILTER UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.

	IF RFS-IN-HORIZON-DAYS > 0
		MOVE RFS-IN-HORIZON-DAYS TO RFS-FCT-HORIZON-DAYS
	COMPUTE RFS-FCT-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-FCT-TODAY-NUM).

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		PERFORM COLLECT-NEXT-RECORD
			THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-POS-STATUS-EOF
		IF RFS-FCT-HAVE-SITE
			PERFORM CONSIDER-FINISHED-SITE
				THRU CONSIDER-FINISHED-SITE-EXIT
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

	IF RFS-FCT-PARENT-FILTER NOT = SPACES
		MOVE RFS-FCT-PARENT-FILTER TO RFS-PRL-LOOKUP-PARENT
		MOVE SITE-CODE TO RFS-PRL-LOOKUP-SITE
		PERFORM LOOKUP-PARENT-MEMBER
			THRU LOOKUP-PARENT-MEMBER-EXIT
		IF NOT RFS-PRL-MEMBER
			GO TO COLLECT-NEXT-RECORD-EXIT
		END-IF
	END-IF.

	IF RFS-FCT-HAVE-SITE
			OR PRODUCT-CODE NOT = RFS-FCT-CUR-PRODUCT)
		PERFORM CONSIDER-FINISHED-SITE
			THRU CONSIDER-FINISHED-SITE-EXIT
	END-IF.

	MOVE SITE-CODE    TO RFS-FCT-CUR-SITE.
	MOVE GRACE-DAYS       TO RFS-FCT-CUR-GRACE.
	MOVE RECORD-STATUS    TO RFS-FCT-CUR-MARK.
	MOVE STATUS-EFFECTIVE TO RFS-FCT-CUR-EFFECTIVE.
	MOVE RFS-POS-RENEWALS TO RFS-FCT-CUR-RENEWALS.
	SET RFS-FCT-HAVE-SITE TO TRUE.

COLLECT-NEXT-RECORD-EXIT.
	MOVE RFS-FCT-HEAD-LINE TO RFS-FCT-LINE.
	PERFORM WRITE-FORECAST-LINE.

	IF RFS-FCT-PARENT-FILTER NOT = SPACES
		MOVE RFS-FCT-PARENT-FILTER TO FCT-PARENT-ID
		MOVE RFS-PRL-NAME TO FCT-PARENT-NAME
		MOVE RFS-FCT-PARENT-LINE TO RFS-FCT-LINE
		PERFORM WRITE-FORECAST-LINE
	END-IF.

	IF RFS-FCT-DUE-USED = 0
		MOVE RFS-FCT-EMPTY-LINE TO RFS-FCT-LINE
		PERFORM WRITE-FORECAST-LINE

	COPY "custmast.lookup.cpy".
	COPY "params.lookup.cpy".
	COPY "parent.lookup.cpy".
	COPY "rfs.busdays.cpy".
	COPY "position.error.cpy".
