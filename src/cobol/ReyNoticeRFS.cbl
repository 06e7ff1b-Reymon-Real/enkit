*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyNoticeRFS.cbl     *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "custmast.env.cpy".
			COPY "ntctpl.env.cpy".
			COPY "ntcout.env.cpy".
			COPY "ntclog.env.cpy".
			COPY "ntcsum.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "ntctpl.fd.cpy".
		COPY "ntcout.fd.cpy".
		COPY "ntclog.fd.cpy".
		COPY "ntcsum.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "custmast.status.cpy".
		COPY "ntctpl.status.cpy".
		COPY "ntcout.status.cpy".
		COPY "ntclog.status.cpy".
		COPY "ntcsum.status.cpy".
		COPY "runlog.status.cpy".

		COPY "ntctpl-ws.cpy".
		COPY "ntcout-ws.cpy".
		COPY "ntcmerge-ws.cpy".

		COPY "custmast.lookup-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-NTC-TODAY-NUM PIC 9(08).
		01 RFS-NTC-TODAY-INT USAGE BINARY-LONG.

		*> Every notice ever produced, loaded once for the
		*> duplicate suppression; 1000 entries is years of

		01 RFS-NTC-DAYS-TO-END USAGE BINARY-LONG.

		01 RFS-NTC-END-TEXT.
			05 NTC-END-YEAR  PIC 9(04).
			05 FILLER        PIC X(01) VALUE "-".
*> Behaviour:
*>     This function produces what the customer actually
*>     receives: for each site/product whose latest RFS-RECORD
*>     in the current position, rfs-position.dat, sits inside
*>     its own warning-days window, the lines of the
*>     rfs-notice-template.txt letter - editable by the account
*>     team without a rebuild - are merged with the record
*>     (tokens &SITE, &CUSTOMER, &CONTACT, &PRODUCT, &ENDDATE,
*>     rfs-notices.txt summarises the run - one line per notice
*>     produced plus the produced/suppressed counts.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     positions read, notices produced and notices
*>     suppressed as already sent.
*>
*> Parameters:
*>     This function has no parameters
*>
	COMPUTE RFS-NTC-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-NTC-TODAY-NUM).

	MOVE "ReyNoticeRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	PERFORM LOAD-NOTICE-TEMPLATE
		THRU LOAD-NOTICE-TEMPLATE-EXIT.
	PERFORM LOAD-NOTICE-LOG
		THRU LOAD-NOTICE-LOG-EXIT.
	PERFORM OPEN-NOTICE-SUMMARY.

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		PERFORM COLLECT-NEXT-RECORD
			THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-POS-STATUS-EOF
		IF RFS-NTC-HAVE-SITE
			PERFORM NOTICE-FINISHED-SITE
				THRU NOTICE-FINISHED-SITE-EXIT
		END-IF
		CLOSE RFS-POS-FILE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
	END-IF.


	DISPLAY "ReyNoticeRFS - PRODUCED " RFS-NTC-PRODUCED-COUNT
		" SUPPRESSED " RFS-NTC-SUPPRESSED-COUNT UPON CONSOLE.

	MOVE RFS-NTC-PRODUCED-COUNT   TO RFS-RUN-WRITTEN.
	MOVE RFS-NTC-SUPPRESSED-COUNT TO RFS-RUN-SKIPPED.
	MOVE 0 TO RETURN-CODE.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** LOAD-NOTICE-LOG           <*

COLLECT-NEXT-RECORD.

	READ RFS-POS-FILE NEXT RECORD.

	IF RFS-POS-STATUS-EOF
		GO TO COLLECT-NEXT-RECORD-EXIT
	END-IF.

	IF NOT RFS-POS-STATUS-OK
		PERFORM HANDLE-RFS-POS-ERROR
	END-IF.

	MOVE RFS-POS-IMAGE TO RFS-RECORD.

	ADD 1 TO RFS-RUN-READ.

	IF RFS-NTC-HAVE-SITE
			AND (SITE-CODE NOT = RFS-NTC-CUR-SITE
			OR PRODUCT-CODE NOT = RFS-NTC-CUR-PRODUCT)
MERGE-ONE-TEMPLATE-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** APPEND-NOTICE-LOG         <*
*> *** Remembers the notice in   <*
WRITE-SUMMARY-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-NTC-ERROR      <*
*> ******************************* <*
HANDLE-RFS-NTCSUM-ERROR-EXIT.
	EXIT.

	COPY "ntcmerge.cpy".
	COPY "custmast.lookup.cpy".
	COPY "runlog.cpy".
	COPY "position.error.cpy".
