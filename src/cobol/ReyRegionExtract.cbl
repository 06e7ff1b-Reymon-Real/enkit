*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRegionExtract.cbl *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "regext.env.cpy".

*> *********************
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "regext.fd.cpy".

*> ***********************

		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "regext.status.cpy".

		COPY "regext-ws.cpy".
*>     region code and the extract date and whose remaining
*>     lines carry site-code, product, computed status and end
*>     date for the latest record of every site/product in this
*>     region's current position, rfs-position.dat. The status
*>     is the same read-only today-vs-window arithmetic the
*>     billing export uses. Each
*>     region's nightly run drops its own extract;
*>     ReyConsolidate at head office reads them all.
*>
	MOVE RFS-RX-HEADER-LINE TO RFS-REX-LINE.
	PERFORM WRITE-EXTRACT-LINE.

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		PERFORM COLLECT-NEXT-RECORD
			THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-POS-STATUS-EOF
		IF RFS-RX-HAVE-SITE
			PERFORM EXTRACT-FINISHED-SITE
				THRU EXTRACT-FINISHED-SITE-EXIT
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

	IF RFS-RX-HAVE-SITE
			AND (SITE-CODE NOT = RFS-RX-CUR-SITE
			OR PRODUCT-CODE NOT = RFS-RX-CUR-PRODUCT)
HANDLE-RFS-REX-ERROR-EXIT.
	EXIT.

	COPY "position.error.cpy".
