*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyStatusServer.cbl  *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "position.env.cpy".
			COPY "stcache.env.cpy".
			COPY "params.env.cpy".
			COPY "holiday.env.cpy".
	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "position.fd.cpy".
		COPY "stcache.fd.cpy".
		COPY "params.fd.cpy".
		COPY "holiday.fd.cpy".

		COPY "files.status.cpy".

		COPY "position.status.cpy".
		COPY "stcache.status.cpy".
		COPY "params.status.cpy".
		COPY "holiday.status.cpy".
		01 RFS-SRV-DAYS-PAST   PIC S9(08).
		01 RFS-SRV-DAYS-TO-END PIC S9(08).

		*> The rfs-position.dat OS-reported date the standing
		*> snapshot pictures - a change means somebody wrote the
		*> file and the picture refreshes straight away instead of
		*> at the next interval.
		01 RFS-SRV-SNAP-FILE-DATE USAGE BINARY-LONG VALUE 0.

		*> How long the server sleeps between looks, and how
*>     takes the per-job cost out of subscription gating:
*>     instead of hundreds of production jobs each opening,
*>     positioning, checking and closing rfs.dat at start-up, it
*>     loads the latest record per site/product once from the
*>     current position, rfs-position.dat, evaluates every
*>     status with the same window arithmetic ReyValidateRFS
*>     uses (signature verification included), and publishes
*>     the answers through rfs-status-cache.dat - a heartbeat
*>     line (snapshot date/time and the rfs-position.dat
*>     modification date pictured) followed by one
*>     site/product/status line each. ReyGetRFSStatus answers
*>     requests from this picture while the heartbeat is fresh
*>     and falls back to the direct path when the server is
*>     down, so gated jobs never notice the difference. The
*>     picture refreshes the moment rfs-position.dat's
*>     OS-reported date moves and on a timer regardless, since
*>     statuses move with the clock. A
*>     tampered record is published as its TAMPERED status but
*>     quarantining stays with the direct path - a read-only
*>     reporter must not take the shared file away. Touching

	DISPLAY "ReyStatusServer - STARTED" UPON CONSOLE.

	*> The picture is drawn from the position, so that is the
	*> file whose date is watched.
	MOVE "rfs-position.dat" TO RFS-FILE-NAME.

	PERFORM REFRESH-STATUS-SNAPSHOT
		THRU REFRESH-STATUS-SNAPSHOT-EXIT.

*> *** SERVE-ONE-LOOK            <*
*> *** One wake-up: stop when    <*
*> *** the flag file appeared,   <*
*> *** refresh when the position <*
*> *** moved or the timer says   <*
*> *** the clock has drifted far <*
*> *** enough to matter          <*

*> ******************************* <*
*> *** REFRESH-STATUS-SNAPSHOT   <*
*> *** One walk of the position, <*
*> *** one evaluated line per    <*
*> *** site/product, rewritten   <*
*> *** behind a fresh heartbeat; <*
*> *** no position at all        <*
*> *** publishes an empty        <*
*> *** picture - every site then <*
*> *** answers                   <*
*> *** NOT-PROVISIONED           <*
*> ******************************* <*

	MOVE SPACES TO RFS-SRV-CUR-SITE.
	MOVE SPACES TO RFS-SRV-CUR-PRODUCT.

	OPEN INPUT RFS-POS-FILE.
	IF RFS-POS-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-POS-STATUS-OK
			PERFORM HANDLE-RFS-POS-ERROR
		END-IF
		PERFORM COLLECT-NEXT-RECORD
			THRU COLLECT-NEXT-RECORD-EXIT UNTIL RFS-POS-STATUS-EOF
		IF RFS-SRV-HAVE-SITE
			PERFORM PUBLISH-FINISHED-SITE
				THRU PUBLISH-FINISHED-SITE-EXIT
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

	IF RFS-SRV-HAVE-SITE
			AND (SITE-CODE NOT = RFS-SRV-CUR-SITE
			OR PRODUCT-CODE NOT = RFS-SRV-CUR-PRODUCT)
	COPY "rfs.signature.cpy".
	COPY "params.lookup.cpy".
	COPY "rfs.busdays.cpy".
	COPY "position.error.cpy".
