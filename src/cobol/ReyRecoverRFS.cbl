*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyRecoverRFS.cbl    *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Roll-forward recovery of     *** <*
*> *** rfs.dat from a dated backup  *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyRecoverRFS.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "bakread.env.cpy".
			COPY "journal.env.cpy".
			COPY "audit.env.cpy".
			COPY "audgen.env.cpy".
			COPY "recover.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "bakread.fd.cpy".
		COPY "journal.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "audgen.fd.cpy".
		COPY "recover.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "bakread.status.cpy".
		COPY "journal.status.cpy".
		COPY "audit.status.cpy".
		COPY "audgen.status.cpy".
		COPY "recover.status.cpy".

		COPY "bakread-ws.cpy".

		COPY "audgen-ws.cpy".

		COPY "files.backup-ws.cpy".

		COPY "files.stamp-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "journal.log-ws.cpy".

		*> The backup the file is rebuilt from, and the moment
		*> it is brought forward to. A blank point means now.
		01 RFS-RCV-BACKUP-NUM PIC 9(08).
		01 RFS-RCV-BACKUP-PARTS REDEFINES RFS-RCV-BACKUP-NUM.
			05 RFS-RCV-BACKUP-YEAR  PIC 9(04).
			05 RFS-RCV-BACKUP-MONTH PIC 9(02).
			05 RFS-RCV-BACKUP-DAY   PIC 9(02).
		01 RFS-RCV-BACKUP-TS PIC 9(14).

		01 RFS-RCV-POINT-DATE PIC 9(08).
		01 RFS-RCV-POINT-DATE-PARTS REDEFINES RFS-RCV-POINT-DATE.
			05 RFS-RCV-POINT-YEAR  PIC 9(04).
			05 RFS-RCV-POINT-MONTH PIC 9(02).
			05 RFS-RCV-POINT-DAY   PIC 9(02).
		01 RFS-RCV-POINT-TIME PIC 9(06).
		01 RFS-RCV-POINT-TIME-PARTS REDEFINES RFS-RCV-POINT-TIME.
			05 RFS-RCV-POINT-HOUR   PIC 9(02).
			05 RFS-RCV-POINT-MINUTE PIC 9(02).
			05 RFS-RCV-POINT-SECOND PIC 9(02).
		01 RFS-RCV-POINT-TS PIC 9(14).

		01 RFS-RCV-TODAY-NUM PIC 9(08).
		*> ACCEPT FROM TIME returns HHMMSSff - kept whole here and
		*> the hundredths divided out where it is used.
		01 RFS-RCV-NOW-TIME-NUM PIC 9(08).
		01 RFS-RCV-NOW-TS PIC 9(14).

		01 RFS-RCV-REQUEST-OK-FLAG PIC X(01) VALUE "N".
			88 RFS-RCV-REQUEST-OK VALUE "Y".
		01 RFS-RCV-REASON PIC X(13) VALUE SPACES.

		*> The file as it stood before the run, kept beside the
		*> rebuilt one in case the recovery itself has to be
		*> undone.
		01 RFS-RCV-ASIDE-NAME PIC X(40)
			VALUE "rfs.dat.before-recovery".

		01 RFS-RCV-JOURNAL-EOF-FLAG PIC X(01).
			88 RFS-RCV-JOURNAL-EOF VALUE "Y".

		01 RFS-RCV-AUDIT-EOF-FLAG PIC X(01).
			88 RFS-RCV-AUDIT-EOF VALUE "Y".

		*> Every audit line since the backup's day for an
		*> operation the journal carries - the evidence each
		*> after-image is checked against before it is brought
		*> forward. The stamp is held as seconds from the epoch
		*> INTEGER-OF-DATE counts from, so two stamps either side
		*> of midnight still compare by their real distance.
		01 RFS-RCV-EVIDENCE-TABLE.
			05 RFS-RCV-EV-ENTRY OCCURS 5000 TIMES.
				10 RFS-RCV-EV-SECONDS PIC 9(12).
				10 RFS-RCV-EV-OP      PIC X(09).
				10 RFS-RCV-EV-SITE    PIC X(08).
				10 RFS-RCV-EV-PRODUCT PIC X(04).
				10 RFS-RCV-EV-ID      PIC 9(08).
				10 RFS-RCV-EV-NEW     PIC X(08).

		01 RFS-RCV-EV-USED PIC 9(04) VALUE 0.
		01 RFS-RCV-EV-IDX  PIC 9(04).
		01 RFS-RCV-EV-HIT  PIC 9(04).

		*> How far apart a journal entry and its audit line may
		*> be stamped - the two are written moments apart in the
		*> same run, but a lock wait on rfs.dat can hold the
		*> audit line back.
		01 RFS-RCV-MATCH-SECONDS PIC 9(04) VALUE 300.
		01 RFS-RCV-GAP-SECONDS   PIC S9(12).

		*> The trail writes the subscription-id with leading
		*> blanks (Z(7)9); they are refilled with zeros here so
		*> the id can be carried as a number.
		01 RFS-RCV-ID-WORK PIC X(08).

		01 RFS-RCV-GEN-YEAR  PIC 9(04).
		01 RFS-RCV-GEN-MONTH PIC 9(02).
		01 RFS-RCV-GEN-NUM   PIC 9(06).
		01 RFS-RCV-LAST-NUM  PIC 9(06).
		01 RFS-RCV-LINE-TS   PIC 9(14).

		*> The journal entry in hand.
		01 RFS-RCV-ENTRY-TS      PIC 9(14).
		01 RFS-RCV-ENTRY-SECONDS PIC 9(12).
		01 RFS-RCV-ENTRY-END-NUM PIC 9(08).
		01 RFS-RCV-ENTRY-VALUE   PIC 9(08).

		*> Keys whose history can no longer be trusted - once an
		*> entry is held back, every later entry for the same
		*> record is held back with it, or the record would be
		*> brought forward from a state it never reached.
		01 RFS-RCV-HELD-TABLE.
			05 RFS-RCV-HELD-KEY PIC X(20) OCCURS 500 TIMES.
		01 RFS-RCV-HELD-USED PIC 9(03) VALUE 0.
		01 RFS-RCV-HELD-IDX  PIC 9(03).
		01 RFS-RCV-HELD-FLAG PIC X(01).
			88 RFS-RCV-KEY-HELD VALUE "Y".

		*> Keys written back during the replay, restamped with
		*> rfs.dat's own modification date once the replay is
		*> over.
		01 RFS-RCV-DONE-TABLE.
			05 RFS-RCV-DONE-KEY PIC X(20) OCCURS 5000 TIMES.
		01 RFS-RCV-DONE-USED PIC 9(04) VALUE 0.
		01 RFS-RCV-DONE-IDX  PIC 9(04).
		01 RFS-RCV-DONE-FLAG PIC X(01).
			88 RFS-RCV-KEY-DONE VALUE "Y".

		*> The re-signed after-image, and the record on file at
		*> its key. The two are compared without the signature
		*> and the two stamps (bytes 21-32), which the replay
		*> sets afresh.
		01 RFS-RCV-AFTER-IMAGE  PIC X(109).
		01 RFS-RCV-ONFILE-IMAGE PIC X(109).
		01 RFS-RCV-ENTRY-KEY    PIC X(20).

		01 RFS-RCV-ON-FILE-FLAG PIC X(01).
			88 RFS-RCV-ON-FILE VALUE "Y".

		*> What became of the entry in hand.
		01 RFS-RCV-OUTCOME PIC X(01).
			88 RFS-RCV-REPLAYED VALUE "P".
			88 RFS-RCV-SKIPPED  VALUE "K".
			88 RFS-RCV-HELD     VALUE "H".
			88 RFS-RCV-FORCED   VALUE "F".
		01 RFS-RCV-NOTE PIC X(40).

		01 RFS-RCV-READ-COUNT      PIC 9(06) VALUE 0.
		01 RFS-RCV-OLDER-COUNT     PIC 9(06) VALUE 0.
		01 RFS-RCV-LATER-COUNT     PIC 9(06) VALUE 0.
		01 RFS-RCV-UNREADABLE-COUNT PIC 9(06) VALUE 0.
		01 RFS-RCV-REPLAYED-COUNT  PIC 9(06) VALUE 0.
		01 RFS-RCV-SKIPPED-COUNT   PIC 9(06) VALUE 0.
		01 RFS-RCV-HELD-COUNT      PIC 9(06) VALUE 0.
		01 RFS-RCV-FORCED-COUNT    PIC 9(06) VALUE 0.
		01 RFS-RCV-GEN-READ-COUNT  PIC 9(04) VALUE 0.
		01 RFS-RCV-STAMPED-COUNT   PIC 9(06) VALUE 0.

		*> The current position is rebuilt from the recovered
		*> file - it still pictures the file as it was before.
		01 RFS-RCV-POS-OPERATION PIC X(04) VALUE "REBL".
		01 RFS-RCV-POS-FAILED-FLAG PIC X(01) VALUE "N".
			88 RFS-RCV-POS-FAILED VALUE "Y".

		01 RFS-RCV-TITLE-LINE PIC X(132)
			VALUE "Roll-forward recovery of rfs.dat".

		01 RFS-RCV-FROM-LINE.
			05 FILLER            PIC X(20) VALUE "Restored from     : ".
			05 RCV-BACKUP-OUT    PIC X(40).

		01 RFS-RCV-POINT-LINE.
			05 FILLER            PIC X(20) VALUE "Brought forward to: ".
			05 RCV-POINT-DATE-OUT PIC 9(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RCV-POINT-TIME-OUT PIC 9(06).
			05 FILLER            PIC X(16) VALUE "   Produced on  ".
			05 RCV-TODAY-OUT     PIC 9(08).

		01 RFS-RCV-ASIDE-LINE.
			05 FILLER            PIC X(20) VALUE "File before run   : ".
			05 RCV-ASIDE-OUT     PIC X(40).

		01 RFS-RCV-COLUMN-LINE PIC X(132)
			VALUE
			"Journal stamp   Act Operation Site     Prod Renewal   Outcome    Note".

		01 RFS-RCV-DETAIL-LINE.
			05 RCV-DATE-OUT      PIC 9(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RCV-TIME-OUT      PIC 9(06).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RCV-ACTION-OUT    PIC X(01).
			05 FILLER            PIC X(03) VALUE SPACES.
			05 RCV-OPERATION-OUT PIC X(09).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RCV-SITE-OUT      PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RCV-PRODUCT-OUT   PIC X(04).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RCV-ID-OUT        PIC 9(08).
			05 FILLER            PIC X(02) VALUE SPACES.
			05 RCV-OUTCOME-OUT   PIC X(10).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 RCV-NOTE-OUT      PIC X(40).

		01 RFS-RCV-TOTAL-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 RCV-TOTAL-LABEL   PIC X(44).
			05 RCV-TOTAL-OUT     PIC ZZZZZ9.

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-BACKUP-DATE PIC X(08).
		01 RFS-IN-POINT-DATE  PIC X(08).
		01 RFS-IN-POINT-TIME  PIC X(06).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function rebuilds rfs.dat from a dated
*>     rfs.dat.bak.YYYYMMDD copy and brings it forward to a
*>     chosen moment by replaying rfs-journal.dat, the
*>     after-image every write path journals for each record it
*>     writes, rewrites or deletes. The file as it stood is
*>     first copied aside to rfs.dat.before-recovery. Journal
*>     entries from before the backup's day are already in the
*>     backup and entries after the moment are left alone;
*>     every other entry is checked against its rfs-audit.dat
*>     line - same operation, site, product and renewal, logged
*>     within five minutes of it, with the same end date, seat
*>     count or mark date the line records - before it is
*>     brought forward. An entry the trail does not bear out is
*>     held back, and so is every later entry for that record.
*>     A record brought forward is re-signed and restamped: the
*>     clock stamp is today, the file stamp rfs.dat's own date
*>     once the replay is over. The backup's day is replayed in
*>     full because the backup carries no time of day - an
*>     entry the backup already holds is skipped; a record
*>     found in an unexpected state on a later day is still
*>     brought forward from the after-image, and reported.
*>     rfs-recover.txt lists every entry replayed, skipped or
*>     conflicting, with the totals. The run's own writes are
*>     not journaled - they repeat entries already in the
*>     journal - and one RECOVER line on the audit trail
*>     records the backup and the moment used. The current
*>     position, rfs-position.dat, is rebuilt from the recovered
*>     file by ReyPositionRFS.
*>
*> Parameters:
*>     RFS-IN-BACKUP-DATE - YYYYMMDD of the backup to rebuild
*>     from
*>     RFS-IN-POINT-DATE - YYYYMMDD to bring the file forward
*>     to; SPACES means now
*>     RFS-IN-POINT-TIME - HHMMSS on that day; SPACES means the
*>     close of the day (or now, when the date is SPACES too)
*>
*> Return:
*>     RETURN-CODE is zero when every entry in range was
*>     replayed or skipped, 4 when any entry conflicted (held
*>     back, or brought forward over an unexpected state) or
*>     the current position could not be rebuilt, 20
*>     for a bad date, a moment before the backup or in the
*>     future, or a backup that does not open, 16 when a file
*>     operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-BACKUP-DATE RFS-IN-POINT-DATE
		RFS-IN-POINT-TIME.

	PERFORM DECODE-RECOVERY-REQUEST
		THRU DECODE-RECOVERY-REQUEST-EXIT.
	IF RFS-RCV-REQUEST-OK
		PERFORM CHECK-BACKUP-OPENS
			THRU CHECK-BACKUP-OPENS-EXIT
	END-IF.
	IF NOT RFS-RCV-REQUEST-OK
		DISPLAY "ReyRecoverRFS - REFUSED " RFS-RCV-REASON
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM COLLECT-AUDIT-EVIDENCE
		THRU COLLECT-AUDIT-EVIDENCE-EXIT.

	PERFORM RESTORE-BACKUP-COPY
		THRU RESTORE-BACKUP-COPY-EXIT.

	OPEN OUTPUT RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.
	PERFORM WRITE-RECOVERY-HEADING
		THRU WRITE-RECOVERY-HEADING-EXIT.

	PERFORM REPLAY-JOURNAL
		THRU REPLAY-JOURNAL-EXIT.

	PERFORM STAMP-REPLAYED-RECORDS
		THRU STAMP-REPLAYED-RECORDS-EXIT.

	PERFORM WRITE-RECOVERY-TOTALS
		THRU WRITE-RECOVERY-TOTALS-EXIT.
	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	CALL "ReyPositionRFS" USING RFS-RCV-POS-OPERATION.
	IF RETURN-CODE NOT = 0
		DISPLAY "ReyRecoverRFS - POSITION NOT REBUILT, RC "
			RETURN-CODE UPON CONSOLE
		SET RFS-RCV-POS-FAILED TO TRUE
	END-IF.

	MOVE "RECOVER"          TO RFS-AUDIT-OPERATION.
	MOVE SPACES             TO RFS-AUDIT-SITE-CODE.
	MOVE 0                  TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-RCV-BACKUP-NUM TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-RCV-POINT-DATE TO RFS-AUDIT-NEW-END-DATE.
	PERFORM LOG-RFS-AUDIT-EVENT.

	DISPLAY "ReyRecoverRFS - REPLAYED " RFS-RCV-REPLAYED-COUNT
		" SKIPPED " RFS-RCV-SKIPPED-COUNT
		" CONFLICTING " RFS-RCV-HELD-COUNT "/" RFS-RCV-FORCED-COUNT
		UPON CONSOLE.

	IF RFS-RCV-HELD-COUNT > 0 OR RFS-RCV-FORCED-COUNT > 0
			OR RFS-RCV-POS-FAILED
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GOBACK.

*> ******************************* <*
*> *** DECODE-RECOVERY-REQUEST   <*
*> *** The backup's day and the  <*
*> *** moment have to be real,   <*
*> *** in that order, and not in <*
*> *** the future                <*
*> ******************************* <*

DECODE-RECOVERY-REQUEST.

	ACCEPT RFS-RCV-TODAY-NUM FROM DATE YYYYMMDD.
	ACCEPT RFS-RCV-NOW-TIME-NUM FROM TIME.
	COMPUTE RFS-RCV-NOW-TS =
		RFS-RCV-TODAY-NUM * 1000000 + (RFS-RCV-NOW-TIME-NUM / 100).

	IF RFS-IN-BACKUP-DATE NOT NUMERIC
		MOVE "BAD-BACKUP" TO RFS-RCV-REASON
		GO TO DECODE-RECOVERY-REQUEST-EXIT
	END-IF.
	MOVE RFS-IN-BACKUP-DATE TO RFS-RCV-BACKUP-NUM.
	IF RFS-RCV-BACKUP-YEAR < 1601
			OR RFS-RCV-BACKUP-MONTH < 1 OR RFS-RCV-BACKUP-MONTH > 12
			OR RFS-RCV-BACKUP-DAY < 1 OR RFS-RCV-BACKUP-DAY > 31
		MOVE "BAD-BACKUP" TO RFS-RCV-REASON
		GO TO DECODE-RECOVERY-REQUEST-EXIT
	END-IF.
	COMPUTE RFS-RCV-BACKUP-TS = RFS-RCV-BACKUP-NUM * 1000000.

	IF RFS-IN-POINT-DATE = SPACES
		MOVE RFS-RCV-TODAY-NUM TO RFS-RCV-POINT-DATE
		COMPUTE RFS-RCV-POINT-TIME = RFS-RCV-NOW-TIME-NUM / 100
	ELSE
		IF RFS-IN-POINT-DATE NOT NUMERIC
			MOVE "BAD-POINT" TO RFS-RCV-REASON
			GO TO DECODE-RECOVERY-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-POINT-DATE TO RFS-RCV-POINT-DATE
		MOVE 235959 TO RFS-RCV-POINT-TIME
	END-IF.
	IF RFS-IN-POINT-TIME NOT = SPACES
		IF RFS-IN-POINT-TIME NOT NUMERIC
			MOVE "BAD-TIME" TO RFS-RCV-REASON
			GO TO DECODE-RECOVERY-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-POINT-TIME TO RFS-RCV-POINT-TIME
	END-IF.

	IF RFS-RCV-POINT-YEAR < 1601
			OR RFS-RCV-POINT-MONTH < 1 OR RFS-RCV-POINT-MONTH > 12
			OR RFS-RCV-POINT-DAY < 1 OR RFS-RCV-POINT-DAY > 31
		MOVE "BAD-POINT" TO RFS-RCV-REASON
		GO TO DECODE-RECOVERY-REQUEST-EXIT
	END-IF.
	IF RFS-RCV-POINT-HOUR > 23 OR RFS-RCV-POINT-MINUTE > 59
			OR RFS-RCV-POINT-SECOND > 59
		MOVE "BAD-TIME" TO RFS-RCV-REASON
		GO TO DECODE-RECOVERY-REQUEST-EXIT
	END-IF.

	COMPUTE RFS-RCV-POINT-TS =
		RFS-RCV-POINT-DATE * 1000000 + RFS-RCV-POINT-TIME.

	IF RFS-RCV-POINT-DATE < RFS-RCV-BACKUP-NUM
		MOVE "BEFORE-BACKUP" TO RFS-RCV-REASON
		GO TO DECODE-RECOVERY-REQUEST-EXIT
	END-IF.
	IF RFS-RCV-POINT-TS > RFS-RCV-NOW-TS
		MOVE "IN-FUTURE" TO RFS-RCV-REASON
		GO TO DECODE-RECOVERY-REQUEST-EXIT
	END-IF.

	SET RFS-RCV-REQUEST-OK TO TRUE.

DECODE-RECOVERY-REQUEST-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-BACKUP-OPENS        <*
*> *** The backup has to open as <*
*> *** an indexed file before    <*
*> *** anything is touched - a   <*
*> *** missing or damaged copy   <*
*> *** must not replace rfs.dat  <*
*> ******************************* <*

CHECK-BACKUP-OPENS.

	MOVE RFS-RCV-BACKUP-YEAR  TO RFS-BACKUP-YEAR.
	MOVE RFS-RCV-BACKUP-MONTH TO RFS-BACKUP-MONTH.
	MOVE RFS-RCV-BACKUP-DAY   TO RFS-BACKUP-DAY.
	PERFORM FORMAT-RFS-BACKUP-NAME.
	MOVE RFS-BACKUP-NAME TO RFS-BAK-OPEN-NAME.

	OPEN INPUT RFS-BAK-FILE.
	IF NOT RFS-BAK-STATUS-OK
		MOVE "NO-BACKUP" TO RFS-RCV-REASON
		MOVE "N" TO RFS-RCV-REQUEST-OK-FLAG
		GO TO CHECK-BACKUP-OPENS-EXIT
	END-IF.

	CLOSE RFS-BAK-FILE.

CHECK-BACKUP-OPENS-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-AUDIT-EVIDENCE    <*
*> *** Every parked generation   <*
*> *** from the backup's month   <*
*> *** on, then the current      <*
*> *** trail - read before       <*
*> *** rfs.dat is replaced, so a <*
*> *** trail that cannot be read <*
*> *** leaves the file as it was <*
*> ******************************* <*

COLLECT-AUDIT-EVIDENCE.

	MOVE RFS-RCV-BACKUP-YEAR  TO RFS-RCV-GEN-YEAR.
	MOVE RFS-RCV-BACKUP-MONTH TO RFS-RCV-GEN-MONTH.
	COMPUTE RFS-RCV-GEN-NUM =
		RFS-RCV-GEN-YEAR * 100 + RFS-RCV-GEN-MONTH.
	COMPUTE RFS-RCV-LAST-NUM = RFS-RCV-TODAY-NUM / 100.

	PERFORM READ-ONE-GENERATION
		THRU READ-ONE-GENERATION-EXIT
		UNTIL RFS-RCV-GEN-NUM > RFS-RCV-LAST-NUM.

	MOVE "N" TO RFS-RCV-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDIT-FILE.
	IF RFS-AUDIT-STATUS-NOT-FOUND
		GO TO COLLECT-AUDIT-EVIDENCE-EXIT
	END-IF.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	PERFORM READ-ONE-TRAIL-LINE
		THRU READ-ONE-TRAIL-LINE-EXIT
		UNTIL RFS-RCV-AUDIT-EOF.

	CLOSE RFS-AUDIT-FILE.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

COLLECT-AUDIT-EVIDENCE-EXIT.
	EXIT.

READ-ONE-GENERATION.

	MOVE SPACES TO RFS-AUDGEN-OPEN-NAME.
	STRING "rfs-audit."      DELIMITED BY SIZE
		RFS-RCV-GEN-YEAR    DELIMITED BY SIZE
		RFS-RCV-GEN-MONTH   DELIMITED BY SIZE
		".dat"              DELIMITED BY SIZE
		INTO RFS-AUDGEN-OPEN-NAME.

	MOVE "N" TO RFS-RCV-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDGEN-FILE.
	IF RFS-AUDGEN-STATUS-NOT-FOUND
		GO TO READ-ONE-GENERATION-NEXT
	END-IF.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	ADD 1 TO RFS-RCV-GEN-READ-COUNT.

	PERFORM READ-ONE-PARKED-LINE
		THRU READ-ONE-PARKED-LINE-EXIT
		UNTIL RFS-RCV-AUDIT-EOF.

	CLOSE RFS-AUDGEN-FILE.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

READ-ONE-GENERATION-NEXT.

	IF RFS-RCV-GEN-MONTH = 12
		ADD 1 TO RFS-RCV-GEN-YEAR
		MOVE 1 TO RFS-RCV-GEN-MONTH
	ELSE
		ADD 1 TO RFS-RCV-GEN-MONTH
	END-IF.
	COMPUTE RFS-RCV-GEN-NUM =
		RFS-RCV-GEN-YEAR * 100 + RFS-RCV-GEN-MONTH.

READ-ONE-GENERATION-EXIT.
	EXIT.

READ-ONE-PARKED-LINE.

	READ RFS-AUDGEN-FILE.

	IF RFS-AUDGEN-STATUS-EOF
		SET RFS-RCV-AUDIT-EOF TO TRUE
		GO TO READ-ONE-PARKED-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	MOVE RFS-AUDGEN-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM NOTE-AUDIT-EVIDENCE
		THRU NOTE-AUDIT-EVIDENCE-EXIT.

READ-ONE-PARKED-LINE-EXIT.
	EXIT.

READ-ONE-TRAIL-LINE.

	READ RFS-AUDIT-FILE.

	IF RFS-AUDIT-STATUS = "10"
		SET RFS-RCV-AUDIT-EOF TO TRUE
		GO TO READ-ONE-TRAIL-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	MOVE RFS-AUDIT-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM NOTE-AUDIT-EVIDENCE
		THRU NOTE-AUDIT-EVIDENCE-EXIT.

READ-ONE-TRAIL-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** NOTE-AUDIT-EVIDENCE       <*
*> *** Keeps a line for an       <*
*> *** operation that journals   <*
*> *** rfs.dat writes, logged on <*
*> *** or after the backup's day <*
*> ******************************* <*

NOTE-AUDIT-EVIDENCE.

	IF PARSE-AUDIT-OPERATION NOT = "CREATE"
			AND PARSE-AUDIT-OPERATION NOT = "TRIAL"
			AND PARSE-AUDIT-OPERATION NOT = "RENEW"
			AND PARSE-AUDIT-OPERATION NOT = "CONVERT"
			AND PARSE-AUDIT-OPERATION NOT = "COTERM"
			AND PARSE-AUDIT-OPERATION NOT = "RESUME"
			AND PARSE-AUDIT-OPERATION NOT = "SEATSET"
			AND PARSE-AUDIT-OPERATION NOT = "CANCEL"
			AND PARSE-AUDIT-OPERATION NOT = "SUSPEND"
			AND PARSE-AUDIT-OPERATION NOT = "TRANSFER"
			AND PARSE-AUDIT-OPERATION NOT = "XFERFROM"
			AND PARSE-AUDIT-OPERATION NOT = "ARCHIVE"
		GO TO NOTE-AUDIT-EVIDENCE-EXIT
	END-IF.

	IF PARSE-AUDIT-YEAR NOT NUMERIC
			OR PARSE-AUDIT-MONTH NOT NUMERIC
			OR PARSE-AUDIT-DAY NOT NUMERIC
			OR PARSE-AUDIT-HOUR NOT NUMERIC
			OR PARSE-AUDIT-MINUTE NOT NUMERIC
			OR PARSE-AUDIT-SECOND NOT NUMERIC
		GO TO NOTE-AUDIT-EVIDENCE-EXIT
	END-IF.

	COMPUTE RFS-RCV-LINE-TS =
		(PARSE-AUDIT-YEAR * 10000 + PARSE-AUDIT-MONTH * 100 +
		PARSE-AUDIT-DAY) * 1000000 +
		PARSE-AUDIT-HOUR * 10000 + PARSE-AUDIT-MINUTE * 100 +
		PARSE-AUDIT-SECOND.
	IF RFS-RCV-LINE-TS < RFS-RCV-BACKUP-TS
		GO TO NOTE-AUDIT-EVIDENCE-EXIT
	END-IF.

	IF RFS-RCV-EV-USED >= 5000
		DISPLAY "RFS-RCV-EVIDENCE-TABLE FULL - MORE THAN 5000 LINES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-RCV-EV-USED.
	MOVE RFS-RCV-EV-USED TO RFS-RCV-EV-IDX.

	COMPUTE RFS-RCV-EV-SECONDS (RFS-RCV-EV-IDX) =
		FUNCTION INTEGER-OF-DATE (RFS-RCV-LINE-TS / 1000000) * 86400
		+ PARSE-AUDIT-HOUR * 3600 + PARSE-AUDIT-MINUTE * 60
		+ PARSE-AUDIT-SECOND.
	MOVE PARSE-AUDIT-OPERATION    TO RFS-RCV-EV-OP (RFS-RCV-EV-IDX).
	MOVE PARSE-AUDIT-SITE-CODE    TO RFS-RCV-EV-SITE (RFS-RCV-EV-IDX).
	MOVE PARSE-AUDIT-PRODUCT-CODE TO RFS-RCV-EV-PRODUCT (RFS-RCV-EV-IDX).

	MOVE PARSE-AUDIT-SUBSCRIPTION-ID TO RFS-RCV-ID-WORK.
	INSPECT RFS-RCV-ID-WORK REPLACING LEADING SPACES BY ZEROS.
	IF RFS-RCV-ID-WORK NUMERIC
		MOVE RFS-RCV-ID-WORK TO RFS-RCV-EV-ID (RFS-RCV-EV-IDX)
	ELSE
		MOVE 0 TO RFS-RCV-EV-ID (RFS-RCV-EV-IDX)
	END-IF.

	MOVE PARSE-AUDIT-NEW-END-DATE TO RFS-RCV-EV-NEW (RFS-RCV-EV-IDX).

NOTE-AUDIT-EVIDENCE-EXIT.
	EXIT.

*> ******************************* <*
*> *** RESTORE-BACKUP-COPY       <*
*> *** Keeps the file as it      <*
*> *** stands (if there is one - <*
*> *** a quarantine leaves none) <*
*> *** beside the rebuilt one,   <*
*> *** then lays the backup over <*
*> *** rfs.dat the way           <*
*> *** ReyRestoreRFS does        <*
*> ******************************* <*

RESTORE-BACKUP-COPY.

	CALL "C$COPY" USING RFS-SOURCE-NAME RFS-RCV-ASIDE-NAME
		RFS-COPY-TYPE.

	CALL "C$COPY" USING RFS-BACKUP-NAME RFS-SOURCE-NAME
		RFS-COPY-TYPE.
	IF RETURN-CODE NOT = 0
		DISPLAY "ReyRecoverRFS - " RFS-BACKUP-NAME
			" COULD NOT BE COPIED OVER rfs.dat" UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

RESTORE-BACKUP-COPY-EXIT.
	EXIT.

*> ******************************* <*
*> *** REPLAY-JOURNAL            <*
*> *** Walks rfs-journal.dat in  <*
*> *** the order it was written, <*
*> *** bringing each entry in    <*
*> *** range forward onto the    <*
*> *** restored file             <*
*> ******************************* <*

REPLAY-JOURNAL.

	MOVE "N" TO RFS-RCV-JOURNAL-EOF-FLAG.

	OPEN INPUT RFS-JRN-FILE.
	IF RFS-JRN-STATUS-NOT-FOUND
		GO TO REPLAY-JOURNAL-EXIT
	END-IF.
	IF NOT RFS-JRN-STATUS-OK
		PERFORM HANDLE-RFS-JRN-ERROR
	END-IF.

	PERFORM OPEN-RFS-FILE-UPDATE THRU OPEN-RFS-FILE-UPDATE-EXIT.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	PERFORM REPLAY-ONE-ENTRY
		THRU REPLAY-ONE-ENTRY-EXIT
		UNTIL RFS-RCV-JOURNAL-EOF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	CLOSE RFS-JRN-FILE.
	IF NOT RFS-JRN-STATUS-OK
		PERFORM HANDLE-RFS-JRN-ERROR
	END-IF.

REPLAY-JOURNAL-EXIT.
	EXIT.

REPLAY-ONE-ENTRY.

	READ RFS-JRN-FILE.

	IF RFS-JRN-STATUS-EOF
		SET RFS-RCV-JOURNAL-EOF TO TRUE
		GO TO REPLAY-ONE-ENTRY-EXIT
	END-IF.

	IF NOT RFS-JRN-STATUS-OK
		PERFORM HANDLE-RFS-JRN-ERROR
	END-IF.

	ADD 1 TO RFS-RCV-READ-COUNT.
	MOVE RFS-JRN-LINE TO RFS-JRN-DETAIL-LINE.

	IF JRN-DATE NOT NUMERIC OR JRN-TIME NOT NUMERIC
			OR JRN-SUBSCRIPTION-ID NOT NUMERIC
			OR (JRN-ACTION-OUT NOT = "W" AND JRN-ACTION-OUT NOT = "R"
				AND JRN-ACTION-OUT NOT = "D")
		ADD 1 TO RFS-RCV-UNREADABLE-COUNT
		GO TO REPLAY-ONE-ENTRY-EXIT
	END-IF.

	COMPUTE RFS-RCV-ENTRY-TS = JRN-DATE * 1000000 + JRN-TIME.
	IF RFS-RCV-ENTRY-TS < RFS-RCV-BACKUP-TS
		ADD 1 TO RFS-RCV-OLDER-COUNT
		GO TO REPLAY-ONE-ENTRY-EXIT
	END-IF.
	IF RFS-RCV-ENTRY-TS > RFS-RCV-POINT-TS
		ADD 1 TO RFS-RCV-LATER-COUNT
		GO TO REPLAY-ONE-ENTRY-EXIT
	END-IF.

	MOVE JRN-IMAGE (1:20) TO RFS-RCV-ENTRY-KEY.
	MOVE SPACES TO RFS-RCV-NOTE.

	PERFORM FIND-HELD-KEY.
	IF RFS-RCV-KEY-HELD
		SET RFS-RCV-HELD TO TRUE
		MOVE "HELD BACK - AN EARLIER ENTRY WAS" TO RFS-RCV-NOTE
		GO TO REPLAY-ONE-ENTRY-REPORT
	END-IF.

	PERFORM CROSS-CHECK-AUDIT-LINE
		THRU CROSS-CHECK-AUDIT-LINE-EXIT.
	IF RFS-RCV-HELD
		PERFORM HOLD-ENTRY-KEY
		GO TO REPLAY-ONE-ENTRY-REPORT
	END-IF.

	IF JRN-ACTION-OUT = "D"
		PERFORM APPLY-DELETE-ENTRY
			THRU APPLY-DELETE-ENTRY-EXIT
	ELSE
		PERFORM APPLY-IMAGE-ENTRY
			THRU APPLY-IMAGE-ENTRY-EXIT
	END-IF.

REPLAY-ONE-ENTRY-REPORT.

	EVALUATE TRUE
		WHEN RFS-RCV-REPLAYED
			ADD 1 TO RFS-RCV-REPLAYED-COUNT
			MOVE "REPLAYED" TO RCV-OUTCOME-OUT
		WHEN RFS-RCV-SKIPPED
			ADD 1 TO RFS-RCV-SKIPPED-COUNT
			MOVE "SKIPPED" TO RCV-OUTCOME-OUT
		WHEN RFS-RCV-HELD
			ADD 1 TO RFS-RCV-HELD-COUNT
			MOVE "CONFLICT" TO RCV-OUTCOME-OUT
		WHEN OTHER
			ADD 1 TO RFS-RCV-FORCED-COUNT
			MOVE "CONFLICT" TO RCV-OUTCOME-OUT
	END-EVALUATE.

	MOVE JRN-DATE            TO RCV-DATE-OUT.
	MOVE JRN-TIME            TO RCV-TIME-OUT.
	MOVE JRN-ACTION-OUT      TO RCV-ACTION-OUT.
	MOVE JRN-OPERATION-OUT   TO RCV-OPERATION-OUT.
	MOVE JRN-SITE-CODE       TO RCV-SITE-OUT.
	MOVE JRN-PRODUCT-CODE    TO RCV-PRODUCT-OUT.
	MOVE JRN-SUBSCRIPTION-ID TO RCV-ID-OUT.
	MOVE RFS-RCV-NOTE        TO RCV-NOTE-OUT.
	MOVE RFS-RCV-DETAIL-LINE TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

REPLAY-ONE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** CROSS-CHECK-AUDIT-LINE    <*
*> *** The entry has to be borne <*
*> *** out by an audit line for  <*
*> *** the same operation and    <*
*> *** record, logged within the <*
*> *** match window, carrying    <*
*> *** the value the operation   <*
*> *** logs: the end date for a  <*
*> *** window change, the seat   <*
*> *** count for SEATSET, the    <*
*> *** mark date for CANCEL and  <*
*> *** SUSPEND                   <*
*> ******************************* <*

CROSS-CHECK-AUDIT-LINE.

	MOVE "P" TO RFS-RCV-OUTCOME.

	COMPUTE RFS-RCV-ENTRY-SECONDS =
		FUNCTION INTEGER-OF-DATE (JRN-DATE) * 86400
		+ (JRN-TIME / 10000) * 3600
		+ FUNCTION MOD (JRN-TIME / 100, 100) * 60
		+ FUNCTION MOD (JRN-TIME, 100).

	COMPUTE RFS-RCV-ENTRY-END-NUM =
		JRN-YEAR-END * 10000 + JRN-MONTH-END * 100 + JRN-DAY-END.
	EVALUATE JRN-OPERATION-OUT
		WHEN "SEATSET"
			MOVE JRN-LICENSED-SEATS TO RFS-RCV-ENTRY-VALUE
		WHEN "CANCEL"
		WHEN "SUSPEND"
			MOVE JRN-STATUS-EFFECTIVE TO RFS-RCV-ENTRY-VALUE
		WHEN OTHER
			MOVE RFS-RCV-ENTRY-END-NUM TO RFS-RCV-ENTRY-VALUE
	END-EVALUATE.

	MOVE 0 TO RFS-RCV-EV-HIT.
	MOVE 0 TO RFS-RCV-EV-IDX.
	PERFORM MATCH-ONE-AUDIT-LINE
		THRU MATCH-ONE-AUDIT-LINE-EXIT
		UNTIL RFS-RCV-EV-IDX >= RFS-RCV-EV-USED
		OR RFS-RCV-EV-HIT > 0.

	IF RFS-RCV-EV-HIT = 0
		SET RFS-RCV-HELD TO TRUE
		MOVE "HELD BACK - NO AUDIT LINE" TO RFS-RCV-NOTE
		GO TO CROSS-CHECK-AUDIT-LINE-EXIT
	END-IF.

	*> An archived record leaves by its key alone - the ARCHIVE
	*> line carries nothing further to compare.
	IF JRN-OPERATION-OUT = "ARCHIVE"
		GO TO CROSS-CHECK-AUDIT-LINE-EXIT
	END-IF.

	IF RFS-RCV-EV-NEW (RFS-RCV-EV-HIT) NOT NUMERIC
		SET RFS-RCV-HELD TO TRUE
		MOVE "HELD BACK - AUDIT LINE UNREADABLE" TO RFS-RCV-NOTE
		GO TO CROSS-CHECK-AUDIT-LINE-EXIT
	END-IF.
	IF RFS-RCV-EV-NEW (RFS-RCV-EV-HIT) NOT = RFS-RCV-ENTRY-VALUE
		SET RFS-RCV-HELD TO TRUE
		MOVE "HELD BACK - AUDIT LINE DISAGREES" TO RFS-RCV-NOTE
	END-IF.

CROSS-CHECK-AUDIT-LINE-EXIT.
	EXIT.

MATCH-ONE-AUDIT-LINE.

	ADD 1 TO RFS-RCV-EV-IDX.

	IF RFS-RCV-EV-OP (RFS-RCV-EV-IDX) NOT = JRN-OPERATION-OUT
			OR RFS-RCV-EV-SITE (RFS-RCV-EV-IDX) NOT = JRN-SITE-CODE
			OR RFS-RCV-EV-PRODUCT (RFS-RCV-EV-IDX) NOT = JRN-PRODUCT-CODE
			OR RFS-RCV-EV-ID (RFS-RCV-EV-IDX) NOT = JRN-SUBSCRIPTION-ID
		GO TO MATCH-ONE-AUDIT-LINE-EXIT
	END-IF.

	COMPUTE RFS-RCV-GAP-SECONDS =
		RFS-RCV-EV-SECONDS (RFS-RCV-EV-IDX) - RFS-RCV-ENTRY-SECONDS.
	IF RFS-RCV-GAP-SECONDS < 0
		COMPUTE RFS-RCV-GAP-SECONDS = 0 - RFS-RCV-GAP-SECONDS
	END-IF.
	IF RFS-RCV-GAP-SECONDS <= RFS-RCV-MATCH-SECONDS
		MOVE RFS-RCV-EV-IDX TO RFS-RCV-EV-HIT
	END-IF.

MATCH-ONE-AUDIT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** APPLY-DELETE-ENTRY        <*
*> *** The record left rfs.dat - <*
*> *** archived, or re-keyed by  <*
*> *** a transfer                <*
*> ******************************* <*

APPLY-DELETE-ENTRY.

	MOVE RFS-RCV-ENTRY-KEY TO RFS-KEY.
	READ RFS-FILE.
	IF RFS-STATUS-NO-RECORD
		*> On the backup's own day the delete may already be in
		*> the backup; any later, the record should have been
		*> there to delete.
		IF JRN-DATE = RFS-RCV-BACKUP-NUM
			SET RFS-RCV-SKIPPED TO TRUE
			MOVE "ALREADY GONE FROM BACKUP" TO RFS-RCV-NOTE
		ELSE
			SET RFS-RCV-FORCED TO TRUE
			MOVE "NOT ON FILE TO DELETE" TO RFS-RCV-NOTE
		END-IF
		GO TO APPLY-DELETE-ENTRY-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	DELETE RFS-FILE RECORD.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	SET RFS-RCV-REPLAYED TO TRUE.

APPLY-DELETE-ENTRY-EXIT.
	EXIT.

*> ******************************* <*
*> *** APPLY-IMAGE-ENTRY         <*
*> *** Rebuilds the record from  <*
*> *** its after-image, re-signs <*
*> *** and restamps it, and      <*
*> *** writes or rewrites it by  <*
*> *** what is on file at its    <*
*> *** key                       <*
*> ******************************* <*

APPLY-IMAGE-ENTRY.

	MOVE RFS-RCV-ENTRY-KEY TO RFS-KEY.
	READ RFS-FILE.
	IF RFS-STATUS-OK
		SET RFS-RCV-ON-FILE TO TRUE
		MOVE RFS-RECORD TO RFS-RCV-ONFILE-IMAGE
	ELSE
		IF NOT RFS-STATUS-NO-RECORD
			PERFORM HANDLE-RFS-ERROR
		END-IF
		MOVE "N" TO RFS-RCV-ON-FILE-FLAG
	END-IF.

	PERFORM BUILD-RECORD-FROM-IMAGE.
	PERFORM COMPUTE-RFS-SIGNATURE.
	MOVE RFS-RCV-TODAY-NUM TO SYSTEM-TIME-CHANGE.
	MOVE RFS-RECORD TO RFS-RCV-AFTER-IMAGE.

	IF RFS-RCV-ON-FILE
		IF RFS-RCV-AFTER-IMAGE (1:20) = RFS-RCV-ONFILE-IMAGE (1:20)
				AND RFS-RCV-AFTER-IMAGE (33:77)
					= RFS-RCV-ONFILE-IMAGE (33:77)
			SET RFS-RCV-SKIPPED TO TRUE
			MOVE "ALREADY ON FILE" TO RFS-RCV-NOTE
			GO TO APPLY-IMAGE-ENTRY-EXIT
		END-IF

		REWRITE RFS-RECORD
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF

		*> A new renewal found already on file after the
		*> backup's day means the backup and the journal do not
		*> tell the same story.
		IF JRN-ACTION-OUT = "W" AND JRN-DATE > RFS-RCV-BACKUP-NUM
			SET RFS-RCV-FORCED TO TRUE
			MOVE "WRITTEN OVER A RECORD ALREADY ON FILE" TO RFS-RCV-NOTE
		ELSE
			SET RFS-RCV-REPLAYED TO TRUE
		END-IF
	ELSE
		WRITE RFS-RECORD
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF

		IF JRN-ACTION-OUT = "R" AND JRN-DATE > RFS-RCV-BACKUP-NUM
			SET RFS-RCV-FORCED TO TRUE
			MOVE "REWRITE OF A RECORD NOT ON FILE" TO RFS-RCV-NOTE
		ELSE
			SET RFS-RCV-REPLAYED TO TRUE
		END-IF
	END-IF.

	PERFORM NOTE-DONE-KEY.

APPLY-IMAGE-ENTRY-EXIT.
	EXIT.

BUILD-RECORD-FROM-IMAGE.

	MOVE JRN-SITE-CODE          TO SITE-CODE.
	MOVE JRN-PRODUCT-CODE       TO PRODUCT-CODE.
	MOVE JRN-SUBSCRIPTION-ID    TO SUBSCRIPTION-ID.
	MOVE JRN-SYSTEM-TIME-CHANGE TO SYSTEM-TIME-CHANGE.
	MOVE JRN-LAST-MODIFIED-FILE TO LAST-MODIFIED-FILE.
	MOVE JRN-YEAR-CURRENT       TO YEAR-CURRENT.
	MOVE JRN-MONTH-CURRENT      TO MONTH-CURRENT.
	MOVE JRN-DAY-CURRENT        TO DAY-CURRENT.
	MOVE JRN-YEAR-START         TO YEAR-START.
	MOVE JRN-MONTH-START        TO MONTH-START.
	MOVE JRN-DAY-START          TO DAY-START.
	MOVE JRN-HOUR-START         TO HOUR-START.
	MOVE JRN-MINUTE-START       TO MINUTE-START.
	MOVE JRN-SECOND-START       TO SECOND-START.
	MOVE JRN-YEAR-END           TO YEAR-END.
	MOVE JRN-MONTH-END          TO MONTH-END.
	MOVE JRN-DAY-END            TO DAY-END.
	MOVE JRN-HOUR-END           TO HOUR-END.
	MOVE JRN-MINUTE-END         TO MINUTE-END.
	MOVE JRN-SECOND-END         TO SECOND-END.
	MOVE JRN-GRACE-DAYS         TO GRACE-DAYS.
	MOVE JRN-WARNING-DAYS       TO WARNING-DAYS.
	MOVE JRN-RECORD-STATUS      TO RECORD-STATUS.
	MOVE JRN-STATUS-EFFECTIVE   TO STATUS-EFFECTIVE.
	MOVE JRN-LICENSED-SEATS     TO LICENSED-SEATS.

BUILD-RECORD-FROM-IMAGE-EXIT.
	EXIT.

FIND-HELD-KEY.

	MOVE "N" TO RFS-RCV-HELD-FLAG.
	MOVE 0 TO RFS-RCV-HELD-IDX.
	PERFORM TEST-ONE-HELD-KEY
		THRU TEST-ONE-HELD-KEY-EXIT
		UNTIL RFS-RCV-KEY-HELD
		OR RFS-RCV-HELD-IDX >= RFS-RCV-HELD-USED.

FIND-HELD-KEY-EXIT.
	EXIT.

TEST-ONE-HELD-KEY.

	ADD 1 TO RFS-RCV-HELD-IDX.
	IF RFS-RCV-HELD-KEY (RFS-RCV-HELD-IDX) = RFS-RCV-ENTRY-KEY
		SET RFS-RCV-KEY-HELD TO TRUE
	END-IF.

TEST-ONE-HELD-KEY-EXIT.
	EXIT.

HOLD-ENTRY-KEY.

	IF RFS-RCV-HELD-USED >= 500
		DISPLAY "RFS-RCV-HELD-TABLE FULL - MORE THAN 500 RECORDS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-RCV-HELD-USED.
	MOVE RFS-RCV-ENTRY-KEY TO RFS-RCV-HELD-KEY (RFS-RCV-HELD-USED).

HOLD-ENTRY-KEY-EXIT.
	EXIT.

NOTE-DONE-KEY.

	MOVE "N" TO RFS-RCV-DONE-FLAG.
	MOVE 0 TO RFS-RCV-DONE-IDX.
	PERFORM TEST-ONE-DONE-KEY
		THRU TEST-ONE-DONE-KEY-EXIT
		UNTIL RFS-RCV-KEY-DONE
		OR RFS-RCV-DONE-IDX >= RFS-RCV-DONE-USED.
	IF RFS-RCV-KEY-DONE
		GO TO NOTE-DONE-KEY-EXIT
	END-IF.

	IF RFS-RCV-DONE-USED >= 5000
		DISPLAY "RFS-RCV-DONE-TABLE FULL - MORE THAN 5000 RECORDS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-RCV-DONE-USED.
	MOVE RFS-RCV-ENTRY-KEY TO RFS-RCV-DONE-KEY (RFS-RCV-DONE-USED).

NOTE-DONE-KEY-EXIT.
	EXIT.

TEST-ONE-DONE-KEY.

	ADD 1 TO RFS-RCV-DONE-IDX.
	IF RFS-RCV-DONE-KEY (RFS-RCV-DONE-IDX) = RFS-RCV-ENTRY-KEY
		SET RFS-RCV-KEY-DONE TO TRUE
	END-IF.

TEST-ONE-DONE-KEY-EXIT.
	EXIT.

*> ******************************* <*
*> *** STAMP-REPLAYED-RECORDS    <*
*> *** Records rfs.dat's OS-     <*
*> *** reported modification     <*
*> *** date in every record the  <*
*> *** replay wrote, the same as <*
*> *** each write path does      <*
*> *** after its own write       <*
*> ******************************* <*

STAMP-REPLAYED-RECORDS.

	IF RFS-RCV-DONE-USED = 0
		GO TO STAMP-REPLAYED-RECORDS-EXIT
	END-IF.

	PERFORM GET-RFS-FILE-INFO.

	PERFORM OPEN-RFS-FILE-UPDATE THRU OPEN-RFS-FILE-UPDATE-EXIT.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE 0 TO RFS-RCV-DONE-IDX.
	PERFORM STAMP-ONE-RECORD
		THRU STAMP-ONE-RECORD-EXIT
		UNTIL RFS-RCV-DONE-IDX >= RFS-RCV-DONE-USED.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

STAMP-REPLAYED-RECORDS-EXIT.
	EXIT.

STAMP-ONE-RECORD.

	ADD 1 TO RFS-RCV-DONE-IDX.

	*> A record written and later deleted in the same replay is
	*> simply no longer there to stamp.
	MOVE RFS-RCV-DONE-KEY (RFS-RCV-DONE-IDX) TO RFS-KEY.
	READ RFS-FILE.
	IF RFS-STATUS-NO-RECORD
		GO TO STAMP-ONE-RECORD-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-FILE-INFO-DATE TO LAST-MODIFIED-FILE.

	REWRITE RFS-RECORD.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	ADD 1 TO RFS-RCV-STAMPED-COUNT.

STAMP-ONE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-RECOVERY-HEADING    <*
*> ******************************* <*

WRITE-RECOVERY-HEADING.

	MOVE RFS-RCV-TITLE-LINE TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

	MOVE RFS-BACKUP-NAME TO RCV-BACKUP-OUT.
	MOVE RFS-RCV-FROM-LINE TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

	MOVE RFS-RCV-POINT-DATE TO RCV-POINT-DATE-OUT.
	MOVE RFS-RCV-POINT-TIME TO RCV-POINT-TIME-OUT.
	MOVE RFS-RCV-TODAY-NUM  TO RCV-TODAY-OUT.
	MOVE RFS-RCV-POINT-LINE TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

	MOVE RFS-RCV-ASIDE-NAME TO RCV-ASIDE-OUT.
	MOVE RFS-RCV-ASIDE-LINE TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

	MOVE SPACES TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.
	MOVE RFS-RCV-COLUMN-LINE TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

WRITE-RECOVERY-HEADING-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-RECOVERY-TOTALS     <*
*> ******************************* <*

WRITE-RECOVERY-TOTALS.

	MOVE SPACES TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

	MOVE "Journal entries read" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-READ-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  before the backup's day (already in it)" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-OLDER-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  after the recovery point (left alone)" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-LATER-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  unreadable" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-UNREADABLE-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Replayed" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-REPLAYED-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Skipped (already as the backup holds them)" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-SKIPPED-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Conflicting - held back" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-HELD-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Conflicting - brought forward regardless" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-FORCED-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Records restamped" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-STAMPED-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Audit lines checked against" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-EV-USED TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Parked audit generations read" TO RCV-TOTAL-LABEL.
	MOVE RFS-RCV-GEN-READ-COUNT TO RCV-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

WRITE-RECOVERY-TOTALS-EXIT.
	EXIT.

WRITE-TOTAL-LINE.

	MOVE RFS-RCV-TOTAL-LINE TO RFS-RCV-LINE.
	PERFORM WRITE-RECOVERY-LINE.

WRITE-TOTAL-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-RECOVERY-LINE       <*
*> ******************************* <*

WRITE-RECOVERY-LINE.

	WRITE RFS-RCV-LINE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

WRITE-RECOVERY-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-RCV-ERROR      <*
*> ******************************* <*

HANDLE-RFS-RCV-ERROR.
	DISPLAY "RFS-RCV-FILE ERROR - FILE STATUS " RFS-RCV-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-RCV-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-AUDGEN-ERROR   <*
*> ******************************* <*

HANDLE-RFS-AUDGEN-ERROR.
	DISPLAY "RFS-AUDGEN-FILE ERROR - FILE STATUS " RFS-AUDGEN-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-AUDGEN-ERROR-EXIT.
	EXIT.

	COPY "files.backup.cpy".
	COPY "files.stamp.cpy".
	COPY "rfs.signature.cpy".
	COPY "audit.log.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
	COPY "journal.error.cpy".
