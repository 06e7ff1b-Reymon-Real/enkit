*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyAsOfRFS.cbl       *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Point-in-time subscription   *** <*
*> *** status reconstruction        *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyAsOfRFS.

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
			COPY "archive.env.cpy".
			COPY "audit.env.cpy".
			COPY "audgen.env.cpy".
			COPY "params.env.cpy".
			COPY "holiday.env.cpy".
			COPY "custmast.env.cpy".
			COPY "opers.env.cpy".
			COPY "asofrpt.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "archive.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "audgen.fd.cpy".
		COPY "params.fd.cpy".
		COPY "holiday.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "asofrpt.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "archive.status.cpy".
		COPY "audit.status.cpy".
		COPY "audgen.status.cpy".
		COPY "params.status.cpy".
		COPY "holiday.status.cpy".
		COPY "custmast.status.cpy".
		COPY "opers.status.cpy".
		COPY "asofrpt.status.cpy".

		COPY "audgen-ws.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "opercheck-ws.cpy".

		COPY "custmast.lookup-ws.cpy".

		COPY "params.lookup-ws.cpy".

		COPY "rfs.busdays-ws.cpy".

		COPY "rfs.signature-ws.cpy".

		01 RFS-ASO-SITE    PIC X(08).
		01 RFS-ASO-PRODUCT PIC X(04).

		*> The moment asked about. A blank time means the close
		*> of that day - everything done on the day counts.
		01 RFS-ASO-AT-DATE PIC 9(08).
		01 RFS-ASO-AT-DATE-PARTS REDEFINES RFS-ASO-AT-DATE.
			05 RFS-ASO-AT-YEAR   PIC 9(04).
			05 RFS-ASO-AT-MONTH  PIC 9(02).
			05 RFS-ASO-AT-DAY    PIC 9(02).
		01 RFS-ASO-AT-TIME PIC 9(06).
		01 RFS-ASO-AT-TIME-PARTS REDEFINES RFS-ASO-AT-TIME.
			05 RFS-ASO-AT-HOUR   PIC 9(02).
			05 RFS-ASO-AT-MINUTE PIC 9(02).
			05 RFS-ASO-AT-SECOND PIC 9(02).
		01 RFS-ASO-AT-TS   PIC 9(14).

		01 RFS-ASO-TODAY-NUM    PIC 9(08).
		*> ACCEPT FROM TIME always returns 8 digits (HHMMSSff);
		*> keep the full width here and divide out the
		*> hundredths where it is used, or the hour digits get
		*> silently truncated off the front.
		01 RFS-ASO-NOW-TIME-NUM PIC 9(08).
		01 RFS-ASO-NOW-TS       PIC 9(14).

		01 RFS-ASO-MOMENT-OK-FLAG PIC X(01) VALUE "N".
			88 RFS-ASO-MOMENT-OK VALUE "Y".
		01 RFS-ASO-REASON PIC X(12) VALUE SPACES.

		*> Every renewal of the site/product on file - the
		*> archived ones first, then rfs.dat's. A record found in
		*> both (an archive run that stopped half way) is taken
		*> from rfs.dat. The dates are held as numbers, the time
		*> of day apart from the date.
		01 RFS-ASO-CHAIN-TABLE.
			05 RFS-ASO-REC-ENTRY OCCURS 200 TIMES.
				10 RFS-ASO-REC-ID         PIC 9(08).
				10 RFS-ASO-REC-SOURCE     PIC X(15).
				10 RFS-ASO-REC-START-DATE PIC 9(08).
				10 RFS-ASO-REC-START-TIME PIC 9(06).
				10 RFS-ASO-REC-END-DATE   PIC 9(08).
				10 RFS-ASO-REC-END-TIME   PIC 9(06).
				10 RFS-ASO-REC-GRACE      USAGE BINARY-LONG.
				10 RFS-ASO-REC-WARNING    USAGE BINARY-LONG.
				10 RFS-ASO-REC-STATUS     PIC X(01).
				10 RFS-ASO-REC-EFFECTIVE  PIC 9(08).
				10 RFS-ASO-REC-SIGNED     PIC X(01).

		01 RFS-ASO-REC-USED  PIC 9(03) VALUE 0.
		01 RFS-ASO-REC-IDX   PIC 9(03).
		01 RFS-ASO-FORCE-IDX PIC 9(03) VALUE 0.

		01 RFS-ASO-REC-SLOT-FLAG PIC X(01).
			88 RFS-ASO-REC-SLOT-FOUND VALUE "Y".

		01 RFS-ASO-LOAD-SOURCE PIC X(15).

		01 RFS-ASO-CHAIN-DONE-FLAG PIC X(01).
			88 RFS-ASO-CHAIN-DONE VALUE "Y".

		*> The archive's key is one opaque field; the seek key is
		*> built here in RFS-KEY's shape and moved across whole.
		01 RFS-ASO-ARCH-SEEK.
			05 RFS-ASO-ARCH-SEEK-SITE    PIC X(08).
			05 RFS-ASO-ARCH-SEEK-PRODUCT PIC X(04).
			05 RFS-ASO-ARCH-SEEK-ID      PIC 9(08) VALUE 0.

		*> Every audit line for the site/product, in trail order:
		*> the parked generations oldest first, then the current
		*> trail. Parameter changes for the site are kept too -
		*> they carry no product.
		01 RFS-ASO-EVIDENCE-TABLE.
			05 RFS-ASO-EV-ENTRY OCCURS 1000 TIMES.
				10 RFS-ASO-EV-TS     PIC 9(14).
				10 RFS-ASO-EV-OP     PIC X(09).
				10 RFS-ASO-EV-ID     PIC 9(08).
				10 RFS-ASO-EV-OLD    PIC X(08).
				10 RFS-ASO-EV-NEW    PIC X(08).
				10 RFS-ASO-EV-SOURCE PIC X(20).
				10 RFS-ASO-EV-LINE   PIC X(88).

		01 RFS-ASO-EV-USED PIC 9(04) VALUE 0.
		01 RFS-ASO-EV-IDX  PIC 9(04).

		01 RFS-ASO-LINE-SOURCE PIC X(20).
		01 RFS-ASO-LINE-TS     PIC 9(14).

		*> The trail writes the subscription-id with leading
		*> blanks (Z(7)9); they are refilled with zeros here so
		*> the id can be carried as a number.
		01 RFS-ASO-ID-WORK PIC X(08).

		01 RFS-ASO-AUDIT-EOF-FLAG PIC X(01).
			88 RFS-ASO-AUDIT-EOF VALUE "Y".

		01 RFS-ASO-UNPARSED-COUNT PIC 9(06) VALUE 0.
		01 RFS-ASO-GEN-READ-COUNT PIC 9(04) VALUE 0.

		*> Parked generations are read from the January of the
		*> year before the oldest renewal on file began up to
		*> today's month; a missing one was never rotated, or has
		*> since been pruned.
		01 RFS-ASO-GEN-YEAR  PIC 9(04).
		01 RFS-ASO-GEN-MONTH PIC 9(02).
		01 RFS-ASO-GEN-NUM   PIC 9(06).
		01 RFS-ASO-LAST-NUM  PIC 9(06).

		*> The lines the answer rests on, as subscripts into the
		*> evidence table - zero where there is no such line.
		*> WIN is the line that began the renewal in force, NEXT
		*> the first renewal begun after the moment, MARK the
		*> last cancel/suspend/resume of the renewal up to the
		*> moment, END the first resume after it (whose old end
		*> date is the end the window had at the moment), PARAM
		*> the first site parameter change after the moment and
		*> MOVED a transfer between site codes.
		01 RFS-ASO-WIN-IDX   PIC 9(04) VALUE 0.
		01 RFS-ASO-NEXT-IDX  PIC 9(04) VALUE 0.
		01 RFS-ASO-MARK-IDX  PIC 9(04) VALUE 0.
		01 RFS-ASO-END-IDX   PIC 9(04) VALUE 0.
		01 RFS-ASO-PARAM-IDX PIC 9(04) VALUE 0.
		01 RFS-ASO-MOVED-IDX PIC 9(04) VALUE 0.

		01 RFS-ASO-MARK-SEEN PIC 9(04) VALUE 0.

		01 RFS-ASO-FORCE-ID PIC 9(08) VALUE 0.

		*> How the renewal in force was found: "A" from the
		*> audit line that began it, "D" deduced from the next
		*> renewal on the trail (renewals are numbered 1..N with
		*> no holes), "R" from the records alone.
		01 RFS-ASO-BASIS PIC X(01) VALUE "R".
			88 RFS-ASO-BASIS-AUDIT   VALUE "A".
			88 RFS-ASO-BASIS-DEDUCED VALUE "D".
			88 RFS-ASO-BASIS-RECORDS VALUE "R".

		*> How the mark in force was found: "A" from the audit
		*> trail, "R" from the record alone.
		01 RFS-ASO-MARK-BASIS PIC X(01) VALUE "A".
			88 RFS-ASO-MARK-FROM-RECORD VALUE "R".

		01 RFS-ASO-NOT-YET-FLAG PIC X(01) VALUE "N".
			88 RFS-ASO-NOT-YET VALUE "Y".

		01 RFS-ASO-MISSING-FLAG PIC X(01) VALUE "N".
			88 RFS-ASO-RECORD-MISSING VALUE "Y".

		*> The window as it stood at the moment.
		01 RFS-ASO-START-NUM PIC 9(08).
		01 RFS-ASO-START-TS  PIC 9(14).
		01 RFS-ASO-END-NUM   PIC 9(08).
		01 RFS-ASO-END-TS    PIC 9(14).
		01 RFS-ASO-GRACE     USAGE BINARY-LONG.
		01 RFS-ASO-WARNING   USAGE BINARY-LONG.
		01 RFS-ASO-MARK      PIC X(01).
		01 RFS-ASO-MARK-EFFECTIVE PIC 9(08).
		01 RFS-ASO-BASE-MARK PIC X(01).

		01 RFS-ASO-DAYS-TO-END   PIC S9(08) VALUE 0.
		01 RFS-ASO-DAYS-PAST-END PIC S9(08) VALUE 0.

		01 RFS-ASO-STATUS-TEXT PIC X(16).

		*> Zero when the answer rests on the trail, four when it
		*> rests on the records alone or cannot be given.
		01 RFS-ASO-RESULT-CODE PIC 9(02) VALUE 0.

		01 RFS-ASO-TITLE-LINE PIC X(120)
			VALUE "As-of subscription status - evidence for the dispute file".

		01 RFS-ASO-SITE-LINE.
			05 FILLER           PIC X(11) VALUE "Site     : ".
			05 ASO-SITE-OUT     PIC X(08).
			05 FILLER           PIC X(12) VALUE "  Product : ".
			05 ASO-PRODUCT-OUT  PIC X(04).
			05 FILLER           PIC X(13) VALUE "  Customer : ".
			05 ASO-CUSTOMER-OUT PIC X(30).

		01 RFS-ASO-MOMENT-LINE.
			05 FILLER           PIC X(11) VALUE "As of    : ".
			05 ASO-AT-OUT       PIC X(19).
			05 FILLER           PIC X(16) VALUE "   Produced on  ".
			05 ASO-TODAY-OUT    PIC 9(08).
			05 FILLER           PIC X(04) VALUE " by ".
			05 ASO-USER-OUT     PIC X(08).

		01 RFS-ASO-STATUS-LINE.
			05 FILLER           PIC X(24)
				VALUE "Status at that moment : ".
			05 ASO-STATUS-OUT   PIC X(16).
			05 ASO-DAYS-OUT     PIC X(30).

		01 RFS-ASO-DAYS-NUM PIC Z(07)9.

		01 RFS-ASO-BASIS-LINE.
			05 FILLER           PIC X(24)
				VALUE "Reconstructed from    : ".
			05 ASO-BASIS-OUT    PIC X(70).

		01 RFS-ASO-SHOW-LINE.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-LABEL        PIC X(16).
			05 ASO-VALUE        PIC X(60).

		01 RFS-ASO-DATE-TIME-TEXT.
			05 ASO-DT-YEAR    PIC 9(04).
			05 FILLER         PIC X(01) VALUE "-".
			05 ASO-DT-MONTH   PIC 9(02).
			05 FILLER         PIC X(01) VALUE "-".
			05 ASO-DT-DAY     PIC 9(02).
			05 FILLER         PIC X(01) VALUE SPACE.
			05 ASO-DT-HOUR    PIC 9(02).
			05 FILLER         PIC X(01) VALUE ":".
			05 ASO-DT-MINUTE  PIC 9(02).
			05 FILLER         PIC X(01) VALUE ":".
			05 ASO-DT-SECOND  PIC 9(02).

		01 RFS-ASO-DT-DATE PIC 9(08).
		01 RFS-ASO-DT-DATE-PARTS REDEFINES RFS-ASO-DT-DATE.
			05 RFS-ASO-DT-YEAR   PIC 9(04).
			05 RFS-ASO-DT-MONTH  PIC 9(02).
			05 RFS-ASO-DT-DAY    PIC 9(02).
		01 RFS-ASO-DT-TIME PIC 9(06).
		01 RFS-ASO-DT-TIME-PARTS REDEFINES RFS-ASO-DT-TIME.
			05 RFS-ASO-DT-HOUR   PIC 9(02).
			05 RFS-ASO-DT-MINUTE PIC 9(02).
			05 RFS-ASO-DT-SECOND PIC 9(02).

		01 RFS-ASO-TERMS-LINE.
			05 FILLER           PIC X(18) VALUE "  Grace days    : ".
			05 ASO-GRACE-OUT    PIC ZZZ9.
			05 FILLER           PIC X(18) VALUE "   Warning days : ".
			05 ASO-WARNING-OUT  PIC ZZZ9.
			05 FILLER           PIC X(15) VALUE "   Day basis : ".
			05 ASO-BASIS-DAYS   PIC X(08).

		01 RFS-ASO-WINDOW-HEAD PIC X(120)
			VALUE "Window in force at that moment".

		01 RFS-ASO-RECORD-HEAD PIC X(120)
			VALUE "Renewal records on file for this product".

		01 RFS-ASO-RECORD-COLUMNS PIC X(120)
			VALUE
			"  Renewal   Source           Window start         Window end            Grace  Warn  Mark  Effective  Signature".

		01 RFS-ASO-RECORD-LINE.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-REC-ID-OUT   PIC 9(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-REC-SRC-OUT  PIC X(15).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-REC-START-OUT PIC X(19).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-REC-END-OUT  PIC X(19).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-REC-GRACE-OUT PIC ZZZZ9.
			05 FILLER           PIC X(01) VALUE SPACES.
			05 ASO-REC-WARN-OUT PIC ZZZZ9.
			05 FILLER           PIC X(05) VALUE SPACES.
			05 ASO-REC-MARK-OUT PIC X(01).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-REC-EFF-OUT  PIC X(08).
			05 FILLER           PIC X(03) VALUE SPACES.
			05 ASO-REC-SIG-OUT  PIC X(08).
			05 FILLER           PIC X(01) VALUE SPACES.
			05 ASO-REC-FORCE-OUT PIC X(11).

		01 RFS-ASO-CITED-HEAD PIC X(120)
			VALUE "Audit lines relied on".

		01 RFS-ASO-CITED-COLUMNS PIC X(120)
			VALUE "  Basis    Trail file           Line".

		01 RFS-ASO-CITED-LINE.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 ASO-CITE-ROLE    PIC X(08).
			05 FILLER           PIC X(01) VALUE SPACES.
			05 ASO-CITE-SOURCE  PIC X(20).
			05 FILLER           PIC X(01) VALUE SPACES.
			05 ASO-CITE-LINE    PIC X(88).

		01 RFS-ASO-CITE-IDX PIC 9(04).

		01 RFS-ASO-CITED-COUNT PIC 9(02) VALUE 0.

		01 RFS-ASO-NO-CITE-LINE PIC X(120)
			VALUE "  No audit line for this product covers the moment - see the notes below.".

		01 RFS-ASO-NOTES-HEAD PIC X(120)
			VALUE "Notes".

		01 RFS-ASO-TRAIL-LINE.
			05 FILLER           PIC X(40)
				VALUE "  Audit trail read: rfs-audit.dat and ".
			05 ASO-GEN-COUNT-OUT PIC ZZZ9.
			05 FILLER           PIC X(40)
				VALUE " parked generation(s); unreadable lines ".
			05 ASO-UNPARSED-OUT PIC ZZZZZ9.

		01 RFS-ASO-NOTE-TEXT PIC X(120).

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-SITE-CODE    PIC X(08).
		01 RFS-IN-PRODUCT-CODE PIC X(04).
		01 RFS-IN-AS-OF-DATE   PIC X(08).
		01 RFS-IN-AS-OF-TIME   PIC X(06).

		COPY "rfs.subscription-status.cpy".

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function answers "what did the subscription look
*>     like at this moment" for a dispute or an audit. It
*>     gathers the site/product's whole renewal chain from
*>     rfs-archive.dat and rfs.dat, and every audit line for it
*>     from the parked rfs-audit.YYYYMM.dat generations and the
*>     current rfs-audit.dat. The renewal in force at the moment
*>     is the one the last CREATE, TRIAL, RENEW, CONVERT or
*>     COTERM line up to the moment began; failing that, the one
*>     before the first renewal begun after it; failing both,
*>     the earliest record whose window still covered it. The
*>     record's window is then wound back to the moment: a
*>     RESUME after the moment gives back the end date it moved,
*>     and the cancel, suspend or resume mark in force is the
*>     last one logged up to the moment. The status is worked
*>     out exactly the way ReyValidateRFS works it out - marks
*>     from their effective date, trials with no grace, warning
*>     and grace counted in calendar or business days as the
*>     site's rfs-params.dat says - but at the moment asked
*>     about instead of now. rfs-asof.txt sets out the status,
*>     the window in force, every renewal record on file and
*>     the audit lines the answer rests on, word for word with
*>     the trail file each came from, so it can go in the
*>     dispute file as it is. Read-only: nothing is rewritten,
*>     stamped or quarantined.
*>
*> Parameters:
*>     RFS-IN-SITE-CODE identifies the installation
*>     RFS-IN-PRODUCT-CODE - which licensed module; SPACES
*>     falls back to CORE
*>     RFS-IN-AS-OF-DATE - the moment's date, YYYYMMDD
*>     RFS-IN-AS-OF-TIME - the moment's time of day, HHMMSS;
*>     SPACES means the close of that day
*>     RFS-SUBSCRIPTION-STATUS - receives the status the
*>     subscription had at the moment
*>
*> Return:
*>     RETURN-CODE is zero when the answer rests on the audit
*>     trail, 4 when it rests on the records alone (no audit
*>     line covers the window) or cannot be given (the renewal
*>     is no longer on file, or its signature fails), 20 for a
*>     missing site or a date/time that is not a real moment
*>     in the past, 24 when the operator lacks the inquire
*>     grant, 16 when a file operation could not be completed
*>

PROCEDURE DIVISION USING RFS-IN-SITE-CODE RFS-IN-PRODUCT-CODE
		RFS-IN-AS-OF-DATE RFS-IN-AS-OF-TIME
		RFS-SUBSCRIPTION-STATUS.

	*> A dispute answer is a support inquiry - it runs for a
	*> signed-on operator holding the inquire grant.
	MOVE "I" TO RFS-OPR-REQUIRED-OP.
	PERFORM CHECK-OPERATOR-ALLOWED
		THRU CHECK-OPERATOR-ALLOWED-EXIT.

	PERFORM DECODE-AS-OF-MOMENT
		THRU DECODE-AS-OF-MOMENT-EXIT.
	IF NOT RFS-ASO-MOMENT-OK
		DISPLAY "ReyAsOfRFS - REFUSED " RFS-ASO-REASON
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM LOAD-ARCHIVED-CHAIN
		THRU LOAD-ARCHIVED-CHAIN-EXIT.
	PERFORM LOAD-LIVE-CHAIN
		THRU LOAD-LIVE-CHAIN-EXIT.

	PERFORM COLLECT-AUDIT-EVIDENCE
		THRU COLLECT-AUDIT-EVIDENCE-EXIT.

	PERFORM RESOLVE-WINDOW-IN-FORCE
		THRU RESOLVE-WINDOW-IN-FORCE-EXIT.
	PERFORM RESOLVE-RECORD-AT-MOMENT
		THRU RESOLVE-RECORD-AT-MOMENT-EXIT.
	PERFORM EVALUATE-STATUS-AT-MOMENT
		THRU EVALUATE-STATUS-AT-MOMENT-EXIT.

	PERFORM WRITE-AS-OF-REPORT
		THRU WRITE-AS-OF-REPORT-EXIT.

	DISPLAY "ReyAsOfRFS - " RFS-ASO-SITE " " RFS-ASO-PRODUCT
		" AS OF " RFS-ASO-AT-DATE " " RFS-ASO-AT-TIME
		" : " RFS-ASO-STATUS-TEXT UPON CONSOLE.
	MOVE RFS-ASO-RESULT-CODE TO RETURN-CODE.
	GOBACK.

*> ******************************* <*
*> *** DECODE-AS-OF-MOMENT       <*
*> *** The moment has to be a    <*
*> *** real date and time of     <*
*> *** day, and not in the       <*
*> *** future - the trail cannot <*
*> *** say what has not happened <*
*> *** yet                       <*
*> ******************************* <*

DECODE-AS-OF-MOMENT.

	MOVE RFS-IN-SITE-CODE TO RFS-ASO-SITE.
	IF RFS-IN-PRODUCT-CODE = SPACES
		MOVE "CORE" TO RFS-ASO-PRODUCT
	ELSE
		MOVE RFS-IN-PRODUCT-CODE TO RFS-ASO-PRODUCT
	END-IF.

	IF RFS-ASO-SITE = SPACES
		MOVE "NO-SITE" TO RFS-ASO-REASON
		GO TO DECODE-AS-OF-MOMENT-EXIT
	END-IF.

	IF RFS-IN-AS-OF-DATE NOT NUMERIC
		MOVE "BAD-DATE" TO RFS-ASO-REASON
		GO TO DECODE-AS-OF-MOMENT-EXIT
	END-IF.
	MOVE RFS-IN-AS-OF-DATE TO RFS-ASO-AT-DATE.
	IF RFS-ASO-AT-YEAR < 1601
			OR RFS-ASO-AT-MONTH < 1 OR RFS-ASO-AT-MONTH > 12
			OR RFS-ASO-AT-DAY < 1 OR RFS-ASO-AT-DAY > 31
		MOVE "BAD-DATE" TO RFS-ASO-REASON
		GO TO DECODE-AS-OF-MOMENT-EXIT
	END-IF.

	IF RFS-IN-AS-OF-TIME = SPACES
		MOVE 235959 TO RFS-ASO-AT-TIME
	ELSE
		IF RFS-IN-AS-OF-TIME NOT NUMERIC
			MOVE "BAD-TIME" TO RFS-ASO-REASON
			GO TO DECODE-AS-OF-MOMENT-EXIT
		END-IF
		MOVE RFS-IN-AS-OF-TIME TO RFS-ASO-AT-TIME
	END-IF.
	IF RFS-ASO-AT-HOUR > 23 OR RFS-ASO-AT-MINUTE > 59
			OR RFS-ASO-AT-SECOND > 59
		MOVE "BAD-TIME" TO RFS-ASO-REASON
		GO TO DECODE-AS-OF-MOMENT-EXIT
	END-IF.

	COMPUTE RFS-ASO-AT-TS =
		RFS-ASO-AT-DATE * 1000000 + RFS-ASO-AT-TIME.

	ACCEPT RFS-ASO-TODAY-NUM FROM DATE YYYYMMDD.
	ACCEPT RFS-ASO-NOW-TIME-NUM FROM TIME.
	COMPUTE RFS-ASO-NOW-TS =
		RFS-ASO-TODAY-NUM * 1000000 + (RFS-ASO-NOW-TIME-NUM / 100).

	IF RFS-ASO-AT-TS > RFS-ASO-NOW-TS
		MOVE "IN-FUTURE" TO RFS-ASO-REASON
		GO TO DECODE-AS-OF-MOMENT-EXIT
	END-IF.

	SET RFS-ASO-MOMENT-OK TO TRUE.

DECODE-AS-OF-MOMENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-ARCHIVED-CHAIN       <*
*> *** The renewals              <*
*> *** ReyArchiveRFS aged out of <*
*> *** rfs.dat - no archive just <*
*> *** means nothing has aged    <*
*> *** out yet                   <*
*> ******************************* <*

LOAD-ARCHIVED-CHAIN.

	OPEN INPUT RFS-ARCH-FILE.
	IF RFS-ARCH-STATUS-NOT-FOUND
		GO TO LOAD-ARCHIVED-CHAIN-EXIT
	END-IF.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	MOVE "rfs-archive.dat" TO RFS-ASO-LOAD-SOURCE.
	MOVE "N" TO RFS-ASO-CHAIN-DONE-FLAG.

	MOVE RFS-ASO-SITE    TO RFS-ASO-ARCH-SEEK-SITE.
	MOVE RFS-ASO-PRODUCT TO RFS-ASO-ARCH-SEEK-PRODUCT.
	MOVE RFS-ASO-ARCH-SEEK TO RFS-ARCH-KEY.
	START RFS-ARCH-FILE KEY IS NOT LESS THAN RFS-ARCH-KEY.
	IF RFS-ARCH-STATUS = "23" OR RFS-ARCH-STATUS-EOF
		SET RFS-ASO-CHAIN-DONE TO TRUE
	ELSE
		IF NOT RFS-ARCH-STATUS-OK
			PERFORM HANDLE-RFS-ARCH-ERROR
		END-IF
	END-IF.

	PERFORM LOAD-NEXT-ARCHIVED-RECORD
		THRU LOAD-NEXT-ARCHIVED-RECORD-EXIT
		UNTIL RFS-ASO-CHAIN-DONE.

	CLOSE RFS-ARCH-FILE.
	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

LOAD-ARCHIVED-CHAIN-EXIT.
	EXIT.

LOAD-NEXT-ARCHIVED-RECORD.

	READ RFS-ARCH-FILE NEXT RECORD.

	IF RFS-ARCH-STATUS-EOF
		SET RFS-ASO-CHAIN-DONE TO TRUE
		GO TO LOAD-NEXT-ARCHIVED-RECORD-EXIT
	END-IF.

	IF NOT RFS-ARCH-STATUS-OK
		PERFORM HANDLE-RFS-ARCH-ERROR
	END-IF.

	IF RFS-ARCH-KEY (1:12) NOT = RFS-ASO-ARCH-SEEK (1:12)
		SET RFS-ASO-CHAIN-DONE TO TRUE
		GO TO LOAD-NEXT-ARCHIVED-RECORD-EXIT
	END-IF.

	MOVE RFS-ARCH-RECORD TO RFS-RECORD.
	PERFORM NOTE-CHAIN-RECORD
		THRU NOTE-CHAIN-RECORD-EXIT.

LOAD-NEXT-ARCHIVED-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-LIVE-CHAIN           <*
*> *** The renewals still in     <*
*> *** rfs.dat, opened shared    <*
*> *** like every other reader   <*
*> ******************************* <*

LOAD-LIVE-CHAIN.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO LOAD-LIVE-CHAIN-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE "rfs.dat" TO RFS-ASO-LOAD-SOURCE.
	MOVE "N" TO RFS-ASO-CHAIN-DONE-FLAG.

	MOVE RFS-ASO-SITE    TO SITE-CODE.
	MOVE RFS-ASO-PRODUCT TO PRODUCT-CODE.
	MOVE 0 TO SUBSCRIPTION-ID.
	START RFS-FILE KEY IS NOT LESS THAN RFS-KEY.
	IF RFS-STATUS-NO-RECORD OR RFS-STATUS-EOF
		SET RFS-ASO-CHAIN-DONE TO TRUE
	ELSE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
	END-IF.

	PERFORM LOAD-NEXT-LIVE-RECORD
		THRU LOAD-NEXT-LIVE-RECORD-EXIT
		UNTIL RFS-ASO-CHAIN-DONE.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

LOAD-LIVE-CHAIN-EXIT.
	EXIT.

LOAD-NEXT-LIVE-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		SET RFS-ASO-CHAIN-DONE TO TRUE
		GO TO LOAD-NEXT-LIVE-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF SITE-CODE NOT = RFS-ASO-SITE
			OR PRODUCT-CODE NOT = RFS-ASO-PRODUCT
		SET RFS-ASO-CHAIN-DONE TO TRUE
		GO TO LOAD-NEXT-LIVE-RECORD-EXIT
	END-IF.

	PERFORM NOTE-CHAIN-RECORD
		THRU NOTE-CHAIN-RECORD-EXIT.

LOAD-NEXT-LIVE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** NOTE-CHAIN-RECORD         <*
*> *** Takes the record in RFS-  <*
*> *** RECORD into the chain     <*
*> *** table, checking its       <*
*> *** signature on the way in   <*
*> ******************************* <*

NOTE-CHAIN-RECORD.

	MOVE 0 TO RFS-ASO-REC-IDX.
	MOVE "N" TO RFS-ASO-REC-SLOT-FLAG.
	PERFORM FIND-CHAIN-SLOT
		THRU FIND-CHAIN-SLOT-EXIT
		UNTIL RFS-ASO-REC-SLOT-FOUND
		OR RFS-ASO-REC-IDX >= RFS-ASO-REC-USED.

	IF NOT RFS-ASO-REC-SLOT-FOUND
		IF RFS-ASO-REC-USED >= 200
			DISPLAY "RFS-ASO-CHAIN-TABLE FULL - MORE THAN 200 RENEWALS"
				UPON CONSOLE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-ASO-REC-USED
		MOVE RFS-ASO-REC-USED TO RFS-ASO-REC-IDX
	END-IF.

	MOVE SUBSCRIPTION-ID TO RFS-ASO-REC-ID (RFS-ASO-REC-IDX).
	MOVE RFS-ASO-LOAD-SOURCE TO RFS-ASO-REC-SOURCE (RFS-ASO-REC-IDX).
	COMPUTE RFS-ASO-REC-START-DATE (RFS-ASO-REC-IDX) =
		YEAR-START * 10000 + MONTH-START * 100 + DAY-START.
	COMPUTE RFS-ASO-REC-START-TIME (RFS-ASO-REC-IDX) =
		HOUR-START * 10000 + MINUTE-START * 100 + SECOND-START.
	COMPUTE RFS-ASO-REC-END-DATE (RFS-ASO-REC-IDX) =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.
	COMPUTE RFS-ASO-REC-END-TIME (RFS-ASO-REC-IDX) =
		HOUR-END * 10000 + MINUTE-END * 100 + SECOND-END.
	MOVE GRACE-DAYS       TO RFS-ASO-REC-GRACE (RFS-ASO-REC-IDX).
	MOVE WARNING-DAYS     TO RFS-ASO-REC-WARNING (RFS-ASO-REC-IDX).
	MOVE RECORD-STATUS    TO RFS-ASO-REC-STATUS (RFS-ASO-REC-IDX).
	MOVE STATUS-EFFECTIVE TO RFS-ASO-REC-EFFECTIVE (RFS-ASO-REC-IDX).

	PERFORM VERIFY-RFS-SIGNATURE.
	IF RFS-SIGNATURE-INVALID
		MOVE "N" TO RFS-ASO-REC-SIGNED (RFS-ASO-REC-IDX)
	ELSE
		MOVE "Y" TO RFS-ASO-REC-SIGNED (RFS-ASO-REC-IDX)
	END-IF.

NOTE-CHAIN-RECORD-EXIT.
	EXIT.

FIND-CHAIN-SLOT.

	ADD 1 TO RFS-ASO-REC-IDX.
	IF RFS-ASO-REC-ID (RFS-ASO-REC-IDX) = SUBSCRIPTION-ID
		SET RFS-ASO-REC-SLOT-FOUND TO TRUE
	END-IF.

FIND-CHAIN-SLOT-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-AUDIT-EVIDENCE    <*
*> *** Every parked generation   <*
*> *** that could hold this      <*
*> *** product's lines, oldest   <*
*> *** first, then the current   <*
*> *** trail - so the table ends <*
*> *** up in trail order         <*
*> ******************************* <*

COLLECT-AUDIT-EVIDENCE.

	*> Back to the January of the year before the oldest
	*> renewal on file began - or before the moment, when
	*> nothing is on file any more.
	IF RFS-ASO-REC-USED > 0
		COMPUTE RFS-ASO-GEN-YEAR =
			RFS-ASO-REC-START-DATE (1) / 10000 - 1
	ELSE
		COMPUTE RFS-ASO-GEN-YEAR = RFS-ASO-AT-YEAR - 1
	END-IF.
	MOVE 1 TO RFS-ASO-GEN-MONTH.
	COMPUTE RFS-ASO-GEN-NUM =
		RFS-ASO-GEN-YEAR * 100 + RFS-ASO-GEN-MONTH.
	COMPUTE RFS-ASO-LAST-NUM = RFS-ASO-TODAY-NUM / 100.

	PERFORM READ-ONE-GENERATION
		THRU READ-ONE-GENERATION-EXIT
		UNTIL RFS-ASO-GEN-NUM > RFS-ASO-LAST-NUM.

	MOVE "rfs-audit.dat" TO RFS-ASO-LINE-SOURCE.
	MOVE "N" TO RFS-ASO-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDIT-FILE.
	IF RFS-AUDIT-STATUS-NOT-FOUND
		GO TO COLLECT-AUDIT-EVIDENCE-EXIT
	END-IF.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	PERFORM READ-ONE-TRAIL-LINE
		THRU READ-ONE-TRAIL-LINE-EXIT
		UNTIL RFS-ASO-AUDIT-EOF.

	CLOSE RFS-AUDIT-FILE.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

COLLECT-AUDIT-EVIDENCE-EXIT.
	EXIT.

READ-ONE-GENERATION.

	MOVE SPACES TO RFS-AUDGEN-OPEN-NAME.
	STRING "rfs-audit."      DELIMITED BY SIZE
		RFS-ASO-GEN-YEAR    DELIMITED BY SIZE
		RFS-ASO-GEN-MONTH   DELIMITED BY SIZE
		".dat"              DELIMITED BY SIZE
		INTO RFS-AUDGEN-OPEN-NAME.

	MOVE "N" TO RFS-ASO-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDGEN-FILE.
	IF RFS-AUDGEN-STATUS-NOT-FOUND
		GO TO READ-ONE-GENERATION-NEXT
	END-IF.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	ADD 1 TO RFS-ASO-GEN-READ-COUNT.
	MOVE RFS-AUDGEN-OPEN-NAME TO RFS-ASO-LINE-SOURCE.

	PERFORM READ-ONE-PARKED-LINE
		THRU READ-ONE-PARKED-LINE-EXIT
		UNTIL RFS-ASO-AUDIT-EOF.

	CLOSE RFS-AUDGEN-FILE.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

READ-ONE-GENERATION-NEXT.

	IF RFS-ASO-GEN-MONTH = 12
		ADD 1 TO RFS-ASO-GEN-YEAR
		MOVE 1 TO RFS-ASO-GEN-MONTH
	ELSE
		ADD 1 TO RFS-ASO-GEN-MONTH
	END-IF.
	COMPUTE RFS-ASO-GEN-NUM =
		RFS-ASO-GEN-YEAR * 100 + RFS-ASO-GEN-MONTH.

READ-ONE-GENERATION-EXIT.
	EXIT.

READ-ONE-PARKED-LINE.

	READ RFS-AUDGEN-FILE.

	IF RFS-AUDGEN-STATUS-EOF
		SET RFS-ASO-AUDIT-EOF TO TRUE
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
		SET RFS-ASO-AUDIT-EOF TO TRUE
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
*> *** Keeps a line about this   <*
*> *** site/product, or a        <*
*> *** parameter change for the  <*
*> *** site; a line whose        <*
*> *** timestamp does not parse  <*
*> *** is only counted           <*
*> ******************************* <*

NOTE-AUDIT-EVIDENCE.

	IF PARSE-AUDIT-SITE-CODE NOT = RFS-ASO-SITE
		GO TO NOTE-AUDIT-EVIDENCE-EXIT
	END-IF.

	IF PARSE-AUDIT-PRODUCT-CODE NOT = RFS-ASO-PRODUCT
			AND PARSE-AUDIT-OPERATION NOT = "PARAMSET"
		GO TO NOTE-AUDIT-EVIDENCE-EXIT
	END-IF.

	IF PARSE-AUDIT-YEAR NOT NUMERIC
			OR PARSE-AUDIT-MONTH NOT NUMERIC
			OR PARSE-AUDIT-DAY NOT NUMERIC
			OR PARSE-AUDIT-HOUR NOT NUMERIC
			OR PARSE-AUDIT-MINUTE NOT NUMERIC
			OR PARSE-AUDIT-SECOND NOT NUMERIC
		ADD 1 TO RFS-ASO-UNPARSED-COUNT
		GO TO NOTE-AUDIT-EVIDENCE-EXIT
	END-IF.

	IF RFS-ASO-EV-USED >= 1000
		DISPLAY "RFS-ASO-EVIDENCE-TABLE FULL - MORE THAN 1000 LINES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-ASO-EV-USED.
	MOVE RFS-ASO-EV-USED TO RFS-ASO-EV-IDX.

	COMPUTE RFS-ASO-EV-TS (RFS-ASO-EV-IDX) =
		(PARSE-AUDIT-YEAR * 10000 + PARSE-AUDIT-MONTH * 100 +
		PARSE-AUDIT-DAY) * 1000000 +
		PARSE-AUDIT-HOUR * 10000 + PARSE-AUDIT-MINUTE * 100 +
		PARSE-AUDIT-SECOND.
	MOVE PARSE-AUDIT-OPERATION TO RFS-ASO-EV-OP (RFS-ASO-EV-IDX).

	MOVE PARSE-AUDIT-SUBSCRIPTION-ID TO RFS-ASO-ID-WORK.
	INSPECT RFS-ASO-ID-WORK REPLACING LEADING SPACES BY ZEROS.
	IF RFS-ASO-ID-WORK NUMERIC
		MOVE RFS-ASO-ID-WORK TO RFS-ASO-EV-ID (RFS-ASO-EV-IDX)
	ELSE
		MOVE 0 TO RFS-ASO-EV-ID (RFS-ASO-EV-IDX)
	END-IF.

	MOVE PARSE-AUDIT-OLD-END-DATE TO RFS-ASO-EV-OLD (RFS-ASO-EV-IDX).
	MOVE PARSE-AUDIT-NEW-END-DATE TO RFS-ASO-EV-NEW (RFS-ASO-EV-IDX).
	MOVE RFS-ASO-LINE-SOURCE TO RFS-ASO-EV-SOURCE (RFS-ASO-EV-IDX).
	MOVE RFS-AUDIT-PARSE-LINE TO RFS-ASO-EV-LINE (RFS-ASO-EV-IDX).

NOTE-AUDIT-EVIDENCE-EXIT.
	EXIT.

*> ******************************* <*
*> *** RESOLVE-WINDOW-IN-FORCE   <*
*> *** Finds which renewal was   <*
*> *** in force at the moment -  <*
*> *** from the line that began  <*
*> *** it, from the next renewal <*
*> *** begun after it, or from   <*
*> *** the records alone         <*
*> ******************************* <*

RESOLVE-WINDOW-IN-FORCE.

	MOVE 0 TO RFS-ASO-EV-IDX.
	PERFORM WEIGH-WINDOW-LINE
		THRU WEIGH-WINDOW-LINE-EXIT
		UNTIL RFS-ASO-EV-IDX >= RFS-ASO-EV-USED.

	IF RFS-ASO-WIN-IDX > 0
		SET RFS-ASO-BASIS-AUDIT TO TRUE
		MOVE RFS-ASO-EV-ID (RFS-ASO-WIN-IDX) TO RFS-ASO-FORCE-ID
		GO TO RESOLVE-WINDOW-IN-FORCE-EXIT
	END-IF.

	*> Nothing began before the moment as far as the trail
	*> still shows, but something began after it: a first
	*> CREATE or TRIAL means there was no subscription yet;
	*> any later renewal means the one before it was in force.
	IF RFS-ASO-NEXT-IDX > 0
		SET RFS-ASO-BASIS-DEDUCED TO TRUE
		IF RFS-ASO-EV-OP (RFS-ASO-NEXT-IDX) = "CREATE"
				OR RFS-ASO-EV-OP (RFS-ASO-NEXT-IDX) = "TRIAL"
				OR RFS-ASO-EV-ID (RFS-ASO-NEXT-IDX) <= 1
			SET RFS-ASO-NOT-YET TO TRUE
		ELSE
			COMPUTE RFS-ASO-FORCE-ID =
				RFS-ASO-EV-ID (RFS-ASO-NEXT-IDX) - 1
		END-IF
		GO TO RESOLVE-WINDOW-IN-FORCE-EXIT
	END-IF.

	*> The trail has nothing on this product at all - it has
	*> been rotated and pruned past it. The records alone
	*> say the earliest window still open at the moment, or
	*> failing that the last one on file.
	SET RFS-ASO-BASIS-RECORDS TO TRUE.
	IF RFS-ASO-REC-USED = 0
		SET RFS-ASO-NOT-YET TO TRUE
		GO TO RESOLVE-WINDOW-IN-FORCE-EXIT
	END-IF.

	MOVE 0 TO RFS-ASO-REC-IDX.
	PERFORM WEIGH-COVERING-RECORD
		THRU WEIGH-COVERING-RECORD-EXIT
		UNTIL RFS-ASO-REC-IDX >= RFS-ASO-REC-USED
		OR RFS-ASO-FORCE-ID > 0.
	IF RFS-ASO-FORCE-ID = 0
		MOVE RFS-ASO-REC-ID (RFS-ASO-REC-USED) TO RFS-ASO-FORCE-ID
	END-IF.

RESOLVE-WINDOW-IN-FORCE-EXIT.
	EXIT.

WEIGH-WINDOW-LINE.

	ADD 1 TO RFS-ASO-EV-IDX.

	IF RFS-ASO-EV-OP (RFS-ASO-EV-IDX) = "PARAMSET"
		IF RFS-ASO-EV-TS (RFS-ASO-EV-IDX) > RFS-ASO-AT-TS
				AND RFS-ASO-PARAM-IDX = 0
			MOVE RFS-ASO-EV-IDX TO RFS-ASO-PARAM-IDX
		END-IF
		GO TO WEIGH-WINDOW-LINE-EXIT
	END-IF.

	IF RFS-ASO-EV-OP (RFS-ASO-EV-IDX) = "TRANSFER"
			OR RFS-ASO-EV-OP (RFS-ASO-EV-IDX) = "XFERFROM"
		IF RFS-ASO-MOVED-IDX = 0
			MOVE RFS-ASO-EV-IDX TO RFS-ASO-MOVED-IDX
		END-IF
		GO TO WEIGH-WINDOW-LINE-EXIT
	END-IF.

	IF RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "CREATE"
			AND RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "TRIAL"
			AND RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "RENEW"
			AND RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "CONVERT"
			AND RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "COTERM"
		GO TO WEIGH-WINDOW-LINE-EXIT
	END-IF.

	*> ReyCreateRFS's file-level CREATE carries no renewal.
	IF RFS-ASO-EV-ID (RFS-ASO-EV-IDX) = 0
		GO TO WEIGH-WINDOW-LINE-EXIT
	END-IF.

	IF RFS-ASO-EV-TS (RFS-ASO-EV-IDX) <= RFS-ASO-AT-TS
		MOVE RFS-ASO-EV-IDX TO RFS-ASO-WIN-IDX
	ELSE
		IF RFS-ASO-NEXT-IDX = 0
			MOVE RFS-ASO-EV-IDX TO RFS-ASO-NEXT-IDX
		END-IF
	END-IF.

WEIGH-WINDOW-LINE-EXIT.
	EXIT.

WEIGH-COVERING-RECORD.

	ADD 1 TO RFS-ASO-REC-IDX.

	COMPUTE RFS-ASO-END-TS =
		RFS-ASO-REC-END-DATE (RFS-ASO-REC-IDX) * 1000000 +
		RFS-ASO-REC-END-TIME (RFS-ASO-REC-IDX).
	IF RFS-ASO-END-TS >= RFS-ASO-AT-TS
		MOVE RFS-ASO-REC-ID (RFS-ASO-REC-IDX) TO RFS-ASO-FORCE-ID
	END-IF.

WEIGH-COVERING-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** RESOLVE-RECORD-AT-MOMENT  <*
*> *** Winds the renewal's       <*
*> *** record back to the        <*
*> *** moment: the end date a    <*
*> *** later RESUME moved, and   <*
*> *** the mark logged last up   <*
*> *** to the moment             <*
*> ******************************* <*

RESOLVE-RECORD-AT-MOMENT.

	IF RFS-ASO-NOT-YET
		GO TO RESOLVE-RECORD-AT-MOMENT-EXIT
	END-IF.

	MOVE 0 TO RFS-ASO-REC-IDX.
	PERFORM FIND-FORCE-RECORD
		THRU FIND-FORCE-RECORD-EXIT
		UNTIL RFS-ASO-REC-IDX >= RFS-ASO-REC-USED
		OR RFS-ASO-FORCE-IDX > 0.
	IF RFS-ASO-FORCE-IDX = 0
		SET RFS-ASO-RECORD-MISSING TO TRUE
		GO TO RESOLVE-RECORD-AT-MOMENT-EXIT
	END-IF.

	MOVE RFS-ASO-REC-START-DATE (RFS-ASO-FORCE-IDX)
		TO RFS-ASO-START-NUM.
	COMPUTE RFS-ASO-START-TS =
		RFS-ASO-START-NUM * 1000000 +
		RFS-ASO-REC-START-TIME (RFS-ASO-FORCE-IDX).
	MOVE RFS-ASO-REC-END-DATE (RFS-ASO-FORCE-IDX) TO RFS-ASO-END-NUM.
	MOVE RFS-ASO-REC-GRACE (RFS-ASO-FORCE-IDX)   TO RFS-ASO-GRACE.
	MOVE RFS-ASO-REC-WARNING (RFS-ASO-FORCE-IDX) TO RFS-ASO-WARNING.

	*> A trial began as one; anything else began active. The
	*> record's own mark is the base only when no line shows
	*> how the renewal began.
	EVALUATE TRUE
		WHEN RFS-ASO-WIN-IDX > 0
			IF RFS-ASO-EV-OP (RFS-ASO-WIN-IDX) = "TRIAL"
				MOVE "T" TO RFS-ASO-BASE-MARK
			ELSE
				MOVE "A" TO RFS-ASO-BASE-MARK
			END-IF
		WHEN RFS-ASO-REC-STATUS (RFS-ASO-FORCE-IDX) = "T"
			MOVE "T" TO RFS-ASO-BASE-MARK
		WHEN OTHER
			MOVE "A" TO RFS-ASO-BASE-MARK
	END-EVALUATE.

	MOVE 0 TO RFS-ASO-EV-IDX.
	PERFORM WEIGH-MARK-LINE
		THRU WEIGH-MARK-LINE-EXIT
		UNTIL RFS-ASO-EV-IDX >= RFS-ASO-EV-USED.

	*> The first RESUME after the moment moved the end date on
	*> from the one the window had at the moment.
	IF RFS-ASO-END-IDX > 0
		IF RFS-ASO-EV-OLD (RFS-ASO-END-IDX) NUMERIC
			MOVE RFS-ASO-EV-OLD (RFS-ASO-END-IDX) TO RFS-ASO-END-NUM
		END-IF
	END-IF.
	COMPUTE RFS-ASO-END-TS =
		RFS-ASO-END-NUM * 1000000 +
		RFS-ASO-REC-END-TIME (RFS-ASO-FORCE-IDX).

	MOVE 0 TO RFS-ASO-MARK-EFFECTIVE.
	EVALUATE TRUE
		WHEN RFS-ASO-MARK-IDX > 0
			EVALUATE RFS-ASO-EV-OP (RFS-ASO-MARK-IDX)
				WHEN "CANCEL"
					MOVE "C" TO RFS-ASO-MARK
					MOVE RFS-ASO-EV-NEW (RFS-ASO-MARK-IDX)
						TO RFS-ASO-MARK-EFFECTIVE
				WHEN "SUSPEND"
					MOVE "S" TO RFS-ASO-MARK
					MOVE RFS-ASO-EV-NEW (RFS-ASO-MARK-IDX)
						TO RFS-ASO-MARK-EFFECTIVE
				WHEN OTHER
					MOVE RFS-ASO-BASE-MARK TO RFS-ASO-MARK
			END-EVALUATE
		*> Every mark the trail shows came after the moment.
		WHEN RFS-ASO-MARK-SEEN > 0
			MOVE RFS-ASO-BASE-MARK TO RFS-ASO-MARK
		*> The trail shows no mark at all - the record's own is
		*> all there is, and when it was set cannot be told.
		WHEN OTHER
			MOVE RFS-ASO-REC-STATUS (RFS-ASO-FORCE-IDX)
				TO RFS-ASO-MARK
			MOVE RFS-ASO-REC-EFFECTIVE (RFS-ASO-FORCE-IDX)
				TO RFS-ASO-MARK-EFFECTIVE
			IF RFS-ASO-MARK = "C" OR RFS-ASO-MARK = "S"
				SET RFS-ASO-MARK-FROM-RECORD TO TRUE
			END-IF
	END-EVALUATE.

RESOLVE-RECORD-AT-MOMENT-EXIT.
	EXIT.

FIND-FORCE-RECORD.

	ADD 1 TO RFS-ASO-REC-IDX.
	IF RFS-ASO-REC-ID (RFS-ASO-REC-IDX) = RFS-ASO-FORCE-ID
		MOVE RFS-ASO-REC-IDX TO RFS-ASO-FORCE-IDX
	END-IF.

FIND-FORCE-RECORD-EXIT.
	EXIT.

WEIGH-MARK-LINE.

	ADD 1 TO RFS-ASO-EV-IDX.

	IF RFS-ASO-EV-ID (RFS-ASO-EV-IDX) NOT = RFS-ASO-FORCE-ID
		GO TO WEIGH-MARK-LINE-EXIT
	END-IF.

	IF RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "CANCEL"
			AND RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "SUSPEND"
			AND RFS-ASO-EV-OP (RFS-ASO-EV-IDX) NOT = "RESUME"
		GO TO WEIGH-MARK-LINE-EXIT
	END-IF.

	ADD 1 TO RFS-ASO-MARK-SEEN.

	IF RFS-ASO-EV-TS (RFS-ASO-EV-IDX) <= RFS-ASO-AT-TS
		MOVE RFS-ASO-EV-IDX TO RFS-ASO-MARK-IDX
	ELSE
		IF RFS-ASO-EV-OP (RFS-ASO-EV-IDX) = "RESUME"
				AND RFS-ASO-END-IDX = 0
			MOVE RFS-ASO-EV-IDX TO RFS-ASO-END-IDX
		END-IF
	END-IF.

WEIGH-MARK-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** EVALUATE-STATUS-AT-MOMENT <*
*> *** ReyValidateRFS's          <*
*> *** evaluation, run at the    <*
*> *** moment asked about        <*
*> *** instead of now            <*
*> ******************************* <*

EVALUATE-STATUS-AT-MOMENT.

	IF NOT RFS-ASO-BASIS-AUDIT AND NOT RFS-ASO-BASIS-DEDUCED
		MOVE 4 TO RFS-ASO-RESULT-CODE
	END-IF.

	IF RFS-ASO-NOT-YET
		SET SUB-NOT-PROVISIONED TO TRUE
		MOVE "NOT-PROVISIONED" TO RFS-ASO-STATUS-TEXT
		GO TO EVALUATE-STATUS-AT-MOMENT-EXIT
	END-IF.

	*> Without the record the window cannot be evaluated; a
	*> record failing its signature is what ReyValidateRFS
	*> would report tampered, and is not fed to the date
	*> arithmetic either.
	IF RFS-ASO-RECORD-MISSING
		SET SUB-NOT-PROVISIONED TO TRUE
		MOVE "UNEVALUATED" TO RFS-ASO-STATUS-TEXT
		MOVE 4 TO RFS-ASO-RESULT-CODE
		GO TO EVALUATE-STATUS-AT-MOMENT-EXIT
	END-IF.
	IF RFS-ASO-REC-SIGNED (RFS-ASO-FORCE-IDX) NOT = "Y"
		SET SUB-TAMPERED TO TRUE
		MOVE "TAMPERED" TO RFS-ASO-STATUS-TEXT
		MOVE 4 TO RFS-ASO-RESULT-CODE
		GO TO EVALUATE-STATUS-AT-MOMENT-EXIT
	END-IF.

	MOVE RFS-ASO-SITE TO RFS-PRM-LOOKUP-SITE.
	PERFORM LOOKUP-SITE-PARAMS
		THRU LOOKUP-SITE-PARAMS-EXIT.

	IF RFS-ASO-MARK = "C"
			AND RFS-ASO-AT-DATE >= RFS-ASO-MARK-EFFECTIVE
		SET SUB-CANCELLED TO TRUE
		MOVE "CANCELLED" TO RFS-ASO-STATUS-TEXT
		GO TO EVALUATE-STATUS-AT-MOMENT-EXIT
	END-IF.
	IF RFS-ASO-MARK = "S"
			AND RFS-ASO-AT-DATE >= RFS-ASO-MARK-EFFECTIVE
		SET SUB-SUSPENDED TO TRUE
		MOVE "SUSPENDED" TO RFS-ASO-STATUS-TEXT
		GO TO EVALUATE-STATUS-AT-MOMENT-EXIT
	END-IF.

	COMPUTE RFS-ASO-DAYS-TO-END =
		FUNCTION INTEGER-OF-DATE (RFS-ASO-END-NUM) -
		FUNCTION INTEGER-OF-DATE (RFS-ASO-AT-DATE).

	IF RFS-ASO-MARK = "T"
		EVALUATE TRUE
			WHEN RFS-ASO-AT-TS < RFS-ASO-START-TS
				SET SUB-NOT-STARTED TO TRUE
				MOVE "NOT-STARTED" TO RFS-ASO-STATUS-TEXT
			WHEN RFS-ASO-AT-TS > RFS-ASO-END-TS
				SET SUB-EXPIRED TO TRUE
				MOVE "EXPIRED" TO RFS-ASO-STATUS-TEXT
			WHEN OTHER
				SET SUB-TRIAL TO TRUE
				MOVE "TRIAL" TO RFS-ASO-STATUS-TEXT
		END-EVALUATE
		GO TO EVALUATE-STATUS-AT-MOMENT-EXIT
	END-IF.

	EVALUATE TRUE
		WHEN RFS-ASO-AT-TS < RFS-ASO-START-TS
			SET SUB-NOT-STARTED TO TRUE
			MOVE "NOT-STARTED" TO RFS-ASO-STATUS-TEXT
		WHEN RFS-ASO-AT-TS > RFS-ASO-END-TS
			IF RFS-PRM-BUSINESS-DAYS
				MOVE RFS-ASO-SITE    TO RFS-BUS-SITE
				MOVE RFS-ASO-END-NUM TO RFS-BUS-FROM-DATE
				MOVE RFS-ASO-AT-DATE TO RFS-BUS-TO-DATE
				PERFORM COUNT-RFS-BUSINESS-DAYS
					THRU COUNT-RFS-BUSINESS-DAYS-EXIT
				MOVE RFS-BUS-DAYS TO RFS-ASO-DAYS-PAST-END
			ELSE
				COMPUTE RFS-ASO-DAYS-PAST-END =
					0 - RFS-ASO-DAYS-TO-END
			END-IF
			IF RFS-ASO-DAYS-PAST-END <= RFS-ASO-GRACE
				SET SUB-GRACE TO TRUE
				MOVE "GRACE" TO RFS-ASO-STATUS-TEXT
			ELSE
				SET SUB-EXPIRED TO TRUE
				MOVE "EXPIRED" TO RFS-ASO-STATUS-TEXT
			END-IF
		WHEN OTHER
			IF RFS-PRM-BUSINESS-DAYS
				MOVE RFS-ASO-SITE    TO RFS-BUS-SITE
				MOVE RFS-ASO-AT-DATE TO RFS-BUS-FROM-DATE
				MOVE RFS-ASO-END-NUM TO RFS-BUS-TO-DATE
				PERFORM COUNT-RFS-BUSINESS-DAYS
					THRU COUNT-RFS-BUSINESS-DAYS-EXIT
				MOVE RFS-BUS-DAYS TO RFS-ASO-DAYS-TO-END
			END-IF
			IF RFS-ASO-DAYS-TO-END <= RFS-ASO-WARNING
				SET SUB-WARNING TO TRUE
				MOVE "WARNING" TO RFS-ASO-STATUS-TEXT
			ELSE
				SET SUB-ACTIVE TO TRUE
				MOVE "ACTIVE" TO RFS-ASO-STATUS-TEXT
			END-IF
	END-EVALUATE.

EVALUATE-STATUS-AT-MOMENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-AS-OF-REPORT        <*
*> *** rfs-asof.txt - the answer <*
*> *** first, then the window it <*
*> *** rests on, every renewal   <*
*> *** record on file, the audit <*
*> *** lines cited and the notes <*
*> *** qualifying the answer     <*
*> ******************************* <*

WRITE-AS-OF-REPORT.

	OPEN OUTPUT RFS-AOF-FILE.
	IF NOT RFS-AOF-STATUS-OK
		PERFORM HANDLE-RFS-AOF-ERROR
	END-IF.

	MOVE RFS-ASO-TITLE-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE RFS-ASO-SITE    TO ASO-SITE-OUT.
	MOVE RFS-ASO-PRODUCT TO ASO-PRODUCT-OUT.
	MOVE RFS-ASO-SITE    TO RFS-CST-LOOKUP-SITE.
	PERFORM LOOKUP-SITE-CUSTOMER
		THRU LOOKUP-SITE-CUSTOMER-EXIT.
	IF RFS-CST-FOUND
		MOVE RFS-CST-NAME TO ASO-CUSTOMER-OUT
	ELSE
		MOVE "*NO MASTER RECORD*" TO ASO-CUSTOMER-OUT
	END-IF.
	MOVE RFS-ASO-SITE-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE RFS-ASO-AT-DATE TO RFS-ASO-DT-DATE.
	MOVE RFS-ASO-AT-TIME TO RFS-ASO-DT-TIME.
	PERFORM FORMAT-DATE-TIME.
	MOVE RFS-ASO-DATE-TIME-TEXT TO ASO-AT-OUT.
	MOVE RFS-ASO-TODAY-NUM TO ASO-TODAY-OUT.
	MOVE RFS-SIGNON-USER TO ASO-USER-OUT.
	MOVE RFS-ASO-MOMENT-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE SPACES TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE RFS-ASO-STATUS-TEXT TO ASO-STATUS-OUT.
	MOVE SPACES TO ASO-DAYS-OUT.
	IF SUB-ACTIVE OR SUB-WARNING OR SUB-TRIAL
		MOVE RFS-ASO-DAYS-TO-END TO RFS-ASO-DAYS-NUM
		STRING RFS-ASO-DAYS-NUM DELIMITED BY SIZE
			" day(s) to end" DELIMITED BY SIZE
			INTO ASO-DAYS-OUT
	END-IF.
	IF SUB-GRACE
		MOVE RFS-ASO-DAYS-PAST-END TO RFS-ASO-DAYS-NUM
		STRING RFS-ASO-DAYS-NUM DELIMITED BY SIZE
			" day(s) past end" DELIMITED BY SIZE
			INTO ASO-DAYS-OUT
	END-IF.
	MOVE RFS-ASO-STATUS-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	EVALUATE TRUE
		WHEN RFS-ASO-BASIS-AUDIT
			MOVE "the audit line that began the renewal in force"
				TO ASO-BASIS-OUT
		WHEN RFS-ASO-BASIS-DEDUCED
			MOVE "the first renewal the audit trail shows after the moment"
				TO ASO-BASIS-OUT
		WHEN OTHER
			MOVE "the renewal records alone - no audit line covers them"
				TO ASO-BASIS-OUT
	END-EVALUATE.
	MOVE RFS-ASO-BASIS-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	IF NOT RFS-ASO-NOT-YET AND NOT RFS-ASO-RECORD-MISSING
		PERFORM WRITE-WINDOW-IN-FORCE
			THRU WRITE-WINDOW-IN-FORCE-EXIT
	END-IF.

	MOVE SPACES TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	MOVE RFS-ASO-RECORD-HEAD TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	MOVE RFS-ASO-RECORD-COLUMNS TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	MOVE 0 TO RFS-ASO-REC-IDX.
	PERFORM WRITE-ONE-RECORD-LINE
		THRU WRITE-ONE-RECORD-LINE-EXIT
		UNTIL RFS-ASO-REC-IDX >= RFS-ASO-REC-USED.
	IF RFS-ASO-REC-USED = 0
		MOVE "  No renewal record on file." TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	PERFORM WRITE-CITED-LINES
		THRU WRITE-CITED-LINES-EXIT.

	PERFORM WRITE-AS-OF-NOTES
		THRU WRITE-AS-OF-NOTES-EXIT.

	CLOSE RFS-AOF-FILE.
	IF NOT RFS-AOF-STATUS-OK
		PERFORM HANDLE-RFS-AOF-ERROR
	END-IF.

WRITE-AS-OF-REPORT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-WINDOW-IN-FORCE     <*
*> *** The window as it stood at <*
*> *** the moment, not as it     <*
*> *** stands on file today      <*
*> ******************************* <*

WRITE-WINDOW-IN-FORCE.

	MOVE SPACES TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	MOVE RFS-ASO-WINDOW-HEAD TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE "Renewal no    : " TO ASO-LABEL.
	MOVE SPACES TO ASO-VALUE.
	STRING RFS-ASO-FORCE-ID DELIMITED BY SIZE
		"  ("               DELIMITED BY SIZE
		RFS-ASO-REC-SOURCE (RFS-ASO-FORCE-IDX) DELIMITED BY SPACE
		")"                 DELIMITED BY SIZE
		INTO ASO-VALUE.
	MOVE RFS-ASO-SHOW-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE RFS-ASO-START-NUM TO RFS-ASO-DT-DATE.
	MOVE RFS-ASO-REC-START-TIME (RFS-ASO-FORCE-IDX) TO RFS-ASO-DT-TIME.
	PERFORM FORMAT-DATE-TIME.
	MOVE "Window start  : " TO ASO-LABEL.
	MOVE RFS-ASO-DATE-TIME-TEXT TO ASO-VALUE.
	MOVE RFS-ASO-SHOW-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE RFS-ASO-END-NUM TO RFS-ASO-DT-DATE.
	MOVE RFS-ASO-REC-END-TIME (RFS-ASO-FORCE-IDX) TO RFS-ASO-DT-TIME.
	PERFORM FORMAT-DATE-TIME.
	MOVE "Window end    : " TO ASO-LABEL.
	MOVE RFS-ASO-DATE-TIME-TEXT TO ASO-VALUE.
	MOVE RFS-ASO-SHOW-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE RFS-ASO-GRACE   TO ASO-GRACE-OUT.
	MOVE RFS-ASO-WARNING TO ASO-WARNING-OUT.
	IF RFS-PRM-BUSINESS-DAYS
		MOVE "BUSINESS" TO ASO-BASIS-DAYS
	ELSE
		MOVE "CALENDAR" TO ASO-BASIS-DAYS
	END-IF.
	MOVE RFS-ASO-TERMS-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	MOVE "Mark          : " TO ASO-LABEL.
	MOVE SPACES TO ASO-VALUE.
	EVALUATE RFS-ASO-MARK
		WHEN "C"
			STRING "CANCELLED, effective " DELIMITED BY SIZE
				RFS-ASO-MARK-EFFECTIVE DELIMITED BY SIZE
				INTO ASO-VALUE
		WHEN "S"
			STRING "SUSPENDED, effective " DELIMITED BY SIZE
				RFS-ASO-MARK-EFFECTIVE DELIMITED BY SIZE
				INTO ASO-VALUE
		WHEN "T"
			MOVE "TRIAL" TO ASO-VALUE
		WHEN OTHER
			MOVE "ACTIVE" TO ASO-VALUE
	END-EVALUATE.
	MOVE RFS-ASO-SHOW-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

WRITE-WINDOW-IN-FORCE-EXIT.
	EXIT.

WRITE-ONE-RECORD-LINE.

	ADD 1 TO RFS-ASO-REC-IDX.

	MOVE RFS-ASO-REC-ID (RFS-ASO-REC-IDX)     TO ASO-REC-ID-OUT.
	MOVE RFS-ASO-REC-SOURCE (RFS-ASO-REC-IDX) TO ASO-REC-SRC-OUT.

	MOVE RFS-ASO-REC-START-DATE (RFS-ASO-REC-IDX) TO RFS-ASO-DT-DATE.
	MOVE RFS-ASO-REC-START-TIME (RFS-ASO-REC-IDX) TO RFS-ASO-DT-TIME.
	PERFORM FORMAT-DATE-TIME.
	MOVE RFS-ASO-DATE-TIME-TEXT TO ASO-REC-START-OUT.

	MOVE RFS-ASO-REC-END-DATE (RFS-ASO-REC-IDX) TO RFS-ASO-DT-DATE.
	MOVE RFS-ASO-REC-END-TIME (RFS-ASO-REC-IDX) TO RFS-ASO-DT-TIME.
	PERFORM FORMAT-DATE-TIME.
	MOVE RFS-ASO-DATE-TIME-TEXT TO ASO-REC-END-OUT.

	MOVE RFS-ASO-REC-GRACE (RFS-ASO-REC-IDX)   TO ASO-REC-GRACE-OUT.
	MOVE RFS-ASO-REC-WARNING (RFS-ASO-REC-IDX) TO ASO-REC-WARN-OUT.
	MOVE RFS-ASO-REC-STATUS (RFS-ASO-REC-IDX)  TO ASO-REC-MARK-OUT.

	IF RFS-ASO-REC-STATUS (RFS-ASO-REC-IDX) = "C"
			OR RFS-ASO-REC-STATUS (RFS-ASO-REC-IDX) = "S"
		MOVE RFS-ASO-REC-EFFECTIVE (RFS-ASO-REC-IDX) TO ASO-REC-EFF-OUT
	ELSE
		MOVE SPACES TO ASO-REC-EFF-OUT
	END-IF.

	IF RFS-ASO-REC-SIGNED (RFS-ASO-REC-IDX) = "Y"
		MOVE "VERIFIES" TO ASO-REC-SIG-OUT
	ELSE
		MOVE "INVALID" TO ASO-REC-SIG-OUT
	END-IF.

	IF RFS-ASO-REC-IDX = RFS-ASO-FORCE-IDX
		MOVE "<- IN FORCE" TO ASO-REC-FORCE-OUT
	ELSE
		MOVE SPACES TO ASO-REC-FORCE-OUT
	END-IF.

	MOVE RFS-ASO-RECORD-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

WRITE-ONE-RECORD-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-CITED-LINES         <*
*> *** Each audit line the       <*
*> *** answer rests on, word for <*
*> *** word, with the trail file <*
*> *** it was read from and the  <*
*> *** part it plays             <*
*> ******************************* <*

WRITE-CITED-LINES.

	MOVE SPACES TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	MOVE RFS-ASO-CITED-HEAD TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	MOVE RFS-ASO-CITED-COLUMNS TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	IF RFS-ASO-WIN-IDX > 0
		MOVE "BEGAN"  TO ASO-CITE-ROLE
		MOVE RFS-ASO-WIN-IDX TO RFS-ASO-CITE-IDX
		PERFORM WRITE-ONE-CITED-LINE
	END-IF.
	IF RFS-ASO-BASIS-DEDUCED
		MOVE "NEXT"   TO ASO-CITE-ROLE
		MOVE RFS-ASO-NEXT-IDX TO RFS-ASO-CITE-IDX
		PERFORM WRITE-ONE-CITED-LINE
	END-IF.
	IF RFS-ASO-MARK-IDX > 0
		MOVE "MARK"   TO ASO-CITE-ROLE
		MOVE RFS-ASO-MARK-IDX TO RFS-ASO-CITE-IDX
		PERFORM WRITE-ONE-CITED-LINE
	END-IF.
	IF RFS-ASO-END-IDX > 0
		MOVE "END-WAS" TO ASO-CITE-ROLE
		MOVE RFS-ASO-END-IDX TO RFS-ASO-CITE-IDX
		PERFORM WRITE-ONE-CITED-LINE
	END-IF.
	IF RFS-ASO-PARAM-IDX > 0
		MOVE "PARAMS" TO ASO-CITE-ROLE
		MOVE RFS-ASO-PARAM-IDX TO RFS-ASO-CITE-IDX
		PERFORM WRITE-ONE-CITED-LINE
	END-IF.
	IF RFS-ASO-MOVED-IDX > 0
		MOVE "MOVED"  TO ASO-CITE-ROLE
		MOVE RFS-ASO-MOVED-IDX TO RFS-ASO-CITE-IDX
		PERFORM WRITE-ONE-CITED-LINE
	END-IF.

	IF RFS-ASO-CITED-COUNT = 0
		MOVE RFS-ASO-NO-CITE-LINE TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

WRITE-CITED-LINES-EXIT.
	EXIT.

WRITE-ONE-CITED-LINE.

	MOVE RFS-ASO-EV-SOURCE (RFS-ASO-CITE-IDX) TO ASO-CITE-SOURCE.
	MOVE RFS-ASO-EV-LINE (RFS-ASO-CITE-IDX)   TO ASO-CITE-LINE.
	MOVE RFS-ASO-CITED-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	ADD 1 TO RFS-ASO-CITED-COUNT.

WRITE-ONE-CITED-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-AS-OF-NOTES         <*
*> *** Everything that qualifies <*
*> *** the answer, so the reader <*
*> *** of the dispute file knows <*
*> *** how far it can be relied  <*
*> *** on                        <*
*> ******************************* <*

WRITE-AS-OF-NOTES.

	MOVE SPACES TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.
	MOVE RFS-ASO-NOTES-HEAD TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

	IF RFS-ASO-NOT-YET
		MOVE "  The site held no subscription for this product at that moment."
			TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	IF RFS-ASO-BASIS-RECORDS AND NOT RFS-ASO-NOT-YET
		MOVE "  The audit trail no longer reaches this product's history; the renewal in force is the earliest whose window"
			TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
		MOVE "  still covered the moment, which cannot show a renewal bought after a lapse. Restore older generations to firm it up."
			TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	IF RFS-ASO-RECORD-MISSING
		MOVE SPACES TO RFS-ASO-NOTE-TEXT
		STRING "  Renewal " DELIMITED BY SIZE
			RFS-ASO-FORCE-ID DELIMITED BY SIZE
			" was in force but is no longer in rfs.dat or rfs-archive.dat - restore it from a backup to evaluate it."
				DELIMITED BY SIZE
			INTO RFS-ASO-NOTE-TEXT
		MOVE RFS-ASO-NOTE-TEXT TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	IF SUB-TAMPERED
		MOVE "  The renewal in force fails its signature check - it was edited outside the programs and cannot be relied on."
			TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	IF RFS-ASO-MARK-FROM-RECORD
		MOVE "  The cancel/suspend mark is taken from the record; no audit line shows when it was set."
			TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	IF RFS-ASO-PARAM-IDX > 0
		MOVE "  The site's parameters were changed after the moment (PARAMS line); the day basis shown is today's."
			TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	IF RFS-ASO-MOVED-IDX > 0
		MOVE "  This product's history moved between site codes (MOVED line); records under the other code are not included."
			TO RFS-AOF-LINE
		PERFORM WRITE-AS-OF-LINE
	END-IF.

	MOVE RFS-ASO-GEN-READ-COUNT TO ASO-GEN-COUNT-OUT.
	MOVE RFS-ASO-UNPARSED-COUNT TO ASO-UNPARSED-OUT.
	MOVE RFS-ASO-TRAIL-LINE TO RFS-AOF-LINE.
	PERFORM WRITE-AS-OF-LINE.

WRITE-AS-OF-NOTES-EXIT.
	EXIT.

*> ******************************* <*
*> *** FORMAT-DATE-TIME          <*
*> ******************************* <*

FORMAT-DATE-TIME.

	MOVE RFS-ASO-DT-YEAR   TO ASO-DT-YEAR.
	MOVE RFS-ASO-DT-MONTH  TO ASO-DT-MONTH.
	MOVE RFS-ASO-DT-DAY    TO ASO-DT-DAY.
	MOVE RFS-ASO-DT-HOUR   TO ASO-DT-HOUR.
	MOVE RFS-ASO-DT-MINUTE TO ASO-DT-MINUTE.
	MOVE RFS-ASO-DT-SECOND TO ASO-DT-SECOND.

FORMAT-DATE-TIME-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-AS-OF-LINE          <*
*> ******************************* <*

WRITE-AS-OF-LINE.

	WRITE RFS-AOF-LINE.
	IF NOT RFS-AOF-STATUS-OK
		PERFORM HANDLE-RFS-AOF-ERROR
	END-IF.

WRITE-AS-OF-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-AOF-ERROR      <*
*> ******************************* <*

HANDLE-RFS-AOF-ERROR.
	DISPLAY "RFS-AOF-FILE ERROR - FILE STATUS " RFS-AOF-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-AOF-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-ARCH-ERROR     <*
*> ******************************* <*

HANDLE-RFS-ARCH-ERROR.
	DISPLAY "RFS-ARCH-FILE ERROR - FILE STATUS " RFS-ARCH-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-ARCH-ERROR-EXIT.
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

	COPY "rfs.signature.cpy".
	COPY "params.lookup.cpy".
	COPY "rfs.busdays.cpy".
	COPY "custmast.lookup.cpy".
	COPY "opercheck.cpy".
	COPY "files.lock.cpy".
	COPY "audit.error.cpy".
	COPY "files.error.cpy".
