*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyTrialAbuse.cbl    *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Trial abuse and suspicious   *** <*
*> *** provisioning detection       *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyTrialAbuse.

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
			COPY "audit.env.cpy".
			COPY "audgen.env.cpy".
			COPY "custmast.env.cpy".
			COPY "abuserpt.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "audgen.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "abuserpt.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "audit.status.cpy".
		COPY "audgen.status.cpy".
		COPY "custmast.status.cpy".
		COPY "abuserpt.status.cpy".

		COPY "audgen-ws.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "rfs.latest-ws.cpy".

		COPY "signon-ws.cpy".

		01 RFS-TA-TODAY-NUM PIC 9(08).
		01 RFS-TA-TODAY-INT USAGE BINARY-LONG.

		01 RFS-TA-FROM-NUM PIC 9(08).
		01 RFS-TA-FROM-PARTS REDEFINES RFS-TA-FROM-NUM.
			05 RFS-TA-FROM-YEAR  PIC 9(04).
			05 RFS-TA-FROM-MONTH PIC 9(02).
			05 RFS-TA-FROM-DAY   PIC 9(02).
		01 RFS-TA-TO-NUM   PIC 9(08).

		*> With no period given the report looks back a year.
		01 RFS-TA-DEFAULT-SPAN PIC 9(03) VALUE 365.

		*> The pattern thresholds. Trials on distinct sites
		*> sharing an identity are flagged from this many; a
		*> converted trial cancelled within this many days; a
		*> history moved this many times inside the move span; a
		*> site/product renewed this many times inside the
		*> renewal span (a week).
		01 RFS-TA-TRIAL-MIN    PIC 9(02) VALUE 2.
		01 RFS-TA-QUICK-DAYS   PIC 9(03) VALUE 14.
		01 RFS-TA-MOVE-MIN     PIC 9(02) VALUE 2.
		01 RFS-TA-MOVE-DAYS    PIC 9(03) VALUE 30.
		01 RFS-TA-RENEW-MIN    PIC 9(02) VALUE 3.
		01 RFS-TA-RENEW-DAYS   PIC 9(03) VALUE 7.

		*> A hit scored at or above this is counted as high
		*> risk in the totals.
		01 RFS-TA-HIGH-RISK    PIC 9(03) VALUE 70.

		01 RFS-TA-GEN-YEAR  PIC 9(04).
		01 RFS-TA-GEN-MONTH PIC 9(02).
		01 RFS-TA-GEN-NUM   PIC 9(06).
		01 RFS-TA-LAST-NUM  PIC 9(06).

		01 RFS-TA-EOF-FLAG PIC X(01).
			88 RFS-TA-EOF VALUE "Y".

		01 RFS-TA-REQUEST-OK-FLAG PIC X(01) VALUE "N".
			88 RFS-TA-REQUEST-OK VALUE "Y".

		*> No customer master means trials cannot be tied to
		*> one another - that pattern is skipped, not failed.
		01 RFS-TA-CUST-FLAG PIC X(01) VALUE "N".
			88 RFS-TA-CUST-PRESENT VALUE "Y".

		01 RFS-TA-RFS-FLAG PIC X(01) VALUE "N".
			88 RFS-TA-RFS-PRESENT VALUE "Y".

		01 RFS-TA-LINE-NUM PIC 9(08).

		*> Every audit line in the period one of the patterns
		*> reads, in trail order (which is time order): the
		*> operation, the key, the stamp and the line itself so
		*> a hit can quote its evidence.
		01 RFS-TA-EVENT-TABLE.
			05 RFS-TA-EVT-ENTRY OCCURS 5000 TIMES.
				10 RFS-TA-EVT-OP      PIC X(09).
				10 RFS-TA-EVT-SITE    PIC X(08).
				10 RFS-TA-EVT-PRODUCT PIC X(04).
				10 RFS-TA-EVT-SUB-ID  PIC X(08).
				10 RFS-TA-EVT-DATE    PIC 9(08).
				10 RFS-TA-EVT-INT     USAGE BINARY-LONG.
				10 RFS-TA-EVT-STAMP   PIC X(19).
				10 RFS-TA-EVT-TEXT    PIC X(88).
				10 RFS-TA-EVT-CLAIM   PIC 9(04).

		01 RFS-TA-EVT-USED PIC 9(04) VALUE 0.
		01 RFS-TA-EVT-IDX  PIC 9(04).
		01 RFS-TA-EVT-SCAN PIC 9(04).
		01 RFS-TA-EVT-HIT  PIC 9(04).

		*> The TRIAL lines, with the customer master identity
		*> of the site each was cut for.
		01 RFS-TA-TRIAL-TABLE.
			05 RFS-TA-TRL-ENTRY OCCURS 1000 TIMES.
				10 RFS-TA-TRL-EVT     PIC 9(04).
				10 RFS-TA-TRL-KNOWN   PIC X(01).
					88 RFS-TA-TRL-IS-KNOWN VALUE "Y".
				10 RFS-TA-TRL-BILLING PIC X(12).
				10 RFS-TA-TRL-CONTACT PIC X(25).
				10 RFS-TA-TRL-NAME    PIC X(30).
				10 RFS-TA-TRL-GROUP   PIC 9(04).

		01 RFS-TA-TRL-USED PIC 9(04) VALUE 0.
		01 RFS-TA-TRL-IDX  PIC 9(04).
		01 RFS-TA-TRL-SCAN PIC 9(04).

		*> 3 billing account, 2 contact, 1 customer name - the
		*> strongest identity two trials were found to share.
		01 RFS-TA-MATCH-RANK PIC 9(01).
		01 RFS-TA-BEST-RANK  PIC 9(01).

		*> One entry per move of a history from one site to
		*> another: the TRANSFER line on the target and the
		*> XFERFROM line on the source that ReyTransferRFS
		*> writes together.
		01 RFS-TA-MOVE-TABLE.
			05 RFS-TA-MOV-ENTRY OCCURS 1000 TIMES.
				10 RFS-TA-MOV-EVT     PIC 9(04).
				10 RFS-TA-MOV-SOURCE  PIC X(08).
				10 RFS-TA-MOV-TARGET  PIC X(08).
				10 RFS-TA-MOV-PRODUCT PIC X(04).
				10 RFS-TA-MOV-INT     USAGE BINARY-LONG.
				10 RFS-TA-MOV-CHAIN   PIC 9(04).

		01 RFS-TA-MOV-USED PIC 9(04) VALUE 0.
		01 RFS-TA-MOV-IDX  PIC 9(04).
		01 RFS-TA-MOV-SCAN PIC 9(04).
		01 RFS-TA-MOV-DUP-FLAG PIC X(01).
			88 RFS-TA-MOV-DUPLICATE VALUE "Y".

		01 RFS-TA-CHAIN-TARGET PIC X(08).
		01 RFS-TA-CHAIN-START  USAGE BINARY-LONG.
		01 RFS-TA-PATH      PIC X(60).
		01 RFS-TA-PATH-WORK PIC X(60).

		*> The hit in hand.
		01 RFS-TA-HIT-LINES   PIC 9(04).
		01 RFS-TA-HIT-SCORE   USAGE BINARY-LONG.
		01 RFS-TA-HIT-FIRST   PIC 9(08).
		01 RFS-TA-HIT-LAST    PIC 9(08).
		01 RFS-TA-HIT-DAYS    USAGE BINARY-LONG.
		01 RFS-TA-SITE-STATE  PIC X(09).

		01 RFS-TA-END-NUM PIC 9(08).
		01 RFS-TA-END-INT USAGE BINARY-LONG.

		01 RFS-TA-LINES-READ     PIC 9(07) VALUE 0.
		01 RFS-TA-LINES-IN-PERIOD PIC 9(07) VALUE 0.
		01 RFS-TA-NO-MASTER-COUNT PIC 9(05) VALUE 0.
		01 RFS-TA-SHARED-COUNT   PIC 9(05) VALUE 0.
		01 RFS-TA-QUICK-COUNT    PIC 9(05) VALUE 0.
		01 RFS-TA-MOVES-COUNT    PIC 9(05) VALUE 0.
		01 RFS-TA-BURST-COUNT    PIC 9(05) VALUE 0.
		01 RFS-TA-ACTCODE-COUNT  PIC 9(05) VALUE 0.
		01 RFS-TA-HIGH-COUNT     PIC 9(05) VALUE 0.
		01 RFS-TA-HIT-TOTAL      PIC 9(05) VALUE 0.
		01 RFS-TA-SECTION-HITS   PIC 9(05) VALUE 0.
		01 RFS-TA-GEN-READ-COUNT PIC 9(04) VALUE 0.

		01 RFS-TA-TITLE-LINE PIC X(120)
			VALUE "Trial abuse and suspicious provisioning patterns".

		01 RFS-TA-PERIOD-LINE.
			05 FILLER            PIC X(20) VALUE "Audit period      : ".
			05 TA-FROM-OUT       PIC 9(08).
			05 FILLER            PIC X(04) VALUE " to ".
			05 TA-TO-OUT         PIC 9(08).

		01 RFS-TA-PRODUCED-LINE.
			05 FILLER            PIC X(20) VALUE "Produced on       : ".
			05 TA-TODAY-OUT      PIC 9(08).
			05 FILLER            PIC X(06) VALUE " by   ".
			05 TA-PRODUCER-OUT   PIC X(16).

		01 RFS-TA-RULES-LINE-1.
			05 FILLER            PIC X(20) VALUE "Flagged when      : ".
			05 TA-RULE-TRIAL-OUT PIC Z9.
			05 FILLER            PIC X(30)
				VALUE "+ trials share an identity;  ".
			05 FILLER            PIC X(16) VALUE "cancel inside   ".
			05 TA-RULE-QUICK-OUT PIC ZZ9.
			05 FILLER            PIC X(19) VALUE " days of a convert;".

		01 RFS-TA-RULES-LINE-2.
			05 FILLER            PIC X(20) VALUE SPACES.
			05 TA-RULE-MOVE-OUT  PIC Z9.
			05 FILLER            PIC X(15) VALUE "+ moves inside ".
			05 TA-RULE-MSPAN-OUT PIC ZZ9.
			05 FILLER            PIC X(14) VALUE " days;        ".
			05 TA-RULE-RENEW-OUT PIC Z9.
			05 FILLER            PIC X(18) VALUE "+ renewals inside ".
			05 TA-RULE-RSPAN-OUT PIC ZZ9.
			05 FILLER            PIC X(06) VALUE " days;".

		01 RFS-TA-RULES-LINE-3.
			05 FILLER            PIC X(20) VALUE SPACES.
			05 FILLER            PIC X(40)
				VALUE "codes cut for a site no longer active.  ".
			05 FILLER            PIC X(13) VALUE "Scores 0-99; ".
			05 TA-RULE-HIGH-OUT  PIC Z9.
			05 FILLER            PIC X(22) VALUE " or over is high risk.".

		01 RFS-TA-NO-MASTER-LINE PIC X(120)
			VALUE
			"  rfs-custmast.dat not in use - trials cannot be tied to one another, check skipped.".

		01 RFS-TA-SECTION-LINE.
			05 TA-SECTION-OUT    PIC X(60).

		01 RFS-TA-HIT-COLUMN-LINE PIC X(120)
			VALUE
			"Score Pattern      Site     Prod Lines First    Last     Detail".

		01 RFS-TA-HIT-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 TA-HIT-SCORE-OUT  PIC Z9.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 TA-HIT-PATTERN-OUT PIC X(12).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 TA-HIT-SITE-OUT   PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 TA-HIT-PRODUCT-OUT PIC X(04).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 TA-HIT-LINES-OUT  PIC ZZZZ9.
			05 FILLER            PIC X(01) VALUE SPACE.
			05 TA-HIT-FIRST-OUT  PIC 9(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 TA-HIT-LAST-OUT   PIC 9(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 TA-HIT-DETAIL-OUT PIC X(60).

		*> A supporting audit line, quoted as the trail holds
		*> it; a trial's line carries its site's billing account.
		01 RFS-TA-SUPPORT-LINE.
			05 FILLER            PIC X(06) VALUE "    > ".
			05 TA-SUP-TEXT-OUT   PIC X(88).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 TA-SUP-NOTE-OUT   PIC X(25).

		01 RFS-TA-NONE-LINE PIC X(120)
			VALUE "  None.".

		01 RFS-TA-TOTAL-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 TA-TOTAL-LABEL    PIC X(44).
			05 TA-TOTAL-OUT      PIC ZZZZZZ9.

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-FROM-DATE PIC X(08).
		01 RFS-IN-TO-DATE   PIC X(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function reads rfs-audit.dat and its parked
*>     rfs-audit.YYYYMM.dat generations for the period, joins
*>     them with rfs-custmast.dat and rfs.dat, and writes the
*>     patterns that point at evaluations being taken again and
*>     again, or at a subscription being gamed, to
*>     rfs-trial-abuse.txt:
*>       SHARED-ID    TRIAL lines for one product on sites whose
*>                    master records share a billing account,
*>                    contact or customer name - score 30, plus
*>                    20 for every further trial, plus 10 when
*>                    it is the billing account that matches
*>       QUICK-CANCEL a CONVERT followed by a CANCEL of the same
*>                    site/product within the quick-cancel days
*>                    - score 50, plus 3 for every day short of
*>                    the limit
*>       MOVES        a history moved by ReyTransferRFS onward
*>                    from the site it last landed on, the move
*>                    limit or more times inside the move span -
*>                    score 40, plus 20 for every further move
*>       RENEW-BURST  the renewal limit or more RENEW lines for
*>                    one site/product inside a week - score 20
*>                    a renewal
*>       ACTCODE      ReyActCodeGen codes cut for a site/product
*>                    whose latest record is now cancelled or
*>                    gone (70), suspended (60), or a trial or
*>                    lapsed (50) - plus 10 for every further
*>                    code
*>     Scores stop at 99. Every hit is followed by the audit
*>     lines that support it, quoted as the trail holds them, so
*>     the reviewer need not go back to the trail. Totals close
*>     the listing.
*>
*> Parameters:
*>     RFS-IN-FROM-DATE, RFS-IN-TO-DATE - inclusive YYYYMMDD
*>     period; SPACES mean the last year up to today
*>
*> Return:
*>     RETURN-CODE is zero when nothing was flagged, 4 when the
*>     report lists hits, 20 for a period that does not decode,
*>     16 when a file operation could not be completed or a
*>     table overflowed
*>

PROCEDURE DIVISION USING RFS-IN-FROM-DATE RFS-IN-TO-DATE.

	PERFORM DECODE-ABUSE-REQUEST
		THRU DECODE-ABUSE-REQUEST-EXIT.
	IF NOT RFS-TA-REQUEST-OK
		DISPLAY "ReyTrialAbuse - PERIOD REJECTED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM SCAN-AUDIT-TRAIL
		THRU SCAN-AUDIT-TRAIL-EXIT.
	PERFORM RESOLVE-TRIAL-CUSTOMERS
		THRU RESOLVE-TRIAL-CUSTOMERS-EXIT.

	OPEN OUTPUT RFS-ABUSE-FILE.
	IF NOT RFS-ABUSE-STATUS-OK
		PERFORM HANDLE-RFS-ABUSE-ERROR
	END-IF.
	PERFORM WRITE-ABUSE-HEADING
		THRU WRITE-ABUSE-HEADING-EXIT.

	PERFORM REVIEW-SHARED-TRIALS
		THRU REVIEW-SHARED-TRIALS-EXIT.
	PERFORM REVIEW-QUICK-CANCELS
		THRU REVIEW-QUICK-CANCELS-EXIT.
	PERFORM REVIEW-TRANSFER-CHAINS
		THRU REVIEW-TRANSFER-CHAINS-EXIT.
	PERFORM REVIEW-RENEWAL-BURSTS
		THRU REVIEW-RENEWAL-BURSTS-EXIT.
	PERFORM REVIEW-ACTIVATION-CODES
		THRU REVIEW-ACTIVATION-CODES-EXIT.
	PERFORM WRITE-ABUSE-TOTALS
		THRU WRITE-ABUSE-TOTALS-EXIT.

	CLOSE RFS-ABUSE-FILE.
	IF NOT RFS-ABUSE-STATUS-OK
		PERFORM HANDLE-RFS-ABUSE-ERROR
	END-IF.

	DISPLAY "ReyTrialAbuse - HITS " RFS-TA-HIT-TOTAL
		" HIGH RISK " RFS-TA-HIGH-COUNT UPON CONSOLE.

	IF RFS-TA-HIT-TOTAL > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GOBACK.

*> ******************************* <*
*> *** DECODE-ABUSE-REQUEST      <*
*> *** The period has to be real <*
*> *** dates in order; blanks    <*
*> *** take the defaults         <*
*> ******************************* <*

DECODE-ABUSE-REQUEST.

	ACCEPT RFS-TA-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-TA-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-TA-TODAY-NUM).

	IF RFS-IN-TO-DATE = SPACES
		MOVE RFS-TA-TODAY-NUM TO RFS-TA-TO-NUM
	ELSE
		IF RFS-IN-TO-DATE NOT NUMERIC
			GO TO DECODE-ABUSE-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-TO-DATE TO RFS-TA-TO-NUM
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (RFS-TA-TO-NUM) NOT = 0
		GO TO DECODE-ABUSE-REQUEST-EXIT
	END-IF.

	IF RFS-IN-FROM-DATE = SPACES
		COMPUTE RFS-TA-FROM-NUM = FUNCTION DATE-OF-INTEGER (
			FUNCTION INTEGER-OF-DATE (RFS-TA-TO-NUM)
			- RFS-TA-DEFAULT-SPAN)
	ELSE
		IF RFS-IN-FROM-DATE NOT NUMERIC
			GO TO DECODE-ABUSE-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-FROM-DATE TO RFS-TA-FROM-NUM
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (RFS-TA-FROM-NUM) NOT = 0
		GO TO DECODE-ABUSE-REQUEST-EXIT
	END-IF.

	IF RFS-TA-FROM-NUM > RFS-TA-TO-NUM
		GO TO DECODE-ABUSE-REQUEST-EXIT
	END-IF.

	SET RFS-TA-REQUEST-OK TO TRUE.

DECODE-ABUSE-REQUEST-EXIT.
	EXIT.

*> ******************************* <*
*> *** SCAN-AUDIT-TRAIL          <*
*> *** Every parked generation   <*
*> *** from the period start's   <*
*> *** month on, then the        <*
*> *** current trail             <*
*> ******************************* <*

SCAN-AUDIT-TRAIL.

	MOVE RFS-TA-FROM-YEAR  TO RFS-TA-GEN-YEAR.
	MOVE RFS-TA-FROM-MONTH TO RFS-TA-GEN-MONTH.
	COMPUTE RFS-TA-GEN-NUM =
		RFS-TA-GEN-YEAR * 100 + RFS-TA-GEN-MONTH.
	COMPUTE RFS-TA-LAST-NUM = RFS-TA-TODAY-NUM / 100.

	PERFORM SCAN-ONE-GENERATION
		THRU SCAN-ONE-GENERATION-EXIT
		UNTIL RFS-TA-GEN-NUM > RFS-TA-LAST-NUM.

	OPEN INPUT RFS-AUDIT-FILE.
	IF RFS-AUDIT-STATUS-NOT-FOUND
		GO TO SCAN-AUDIT-TRAIL-EXIT
	END-IF.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	MOVE "N" TO RFS-TA-EOF-FLAG.
	PERFORM SCAN-ONE-TRAIL-LINE
		THRU SCAN-ONE-TRAIL-LINE-EXIT
		UNTIL RFS-TA-EOF.

	CLOSE RFS-AUDIT-FILE.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

SCAN-AUDIT-TRAIL-EXIT.
	EXIT.

SCAN-ONE-GENERATION.

	MOVE SPACES TO RFS-AUDGEN-OPEN-NAME.
	STRING "rfs-audit."      DELIMITED BY SIZE
		RFS-TA-GEN-YEAR     DELIMITED BY SIZE
		RFS-TA-GEN-MONTH    DELIMITED BY SIZE
		".dat"              DELIMITED BY SIZE
		INTO RFS-AUDGEN-OPEN-NAME.

	OPEN INPUT RFS-AUDGEN-FILE.
	IF RFS-AUDGEN-STATUS-NOT-FOUND
		GO TO SCAN-ONE-GENERATION-NEXT
	END-IF.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	ADD 1 TO RFS-TA-GEN-READ-COUNT.
	MOVE "N" TO RFS-TA-EOF-FLAG.
	PERFORM SCAN-ONE-PARKED-LINE
		THRU SCAN-ONE-PARKED-LINE-EXIT
		UNTIL RFS-TA-EOF.

	CLOSE RFS-AUDGEN-FILE.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

SCAN-ONE-GENERATION-NEXT.

	IF RFS-TA-GEN-MONTH = 12
		ADD 1 TO RFS-TA-GEN-YEAR
		MOVE 1 TO RFS-TA-GEN-MONTH
	ELSE
		ADD 1 TO RFS-TA-GEN-MONTH
	END-IF.
	COMPUTE RFS-TA-GEN-NUM =
		RFS-TA-GEN-YEAR * 100 + RFS-TA-GEN-MONTH.

SCAN-ONE-GENERATION-EXIT.
	EXIT.

SCAN-ONE-PARKED-LINE.

	READ RFS-AUDGEN-FILE.

	IF RFS-AUDGEN-STATUS-EOF
		SET RFS-TA-EOF TO TRUE
		GO TO SCAN-ONE-PARKED-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	MOVE RFS-AUDGEN-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM KEEP-AUDIT-LINE
		THRU KEEP-AUDIT-LINE-EXIT.

SCAN-ONE-PARKED-LINE-EXIT.
	EXIT.

SCAN-ONE-TRAIL-LINE.

	READ RFS-AUDIT-FILE.

	IF RFS-AUDIT-STATUS = "10"
		SET RFS-TA-EOF TO TRUE
		GO TO SCAN-ONE-TRAIL-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	MOVE RFS-AUDIT-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM KEEP-AUDIT-LINE
		THRU KEEP-AUDIT-LINE-EXIT.

SCAN-ONE-TRAIL-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** KEEP-AUDIT-LINE           <*
*> *** A line in the period for  <*
*> *** an operation one of the   <*
*> *** patterns reads goes into  <*
*> *** the event table; a TRIAL  <*
*> *** line into the trial table <*
*> *** as well                   <*
*> ******************************* <*

KEEP-AUDIT-LINE.

	IF PARSE-AUDIT-YEAR NOT NUMERIC
			OR PARSE-AUDIT-MONTH NOT NUMERIC
			OR PARSE-AUDIT-DAY NOT NUMERIC
		GO TO KEEP-AUDIT-LINE-EXIT
	END-IF.

	ADD 1 TO RFS-TA-LINES-READ.

	COMPUTE RFS-TA-LINE-NUM =
		PARSE-AUDIT-YEAR * 10000 + PARSE-AUDIT-MONTH * 100 +
		PARSE-AUDIT-DAY.
	IF RFS-TA-LINE-NUM < RFS-TA-FROM-NUM
			OR RFS-TA-LINE-NUM > RFS-TA-TO-NUM
		GO TO KEEP-AUDIT-LINE-EXIT
	END-IF.

	ADD 1 TO RFS-TA-LINES-IN-PERIOD.

	IF PARSE-AUDIT-OPERATION NOT = "TRIAL"
			AND PARSE-AUDIT-OPERATION NOT = "CONVERT"
			AND PARSE-AUDIT-OPERATION NOT = "CANCEL"
			AND PARSE-AUDIT-OPERATION NOT = "TRANSFER"
			AND PARSE-AUDIT-OPERATION NOT = "XFERFROM"
			AND PARSE-AUDIT-OPERATION NOT = "RENEW"
			AND PARSE-AUDIT-OPERATION NOT = "ACTCODE"
		GO TO KEEP-AUDIT-LINE-EXIT
	END-IF.

	IF RFS-TA-EVT-USED >= 5000
		DISPLAY "RFS-TA-EVENT-TABLE FULL - MORE THAN 5000 LINES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-TA-EVT-USED.
	MOVE RFS-TA-EVT-USED TO RFS-TA-EVT-IDX.
	MOVE PARSE-AUDIT-OPERATION TO RFS-TA-EVT-OP (RFS-TA-EVT-IDX).
	MOVE PARSE-AUDIT-SITE-CODE TO RFS-TA-EVT-SITE (RFS-TA-EVT-IDX).
	*> Lines from before products were licensed separately
	*> carry no product - they were all the core product.
	IF PARSE-AUDIT-PRODUCT-CODE = SPACES
		MOVE "CORE" TO RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
	ELSE
		MOVE PARSE-AUDIT-PRODUCT-CODE
			TO RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
	END-IF.
	MOVE PARSE-AUDIT-SUBSCRIPTION-ID
		TO RFS-TA-EVT-SUB-ID (RFS-TA-EVT-IDX).
	MOVE RFS-TA-LINE-NUM TO RFS-TA-EVT-DATE (RFS-TA-EVT-IDX).
	COMPUTE RFS-TA-EVT-INT (RFS-TA-EVT-IDX) =
		FUNCTION INTEGER-OF-DATE (RFS-TA-LINE-NUM).
	MOVE RFS-AUDIT-PARSE-LINE (1:19)
		TO RFS-TA-EVT-STAMP (RFS-TA-EVT-IDX).
	MOVE RFS-AUDIT-PARSE-LINE TO RFS-TA-EVT-TEXT (RFS-TA-EVT-IDX).
	MOVE 0 TO RFS-TA-EVT-CLAIM (RFS-TA-EVT-IDX).

	IF PARSE-AUDIT-OPERATION NOT = "TRIAL"
		GO TO KEEP-AUDIT-LINE-EXIT
	END-IF.

	IF RFS-TA-TRL-USED >= 1000
		DISPLAY "RFS-TA-TRIAL-TABLE FULL - MORE THAN 1000 TRIALS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-TA-TRL-USED.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-TRL-EVT (RFS-TA-TRL-USED).
	MOVE "N"    TO RFS-TA-TRL-KNOWN (RFS-TA-TRL-USED).
	MOVE SPACES TO RFS-TA-TRL-BILLING (RFS-TA-TRL-USED).
	MOVE SPACES TO RFS-TA-TRL-CONTACT (RFS-TA-TRL-USED).
	MOVE SPACES TO RFS-TA-TRL-NAME (RFS-TA-TRL-USED).
	MOVE 0      TO RFS-TA-TRL-GROUP (RFS-TA-TRL-USED).

KEEP-AUDIT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** RESOLVE-TRIAL-CUSTOMERS   <*
*> *** The master record of the  <*
*> *** site each trial was cut   <*
*> *** for - the identity the    <*
*> *** trials are matched on     <*
*> ******************************* <*

RESOLVE-TRIAL-CUSTOMERS.

	OPEN INPUT RFS-CUST-FILE.
	IF RFS-CUST-STATUS-NOT-FOUND
		GO TO RESOLVE-TRIAL-CUSTOMERS-EXIT
	END-IF.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	SET RFS-TA-CUST-PRESENT TO TRUE.
	MOVE 0 TO RFS-TA-TRL-IDX.
	PERFORM RESOLVE-ONE-TRIAL
		THRU RESOLVE-ONE-TRIAL-EXIT
		UNTIL RFS-TA-TRL-IDX >= RFS-TA-TRL-USED.

	CLOSE RFS-CUST-FILE.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

RESOLVE-TRIAL-CUSTOMERS-EXIT.
	EXIT.

RESOLVE-ONE-TRIAL.

	ADD 1 TO RFS-TA-TRL-IDX.
	MOVE RFS-TA-TRL-EVT (RFS-TA-TRL-IDX) TO RFS-TA-EVT-IDX.

	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-IDX) TO CUST-SITE-CODE.
	READ RFS-CUST-FILE.
	IF RFS-CUST-STATUS-NO-RECORD
		ADD 1 TO RFS-TA-NO-MASTER-COUNT
		GO TO RESOLVE-ONE-TRIAL-EXIT
	END-IF.
	IF NOT RFS-CUST-STATUS-OK
		PERFORM HANDLE-RFS-CUST-ERROR
	END-IF.

	MOVE "Y"               TO RFS-TA-TRL-KNOWN (RFS-TA-TRL-IDX).
	MOVE CUST-BILLING-ACCT TO RFS-TA-TRL-BILLING (RFS-TA-TRL-IDX).
	MOVE CUST-CONTACT      TO RFS-TA-TRL-CONTACT (RFS-TA-TRL-IDX).
	MOVE CUST-NAME         TO RFS-TA-TRL-NAME (RFS-TA-TRL-IDX).

RESOLVE-ONE-TRIAL-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-SHARED-TRIALS      <*
*> *** Each trial not yet in a   <*
*> *** group gathers the later   <*
*> *** trials of the same        <*
*> *** product on other sites    <*
*> *** whose identity matches    <*
*> *** its own                   <*
*> ******************************* <*

REVIEW-SHARED-TRIALS.

	MOVE "Repeated trials on sites sharing an identity"
		TO TA-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	IF NOT RFS-TA-CUST-PRESENT
		MOVE RFS-TA-NO-MASTER-LINE TO RFS-ABUSE-LINE
		PERFORM WRITE-ABUSE-LINE
		GO TO REVIEW-SHARED-TRIALS-EXIT
	END-IF.

	MOVE 0 TO RFS-TA-TRL-IDX.
	PERFORM GROUP-ONE-TRIAL
		THRU GROUP-ONE-TRIAL-EXIT
		UNTIL RFS-TA-TRL-IDX >= RFS-TA-TRL-USED.

	MOVE RFS-TA-SHARED-COUNT TO RFS-TA-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-SHARED-TRIALS-EXIT.
	EXIT.

GROUP-ONE-TRIAL.

	ADD 1 TO RFS-TA-TRL-IDX.

	IF RFS-TA-TRL-GROUP (RFS-TA-TRL-IDX) NOT = 0
			OR NOT RFS-TA-TRL-IS-KNOWN (RFS-TA-TRL-IDX)
		GO TO GROUP-ONE-TRIAL-EXIT
	END-IF.

	MOVE RFS-TA-TRL-IDX TO RFS-TA-TRL-GROUP (RFS-TA-TRL-IDX).
	MOVE RFS-TA-TRL-EVT (RFS-TA-TRL-IDX) TO RFS-TA-EVT-IDX.
	MOVE 1 TO RFS-TA-HIT-LINES.
	MOVE 0 TO RFS-TA-BEST-RANK.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-IDX) TO RFS-TA-HIT-FIRST.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-IDX) TO RFS-TA-HIT-LAST.

	MOVE RFS-TA-TRL-IDX TO RFS-TA-TRL-SCAN.
	PERFORM MATCH-ONE-TRIAL
		THRU MATCH-ONE-TRIAL-EXIT
		UNTIL RFS-TA-TRL-SCAN >= RFS-TA-TRL-USED.

	IF RFS-TA-HIT-LINES < RFS-TA-TRIAL-MIN
		GO TO GROUP-ONE-TRIAL-EXIT
	END-IF.

	ADD 1 TO RFS-TA-SHARED-COUNT.

	COMPUTE RFS-TA-HIT-SCORE = 30 + 20 * (RFS-TA-HIT-LINES - 1).
	IF RFS-TA-BEST-RANK = 3
		ADD 10 TO RFS-TA-HIT-SCORE
	END-IF.

	MOVE "SHARED-ID" TO TA-HIT-PATTERN-OUT.
	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)    TO TA-HIT-SITE-OUT.
	MOVE RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX) TO TA-HIT-PRODUCT-OUT.
	MOVE SPACES TO TA-HIT-DETAIL-OUT.
	EVALUATE RFS-TA-BEST-RANK
		WHEN 3
			STRING "same billing account "   DELIMITED BY SIZE
				RFS-TA-TRL-BILLING (RFS-TA-TRL-IDX)
					DELIMITED BY SIZE
				INTO TA-HIT-DETAIL-OUT
		WHEN 2
			STRING "same contact "           DELIMITED BY SIZE
				RFS-TA-TRL-CONTACT (RFS-TA-TRL-IDX)
					DELIMITED BY SIZE
				INTO TA-HIT-DETAIL-OUT
		WHEN OTHER
			STRING "same customer name "     DELIMITED BY SIZE
				RFS-TA-TRL-NAME (RFS-TA-TRL-IDX)
					DELIMITED BY SIZE
				INTO TA-HIT-DETAIL-OUT
	END-EVALUATE.
	PERFORM WRITE-HIT-LINE.

	MOVE 0 TO RFS-TA-TRL-SCAN.
	PERFORM SUPPORT-ONE-TRIAL
		THRU SUPPORT-ONE-TRIAL-EXIT
		UNTIL RFS-TA-TRL-SCAN >= RFS-TA-TRL-USED.

GROUP-ONE-TRIAL-EXIT.
	EXIT.

MATCH-ONE-TRIAL.

	ADD 1 TO RFS-TA-TRL-SCAN.

	IF RFS-TA-TRL-GROUP (RFS-TA-TRL-SCAN) NOT = 0
			OR NOT RFS-TA-TRL-IS-KNOWN (RFS-TA-TRL-SCAN)
		GO TO MATCH-ONE-TRIAL-EXIT
	END-IF.

	MOVE RFS-TA-TRL-EVT (RFS-TA-TRL-SCAN) TO RFS-TA-EVT-SCAN.
	IF RFS-TA-EVT-PRODUCT (RFS-TA-EVT-SCAN)
			NOT = RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
		GO TO MATCH-ONE-TRIAL-EXIT
	END-IF.

	MOVE 0 TO RFS-TA-MATCH-RANK.
	IF RFS-TA-TRL-NAME (RFS-TA-TRL-IDX) NOT = SPACES
			AND RFS-TA-TRL-NAME (RFS-TA-TRL-SCAN)
				= RFS-TA-TRL-NAME (RFS-TA-TRL-IDX)
		MOVE 1 TO RFS-TA-MATCH-RANK
	END-IF.
	IF RFS-TA-TRL-CONTACT (RFS-TA-TRL-IDX) NOT = SPACES
			AND RFS-TA-TRL-CONTACT (RFS-TA-TRL-SCAN)
				= RFS-TA-TRL-CONTACT (RFS-TA-TRL-IDX)
		MOVE 2 TO RFS-TA-MATCH-RANK
	END-IF.
	IF RFS-TA-TRL-BILLING (RFS-TA-TRL-IDX) NOT = SPACES
			AND RFS-TA-TRL-BILLING (RFS-TA-TRL-SCAN)
				= RFS-TA-TRL-BILLING (RFS-TA-TRL-IDX)
		MOVE 3 TO RFS-TA-MATCH-RANK
	END-IF.
	IF RFS-TA-MATCH-RANK = 0
		GO TO MATCH-ONE-TRIAL-EXIT
	END-IF.

	MOVE RFS-TA-TRL-IDX TO RFS-TA-TRL-GROUP (RFS-TA-TRL-SCAN).
	ADD 1 TO RFS-TA-HIT-LINES.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-SCAN) TO RFS-TA-HIT-LAST.
	IF RFS-TA-MATCH-RANK > RFS-TA-BEST-RANK
		MOVE RFS-TA-MATCH-RANK TO RFS-TA-BEST-RANK
	END-IF.

MATCH-ONE-TRIAL-EXIT.
	EXIT.

SUPPORT-ONE-TRIAL.

	ADD 1 TO RFS-TA-TRL-SCAN.

	IF RFS-TA-TRL-GROUP (RFS-TA-TRL-SCAN) NOT = RFS-TA-TRL-IDX
		GO TO SUPPORT-ONE-TRIAL-EXIT
	END-IF.

	MOVE RFS-TA-TRL-EVT (RFS-TA-TRL-SCAN) TO RFS-TA-EVT-HIT.
	MOVE RFS-TA-TRL-BILLING (RFS-TA-TRL-SCAN) TO TA-SUP-NOTE-OUT.
	PERFORM WRITE-SUPPORT-LINE.

SUPPORT-ONE-TRIAL-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-QUICK-CANCELS      <*
*> *** A CONVERT and the first   <*
*> *** CANCEL of the same        <*
*> *** site/product after it,    <*
*> *** when the two fall close   <*
*> *** together                  <*
*> ******************************* <*

REVIEW-QUICK-CANCELS.

	MOVE "Trials converted and then cancelled within days"
		TO TA-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	MOVE 0 TO RFS-TA-EVT-IDX.
	PERFORM JUDGE-ONE-CONVERT
		THRU JUDGE-ONE-CONVERT-EXIT
		UNTIL RFS-TA-EVT-IDX >= RFS-TA-EVT-USED.

	MOVE RFS-TA-QUICK-COUNT TO RFS-TA-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-QUICK-CANCELS-EXIT.
	EXIT.

JUDGE-ONE-CONVERT.

	ADD 1 TO RFS-TA-EVT-IDX.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-IDX) NOT = "CONVERT"
		GO TO JUDGE-ONE-CONVERT-EXIT
	END-IF.

	MOVE 0 TO RFS-TA-EVT-HIT.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-SCAN.
	PERFORM FIND-NEXT-CANCEL
		THRU FIND-NEXT-CANCEL-EXIT
		UNTIL RFS-TA-EVT-HIT > 0
		OR RFS-TA-EVT-SCAN >= RFS-TA-EVT-USED.
	IF RFS-TA-EVT-HIT = 0
		GO TO JUDGE-ONE-CONVERT-EXIT
	END-IF.

	COMPUTE RFS-TA-HIT-DAYS = RFS-TA-EVT-INT (RFS-TA-EVT-HIT)
		- RFS-TA-EVT-INT (RFS-TA-EVT-IDX).
	IF RFS-TA-HIT-DAYS > RFS-TA-QUICK-DAYS
		GO TO JUDGE-ONE-CONVERT-EXIT
	END-IF.

	ADD 1 TO RFS-TA-QUICK-COUNT.

	COMPUTE RFS-TA-HIT-SCORE =
		50 + 3 * (RFS-TA-QUICK-DAYS - RFS-TA-HIT-DAYS).

	*> The trial that was converted, when it is in the period.
	MOVE RFS-TA-EVT-HIT TO RFS-TA-EVT-SCAN.
	MOVE 0 TO RFS-TA-EVT-HIT.
	MOVE 0 TO RFS-TA-TRL-SCAN.
	PERFORM FIND-CONVERTED-TRIAL
		THRU FIND-CONVERTED-TRIAL-EXIT
		UNTIL RFS-TA-TRL-SCAN >= RFS-TA-TRL-USED.

	IF RFS-TA-EVT-HIT > 0
		MOVE 3 TO RFS-TA-HIT-LINES
	ELSE
		MOVE 2 TO RFS-TA-HIT-LINES
	END-IF.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-IDX)  TO RFS-TA-HIT-FIRST.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-SCAN) TO RFS-TA-HIT-LAST.

	MOVE "QUICK-CANCEL" TO TA-HIT-PATTERN-OUT.
	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)    TO TA-HIT-SITE-OUT.
	MOVE RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX) TO TA-HIT-PRODUCT-OUT.
	MOVE "converted, then cancelled" TO TA-HIT-DETAIL-OUT.
	PERFORM WRITE-HIT-LINE.

	MOVE SPACES TO TA-SUP-NOTE-OUT.
	IF RFS-TA-EVT-HIT > 0
		PERFORM WRITE-SUPPORT-LINE
	END-IF.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-HIT.
	PERFORM WRITE-SUPPORT-LINE.
	MOVE RFS-TA-EVT-SCAN TO RFS-TA-EVT-HIT.
	PERFORM WRITE-SUPPORT-LINE.

JUDGE-ONE-CONVERT-EXIT.
	EXIT.

FIND-NEXT-CANCEL.

	ADD 1 TO RFS-TA-EVT-SCAN.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-SCAN) = "CANCEL"
			AND RFS-TA-EVT-SITE (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)
			AND RFS-TA-EVT-PRODUCT (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
		MOVE RFS-TA-EVT-SCAN TO RFS-TA-EVT-HIT
	END-IF.

FIND-NEXT-CANCEL-EXIT.
	EXIT.

FIND-CONVERTED-TRIAL.

	ADD 1 TO RFS-TA-TRL-SCAN.

	*> The latest TRIAL of the site/product before the convert.
	MOVE RFS-TA-TRL-EVT (RFS-TA-TRL-SCAN) TO RFS-TA-MOV-SCAN.
	IF RFS-TA-MOV-SCAN < RFS-TA-EVT-IDX
			AND RFS-TA-EVT-SITE (RFS-TA-MOV-SCAN)
				= RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)
			AND RFS-TA-EVT-PRODUCT (RFS-TA-MOV-SCAN)
				= RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
		MOVE RFS-TA-MOV-SCAN TO RFS-TA-EVT-HIT
	END-IF.

FIND-CONVERTED-TRIAL-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-TRANSFER-CHAINS    <*
*> *** The moves are collected,  <*
*> *** then each move not yet    <*
*> *** placed follows its        <*
*> *** history onward from the   <*
*> *** site it landed on         <*
*> ******************************* <*

REVIEW-TRANSFER-CHAINS.

	MOVE "Histories moved between sites repeatedly"
		TO TA-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	MOVE 0 TO RFS-TA-EVT-IDX.
	PERFORM COLLECT-ONE-MOVE
		THRU COLLECT-ONE-MOVE-EXIT
		UNTIL RFS-TA-EVT-IDX >= RFS-TA-EVT-USED.

	MOVE 0 TO RFS-TA-MOV-IDX.
	PERFORM CHAIN-ONE-MOVE
		THRU CHAIN-ONE-MOVE-EXIT
		UNTIL RFS-TA-MOV-IDX >= RFS-TA-MOV-USED.

	MOVE RFS-TA-MOVES-COUNT TO RFS-TA-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-TRANSFER-CHAINS-EXIT.
	EXIT.

COLLECT-ONE-MOVE.

	ADD 1 TO RFS-TA-EVT-IDX.

	*> ReyTransferRFS writes the target's TRANSFER line and the
	*> source's XFERFROM line back to back for every record
	*> of the history it moves.
	IF RFS-TA-EVT-OP (RFS-TA-EVT-IDX) NOT = "TRANSFER"
			OR RFS-TA-EVT-IDX >= RFS-TA-EVT-USED
		GO TO COLLECT-ONE-MOVE-EXIT
	END-IF.
	COMPUTE RFS-TA-EVT-SCAN = RFS-TA-EVT-IDX + 1.
	IF RFS-TA-EVT-OP (RFS-TA-EVT-SCAN) NOT = "XFERFROM"
			OR RFS-TA-EVT-PRODUCT (RFS-TA-EVT-SCAN)
				NOT = RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
			OR RFS-TA-EVT-SUB-ID (RFS-TA-EVT-SCAN)
				NOT = RFS-TA-EVT-SUB-ID (RFS-TA-EVT-IDX)
		GO TO COLLECT-ONE-MOVE-EXIT
	END-IF.

	*> A history of several records is still the one move.
	MOVE "N" TO RFS-TA-MOV-DUP-FLAG.
	MOVE 0 TO RFS-TA-MOV-SCAN.
	PERFORM TEST-ONE-MOVE
		THRU TEST-ONE-MOVE-EXIT
		UNTIL RFS-TA-MOV-DUPLICATE
		OR RFS-TA-MOV-SCAN >= RFS-TA-MOV-USED.
	IF RFS-TA-MOV-DUPLICATE
		GO TO COLLECT-ONE-MOVE-EXIT
	END-IF.

	IF RFS-TA-MOV-USED >= 1000
		DISPLAY "RFS-TA-MOVE-TABLE FULL - MORE THAN 1000 MOVES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-TA-MOV-USED.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-MOV-EVT (RFS-TA-MOV-USED).
	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-SCAN)
		TO RFS-TA-MOV-SOURCE (RFS-TA-MOV-USED).
	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)
		TO RFS-TA-MOV-TARGET (RFS-TA-MOV-USED).
	MOVE RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
		TO RFS-TA-MOV-PRODUCT (RFS-TA-MOV-USED).
	MOVE RFS-TA-EVT-INT (RFS-TA-EVT-IDX)
		TO RFS-TA-MOV-INT (RFS-TA-MOV-USED).
	MOVE 0 TO RFS-TA-MOV-CHAIN (RFS-TA-MOV-USED).

COLLECT-ONE-MOVE-EXIT.
	EXIT.

TEST-ONE-MOVE.

	ADD 1 TO RFS-TA-MOV-SCAN.

	IF RFS-TA-MOV-SOURCE (RFS-TA-MOV-SCAN)
				= RFS-TA-EVT-SITE (RFS-TA-EVT-SCAN)
			AND RFS-TA-MOV-TARGET (RFS-TA-MOV-SCAN)
				= RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)
			AND RFS-TA-MOV-PRODUCT (RFS-TA-MOV-SCAN)
				= RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
			AND RFS-TA-MOV-INT (RFS-TA-MOV-SCAN)
				= RFS-TA-EVT-INT (RFS-TA-EVT-IDX)
		SET RFS-TA-MOV-DUPLICATE TO TRUE
	END-IF.

TEST-ONE-MOVE-EXIT.
	EXIT.

CHAIN-ONE-MOVE.

	ADD 1 TO RFS-TA-MOV-IDX.

	IF RFS-TA-MOV-CHAIN (RFS-TA-MOV-IDX) NOT = 0
		GO TO CHAIN-ONE-MOVE-EXIT
	END-IF.

	MOVE RFS-TA-MOV-IDX TO RFS-TA-MOV-CHAIN (RFS-TA-MOV-IDX).
	MOVE RFS-TA-MOV-TARGET (RFS-TA-MOV-IDX) TO RFS-TA-CHAIN-TARGET.
	MOVE RFS-TA-MOV-INT (RFS-TA-MOV-IDX)    TO RFS-TA-CHAIN-START.
	MOVE 1 TO RFS-TA-HIT-LINES.
	MOVE RFS-TA-MOV-EVT (RFS-TA-MOV-IDX) TO RFS-TA-EVT-IDX.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-IDX) TO RFS-TA-HIT-FIRST.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-IDX) TO RFS-TA-HIT-LAST.

	MOVE SPACES TO RFS-TA-PATH.
	STRING RFS-TA-MOV-SOURCE (RFS-TA-MOV-IDX) DELIMITED BY SPACE
		">"                                  DELIMITED BY SIZE
		RFS-TA-MOV-TARGET (RFS-TA-MOV-IDX)   DELIMITED BY SPACE
		INTO RFS-TA-PATH.

	MOVE RFS-TA-MOV-IDX TO RFS-TA-MOV-SCAN.
	PERFORM FOLLOW-ONE-MOVE
		THRU FOLLOW-ONE-MOVE-EXIT
		UNTIL RFS-TA-MOV-SCAN >= RFS-TA-MOV-USED.

	IF RFS-TA-HIT-LINES < RFS-TA-MOVE-MIN
		GO TO CHAIN-ONE-MOVE-EXIT
	END-IF.

	ADD 1 TO RFS-TA-MOVES-COUNT.

	COMPUTE RFS-TA-HIT-SCORE = 40 + 20 * (RFS-TA-HIT-LINES - 1).

	MOVE "MOVES" TO TA-HIT-PATTERN-OUT.
	MOVE RFS-TA-CHAIN-TARGET TO TA-HIT-SITE-OUT.
	MOVE RFS-TA-MOV-PRODUCT (RFS-TA-MOV-IDX) TO TA-HIT-PRODUCT-OUT.
	MOVE RFS-TA-PATH TO TA-HIT-DETAIL-OUT.
	PERFORM WRITE-HIT-LINE.

	MOVE SPACES TO TA-SUP-NOTE-OUT.
	MOVE 0 TO RFS-TA-MOV-SCAN.
	PERFORM SUPPORT-ONE-MOVE
		THRU SUPPORT-ONE-MOVE-EXIT
		UNTIL RFS-TA-MOV-SCAN >= RFS-TA-MOV-USED.

CHAIN-ONE-MOVE-EXIT.
	EXIT.

FOLLOW-ONE-MOVE.

	ADD 1 TO RFS-TA-MOV-SCAN.

	IF RFS-TA-MOV-CHAIN (RFS-TA-MOV-SCAN) NOT = 0
			OR RFS-TA-MOV-SOURCE (RFS-TA-MOV-SCAN)
				NOT = RFS-TA-CHAIN-TARGET
			OR RFS-TA-MOV-PRODUCT (RFS-TA-MOV-SCAN)
				NOT = RFS-TA-MOV-PRODUCT (RFS-TA-MOV-IDX)
			OR RFS-TA-MOV-INT (RFS-TA-MOV-SCAN) - RFS-TA-CHAIN-START
				> RFS-TA-MOVE-DAYS
		GO TO FOLLOW-ONE-MOVE-EXIT
	END-IF.

	MOVE RFS-TA-MOV-IDX TO RFS-TA-MOV-CHAIN (RFS-TA-MOV-SCAN).
	MOVE RFS-TA-MOV-TARGET (RFS-TA-MOV-SCAN) TO RFS-TA-CHAIN-TARGET.
	ADD 1 TO RFS-TA-HIT-LINES.
	MOVE RFS-TA-MOV-EVT (RFS-TA-MOV-SCAN) TO RFS-TA-EVT-SCAN.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-SCAN) TO RFS-TA-HIT-LAST.

	MOVE SPACES TO RFS-TA-PATH-WORK.
	STRING RFS-TA-PATH          DELIMITED BY SPACE
		">"                    DELIMITED BY SIZE
		RFS-TA-CHAIN-TARGET    DELIMITED BY SPACE
		INTO RFS-TA-PATH-WORK.
	MOVE RFS-TA-PATH-WORK TO RFS-TA-PATH.

FOLLOW-ONE-MOVE-EXIT.
	EXIT.

SUPPORT-ONE-MOVE.

	ADD 1 TO RFS-TA-MOV-SCAN.

	IF RFS-TA-MOV-CHAIN (RFS-TA-MOV-SCAN) NOT = RFS-TA-MOV-IDX
		GO TO SUPPORT-ONE-MOVE-EXIT
	END-IF.

	MOVE RFS-TA-MOV-EVT (RFS-TA-MOV-SCAN) TO RFS-TA-EVT-HIT.
	PERFORM WRITE-SUPPORT-LINE.
	ADD 1 TO RFS-TA-EVT-HIT.
	PERFORM WRITE-SUPPORT-LINE.

SUPPORT-ONE-MOVE-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-RENEWAL-BURSTS     <*
*> *** Each RENEW line not yet   <*
*> *** claimed counts the        <*
*> *** renewals of its site/     <*
*> *** product in the week it    <*
*> *** opens                     <*
*> ******************************* <*

REVIEW-RENEWAL-BURSTS.

	MOVE "Sites renewed many times in one week"
		TO TA-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	MOVE 0 TO RFS-TA-EVT-IDX.
	PERFORM JUDGE-ONE-RENEWAL
		THRU JUDGE-ONE-RENEWAL-EXIT
		UNTIL RFS-TA-EVT-IDX >= RFS-TA-EVT-USED.

	MOVE RFS-TA-BURST-COUNT TO RFS-TA-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-RENEWAL-BURSTS-EXIT.
	EXIT.

JUDGE-ONE-RENEWAL.

	ADD 1 TO RFS-TA-EVT-IDX.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-IDX) NOT = "RENEW"
			OR RFS-TA-EVT-CLAIM (RFS-TA-EVT-IDX) NOT = 0
		GO TO JUDGE-ONE-RENEWAL-EXIT
	END-IF.

	MOVE 0 TO RFS-TA-HIT-LINES.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-IDX) TO RFS-TA-HIT-FIRST.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-SCAN.
	PERFORM COUNT-ONE-RENEWAL
		THRU COUNT-ONE-RENEWAL-EXIT
		UNTIL RFS-TA-EVT-SCAN > RFS-TA-EVT-USED.

	IF RFS-TA-HIT-LINES < RFS-TA-RENEW-MIN
		GO TO JUDGE-ONE-RENEWAL-EXIT
	END-IF.

	ADD 1 TO RFS-TA-BURST-COUNT.

	COMPUTE RFS-TA-HIT-SCORE = 20 * RFS-TA-HIT-LINES.

	MOVE "RENEW-BURST" TO TA-HIT-PATTERN-OUT.
	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)    TO TA-HIT-SITE-OUT.
	MOVE RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX) TO TA-HIT-PRODUCT-OUT.
	MOVE "renewals inside one week" TO TA-HIT-DETAIL-OUT.
	PERFORM WRITE-HIT-LINE.

	*> Claimed, so the same renewals do not open a second
	*> burst a day later.
	MOVE SPACES TO TA-SUP-NOTE-OUT.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-SCAN.
	PERFORM CLAIM-ONE-RENEWAL
		THRU CLAIM-ONE-RENEWAL-EXIT
		UNTIL RFS-TA-EVT-SCAN > RFS-TA-EVT-USED.

JUDGE-ONE-RENEWAL-EXIT.
	EXIT.

COUNT-ONE-RENEWAL.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-SCAN) = "RENEW"
			AND RFS-TA-EVT-SITE (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)
			AND RFS-TA-EVT-PRODUCT (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
			AND RFS-TA-EVT-INT (RFS-TA-EVT-SCAN)
				- RFS-TA-EVT-INT (RFS-TA-EVT-IDX)
				< RFS-TA-RENEW-DAYS
		ADD 1 TO RFS-TA-HIT-LINES
		MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-SCAN) TO RFS-TA-HIT-LAST
	END-IF.

	ADD 1 TO RFS-TA-EVT-SCAN.

COUNT-ONE-RENEWAL-EXIT.
	EXIT.

CLAIM-ONE-RENEWAL.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-SCAN) = "RENEW"
			AND RFS-TA-EVT-SITE (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)
			AND RFS-TA-EVT-PRODUCT (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
			AND RFS-TA-EVT-INT (RFS-TA-EVT-SCAN)
				- RFS-TA-EVT-INT (RFS-TA-EVT-IDX)
				< RFS-TA-RENEW-DAYS
		MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-CLAIM (RFS-TA-EVT-SCAN)
		MOVE RFS-TA-EVT-SCAN TO RFS-TA-EVT-HIT
		PERFORM WRITE-SUPPORT-LINE
	END-IF.

	ADD 1 TO RFS-TA-EVT-SCAN.

CLAIM-ONE-RENEWAL-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-ACTIVATION-CODES   <*
*> *** The ACTCODE lines of each <*
*> *** site/product are taken    <*
*> *** together and held against <*
*> *** the site/product's latest <*
*> *** record as it stands today <*
*> ******************************* <*

REVIEW-ACTIVATION-CODES.

	MOVE "Activation codes cut for sites that are not active"
		TO TA-SECTION-OUT.
	PERFORM WRITE-SECTION-HEADING.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-OK
		SET RFS-TA-RFS-PRESENT TO TRUE
	ELSE
		IF NOT RFS-STATUS-NOT-FOUND
			PERFORM HANDLE-RFS-ERROR
		END-IF
	END-IF.

	MOVE 0 TO RFS-TA-EVT-IDX.
	PERFORM JUDGE-ONE-ACTCODE
		THRU JUDGE-ONE-ACTCODE-EXIT
		UNTIL RFS-TA-EVT-IDX >= RFS-TA-EVT-USED.

	IF RFS-TA-RFS-PRESENT
		CLOSE RFS-FILE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
	END-IF.

	MOVE RFS-TA-ACTCODE-COUNT TO RFS-TA-SECTION-HITS.
	PERFORM CLOSE-SECTION.

REVIEW-ACTIVATION-CODES-EXIT.
	EXIT.

JUDGE-ONE-ACTCODE.

	ADD 1 TO RFS-TA-EVT-IDX.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-IDX) NOT = "ACTCODE"
			OR RFS-TA-EVT-CLAIM (RFS-TA-EVT-IDX) NOT = 0
		GO TO JUDGE-ONE-ACTCODE-EXIT
	END-IF.

	MOVE 0 TO RFS-TA-HIT-LINES.
	MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-IDX) TO RFS-TA-HIT-FIRST.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-SCAN.
	PERFORM CLAIM-ONE-ACTCODE
		THRU CLAIM-ONE-ACTCODE-EXIT
		UNTIL RFS-TA-EVT-SCAN > RFS-TA-EVT-USED.

	PERFORM JUDGE-SITE-STATE
		THRU JUDGE-SITE-STATE-EXIT.
	IF RFS-TA-SITE-STATE = SPACES
		GO TO JUDGE-ONE-ACTCODE-EXIT
	END-IF.

	ADD 1 TO RFS-TA-ACTCODE-COUNT.

	EVALUATE RFS-TA-SITE-STATE
		WHEN "CANCELLED"
		WHEN "NO-RECORD"
			MOVE 70 TO RFS-TA-HIT-SCORE
		WHEN "SUSPENDED"
			MOVE 60 TO RFS-TA-HIT-SCORE
		WHEN OTHER
			MOVE 50 TO RFS-TA-HIT-SCORE
	END-EVALUATE.
	COMPUTE RFS-TA-HIT-SCORE =
		RFS-TA-HIT-SCORE + 10 * (RFS-TA-HIT-LINES - 1).

	MOVE "ACTCODE" TO TA-HIT-PATTERN-OUT.
	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)    TO TA-HIT-SITE-OUT.
	MOVE RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX) TO TA-HIT-PRODUCT-OUT.
	MOVE SPACES TO TA-HIT-DETAIL-OUT.
	STRING "codes cut, latest record now " DELIMITED BY SIZE
		RFS-TA-SITE-STATE                  DELIMITED BY SPACE
		INTO TA-HIT-DETAIL-OUT.
	PERFORM WRITE-HIT-LINE.

	MOVE SPACES TO TA-SUP-NOTE-OUT.
	MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-SCAN.
	PERFORM SUPPORT-ONE-ACTCODE
		THRU SUPPORT-ONE-ACTCODE-EXIT
		UNTIL RFS-TA-EVT-SCAN > RFS-TA-EVT-USED.

JUDGE-ONE-ACTCODE-EXIT.
	EXIT.

CLAIM-ONE-ACTCODE.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-SCAN) = "ACTCODE"
			AND RFS-TA-EVT-SITE (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)
			AND RFS-TA-EVT-PRODUCT (RFS-TA-EVT-SCAN)
				= RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX)
		MOVE RFS-TA-EVT-IDX TO RFS-TA-EVT-CLAIM (RFS-TA-EVT-SCAN)
		ADD 1 TO RFS-TA-HIT-LINES
		MOVE RFS-TA-EVT-DATE (RFS-TA-EVT-SCAN) TO RFS-TA-HIT-LAST
	END-IF.

	ADD 1 TO RFS-TA-EVT-SCAN.

CLAIM-ONE-ACTCODE-EXIT.
	EXIT.

SUPPORT-ONE-ACTCODE.

	IF RFS-TA-EVT-OP (RFS-TA-EVT-SCAN) = "ACTCODE"
			AND RFS-TA-EVT-CLAIM (RFS-TA-EVT-SCAN) = RFS-TA-EVT-IDX
		MOVE RFS-TA-EVT-SCAN TO RFS-TA-EVT-HIT
		PERFORM WRITE-SUPPORT-LINE
	END-IF.

	ADD 1 TO RFS-TA-EVT-SCAN.

SUPPORT-ONE-ACTCODE-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-SITE-STATE          <*
*> *** SPACES when the latest    <*
*> *** record is plain active    <*
*> *** and inside its window     <*
*> *** plus grace; otherwise     <*
*> *** what it has become        <*
*> ******************************* <*

JUDGE-SITE-STATE.

	MOVE SPACES TO RFS-TA-SITE-STATE.

	IF NOT RFS-TA-RFS-PRESENT
		MOVE "NO-RECORD" TO RFS-TA-SITE-STATE
		GO TO JUDGE-SITE-STATE-EXIT
	END-IF.

	MOVE RFS-TA-EVT-SITE (RFS-TA-EVT-IDX)    TO RFS-LATEST-SEEK-SITE.
	MOVE RFS-TA-EVT-PRODUCT (RFS-TA-EVT-IDX) TO RFS-LATEST-SEEK-PRODUCT.
	PERFORM FIND-LATEST-RECORD-BY-KEY
		THRU FIND-LATEST-RECORD-BY-KEY-EXIT.

	IF NOT RFS-LATEST-FOUND
		MOVE "NO-RECORD" TO RFS-TA-SITE-STATE
		GO TO JUDGE-SITE-STATE-EXIT
	END-IF.

	EVALUATE RECORD-STATUS
		WHEN "C"
			MOVE "CANCELLED" TO RFS-TA-SITE-STATE
		WHEN "S"
			MOVE "SUSPENDED" TO RFS-TA-SITE-STATE
		WHEN "T"
			MOVE "TRIAL" TO RFS-TA-SITE-STATE
		WHEN OTHER
			COMPUTE RFS-TA-END-NUM =
				YEAR-END * 10000 + MONTH-END * 100 + DAY-END
			COMPUTE RFS-TA-END-INT =
				FUNCTION INTEGER-OF-DATE (RFS-TA-END-NUM)
				+ GRACE-DAYS
			IF RFS-TA-END-INT < RFS-TA-TODAY-INT
				MOVE "LAPSED" TO RFS-TA-SITE-STATE
			END-IF
	END-EVALUATE.

JUDGE-SITE-STATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-ABUSE-HEADING       <*
*> ******************************* <*

WRITE-ABUSE-HEADING.

	MOVE RFS-TA-TITLE-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

	MOVE RFS-TA-FROM-NUM TO TA-FROM-OUT.
	MOVE RFS-TA-TO-NUM   TO TA-TO-OUT.
	MOVE RFS-TA-PERIOD-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

	MOVE RFS-TA-TODAY-NUM TO TA-TODAY-OUT.
	IF RFS-SIGNON-USER = SPACES OR RFS-SIGNON-USER = LOW-VALUES
		MOVE "(not signed on)" TO TA-PRODUCER-OUT
	ELSE
		MOVE RFS-SIGNON-USER TO TA-PRODUCER-OUT
	END-IF.
	MOVE RFS-TA-PRODUCED-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

	MOVE RFS-TA-TRIAL-MIN  TO TA-RULE-TRIAL-OUT.
	MOVE RFS-TA-QUICK-DAYS TO TA-RULE-QUICK-OUT.
	MOVE RFS-TA-RULES-LINE-1 TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

	MOVE RFS-TA-MOVE-MIN   TO TA-RULE-MOVE-OUT.
	MOVE RFS-TA-MOVE-DAYS  TO TA-RULE-MSPAN-OUT.
	MOVE RFS-TA-RENEW-MIN  TO TA-RULE-RENEW-OUT.
	MOVE RFS-TA-RENEW-DAYS TO TA-RULE-RSPAN-OUT.
	MOVE RFS-TA-RULES-LINE-2 TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

	MOVE RFS-TA-HIGH-RISK TO TA-RULE-HIGH-OUT.
	MOVE RFS-TA-RULES-LINE-3 TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

WRITE-ABUSE-HEADING-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-ABUSE-TOTALS        <*
*> ******************************* <*

WRITE-ABUSE-TOTALS.

	MOVE SPACES TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.
	MOVE "Totals" TO TA-SECTION-OUT.
	MOVE RFS-TA-SECTION-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

	MOVE "Audit lines in the period" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-LINES-IN-PERIOD TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  read by the patterns" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-EVT-USED TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Trials in the period" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-TRL-USED TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  with no customer master record" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-NO-MASTER-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Repeated trials sharing an identity" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-SHARED-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Converted then cancelled within days" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-QUICK-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Histories moved repeatedly" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-MOVES-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Renewal bursts inside a week" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-BURST-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Codes cut for sites not active" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-ACTCODE-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "High-risk hits" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-HIGH-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Parked audit generations read" TO TA-TOTAL-LABEL.
	MOVE RFS-TA-GEN-READ-COUNT TO TA-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

WRITE-ABUSE-TOTALS-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-SECTION-HEADING     <*
*> *** and CLOSE-SECTION         <*
*> ******************************* <*

WRITE-SECTION-HEADING.

	MOVE SPACES TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.
	MOVE RFS-TA-SECTION-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.
	MOVE RFS-TA-HIT-COLUMN-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

WRITE-SECTION-HEADING-EXIT.
	EXIT.

CLOSE-SECTION.

	IF RFS-TA-SECTION-HITS = 0
		MOVE RFS-TA-NONE-LINE TO RFS-ABUSE-LINE
		PERFORM WRITE-ABUSE-LINE
	END-IF.

CLOSE-SECTION-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-HIT-LINE            <*
*> *** The caller has set the    <*
*> *** pattern, key and detail   <*
*> *** out fields and the hit's  <*
*> *** score, lines and dates    <*
*> ******************************* <*

WRITE-HIT-LINE.

	IF RFS-TA-HIT-SCORE > 99
		MOVE 99 TO RFS-TA-HIT-SCORE
	END-IF.

	ADD 1 TO RFS-TA-HIT-TOTAL.
	IF RFS-TA-HIT-SCORE >= RFS-TA-HIGH-RISK
		ADD 1 TO RFS-TA-HIGH-COUNT
	END-IF.

	MOVE RFS-TA-HIT-SCORE TO TA-HIT-SCORE-OUT.
	MOVE RFS-TA-HIT-LINES TO TA-HIT-LINES-OUT.
	MOVE RFS-TA-HIT-FIRST TO TA-HIT-FIRST-OUT.
	MOVE RFS-TA-HIT-LAST  TO TA-HIT-LAST-OUT.
	MOVE RFS-TA-HIT-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

WRITE-HIT-LINE-EXIT.
	EXIT.

WRITE-SUPPORT-LINE.

	MOVE RFS-TA-EVT-TEXT (RFS-TA-EVT-HIT) TO TA-SUP-TEXT-OUT.
	MOVE RFS-TA-SUPPORT-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

WRITE-SUPPORT-LINE-EXIT.
	EXIT.

WRITE-TOTAL-LINE.

	MOVE RFS-TA-TOTAL-LINE TO RFS-ABUSE-LINE.
	PERFORM WRITE-ABUSE-LINE.

WRITE-TOTAL-LINE-EXIT.
	EXIT.

WRITE-ABUSE-LINE.

	WRITE RFS-ABUSE-LINE.
	IF NOT RFS-ABUSE-STATUS-OK
		PERFORM HANDLE-RFS-ABUSE-ERROR
	END-IF.

WRITE-ABUSE-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-ABUSE-ERROR    <*
*> ******************************* <*

HANDLE-RFS-ABUSE-ERROR.
	DISPLAY "RFS-ABUSE-FILE ERROR - FILE STATUS " RFS-ABUSE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-ABUSE-ERROR-EXIT.
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

*> ******************************* <*
*> *** HANDLE-RFS-CUST-ERROR     <*
*> ******************************* <*

HANDLE-RFS-CUST-ERROR.
	DISPLAY "RFS-CUST-FILE ERROR - FILE STATUS " RFS-CUST-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-CUST-ERROR-EXIT.
	EXIT.

	COPY "rfs.latest.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
