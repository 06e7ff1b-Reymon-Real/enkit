*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyAccessReview.cbl  *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Operator activity and        *** <*
*> *** segregation-of-duties review *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyAccessReview.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "audit.env.cpy".
			COPY "audgen.env.cpy".
			COPY "opers.env.cpy".
			COPY "pending.env.cpy".
			COPY "holiday.env.cpy".
			COPY "accrev.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "audit.fd.cpy".
		COPY "audgen.fd.cpy".
		COPY "opers.fd.cpy".
		COPY "pending.fd.cpy".
		COPY "holiday.fd.cpy".
		COPY "accrev.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "audit.status.cpy".
		COPY "audgen.status.cpy".
		COPY "opers.status.cpy".
		COPY "pending.status.cpy".
		COPY "holiday.status.cpy".
		COPY "accrev.status.cpy".

		COPY "audgen-ws.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "rfs.busdays-ws.cpy".

		COPY "signon-ws.cpy".

		01 RFS-AR-TODAY-NUM PIC 9(08).
		01 RFS-AR-TODAY-INT USAGE BINARY-LONG.

		01 RFS-AR-FROM-NUM PIC 9(08).
		01 RFS-AR-TO-NUM   PIC 9(08).
		01 RFS-AR-DORMANT-DAYS PIC 9(04).

		*> With no period given the review covers the last
		*> quarter, and an account idle this many days is
		*> dormant.
		01 RFS-AR-DEFAULT-SPAN    PIC 9(03) VALUE 91.
		01 RFS-AR-DEFAULT-DORMANT PIC 9(04) VALUE 90.

		*> The working day - an action stamped before the start
		*> or at/after the end, on a Saturday or Sunday, or on an
		*> rfs-holidays.csv day for its site (or ALL), is flagged.
		01 RFS-AR-DAY-START PIC 9(06) VALUE 080000.
		01 RFS-AR-DAY-END   PIC 9(06) VALUE 180000.

		*> Two operators are flagged once they have approved each
		*> other's requests at least this often between them.
		01 RFS-AR-PAIR-MIN PIC 9(03) VALUE 3.

		*> The trail is read from the earlier of the period start
		*> and the dormancy horizon, so an operator's last action
		*> is found even when it falls before the period.
		01 RFS-AR-HORIZON-NUM PIC 9(08).
		01 RFS-AR-SCAN-NUM    PIC 9(08).
		01 RFS-AR-SCAN-PARTS REDEFINES RFS-AR-SCAN-NUM.
			05 RFS-AR-SCAN-YEAR  PIC 9(04).
			05 RFS-AR-SCAN-MONTH PIC 9(02).
			05 RFS-AR-SCAN-DAY   PIC 9(02).

		01 RFS-AR-GEN-YEAR  PIC 9(04).
		01 RFS-AR-GEN-MONTH PIC 9(02).
		01 RFS-AR-GEN-NUM   PIC 9(06).
		01 RFS-AR-LAST-NUM  PIC 9(06).

		01 RFS-AR-EOF-FLAG PIC X(01).
			88 RFS-AR-EOF VALUE "Y".

		01 RFS-AR-REQUEST-OK-FLAG PIC X(01) VALUE "N".
			88 RFS-AR-REQUEST-OK VALUE "Y".

		*> No register means the gates are not in use yet - there
		*> are no grants to hold actions or dormant accounts to.
		01 RFS-AR-REGISTER-FLAG PIC X(01) VALUE "N".
			88 RFS-AR-REGISTER-PRESENT VALUE "Y".

		*> The line in hand.
		01 RFS-AR-LINE-NUM  PIC 9(08).
		01 RFS-AR-LINE-TIME PIC 9(06).
		01 RFS-AR-LINE-INT  USAGE BINARY-LONG.
		01 RFS-AR-LINE-DOW  USAGE BINARY-LONG.
		01 RFS-AR-GRANT-IDX PIC 9(01).

		*> Every operator in rfs-operators.dat, in key order,
		*> followed by any user the trail names who is not in it;
		*> 200 operators is the whole staff several times over.
		01 RFS-AR-OPER-TABLE.
			05 RFS-AR-OPER-ENTRY OCCURS 200 TIMES.
				10 RFS-AR-OPER-USER     PIC X(08).
				10 RFS-AR-OPER-NAME     PIC X(25).
				10 RFS-AR-OPER-GRANTS   PIC X(06).
				10 RFS-AR-OPER-ENROLLED PIC X(01).
					88 RFS-AR-OPER-IS-ENROLLED VALUE "Y".
				10 RFS-AR-OPER-LAST     PIC 9(08).
				10 RFS-AR-OPER-ACTIONS  PIC 9(06).

		01 RFS-AR-OPER-USED PIC 9(03) VALUE 0.
		01 RFS-AR-OPER-IDX  PIC 9(03).
		01 RFS-AR-OPER-HIT  PIC 9(03).
		01 RFS-AR-LOOK-USER PIC X(08).

		*> Actions in the period by operator and operation.
		01 RFS-AR-ACT-TABLE.
			05 RFS-AR-ACT-ENTRY OCCURS 3000 TIMES.
				10 RFS-AR-ACT-OPER  PIC 9(03).
				10 RFS-AR-ACT-OP    PIC X(09).
				10 RFS-AR-ACT-COUNT PIC 9(06).

		01 RFS-AR-ACT-USED PIC 9(04) VALUE 0.
		01 RFS-AR-ACT-IDX  PIC 9(04).
		01 RFS-AR-ACT-HIT  PIC 9(04).

		*> Approvals decided in the period, by requester and
		*> reviewer.
		01 RFS-AR-PAIR-TABLE.
			05 RFS-AR-PAIR-ENTRY OCCURS 500 TIMES.
				10 RFS-AR-PAIR-REQUESTER PIC X(08).
				10 RFS-AR-PAIR-REVIEWER  PIC X(08).
				10 RFS-AR-PAIR-COUNT     PIC 9(05).

		01 RFS-AR-PAIR-USED PIC 9(03) VALUE 0.
		01 RFS-AR-PAIR-IDX  PIC 9(03).
		01 RFS-AR-PAIR-HIT  PIC 9(03).
		01 RFS-AR-BACK-IDX  PIC 9(03).
		01 RFS-AR-BACK-HIT  PIC 9(03).
		01 RFS-AR-LOOK-REQUESTER PIC X(08).
		01 RFS-AR-LOOK-REVIEWER  PIC X(08).
		01 RFS-AR-PAIR-TOTAL PIC 9(06).

		01 RFS-AR-DORMANT-INT USAGE BINARY-LONG.
		01 RFS-AR-IDLE-DAYS   USAGE BINARY-LONG.

		01 RFS-AR-LINES-READ    PIC 9(07) VALUE 0.
		01 RFS-AR-LINES-IN-PERIOD PIC 9(07) VALUE 0.
		01 RFS-AR-UNATTRIBUTED  PIC 9(07) VALUE 0.
		01 RFS-AR-OUT-HOURS-COUNT   PIC 9(05) VALUE 0.
		01 RFS-AR-WEEKEND-COUNT     PIC 9(05) VALUE 0.
		01 RFS-AR-HOLIDAY-COUNT     PIC 9(05) VALUE 0.
		01 RFS-AR-NOT-PERMIT-COUNT  PIC 9(05) VALUE 0.
		01 RFS-AR-SELF-GRANT-COUNT  PIC 9(05) VALUE 0.
		01 RFS-AR-MUTUAL-COUNT      PIC 9(05) VALUE 0.
		01 RFS-AR-DORMANT-COUNT     PIC 9(05) VALUE 0.
		01 RFS-AR-GEN-READ-COUNT    PIC 9(04) VALUE 0.
		01 RFS-AR-EXCEPTION-COUNT   PIC 9(06) VALUE 0.

		01 RFS-AR-TITLE-LINE PIC X(120)
			VALUE "Operator activity and segregation-of-duties review".

		01 RFS-AR-PERIOD-LINE.
			05 FILLER            PIC X(20) VALUE "Review period     : ".
			05 AR-FROM-OUT       PIC 9(08).
			05 FILLER            PIC X(04) VALUE " to ".
			05 AR-TO-OUT         PIC 9(08).

		01 RFS-AR-PRODUCED-LINE.
			05 FILLER            PIC X(20) VALUE "Produced on       : ".
			05 AR-TODAY-OUT      PIC 9(08).
			05 FILLER            PIC X(06) VALUE " by   ".
			05 AR-PRODUCER-OUT   PIC X(16).

		01 RFS-AR-RULES-LINE.
			05 FILLER            PIC X(20) VALUE "Working day       : ".
			05 AR-DAY-START-OUT  PIC 99B99B99.
			05 FILLER            PIC X(03) VALUE " - ".
			05 AR-DAY-END-OUT    PIC 99B99B99.
			05 FILLER            PIC X(26)
				VALUE " Mon-Fri, less holidays.  ".
			05 FILLER            PIC X(16) VALUE "Dormant after : ".
			05 AR-DORMANT-OUT    PIC ZZZ9.
			05 FILLER            PIC X(05) VALUE " days".

		01 RFS-AR-NO-REGISTER-LINE PIC X(120)
			VALUE
			"rfs-operators.dat not in use - grant and dormancy checks skipped".

		01 RFS-AR-SECTION-LINE.
			05 AR-SECTION-OUT    PIC X(60).

		01 RFS-AR-EXC-COLUMN-LINE PIC X(120)
			VALUE
			"Date     Time   User     Operation Site     Prod Flag          Detail".

		01 RFS-AR-EXC-LINE.
			05 AR-EXC-DATE-OUT   PIC 9(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-EXC-TIME-OUT   PIC 9(06).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-EXC-USER-OUT   PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-EXC-OP-OUT     PIC X(09).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-EXC-SITE-OUT   PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-EXC-PRODUCT-OUT PIC X(04).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-EXC-FLAG-OUT   PIC X(13).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-EXC-DETAIL-OUT PIC X(40).

		01 RFS-AR-ACT-COLUMN-LINE PIC X(120)
			VALUE
			"User     Name                      Grants Operation  Actions".

		01 RFS-AR-ACT-LINE.
			05 AR-ACT-USER-OUT   PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-ACT-NAME-OUT   PIC X(25).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-ACT-GRANTS-OUT PIC X(06).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-ACT-OP-OUT     PIC X(09).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-ACT-COUNT-OUT  PIC ZZZZZ9.

		01 RFS-AR-PAIR-COLUMN-LINE PIC X(120)
			VALUE
			"Operator Approved  Operator Approved  Together".

		01 RFS-AR-PAIR-LINE.
			05 AR-PAIR-A-OUT     PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-PAIR-A-COUNT-OUT PIC ZZZZ9.
			05 FILLER            PIC X(04) VALUE SPACES.
			05 AR-PAIR-B-OUT     PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-PAIR-B-COUNT-OUT PIC ZZZZ9.
			05 FILLER            PIC X(04) VALUE SPACES.
			05 AR-PAIR-TOTAL-OUT PIC ZZZZ9.

		01 RFS-AR-DORM-COLUMN-LINE PIC X(120)
			VALUE
			"User     Name                      Grants Last action  Idle days".

		01 RFS-AR-DORM-LINE.
			05 AR-DORM-USER-OUT  PIC X(08).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-DORM-NAME-OUT  PIC X(25).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-DORM-GRANTS-OUT PIC X(06).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-DORM-LAST-OUT  PIC X(12).
			05 FILLER            PIC X(01) VALUE SPACE.
			05 AR-DORM-IDLE-OUT  PIC X(10).

		01 RFS-AR-NUM-TEXT PIC Z(07)9.

		01 RFS-AR-NONE-LINE PIC X(120)
			VALUE "  None.".

		01 RFS-AR-TOTAL-LINE.
			05 FILLER            PIC X(02) VALUE SPACES.
			05 AR-TOTAL-LABEL    PIC X(44).
			05 AR-TOTAL-OUT      PIC ZZZZZZ9.

		01 RFS-AR-SIGNOFF-1 PIC X(120)
			VALUE "Access review sign-off".
		01 RFS-AR-SIGNOFF-2 PIC X(120)
			VALUE
			"Reviewed by   : ______________________________   Date : ____________".
		01 RFS-AR-SIGNOFF-3 PIC X(120)
			VALUE
			"Signature     : ______________________________".
		01 RFS-AR-SIGNOFF-4 PIC X(120)
			VALUE
			"Actions taken : ____________________________________________________".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-FROM-DATE    PIC X(08).
		01 RFS-IN-TO-DATE      PIC X(08).
		01 RFS-IN-DORMANT-DAYS PIC X(04).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function produces the periodic access review the
*>     auditors ask for, reading rfs-audit.dat and its parked
*>     rfs-audit.YYYYMM.dat generations together with
*>     rfs-operators.dat and rfs-pending.dat, and writes it to
*>     rfs-access-review.txt. It lists, for the period: every
*>     action flagged as taken outside the working day, on a
*>     weekend or on an rfs-holidays.csv day for its site;
*>     every action by a user whose current grants would no
*>     longer allow it (RENEW, COTERM and QUOTE need the renew
*>     grant, CANCEL cancel, SUSPEND and RESUME suspend,
*>     PARAMSET params); and every ReyOperMaint change an
*>     operator made to their own grants. It then counts each
*>     operator's actions by operation, lists operator pairs
*>     who have approved each other's rfs-pending.dat requests,
*>     and lists accounts holding cancel or suspend rights with
*>     no action in the dormancy span. Totals and a sign-off
*>     block close the listing so the security officer can
*>     file it as evidence of the review. Lines that name no
*>     user are counted, not judged.
*>
*> Parameters:
*>     RFS-IN-FROM-DATE, RFS-IN-TO-DATE - inclusive YYYYMMDD
*>     period; SPACES mean the last quarter up to today
*>     RFS-IN-DORMANT-DAYS - days without an action after which
*>     an account is dormant; SPACES mean 90
*>
*> Return:
*>     RETURN-CODE is zero when nothing was flagged, 4 when the
*>     review lists exceptions, 20 for a period or dormancy
*>     span that does not decode, 16 when a file operation
*>     could not be completed or a table overflowed
*>

PROCEDURE DIVISION USING RFS-IN-FROM-DATE RFS-IN-TO-DATE
		RFS-IN-DORMANT-DAYS.

	PERFORM DECODE-REVIEW-REQUEST
		THRU DECODE-REVIEW-REQUEST-EXIT.
	IF NOT RFS-AR-REQUEST-OK
		DISPLAY "ReyAccessReview - PERIOD REJECTED" UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		GOBACK
	END-IF.

	PERFORM LOAD-OPERATOR-REGISTER
		THRU LOAD-OPERATOR-REGISTER-EXIT.

	OPEN OUTPUT RFS-ACCREV-FILE.
	IF NOT RFS-ACCREV-STATUS-OK
		PERFORM HANDLE-RFS-ACCREV-ERROR
	END-IF.
	PERFORM WRITE-REVIEW-HEADING
		THRU WRITE-REVIEW-HEADING-EXIT.

	PERFORM SCAN-AUDIT-TRAIL
		THRU SCAN-AUDIT-TRAIL-EXIT.
	IF RFS-AR-EXCEPTION-COUNT = 0
		PERFORM WRITE-NONE-LINE
	END-IF.

	PERFORM WRITE-OPERATOR-ACTIVITY
		THRU WRITE-OPERATOR-ACTIVITY-EXIT.
	PERFORM REVIEW-MUTUAL-APPROVALS
		THRU REVIEW-MUTUAL-APPROVALS-EXIT.
	PERFORM REVIEW-DORMANT-ACCOUNTS
		THRU REVIEW-DORMANT-ACCOUNTS-EXIT.
	PERFORM WRITE-REVIEW-TOTALS
		THRU WRITE-REVIEW-TOTALS-EXIT.

	CLOSE RFS-ACCREV-FILE.
	IF NOT RFS-ACCREV-STATUS-OK
		PERFORM HANDLE-RFS-ACCREV-ERROR
	END-IF.

	COMPUTE RFS-AR-EXCEPTION-COUNT = RFS-AR-EXCEPTION-COUNT
		+ RFS-AR-MUTUAL-COUNT + RFS-AR-DORMANT-COUNT.
	DISPLAY "ReyAccessReview - EXCEPTIONS " RFS-AR-EXCEPTION-COUNT
		UPON CONSOLE.

	IF RFS-AR-EXCEPTION-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GOBACK.

*> ******************************* <*
*> *** DECODE-REVIEW-REQUEST     <*
*> *** The period has to be real <*
*> *** dates in order; blanks    <*
*> *** take the defaults         <*
*> ******************************* <*

DECODE-REVIEW-REQUEST.

	ACCEPT RFS-AR-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-AR-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-AR-TODAY-NUM).

	IF RFS-IN-TO-DATE = SPACES
		MOVE RFS-AR-TODAY-NUM TO RFS-AR-TO-NUM
	ELSE
		IF RFS-IN-TO-DATE NOT NUMERIC
			GO TO DECODE-REVIEW-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-TO-DATE TO RFS-AR-TO-NUM
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (RFS-AR-TO-NUM) NOT = 0
		GO TO DECODE-REVIEW-REQUEST-EXIT
	END-IF.

	IF RFS-IN-FROM-DATE = SPACES
		COMPUTE RFS-AR-FROM-NUM = FUNCTION DATE-OF-INTEGER (
			FUNCTION INTEGER-OF-DATE (RFS-AR-TO-NUM)
			- RFS-AR-DEFAULT-SPAN)
	ELSE
		IF RFS-IN-FROM-DATE NOT NUMERIC
			GO TO DECODE-REVIEW-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-FROM-DATE TO RFS-AR-FROM-NUM
	END-IF.
	IF FUNCTION TEST-DATE-YYYYMMDD (RFS-AR-FROM-NUM) NOT = 0
		GO TO DECODE-REVIEW-REQUEST-EXIT
	END-IF.

	IF RFS-AR-FROM-NUM > RFS-AR-TO-NUM
		GO TO DECODE-REVIEW-REQUEST-EXIT
	END-IF.

	IF RFS-IN-DORMANT-DAYS = SPACES
		MOVE RFS-AR-DEFAULT-DORMANT TO RFS-AR-DORMANT-DAYS
	ELSE
		IF RFS-IN-DORMANT-DAYS NOT NUMERIC
			GO TO DECODE-REVIEW-REQUEST-EXIT
		END-IF
		MOVE RFS-IN-DORMANT-DAYS TO RFS-AR-DORMANT-DAYS
	END-IF.

	COMPUTE RFS-AR-DORMANT-INT =
		RFS-AR-TODAY-INT - RFS-AR-DORMANT-DAYS.
	COMPUTE RFS-AR-HORIZON-NUM =
		FUNCTION DATE-OF-INTEGER (RFS-AR-DORMANT-INT).
	IF RFS-AR-HORIZON-NUM < RFS-AR-FROM-NUM
		MOVE RFS-AR-HORIZON-NUM TO RFS-AR-SCAN-NUM
	ELSE
		MOVE RFS-AR-FROM-NUM TO RFS-AR-SCAN-NUM
	END-IF.

	SET RFS-AR-REQUEST-OK TO TRUE.

DECODE-REVIEW-REQUEST-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-OPERATOR-REGISTER    <*
*> *** The register as it stands <*
*> *** today - current grants    <*
*> *** are what every past       <*
*> *** action is held against    <*
*> ******************************* <*

LOAD-OPERATOR-REGISTER.

	OPEN INPUT RFS-OPER-FILE.
	IF RFS-OPER-STATUS-NOT-FOUND
		GO TO LOAD-OPERATOR-REGISTER-EXIT
	END-IF.
	IF NOT RFS-OPER-STATUS-OK
		PERFORM HANDLE-RFS-OPER-ERROR
	END-IF.

	SET RFS-AR-REGISTER-PRESENT TO TRUE.
	MOVE "N" TO RFS-AR-EOF-FLAG.
	PERFORM LOAD-ONE-OPERATOR
		THRU LOAD-ONE-OPERATOR-EXIT
		UNTIL RFS-AR-EOF.

	CLOSE RFS-OPER-FILE.
	IF NOT RFS-OPER-STATUS-OK
		PERFORM HANDLE-RFS-OPER-ERROR
	END-IF.

LOAD-OPERATOR-REGISTER-EXIT.
	EXIT.

LOAD-ONE-OPERATOR.

	READ RFS-OPER-FILE NEXT RECORD.

	IF RFS-OPER-STATUS-EOF
		SET RFS-AR-EOF TO TRUE
		GO TO LOAD-ONE-OPERATOR-EXIT
	END-IF.

	IF NOT RFS-OPER-STATUS-OK
		PERFORM HANDLE-RFS-OPER-ERROR
	END-IF.

	PERFORM ADD-OPERATOR-SLOT.
	MOVE OPER-USER-ID       TO RFS-AR-OPER-USER (RFS-AR-OPER-USED).
	MOVE OPER-DISPLAY-NAME  TO RFS-AR-OPER-NAME (RFS-AR-OPER-USED).
	MOVE OPER-ALLOW-INQUIRE TO RFS-AR-OPER-GRANTS (RFS-AR-OPER-USED) (1:1).
	MOVE OPER-ALLOW-RENEW   TO RFS-AR-OPER-GRANTS (RFS-AR-OPER-USED) (2:1).
	MOVE OPER-ALLOW-CANCEL  TO RFS-AR-OPER-GRANTS (RFS-AR-OPER-USED) (3:1).
	MOVE OPER-ALLOW-SUSPEND TO RFS-AR-OPER-GRANTS (RFS-AR-OPER-USED) (4:1).
	MOVE OPER-ALLOW-IMPORT  TO RFS-AR-OPER-GRANTS (RFS-AR-OPER-USED) (5:1).
	MOVE OPER-ALLOW-PARAMS  TO RFS-AR-OPER-GRANTS (RFS-AR-OPER-USED) (6:1).
	MOVE "Y" TO RFS-AR-OPER-ENROLLED (RFS-AR-OPER-USED).

LOAD-ONE-OPERATOR-EXIT.
	EXIT.

ADD-OPERATOR-SLOT.

	IF RFS-AR-OPER-USED >= 200
		DISPLAY "RFS-AR-OPER-TABLE FULL - MORE THAN 200 OPERATORS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-AR-OPER-USED.
	MOVE SPACES TO RFS-AR-OPER-NAME (RFS-AR-OPER-USED).
	MOVE "NNNNNN" TO RFS-AR-OPER-GRANTS (RFS-AR-OPER-USED).
	MOVE "N" TO RFS-AR-OPER-ENROLLED (RFS-AR-OPER-USED).
	MOVE 0 TO RFS-AR-OPER-LAST (RFS-AR-OPER-USED).
	MOVE 0 TO RFS-AR-OPER-ACTIONS (RFS-AR-OPER-USED).

ADD-OPERATOR-SLOT-EXIT.
	EXIT.

*> ******************************* <*
*> *** SCAN-AUDIT-TRAIL          <*
*> *** Every parked generation   <*
*> *** from the scan start's     <*
*> *** month on, then the        <*
*> *** current trail             <*
*> ******************************* <*

SCAN-AUDIT-TRAIL.

	MOVE RFS-AR-SCAN-YEAR  TO RFS-AR-GEN-YEAR.
	MOVE RFS-AR-SCAN-MONTH TO RFS-AR-GEN-MONTH.
	COMPUTE RFS-AR-GEN-NUM =
		RFS-AR-GEN-YEAR * 100 + RFS-AR-GEN-MONTH.
	COMPUTE RFS-AR-LAST-NUM = RFS-AR-TODAY-NUM / 100.

	PERFORM SCAN-ONE-GENERATION
		THRU SCAN-ONE-GENERATION-EXIT
		UNTIL RFS-AR-GEN-NUM > RFS-AR-LAST-NUM.

	OPEN INPUT RFS-AUDIT-FILE.
	IF RFS-AUDIT-STATUS-NOT-FOUND
		GO TO SCAN-AUDIT-TRAIL-EXIT
	END-IF.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	MOVE "N" TO RFS-AR-EOF-FLAG.
	PERFORM SCAN-ONE-TRAIL-LINE
		THRU SCAN-ONE-TRAIL-LINE-EXIT
		UNTIL RFS-AR-EOF.

	CLOSE RFS-AUDIT-FILE.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

SCAN-AUDIT-TRAIL-EXIT.
	EXIT.

SCAN-ONE-GENERATION.

	MOVE SPACES TO RFS-AUDGEN-OPEN-NAME.
	STRING "rfs-audit."      DELIMITED BY SIZE
		RFS-AR-GEN-YEAR     DELIMITED BY SIZE
		RFS-AR-GEN-MONTH    DELIMITED BY SIZE
		".dat"              DELIMITED BY SIZE
		INTO RFS-AUDGEN-OPEN-NAME.

	OPEN INPUT RFS-AUDGEN-FILE.
	IF RFS-AUDGEN-STATUS-NOT-FOUND
		GO TO SCAN-ONE-GENERATION-NEXT
	END-IF.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	ADD 1 TO RFS-AR-GEN-READ-COUNT.
	MOVE "N" TO RFS-AR-EOF-FLAG.
	PERFORM SCAN-ONE-PARKED-LINE
		THRU SCAN-ONE-PARKED-LINE-EXIT
		UNTIL RFS-AR-EOF.

	CLOSE RFS-AUDGEN-FILE.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

SCAN-ONE-GENERATION-NEXT.

	IF RFS-AR-GEN-MONTH = 12
		ADD 1 TO RFS-AR-GEN-YEAR
		MOVE 1 TO RFS-AR-GEN-MONTH
	ELSE
		ADD 1 TO RFS-AR-GEN-MONTH
	END-IF.
	COMPUTE RFS-AR-GEN-NUM =
		RFS-AR-GEN-YEAR * 100 + RFS-AR-GEN-MONTH.

SCAN-ONE-GENERATION-EXIT.
	EXIT.

SCAN-ONE-PARKED-LINE.

	READ RFS-AUDGEN-FILE.

	IF RFS-AUDGEN-STATUS-EOF
		SET RFS-AR-EOF TO TRUE
		GO TO SCAN-ONE-PARKED-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	MOVE RFS-AUDGEN-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM REVIEW-AUDIT-LINE
		THRU REVIEW-AUDIT-LINE-EXIT.

SCAN-ONE-PARKED-LINE-EXIT.
	EXIT.

SCAN-ONE-TRAIL-LINE.

	READ RFS-AUDIT-FILE.

	IF RFS-AUDIT-STATUS = "10"
		SET RFS-AR-EOF TO TRUE
		GO TO SCAN-ONE-TRAIL-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	MOVE RFS-AUDIT-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM REVIEW-AUDIT-LINE
		THRU REVIEW-AUDIT-LINE-EXIT.

SCAN-ONE-TRAIL-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-AUDIT-LINE         <*
*> *** Notes the user's latest   <*
*> *** action, and for a line    <*
*> *** inside the period counts  <*
*> *** it and judges its timing, <*
*> *** the user's right to it,   <*
*> *** and a grant change made   <*
*> *** to oneself                <*
*> ******************************* <*

REVIEW-AUDIT-LINE.

	IF PARSE-AUDIT-YEAR NOT NUMERIC
			OR PARSE-AUDIT-MONTH NOT NUMERIC
			OR PARSE-AUDIT-DAY NOT NUMERIC
			OR PARSE-AUDIT-HOUR NOT NUMERIC
			OR PARSE-AUDIT-MINUTE NOT NUMERIC
			OR PARSE-AUDIT-SECOND NOT NUMERIC
		GO TO REVIEW-AUDIT-LINE-EXIT
	END-IF.

	*> The carry-forward marker a rotation leaves is the
	*> subsystem's own bookkeeping, not an operator's action.
	IF PARSE-AUDIT-OPERATION = "ROTATE"
		GO TO REVIEW-AUDIT-LINE-EXIT
	END-IF.

	COMPUTE RFS-AR-LINE-NUM =
		PARSE-AUDIT-YEAR * 10000 + PARSE-AUDIT-MONTH * 100 +
		PARSE-AUDIT-DAY.
	IF RFS-AR-LINE-NUM < RFS-AR-SCAN-NUM
			OR RFS-AR-LINE-NUM > RFS-AR-TODAY-NUM
		GO TO REVIEW-AUDIT-LINE-EXIT
	END-IF.
	COMPUTE RFS-AR-LINE-TIME =
		PARSE-AUDIT-HOUR * 10000 + PARSE-AUDIT-MINUTE * 100 +
		PARSE-AUDIT-SECOND.

	ADD 1 TO RFS-AR-LINES-READ.

	IF RFS-AR-LINE-NUM >= RFS-AR-FROM-NUM
			AND RFS-AR-LINE-NUM <= RFS-AR-TO-NUM
		ADD 1 TO RFS-AR-LINES-IN-PERIOD
	END-IF.

	IF PARSE-AUDIT-USER-ID = SPACES
			OR PARSE-AUDIT-USER-ID = LOW-VALUES
		IF RFS-AR-LINE-NUM >= RFS-AR-FROM-NUM
				AND RFS-AR-LINE-NUM <= RFS-AR-TO-NUM
			ADD 1 TO RFS-AR-UNATTRIBUTED
		END-IF
		GO TO REVIEW-AUDIT-LINE-EXIT
	END-IF.

	MOVE PARSE-AUDIT-USER-ID TO RFS-AR-LOOK-USER.
	PERFORM FIND-OPERATOR.
	IF RFS-AR-OPER-HIT = 0
		PERFORM ADD-OPERATOR-SLOT
		MOVE RFS-AR-LOOK-USER TO RFS-AR-OPER-USER (RFS-AR-OPER-USED)
		MOVE RFS-AR-OPER-USED TO RFS-AR-OPER-HIT
	END-IF.

	IF RFS-AR-LINE-NUM > RFS-AR-OPER-LAST (RFS-AR-OPER-HIT)
		MOVE RFS-AR-LINE-NUM TO RFS-AR-OPER-LAST (RFS-AR-OPER-HIT)
	END-IF.

	IF RFS-AR-LINE-NUM < RFS-AR-FROM-NUM
			OR RFS-AR-LINE-NUM > RFS-AR-TO-NUM
		GO TO REVIEW-AUDIT-LINE-EXIT
	END-IF.

	ADD 1 TO RFS-AR-OPER-ACTIONS (RFS-AR-OPER-HIT).
	PERFORM COUNT-OPERATOR-ACTION.

	PERFORM JUDGE-ACTION-TIMING
		THRU JUDGE-ACTION-TIMING-EXIT.
	PERFORM JUDGE-ACTION-PERMISSION
		THRU JUDGE-ACTION-PERMISSION-EXIT.

	*> ReyOperMaint puts the user whose grants changed in the
	*> site column.
	IF PARSE-AUDIT-OPERATION = "OPERSET"
			AND PARSE-AUDIT-SITE-CODE = PARSE-AUDIT-USER-ID
		ADD 1 TO RFS-AR-SELF-GRANT-COUNT
		MOVE "SELF-GRANT" TO AR-EXC-FLAG-OUT
		MOVE SPACES TO AR-EXC-DETAIL-OUT
		STRING "grants "            DELIMITED BY SIZE
			PARSE-AUDIT-OLD-END-DATE (3:6) DELIMITED BY SIZE
			" -> "                  DELIMITED BY SIZE
			PARSE-AUDIT-NEW-END-DATE (3:6) DELIMITED BY SIZE
			INTO AR-EXC-DETAIL-OUT
		PERFORM WRITE-EXCEPTION-LINE
	END-IF.

REVIEW-AUDIT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-ACTION-TIMING       <*
*> *** Day 1 of the integer date <*
*> *** scale (1601-01-01) was a  <*
*> *** Monday, so MOD(int - 1,   <*
*> *** 7) is 5 or 6 on a weekend <*
*> ******************************* <*

JUDGE-ACTION-TIMING.

	COMPUTE RFS-AR-LINE-INT =
		FUNCTION INTEGER-OF-DATE (RFS-AR-LINE-NUM).
	COMPUTE RFS-AR-LINE-DOW =
		FUNCTION MOD (RFS-AR-LINE-INT - 1 7).
	IF RFS-AR-LINE-DOW > 4
		ADD 1 TO RFS-AR-WEEKEND-COUNT
		MOVE "WEEKEND" TO AR-EXC-FLAG-OUT
		MOVE SPACES TO AR-EXC-DETAIL-OUT
		PERFORM WRITE-EXCEPTION-LINE
		GO TO JUDGE-ACTION-TIMING-EXIT
	END-IF.

	IF NOT RFS-BUS-HOL-LOADED
		PERFORM LOAD-RFS-HOLIDAYS
			THRU LOAD-RFS-HOLIDAYS-EXIT
	END-IF.
	MOVE PARSE-AUDIT-SITE-CODE TO RFS-BUS-SITE.
	MOVE RFS-AR-LINE-NUM TO RFS-BUS-WALK-DATE.
	PERFORM CHECK-RFS-HOLIDAY.
	IF RFS-BUS-HOLIDAY
		ADD 1 TO RFS-AR-HOLIDAY-COUNT
		MOVE "HOLIDAY" TO AR-EXC-FLAG-OUT
		MOVE SPACES TO AR-EXC-DETAIL-OUT
		PERFORM WRITE-EXCEPTION-LINE
		GO TO JUDGE-ACTION-TIMING-EXIT
	END-IF.

	IF RFS-AR-LINE-TIME < RFS-AR-DAY-START
			OR RFS-AR-LINE-TIME >= RFS-AR-DAY-END
		ADD 1 TO RFS-AR-OUT-HOURS-COUNT
		MOVE "OUT-OF-HOURS" TO AR-EXC-FLAG-OUT
		MOVE SPACES TO AR-EXC-DETAIL-OUT
		PERFORM WRITE-EXCEPTION-LINE
	END-IF.

JUDGE-ACTION-TIMING-EXIT.
	EXIT.

*> ******************************* <*
*> *** JUDGE-ACTION-PERMISSION   <*
*> *** The operations whose      <*
*> *** entry points are gated,   <*
*> *** held against the grant    <*
*> *** each gate asks for        <*
*> ******************************* <*

JUDGE-ACTION-PERMISSION.

	IF NOT RFS-AR-REGISTER-PRESENT
		GO TO JUDGE-ACTION-PERMISSION-EXIT
	END-IF.

	EVALUATE PARSE-AUDIT-OPERATION
		WHEN "RENEW"
		WHEN "COTERM"
		WHEN "QUOTE"
			MOVE 2 TO RFS-AR-GRANT-IDX
		WHEN "CANCEL"
			MOVE 3 TO RFS-AR-GRANT-IDX
		WHEN "SUSPEND"
		WHEN "RESUME"
			MOVE 4 TO RFS-AR-GRANT-IDX
		WHEN "PARAMSET"
			MOVE 6 TO RFS-AR-GRANT-IDX
		WHEN OTHER
			GO TO JUDGE-ACTION-PERMISSION-EXIT
	END-EVALUATE.

	IF RFS-AR-OPER-GRANTS (RFS-AR-OPER-HIT) (RFS-AR-GRANT-IDX:1)
			= "Y"
		GO TO JUDGE-ACTION-PERMISSION-EXIT
	END-IF.

	ADD 1 TO RFS-AR-NOT-PERMIT-COUNT.
	MOVE "NOT-PERMITTED" TO AR-EXC-FLAG-OUT.
	MOVE SPACES TO AR-EXC-DETAIL-OUT.
	IF RFS-AR-OPER-IS-ENROLLED (RFS-AR-OPER-HIT)
		STRING "current grants "   DELIMITED BY SIZE
			RFS-AR-OPER-GRANTS (RFS-AR-OPER-HIT) DELIMITED BY SIZE
			INTO AR-EXC-DETAIL-OUT
	ELSE
		MOVE "no longer in rfs-operators.dat" TO AR-EXC-DETAIL-OUT
	END-IF.
	PERFORM WRITE-EXCEPTION-LINE.

JUDGE-ACTION-PERMISSION-EXIT.
	EXIT.

COUNT-OPERATOR-ACTION.

	MOVE 0 TO RFS-AR-ACT-HIT.
	MOVE 0 TO RFS-AR-ACT-IDX.
	PERFORM TEST-ONE-ACTION-SLOT
		THRU TEST-ONE-ACTION-SLOT-EXIT
		UNTIL RFS-AR-ACT-HIT > 0
		OR RFS-AR-ACT-IDX >= RFS-AR-ACT-USED.

	IF RFS-AR-ACT-HIT = 0
		IF RFS-AR-ACT-USED >= 3000
			DISPLAY "RFS-AR-ACT-TABLE FULL - MORE THAN 3000 ROWS"
				UPON CONSOLE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-AR-ACT-USED
		MOVE RFS-AR-ACT-USED TO RFS-AR-ACT-HIT
		MOVE RFS-AR-OPER-HIT TO RFS-AR-ACT-OPER (RFS-AR-ACT-HIT)
		MOVE PARSE-AUDIT-OPERATION TO RFS-AR-ACT-OP (RFS-AR-ACT-HIT)
		MOVE 0 TO RFS-AR-ACT-COUNT (RFS-AR-ACT-HIT)
	END-IF.

	ADD 1 TO RFS-AR-ACT-COUNT (RFS-AR-ACT-HIT).

COUNT-OPERATOR-ACTION-EXIT.
	EXIT.

TEST-ONE-ACTION-SLOT.

	ADD 1 TO RFS-AR-ACT-IDX.
	IF RFS-AR-ACT-OPER (RFS-AR-ACT-IDX) = RFS-AR-OPER-HIT
			AND RFS-AR-ACT-OP (RFS-AR-ACT-IDX) = PARSE-AUDIT-OPERATION
		MOVE RFS-AR-ACT-IDX TO RFS-AR-ACT-HIT
	END-IF.

TEST-ONE-ACTION-SLOT-EXIT.
	EXIT.

FIND-OPERATOR.

	MOVE 0 TO RFS-AR-OPER-HIT.
	MOVE 0 TO RFS-AR-OPER-IDX.
	PERFORM TEST-ONE-OPERATOR
		THRU TEST-ONE-OPERATOR-EXIT
		UNTIL RFS-AR-OPER-HIT > 0
		OR RFS-AR-OPER-IDX >= RFS-AR-OPER-USED.

FIND-OPERATOR-EXIT.
	EXIT.

TEST-ONE-OPERATOR.

	ADD 1 TO RFS-AR-OPER-IDX.
	IF RFS-AR-OPER-USER (RFS-AR-OPER-IDX) = RFS-AR-LOOK-USER
		MOVE RFS-AR-OPER-IDX TO RFS-AR-OPER-HIT
	END-IF.

TEST-ONE-OPERATOR-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-EXCEPTION-LINE      <*
*> *** The caller has set the    <*
*> *** flag and detail; the rest <*
*> *** comes from the line in    <*
*> *** hand                      <*
*> ******************************* <*

WRITE-EXCEPTION-LINE.

	ADD 1 TO RFS-AR-EXCEPTION-COUNT.

	MOVE RFS-AR-LINE-NUM          TO AR-EXC-DATE-OUT.
	MOVE RFS-AR-LINE-TIME         TO AR-EXC-TIME-OUT.
	MOVE PARSE-AUDIT-USER-ID      TO AR-EXC-USER-OUT.
	MOVE PARSE-AUDIT-OPERATION    TO AR-EXC-OP-OUT.
	MOVE PARSE-AUDIT-SITE-CODE    TO AR-EXC-SITE-OUT.
	MOVE PARSE-AUDIT-PRODUCT-CODE TO AR-EXC-PRODUCT-OUT.
	MOVE RFS-AR-EXC-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

WRITE-EXCEPTION-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-OPERATOR-ACTIVITY   <*
*> *** Each operator's actions   <*
*> *** in the period by          <*
*> *** operation - the register  <*
*> *** in key order, then users  <*
*> *** the trail names who are   <*
*> *** not enrolled              <*
*> ******************************* <*

WRITE-OPERATOR-ACTIVITY.

	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE "Actions in the period by operator and operation"
		TO AR-SECTION-OUT.
	MOVE RFS-AR-SECTION-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-ACT-COLUMN-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	MOVE 0 TO RFS-AR-OPER-IDX.
	PERFORM WRITE-ONE-OPERATOR-BLOCK
		THRU WRITE-ONE-OPERATOR-BLOCK-EXIT
		UNTIL RFS-AR-OPER-IDX >= RFS-AR-OPER-USED.

WRITE-OPERATOR-ACTIVITY-EXIT.
	EXIT.

WRITE-ONE-OPERATOR-BLOCK.

	ADD 1 TO RFS-AR-OPER-IDX.

	MOVE RFS-AR-OPER-USER (RFS-AR-OPER-IDX)   TO AR-ACT-USER-OUT.
	IF RFS-AR-OPER-IS-ENROLLED (RFS-AR-OPER-IDX)
		MOVE RFS-AR-OPER-NAME (RFS-AR-OPER-IDX) TO AR-ACT-NAME-OUT
		MOVE RFS-AR-OPER-GRANTS (RFS-AR-OPER-IDX) TO AR-ACT-GRANTS-OUT
	ELSE
		MOVE "(not enrolled)" TO AR-ACT-NAME-OUT
		MOVE SPACES TO AR-ACT-GRANTS-OUT
	END-IF.

	IF RFS-AR-OPER-ACTIONS (RFS-AR-OPER-IDX) = 0
		MOVE "(none)" TO AR-ACT-OP-OUT
		MOVE 0 TO AR-ACT-COUNT-OUT
		MOVE RFS-AR-ACT-LINE TO RFS-ACCREV-LINE
		PERFORM WRITE-REVIEW-LINE
		GO TO WRITE-ONE-OPERATOR-BLOCK-EXIT
	END-IF.

	MOVE 0 TO RFS-AR-ACT-IDX.
	PERFORM WRITE-ONE-ACTION-COUNT
		THRU WRITE-ONE-ACTION-COUNT-EXIT
		UNTIL RFS-AR-ACT-IDX >= RFS-AR-ACT-USED.

	MOVE SPACES TO AR-ACT-USER-OUT.
	MOVE SPACES TO AR-ACT-NAME-OUT.
	MOVE SPACES TO AR-ACT-GRANTS-OUT.
	MOVE "Total" TO AR-ACT-OP-OUT.
	MOVE RFS-AR-OPER-ACTIONS (RFS-AR-OPER-IDX) TO AR-ACT-COUNT-OUT.
	MOVE RFS-AR-ACT-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

WRITE-ONE-OPERATOR-BLOCK-EXIT.
	EXIT.

WRITE-ONE-ACTION-COUNT.

	ADD 1 TO RFS-AR-ACT-IDX.

	IF RFS-AR-ACT-OPER (RFS-AR-ACT-IDX) NOT = RFS-AR-OPER-IDX
		GO TO WRITE-ONE-ACTION-COUNT-EXIT
	END-IF.

	MOVE RFS-AR-ACT-OP (RFS-AR-ACT-IDX)    TO AR-ACT-OP-OUT.
	MOVE RFS-AR-ACT-COUNT (RFS-AR-ACT-IDX) TO AR-ACT-COUNT-OUT.
	MOVE RFS-AR-ACT-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	*> The user, name and grants head the operator's first row
	*> only.
	MOVE SPACES TO AR-ACT-USER-OUT.
	MOVE SPACES TO AR-ACT-NAME-OUT.
	MOVE SPACES TO AR-ACT-GRANTS-OUT.

WRITE-ONE-ACTION-COUNT-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-MUTUAL-APPROVALS   <*
*> *** Requests approved in the  <*
*> *** period, tallied by        <*
*> *** requester and reviewer;   <*
*> *** two operators who have    <*
*> *** each approved the other,  <*
*> *** often enough between      <*
*> *** them, are listed once     <*
*> ******************************* <*

REVIEW-MUTUAL-APPROVALS.

	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE "Operators approving each other's requests"
		TO AR-SECTION-OUT.
	MOVE RFS-AR-SECTION-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-PAIR-COLUMN-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	OPEN INPUT RFS-PEND-FILE.
	IF RFS-PEND-STATUS-NOT-FOUND
		GO TO REVIEW-MUTUAL-APPROVALS-LIST
	END-IF.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	MOVE "N" TO RFS-AR-EOF-FLAG.
	PERFORM TALLY-ONE-APPROVAL
		THRU TALLY-ONE-APPROVAL-EXIT
		UNTIL RFS-AR-EOF.

	CLOSE RFS-PEND-FILE.
	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

REVIEW-MUTUAL-APPROVALS-LIST.

	MOVE 0 TO RFS-AR-PAIR-IDX.
	PERFORM JUDGE-ONE-PAIR
		THRU JUDGE-ONE-PAIR-EXIT
		UNTIL RFS-AR-PAIR-IDX >= RFS-AR-PAIR-USED.

	IF RFS-AR-MUTUAL-COUNT = 0
		PERFORM WRITE-NONE-LINE
	END-IF.

REVIEW-MUTUAL-APPROVALS-EXIT.
	EXIT.

TALLY-ONE-APPROVAL.

	READ RFS-PEND-FILE NEXT RECORD.

	IF RFS-PEND-STATUS-EOF
		SET RFS-AR-EOF TO TRUE
		GO TO TALLY-ONE-APPROVAL-EXIT
	END-IF.

	IF NOT RFS-PEND-STATUS-OK
		PERFORM HANDLE-RFS-PEND-ERROR
	END-IF.

	IF PEND-STATUS NOT = "A"
			OR PEND-DECIDED-DATE < RFS-AR-FROM-NUM
			OR PEND-DECIDED-DATE > RFS-AR-TO-NUM
		GO TO TALLY-ONE-APPROVAL-EXIT
	END-IF.

	MOVE PEND-REQUESTER TO RFS-AR-LOOK-REQUESTER.
	MOVE PEND-REVIEWER  TO RFS-AR-LOOK-REVIEWER.
	PERFORM FIND-PAIR.

	IF RFS-AR-PAIR-HIT = 0
		IF RFS-AR-PAIR-USED >= 500
			DISPLAY "RFS-AR-PAIR-TABLE FULL - MORE THAN 500 PAIRS"
				UPON CONSOLE
			MOVE 16 TO RETURN-CODE
			GOBACK
		END-IF
		ADD 1 TO RFS-AR-PAIR-USED
		MOVE RFS-AR-PAIR-USED TO RFS-AR-PAIR-HIT
		MOVE PEND-REQUESTER TO RFS-AR-PAIR-REQUESTER (RFS-AR-PAIR-HIT)
		MOVE PEND-REVIEWER  TO RFS-AR-PAIR-REVIEWER (RFS-AR-PAIR-HIT)
		MOVE 0 TO RFS-AR-PAIR-COUNT (RFS-AR-PAIR-HIT)
	END-IF.

	ADD 1 TO RFS-AR-PAIR-COUNT (RFS-AR-PAIR-HIT).

TALLY-ONE-APPROVAL-EXIT.
	EXIT.

JUDGE-ONE-PAIR.

	ADD 1 TO RFS-AR-PAIR-IDX.

	*> Each pair is judged from its alphabetically lower
	*> requester's side, so it is listed once.
	IF RFS-AR-PAIR-REQUESTER (RFS-AR-PAIR-IDX)
			NOT < RFS-AR-PAIR-REVIEWER (RFS-AR-PAIR-IDX)
		GO TO JUDGE-ONE-PAIR-EXIT
	END-IF.

	MOVE RFS-AR-PAIR-REVIEWER (RFS-AR-PAIR-IDX)
		TO RFS-AR-LOOK-REQUESTER.
	MOVE RFS-AR-PAIR-REQUESTER (RFS-AR-PAIR-IDX)
		TO RFS-AR-LOOK-REVIEWER.
	PERFORM FIND-PAIR.
	IF RFS-AR-PAIR-HIT = 0
		GO TO JUDGE-ONE-PAIR-EXIT
	END-IF.

	COMPUTE RFS-AR-PAIR-TOTAL =
		RFS-AR-PAIR-COUNT (RFS-AR-PAIR-IDX)
		+ RFS-AR-PAIR-COUNT (RFS-AR-PAIR-HIT).
	IF RFS-AR-PAIR-TOTAL < RFS-AR-PAIR-MIN
		GO TO JUDGE-ONE-PAIR-EXIT
	END-IF.

	ADD 1 TO RFS-AR-MUTUAL-COUNT.

	*> A approved B's requests as often as B is the requester
	*> in the reverse row, and the other way round.
	MOVE RFS-AR-PAIR-REQUESTER (RFS-AR-PAIR-IDX) TO AR-PAIR-A-OUT.
	MOVE RFS-AR-PAIR-COUNT (RFS-AR-PAIR-HIT)     TO AR-PAIR-A-COUNT-OUT.
	MOVE RFS-AR-PAIR-REVIEWER (RFS-AR-PAIR-IDX)  TO AR-PAIR-B-OUT.
	MOVE RFS-AR-PAIR-COUNT (RFS-AR-PAIR-IDX)     TO AR-PAIR-B-COUNT-OUT.
	MOVE RFS-AR-PAIR-TOTAL TO AR-PAIR-TOTAL-OUT.
	MOVE RFS-AR-PAIR-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

JUDGE-ONE-PAIR-EXIT.
	EXIT.

FIND-PAIR.

	MOVE 0 TO RFS-AR-PAIR-HIT.
	MOVE 0 TO RFS-AR-BACK-IDX.
	PERFORM TEST-ONE-PAIR
		THRU TEST-ONE-PAIR-EXIT
		UNTIL RFS-AR-PAIR-HIT > 0
		OR RFS-AR-BACK-IDX >= RFS-AR-PAIR-USED.

FIND-PAIR-EXIT.
	EXIT.

TEST-ONE-PAIR.

	ADD 1 TO RFS-AR-BACK-IDX.
	IF RFS-AR-PAIR-REQUESTER (RFS-AR-BACK-IDX) = RFS-AR-LOOK-REQUESTER
			AND RFS-AR-PAIR-REVIEWER (RFS-AR-BACK-IDX)
				= RFS-AR-LOOK-REVIEWER
		MOVE RFS-AR-BACK-IDX TO RFS-AR-PAIR-HIT
	END-IF.

TEST-ONE-PAIR-EXIT.
	EXIT.

*> ******************************* <*
*> *** REVIEW-DORMANT-ACCOUNTS   <*
*> *** Enrolled operators still  <*
*> *** holding cancel or suspend <*
*> *** rights with no action     <*
*> *** inside the dormancy span  <*
*> ******************************* <*

REVIEW-DORMANT-ACCOUNTS.

	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE "Dormant accounts holding cancel or suspend rights"
		TO AR-SECTION-OUT.
	MOVE RFS-AR-SECTION-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-DORM-COLUMN-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	MOVE 0 TO RFS-AR-OPER-IDX.
	PERFORM JUDGE-ONE-DORMANT
		THRU JUDGE-ONE-DORMANT-EXIT
		UNTIL RFS-AR-OPER-IDX >= RFS-AR-OPER-USED.

	IF RFS-AR-DORMANT-COUNT = 0
		PERFORM WRITE-NONE-LINE
	END-IF.

REVIEW-DORMANT-ACCOUNTS-EXIT.
	EXIT.

JUDGE-ONE-DORMANT.

	ADD 1 TO RFS-AR-OPER-IDX.

	IF NOT RFS-AR-OPER-IS-ENROLLED (RFS-AR-OPER-IDX)
		GO TO JUDGE-ONE-DORMANT-EXIT
	END-IF.
	IF RFS-AR-OPER-GRANTS (RFS-AR-OPER-IDX) (3:1) NOT = "Y"
			AND RFS-AR-OPER-GRANTS (RFS-AR-OPER-IDX) (4:1) NOT = "Y"
		GO TO JUDGE-ONE-DORMANT-EXIT
	END-IF.
	IF RFS-AR-OPER-LAST (RFS-AR-OPER-IDX) > RFS-AR-HORIZON-NUM
		GO TO JUDGE-ONE-DORMANT-EXIT
	END-IF.

	ADD 1 TO RFS-AR-DORMANT-COUNT.

	MOVE RFS-AR-OPER-USER (RFS-AR-OPER-IDX)   TO AR-DORM-USER-OUT.
	MOVE RFS-AR-OPER-NAME (RFS-AR-OPER-IDX)   TO AR-DORM-NAME-OUT.
	MOVE RFS-AR-OPER-GRANTS (RFS-AR-OPER-IDX) TO AR-DORM-GRANTS-OUT.
	IF RFS-AR-OPER-LAST (RFS-AR-OPER-IDX) = 0
		*> Nothing since the trail the review could read began.
		MOVE SPACES TO AR-DORM-LAST-OUT
		STRING "<"             DELIMITED BY SIZE
			RFS-AR-SCAN-NUM    DELIMITED BY SIZE
			INTO AR-DORM-LAST-OUT
		MOVE "-" TO AR-DORM-IDLE-OUT
	ELSE
		MOVE RFS-AR-OPER-LAST (RFS-AR-OPER-IDX) TO AR-DORM-LAST-OUT
		COMPUTE RFS-AR-IDLE-DAYS = RFS-AR-TODAY-INT -
			FUNCTION INTEGER-OF-DATE (RFS-AR-OPER-LAST (RFS-AR-OPER-IDX))
		MOVE RFS-AR-IDLE-DAYS TO RFS-AR-NUM-TEXT
		MOVE RFS-AR-NUM-TEXT TO AR-DORM-IDLE-OUT
	END-IF.
	MOVE RFS-AR-DORM-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

JUDGE-ONE-DORMANT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-REVIEW-HEADING      <*
*> ******************************* <*

WRITE-REVIEW-HEADING.

	MOVE RFS-AR-TITLE-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	MOVE RFS-AR-FROM-NUM TO AR-FROM-OUT.
	MOVE RFS-AR-TO-NUM   TO AR-TO-OUT.
	MOVE RFS-AR-PERIOD-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	MOVE RFS-AR-TODAY-NUM TO AR-TODAY-OUT.
	IF RFS-SIGNON-USER = SPACES OR RFS-SIGNON-USER = LOW-VALUES
		MOVE "(not signed on)" TO AR-PRODUCER-OUT
	ELSE
		MOVE RFS-SIGNON-USER TO AR-PRODUCER-OUT
	END-IF.
	MOVE RFS-AR-PRODUCED-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	MOVE RFS-AR-DAY-START    TO AR-DAY-START-OUT.
	MOVE RFS-AR-DAY-END      TO AR-DAY-END-OUT.
	MOVE RFS-AR-DORMANT-DAYS TO AR-DORMANT-OUT.
	MOVE RFS-AR-RULES-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	IF NOT RFS-AR-REGISTER-PRESENT
		MOVE RFS-AR-NO-REGISTER-LINE TO RFS-ACCREV-LINE
		PERFORM WRITE-REVIEW-LINE
	END-IF.

	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE "Flagged actions in the period" TO AR-SECTION-OUT.
	MOVE RFS-AR-SECTION-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-EXC-COLUMN-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

WRITE-REVIEW-HEADING-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-REVIEW-TOTALS       <*
*> *** The counts, then the      <*
*> *** sign-off block the        <*
*> *** reviewing officer         <*
*> *** completes                 <*
*> ******************************* <*

WRITE-REVIEW-TOTALS.

	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE "Totals" TO AR-SECTION-OUT.
	MOVE RFS-AR-SECTION-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

	MOVE "Audit lines in the period" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-LINES-IN-PERIOD TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "  naming no user (not judged)" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-UNATTRIBUTED TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Actions outside the working day" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-OUT-HOURS-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Actions on a weekend" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-WEEKEND-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Actions on a holiday" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-HOLIDAY-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Actions current grants no longer allow" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-NOT-PERMIT-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Changes to one's own grants" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-SELF-GRANT-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Operator pairs approving each other" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-MUTUAL-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Dormant accounts with cancel/suspend" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-DORMANT-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE "Parked audit generations read" TO AR-TOTAL-LABEL.
	MOVE RFS-AR-GEN-READ-COUNT TO AR-TOTAL-OUT.
	PERFORM WRITE-TOTAL-LINE.

	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-SIGNOFF-1 TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-SIGNOFF-2 TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-SIGNOFF-3 TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE SPACES TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.
	MOVE RFS-AR-SIGNOFF-4 TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

WRITE-REVIEW-TOTALS-EXIT.
	EXIT.

WRITE-TOTAL-LINE.

	MOVE RFS-AR-TOTAL-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

WRITE-TOTAL-LINE-EXIT.
	EXIT.

WRITE-NONE-LINE.

	MOVE RFS-AR-NONE-LINE TO RFS-ACCREV-LINE.
	PERFORM WRITE-REVIEW-LINE.

WRITE-NONE-LINE-EXIT.
	EXIT.

WRITE-REVIEW-LINE.

	WRITE RFS-ACCREV-LINE.
	IF NOT RFS-ACCREV-STATUS-OK
		PERFORM HANDLE-RFS-ACCREV-ERROR
	END-IF.

WRITE-REVIEW-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-ACCREV-ERROR   <*
*> ******************************* <*

HANDLE-RFS-ACCREV-ERROR.
	DISPLAY "RFS-ACCREV-FILE ERROR - FILE STATUS " RFS-ACCREV-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-ACCREV-ERROR-EXIT.
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
*> *** HANDLE-RFS-OPER-ERROR     <*
*> ******************************* <*

HANDLE-RFS-OPER-ERROR.
	DISPLAY "RFS-OPER-FILE ERROR - FILE STATUS " RFS-OPER-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-OPER-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PEND-ERROR     <*
*> ******************************* <*

HANDLE-RFS-PEND-ERROR.
	DISPLAY "RFS-PEND-FILE ERROR - FILE STATUS " RFS-PEND-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PEND-ERROR-EXIT.
	EXIT.

	COPY "rfs.busdays.cpy".
	COPY "audit.error.cpy".
