*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyQuoteReport.cbl   *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Open-quotes report - issued, *** <*
*> *** accepted, expired, lapsed    *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyQuoteReport.

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
			COPY "quotes.env.cpy".
			COPY "quoterpt.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "quotes.fd.cpy".
		COPY "quoterpt.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "quotes.status.cpy".
		COPY "quoterpt.status.cpy".
		COPY "runlog.status.cpy".

		COPY "rfs.latest-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-QRR-TODAY-NUM PIC 9(08).
		01 RFS-QRR-TODAY-INT USAGE BINARY-LONG.

		*> An open quote this close to its expiry is flagged for
		*> sales to chase.
		01 RFS-QRR-WARN-DAYS USAGE BINARY-LONG VALUE 7.

		*> Quotes that closed longer ago than this have had
		*> their day on the report.
		01 RFS-QRR-RECENT-DAYS USAGE BINARY-LONG VALUE 30.

		01 RFS-QRR-DAYS-LEFT  USAGE BINARY-LONG.
		01 RFS-QRR-DAYS-SINCE USAGE BINARY-LONG.

		01 RFS-QRR-QTE-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-QRR-QTE-EOF VALUE "Y".

		01 RFS-QRR-RFS-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-QRR-RFS-OPEN VALUE "Y".

		01 RFS-QRR-CHANGED-FLAG PIC X(01).
			88 RFS-QRR-CHANGED VALUE "Y".

		01 RFS-QRR-OPEN-COUNT     PIC 9(05) VALUE 0.
		01 RFS-QRR-EXPIRING-COUNT PIC 9(05) VALUE 0.
		01 RFS-QRR-ACCEPTED-COUNT PIC 9(05) VALUE 0.
		01 RFS-QRR-EXPIRED-COUNT  PIC 9(05) VALUE 0.
		01 RFS-QRR-LAPSED-COUNT   PIC 9(05) VALUE 0.
		01 RFS-QRR-LISTED-COUNT   PIC 9(05) VALUE 0.

		01 RFS-QRR-TITLE-LINE PIC X(100)
			VALUE "Renewal quotes - open, accepted, expired and lapsed".

		01 RFS-QRR-HEAD-LINE.
			05 FILLER          PIC X(14) VALUE "Report date : ".
			05 QRR-RPT-DATE    PIC 9(08).

		01 RFS-QRR-COLUMN-LINE PIC X(100)
			VALUE
			"Quote     Site      Prod  Issued    Expires   Term        Charge  Status    Since     Note".

		01 RFS-QRR-DETAIL-LINE.
			05 QRR-QUOTE-OUT   PIC 9(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QRR-SITE-OUT    PIC X(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QRR-PRODUCT-OUT PIC X(04).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QRR-ISSUE-OUT   PIC 9(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QRR-EXPIRY-OUT  PIC 9(08).
			05 FILLER          PIC X(01) VALUE SPACES.
			05 QRR-TERM-OUT    PIC Z(04)9.
			05 FILLER          PIC X(01) VALUE SPACES.
			05 QRR-CHARGE-OUT  PIC Z(09)9.99.
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QRR-STATUS-OUT  PIC X(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QRR-SINCE-OUT   PIC 9(08).
			05 FILLER          PIC X(02) VALUE SPACES.
			05 QRR-NOTE-OUT    PIC X(16).

		01 RFS-QRR-NOTE-DAYS PIC Z(02)9.

		01 RFS-QRR-TOTAL-LINE.
			05 FILLER          PIC X(07) VALUE "Open : ".
			05 QRR-OPEN-TOT    PIC Z(04)9.
			05 FILLER          PIC X(17) VALUE "  expiring soon :".
			05 QRR-EXPIRING-TOT PIC Z(04)9.
			05 FILLER          PIC X(13) VALUE "  accepted : ".
			05 QRR-ACCEPTED-TOT PIC Z(04)9.
			05 FILLER          PIC X(12) VALUE "  expired : ".
			05 QRR-EXPIRED-TOT PIC Z(04)9.
			05 FILLER          PIC X(11) VALUE "  lapsed : ".
			05 QRR-LAPSED-TOT  PIC Z(04)9.

		01 RFS-QRR-EMPTY-LINE PIC X(100)
			VALUE "No quotes open or recently closed.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-WARN-DAYS USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function walks rfs-quotes.dat and first brings
*>     every open quote up to date: one past its expiry date
*>     expires, and one whose window has been renewed some
*>     other way, or cancelled or suspended, lapses - there is
*>     nothing left for it to sell. rfs-quotes.txt then lists,
*>     in quote-number order, every quote still open - those
*>     expiring within the warning days flagged EXPIRING with
*>     the days left, so sales can chase them - and every quote
*>     accepted, expired or lapsed in the last thirty days,
*>     accepted ones noting whether a payment (PAID) or a
*>     RENEW order (ORDERED) took them up. Totals by status
*>     over the whole file close the report.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     quotes read, quotes listed and closed quotes left off as
*>     older than thirty days.
*>
*> Parameters:
*>     RFS-IN-WARN-DAYS (optional) - how close to its expiry an
*>     open quote is flagged; omitted or zero flags the last
*>     seven days
*>
*> Return:
*>     RETURN-CODE is zero on success, 16 when a file operation
*>     could not be completed
*>

PROCEDURE DIVISION USING OPTIONAL RFS-IN-WARN-DAYS.

	IF ADDRESS OF RFS-IN-WARN-DAYS NOT = NULL
		IF RFS-IN-WARN-DAYS > 0
			MOVE RFS-IN-WARN-DAYS TO RFS-QRR-WARN-DAYS
		END-IF
	END-IF.

	ACCEPT RFS-QRR-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-QRR-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-QRR-TODAY-NUM).

	MOVE "ReyQuoteReport" TO RFS-RUN-PROGRAM.
	MOVE "Y" TO RFS-RUN-BALANCE-FLAG.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	OPEN OUTPUT RFS-QRP-FILE.
	IF NOT RFS-QRP-STATUS-OK
		PERFORM HANDLE-RFS-QRP-ERROR
	END-IF.

	MOVE RFS-QRR-TITLE-LINE TO RFS-QRP-LINE.
	PERFORM WRITE-QUOTE-REPORT-LINE.
	MOVE RFS-QRR-TODAY-NUM TO QRR-RPT-DATE.
	MOVE RFS-QRR-HEAD-LINE TO RFS-QRP-LINE.
	PERFORM WRITE-QUOTE-REPORT-LINE.
	MOVE SPACES TO RFS-QRP-LINE.
	PERFORM WRITE-QUOTE-REPORT-LINE.
	MOVE RFS-QRR-COLUMN-LINE TO RFS-QRP-LINE.
	PERFORM WRITE-QUOTE-REPORT-LINE.

	OPEN I-O RFS-QTE-FILE.
	IF RFS-QTE-STATUS-NOT-FOUND
		SET RFS-QRR-QTE-EOF TO TRUE
	ELSE
		IF NOT RFS-QTE-STATUS-OK
			PERFORM HANDLE-RFS-QTE-ERROR
		END-IF
		PERFORM OPEN-RFS-FILE-SHARED
			THRU OPEN-RFS-FILE-SHARED-EXIT
		IF RFS-STATUS-OK
			SET RFS-QRR-RFS-OPEN TO TRUE
		ELSE
			IF NOT RFS-STATUS-NOT-FOUND
				PERFORM HANDLE-RFS-ERROR
			END-IF
		END-IF
		PERFORM REPORT-NEXT-QUOTE
			THRU REPORT-NEXT-QUOTE-EXIT UNTIL RFS-QRR-QTE-EOF
		IF RFS-QRR-RFS-OPEN
			CLOSE RFS-FILE
			IF NOT RFS-STATUS-OK
				PERFORM HANDLE-RFS-ERROR
			END-IF
		END-IF
		CLOSE RFS-QTE-FILE
		IF NOT RFS-QTE-STATUS-OK
			PERFORM HANDLE-RFS-QTE-ERROR
		END-IF
	END-IF.

	IF RFS-QRR-LISTED-COUNT = 0
		MOVE RFS-QRR-EMPTY-LINE TO RFS-QRP-LINE
		PERFORM WRITE-QUOTE-REPORT-LINE
	END-IF.

	MOVE SPACES TO RFS-QRP-LINE.
	PERFORM WRITE-QUOTE-REPORT-LINE.
	MOVE RFS-QRR-OPEN-COUNT     TO QRR-OPEN-TOT.
	MOVE RFS-QRR-EXPIRING-COUNT TO QRR-EXPIRING-TOT.
	MOVE RFS-QRR-ACCEPTED-COUNT TO QRR-ACCEPTED-TOT.
	MOVE RFS-QRR-EXPIRED-COUNT  TO QRR-EXPIRED-TOT.
	MOVE RFS-QRR-LAPSED-COUNT   TO QRR-LAPSED-TOT.
	MOVE RFS-QRR-TOTAL-LINE TO RFS-QRP-LINE.
	PERFORM WRITE-QUOTE-REPORT-LINE.

	CLOSE RFS-QRP-FILE.
	IF NOT RFS-QRP-STATUS-OK
		PERFORM HANDLE-RFS-QRP-ERROR
	END-IF.

	DISPLAY "ReyQuoteReport - OPEN " RFS-QRR-OPEN-COUNT
		" EXPIRING " RFS-QRR-EXPIRING-COUNT
		" EXPIRED " RFS-QRR-EXPIRED-COUNT
		" LAPSED " RFS-QRR-LAPSED-COUNT UPON CONSOLE.
	MOVE 0 TO RETURN-CODE.

	MOVE RFS-QRR-LISTED-COUNT TO RFS-RUN-WRITTEN.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** REPORT-NEXT-QUOTE         <*
*> ******************************* <*

REPORT-NEXT-QUOTE.

	READ RFS-QTE-FILE NEXT RECORD.

	IF RFS-QTE-STATUS-EOF
		SET RFS-QRR-QTE-EOF TO TRUE
		GO TO REPORT-NEXT-QUOTE-EXIT
	END-IF.

	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	ADD 1 TO RFS-RUN-READ.

	IF QTE-STATUS = "O"
		PERFORM AGE-OPEN-QUOTE
			THRU AGE-OPEN-QUOTE-EXIT
	END-IF.

	EVALUATE QTE-STATUS
		WHEN "O"
			ADD 1 TO RFS-QRR-OPEN-COUNT
		WHEN "A"
			ADD 1 TO RFS-QRR-ACCEPTED-COUNT
		WHEN "X"
			ADD 1 TO RFS-QRR-EXPIRED-COUNT
		WHEN "L"
			ADD 1 TO RFS-QRR-LAPSED-COUNT
	END-EVALUATE.

	IF QTE-STATUS NOT = "O"
		COMPUTE RFS-QRR-DAYS-SINCE = RFS-QRR-TODAY-INT -
			FUNCTION INTEGER-OF-DATE (QTE-STATUS-DATE)
		IF RFS-QRR-DAYS-SINCE > RFS-QRR-RECENT-DAYS
			ADD 1 TO RFS-RUN-SKIPPED
			GO TO REPORT-NEXT-QUOTE-EXIT
		END-IF
	END-IF.

	PERFORM WRITE-QUOTE-DETAIL
		THRU WRITE-QUOTE-DETAIL-EXIT.

REPORT-NEXT-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** AGE-OPEN-QUOTE            <*
*> *** Expires a quote past its  <*
*> *** date, lapses one whose    <*
*> *** window has moved on or    <*
*> *** stopped being live        <*
*> ******************************* <*

AGE-OPEN-QUOTE.

	MOVE "N" TO RFS-QRR-CHANGED-FLAG.

	IF RFS-QRR-TODAY-NUM > QTE-EXPIRY-DATE
		MOVE "X" TO QTE-STATUS
		SET RFS-QRR-CHANGED TO TRUE
	ELSE
		PERFORM CHECK-QUOTED-WINDOW
			THRU CHECK-QUOTED-WINDOW-EXIT
	END-IF.

	IF NOT RFS-QRR-CHANGED
		GO TO AGE-OPEN-QUOTE-EXIT
	END-IF.

	MOVE RFS-QRR-TODAY-NUM TO QTE-STATUS-DATE.
	REWRITE RFS-QTE-RECORD.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

AGE-OPEN-QUOTE-EXIT.
	EXIT.

CHECK-QUOTED-WINDOW.

	IF NOT RFS-QRR-RFS-OPEN
		GO TO CHECK-QUOTED-WINDOW-EXIT
	END-IF.

	MOVE QTE-SITE-CODE    TO RFS-LATEST-SEEK-SITE.
	MOVE QTE-PRODUCT-CODE TO RFS-LATEST-SEEK-PRODUCT.
	PERFORM FIND-LATEST-RECORD-BY-KEY
		THRU FIND-LATEST-RECORD-BY-KEY-EXIT.

	IF NOT RFS-LATEST-FOUND
		MOVE "L" TO QTE-STATUS
		SET RFS-QRR-CHANGED TO TRUE
		GO TO CHECK-QUOTED-WINDOW-EXIT
	END-IF.

	IF RFS-LATEST-FOUND-ID NOT = QTE-SUBSCRIPTION-ID
		MOVE "L" TO QTE-STATUS
		SET RFS-QRR-CHANGED TO TRUE
		GO TO CHECK-QUOTED-WINDOW-EXIT
	END-IF.

	IF (RECORD-STATUS = "C" OR RECORD-STATUS = "S")
			AND RFS-QRR-TODAY-NUM >= STATUS-EFFECTIVE
		MOVE "L" TO QTE-STATUS
		SET RFS-QRR-CHANGED TO TRUE
	END-IF.

CHECK-QUOTED-WINDOW-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-QUOTE-DETAIL        <*
*> ******************************* <*

WRITE-QUOTE-DETAIL.

	MOVE QTE-QUOTE-NO     TO QRR-QUOTE-OUT.
	MOVE QTE-SITE-CODE    TO QRR-SITE-OUT.
	MOVE QTE-PRODUCT-CODE TO QRR-PRODUCT-OUT.
	MOVE QTE-ISSUE-DATE   TO QRR-ISSUE-OUT.
	MOVE QTE-EXPIRY-DATE  TO QRR-EXPIRY-OUT.
	MOVE QTE-TERM-DAYS    TO QRR-TERM-OUT.
	COMPUTE QRR-CHARGE-OUT = QTE-CHARGE / 100.
	MOVE QTE-STATUS-DATE  TO QRR-SINCE-OUT.
	MOVE SPACES           TO QRR-NOTE-OUT.

	EVALUATE QTE-STATUS
		WHEN "O"
			MOVE "OPEN" TO QRR-STATUS-OUT
			COMPUTE RFS-QRR-DAYS-LEFT =
				FUNCTION INTEGER-OF-DATE (QTE-EXPIRY-DATE) -
				RFS-QRR-TODAY-INT
			IF RFS-QRR-DAYS-LEFT <= RFS-QRR-WARN-DAYS
				ADD 1 TO RFS-QRR-EXPIRING-COUNT
				MOVE RFS-QRR-DAYS-LEFT TO RFS-QRR-NOTE-DAYS
				STRING "EXPIRING "       DELIMITED BY SIZE
					RFS-QRR-NOTE-DAYS    DELIMITED BY SIZE
					" DAYS"              DELIMITED BY SIZE
					INTO QRR-NOTE-OUT
			END-IF
		WHEN "A"
			MOVE "ACCEPTED" TO QRR-STATUS-OUT
			IF QTE-ACCEPTED-VIA = "R"
				MOVE "PAID" TO QRR-NOTE-OUT
			ELSE
				MOVE "ORDERED" TO QRR-NOTE-OUT
			END-IF
		WHEN "X"
			MOVE "EXPIRED" TO QRR-STATUS-OUT
		WHEN "L"
			MOVE "LAPSED" TO QRR-STATUS-OUT
		WHEN OTHER
			MOVE QTE-STATUS TO QRR-STATUS-OUT
	END-EVALUATE.

	MOVE RFS-QRR-DETAIL-LINE TO RFS-QRP-LINE.
	PERFORM WRITE-QUOTE-REPORT-LINE.
	ADD 1 TO RFS-QRR-LISTED-COUNT.

WRITE-QUOTE-DETAIL-EXIT.
	EXIT.

WRITE-QUOTE-REPORT-LINE.

	WRITE RFS-QRP-LINE.
	IF NOT RFS-QRP-STATUS-OK
		PERFORM HANDLE-RFS-QRP-ERROR
	END-IF.

WRITE-QUOTE-REPORT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-QTE-ERROR      <*
*> ******************************* <*

HANDLE-RFS-QTE-ERROR.
	DISPLAY "RFS-QTE-FILE ERROR - FILE STATUS " RFS-QTE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-QTE-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-QRP-ERROR      <*
*> ******************************* <*

HANDLE-RFS-QRP-ERROR.
	DISPLAY "RFS-QRP-FILE ERROR - FILE STATUS " RFS-QRP-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-QRP-ERROR-EXIT.
	EXIT.

	COPY "rfs.latest.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "runlog.cpy".
