*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyCommissionRFS.cbl *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Monthly reseller commission  *** <*
*> *** statement and payable feed   *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyCommissionRFS.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "partners.env.cpy".
			COPY "partsite.env.cpy".
			COPY "audit.env.cpy".
			COPY "audgen.env.cpy".
			COPY "commrpt.env.cpy".
			COPY "commap.env.cpy".
			COPY "runlog.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "partners.fd.cpy".
		COPY "partsite.fd.cpy".
		COPY "audit.fd.cpy".
		COPY "audgen.fd.cpy".
		COPY "commrpt.fd.cpy".
		COPY "commap.fd.cpy".
		COPY "runlog.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "partners.status.cpy".
		COPY "partsite.status.cpy".
		COPY "audit.status.cpy".
		COPY "audgen.status.cpy".
		COPY "commrpt.status.cpy".
		COPY "commap.status.cpy".
		COPY "runlog.status.cpy".

		COPY "audgen-ws.cpy".

		COPY "audit.parse-ws.cpy".

		COPY "rfs.validate-ws.cpy".

		COPY "signon-ws.cpy".

		COPY "runlog-ws.cpy".

		01 RFS-CO-TODAY-DATE.
			05 RFS-CO-TODAY-YEAR   PIC 9(04).
			05 RFS-CO-TODAY-MONTH  PIC 9(02).
			05 RFS-CO-TODAY-DAY    PIC 9(02).

		01 RFS-CO-STMT-YEAR  PIC 9(04).
		01 RFS-CO-STMT-MONTH PIC 9(02).

		01 RFS-CO-MONTH-START-NUM PIC 9(08).
		01 RFS-CO-MONTH-END-NUM   PIC 9(08).

		*> Every partner on the master, in partner-id order, with
		*> what the month's payments earned it.
		01 RFS-CO-PTNR-TABLE.
			05 RFS-CO-PTNR-ENTRY OCCURS 200 TIMES.
				10 RFS-CO-PTNR-ID       PIC X(08).
				10 RFS-CO-PTNR-NAME     PIC X(30).
				10 RFS-CO-PTNR-PAYEE    PIC X(12).
				10 RFS-CO-PTNR-DEFAULT  USAGE BINARY-LONG.
				10 RFS-CO-PTNR-RATE-ENTRY OCCURS 10 TIMES.
					15 RFS-CO-PTNR-RATE-PRODUCT PIC X(04).
					15 RFS-CO-PTNR-RATE-VALUE   USAGE BINARY-LONG.
				10 RFS-CO-PTNR-COUNT    PIC 9(06).
				10 RFS-CO-PTNR-PAID     USAGE BINARY-DOUBLE.
				10 RFS-CO-PTNR-COMM     USAGE BINARY-DOUBLE.

		01 RFS-CO-PTNR-USED PIC 9(03) VALUE 0.
		01 RFS-CO-PTNR-IDX  PIC 9(03).
		01 RFS-CO-PTNR-HIT  PIC 9(03).

		01 RFS-CO-RATE-IDX  PIC 9(02).

		*> Every PAYMENT line dated in the month: who it is
		*> credited to (zero for a direct sale) and what it
		*> earned.
		01 RFS-CO-PAY-TABLE.
			05 RFS-CO-PAY-ENTRY OCCURS 5000 TIMES.
				10 RFS-CO-PAY-DATE      PIC 9(08).
				10 RFS-CO-PAY-SITE      PIC X(08).
				10 RFS-CO-PAY-PRODUCT   PIC X(04).
				10 RFS-CO-PAY-ID        PIC 9(08).
				10 RFS-CO-PAY-REFERENCE PIC X(08).
				10 RFS-CO-PAY-AMOUNT    USAGE BINARY-DOUBLE.
				10 RFS-CO-PAY-RATE      USAGE BINARY-LONG.
				10 RFS-CO-PAY-COMM      USAGE BINARY-DOUBLE.
				10 RFS-CO-PAY-PARTNER   PIC 9(03).
				10 RFS-CO-PAY-KIND      PIC X(01).
					88 RFS-CO-PAY-RENEWAL VALUE "R".
				10 RFS-CO-PAY-ORPHAN    PIC X(08).

		01 RFS-CO-PAY-USED PIC 9(04) VALUE 0.
		01 RFS-CO-PAY-IDX  PIC 9(04).

		01 RFS-CO-AUDIT-EOF-FLAG PIC X(01).
			88 RFS-CO-AUDIT-EOF VALUE "Y".

		01 RFS-CO-PSITE-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-CO-PSITE-OPEN VALUE "Y".

		01 RFS-CO-PSITE-DONE-FLAG PIC X(01).
			88 RFS-CO-PSITE-DONE VALUE "Y".

		*> Audit generations are read from the statement month
		*> up to today's month - a payment made in the month can
		*> only have been parked with that month or a later one.
		01 RFS-CO-GEN-YEAR  PIC 9(04).
		01 RFS-CO-GEN-MONTH PIC 9(02).
		01 RFS-CO-GEN-NUM   PIC 9(06).
		01 RFS-CO-LAST-NUM  PIC 9(06).

		*> The line read just before the current one - a PAYMENT
		*> that renewed is written straight after its RENEW.
		01 RFS-CO-PREV-OPERATION PIC X(09) VALUE SPACES.
		01 RFS-CO-PREV-SITE      PIC X(08) VALUE SPACES.
		01 RFS-CO-PREV-PRODUCT   PIC X(04) VALUE SPACES.
		01 RFS-CO-PREV-ID        PIC X(08) VALUE SPACES.

		*> The trail writes the subscription-id with leading
		*> blanks (Z(7)9); they are refilled with zeros here so
		*> the id can be carried as a number.
		01 RFS-CO-ID-WORK     PIC X(08).
		01 RFS-CO-LINE-DATE   PIC 9(08).
		01 RFS-CO-LINE-AMOUNT PIC 9(08).

		*> The partner holding the site on the payment's day.
		01 RFS-CO-HOLDER      PIC X(08).

		01 RFS-CO-PAY-COUNT    PIC 9(06) VALUE 0.
		01 RFS-CO-DIRECT-COUNT PIC 9(06) VALUE 0.
		01 RFS-CO-ORPHAN-COUNT PIC 9(06) VALUE 0.
		01 RFS-CO-HELD-COUNT   PIC 9(06) VALUE 0.
		01 RFS-CO-FEED-COUNT   PIC 9(06) VALUE 0.

		01 RFS-CO-TOT-PAID     USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-CO-TOT-COMM     USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-CO-TOT-FEED     USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-CO-DIRECT-PAID  USAGE BINARY-DOUBLE VALUE 0.

		*> The section being printed - a partner's index, or zero
		*> for the direct sales.
		01 RFS-CO-SECTION PIC 9(03).

		01 RFS-CO-OUT-PERIOD.
			05 CO-PERIOD-YEAR  PIC 9(04).
			05 CO-PERIOD-MONTH PIC 9(02).

		01 RFS-CO-OUT-REFERENCE.
			05 FILLER          PIC X(04) VALUE "COMM".
			05 CO-REF-YEAR     PIC 9(04).
			05 CO-REF-MONTH    PIC 9(02).

		*> CSV amount image - an explicit decimal point, the same
		*> as the general-ledger journal.
		01 RFS-CO-OUT-AMOUNT.
			05 CO-AMOUNT-WHOLE PIC 9(11).
			05 FILLER          PIC X(01) VALUE ".".
			05 CO-AMOUNT-CENTS PIC 9(02).

		01 RFS-CO-TITLE-LINE.
			05 FILLER           PIC X(36)
				VALUE "Partner commission statement - month".
			05 FILLER           PIC X(01) VALUE SPACE.
			05 CO-TITLE-YEAR    PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 CO-TITLE-MONTH   PIC 9(02).

		01 RFS-CO-PARTNER-LINE.
			05 FILLER           PIC X(09) VALUE "Partner  ".
			05 CO-PTNR-ID-OUT   PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-PTNR-NAME-OUT PIC X(30).
			05 FILLER           PIC X(14) VALUE "  Payee-acct  ".
			05 CO-PTNR-PAYEE-OUT PIC X(12).

		01 RFS-CO-DIRECT-TITLE-LINE PIC X(132)
			VALUE "Direct sales - no partner in force on the payment date".

		01 RFS-CO-COLUMN-LINE PIC X(132)
			VALUE
			"  Date      Site      Prod    Sub-id  Reference            Paid   Rate-%     Commission  Kind".

		01 RFS-CO-DETAIL-LINE.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-DATE-OUT      PIC 9(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-SITE-OUT      PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-PRODUCT-OUT   PIC X(04).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-ID-OUT        PIC Z(7)9.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-REFERENCE-OUT PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-PAID-OUT      PIC Z(10)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-RATE-OUT      PIC ZZ9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-COMM-OUT      PIC Z(10)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 CO-KIND-OUT      PIC X(30).

		01 RFS-CO-SUBTOTAL-LINE.
			05 FILLER           PIC X(12) VALUE "  Total  -  ".
			05 CO-SUB-COUNT-OUT PIC Z(05)9.
			05 FILLER           PIC X(28)
				VALUE " payment(s)                 ".
			05 CO-SUB-PAID-OUT  PIC Z(10)9.99.
			05 FILLER           PIC X(10) VALUE SPACES.
			05 CO-SUB-COMM-OUT  PIC Z(10)9.99.

		01 RFS-CO-HELD-LINE.
			05 FILLER           PIC X(48)
				VALUE "  WITHHELD FROM PAYABLE FEED - NO PAYEE ACCOUNT".

		01 RFS-CO-EMPTY-LINE PIC X(80)
			VALUE "No PAYMENT lines dated in the month.".

		01 RFS-CO-TOTAL-LINE.
			05 FILLER           PIC X(30).
			05 CO-TOTAL-OUT     PIC Z(10)9.99.

		01 RFS-CO-COUNT-LINE.
			05 FILLER           PIC X(30).
			05 CO-COUNT-OUT     PIC Z(05)9.

		01 RFS-CO-BASIS-LINE PIC X(132)
			VALUE
			"Commission is earned on the money each PAYMENT line records, at the partner's rate for the product or its default.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-STMT-YEAR  USAGE BINARY-LONG.
		01 RFS-IN-STMT-MONTH USAGE BINARY-LONG.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function produces a month's reseller commission
*>     statement. Every PAYMENT line ReyRemitRFS wrote to the
*>     audit trail in the month - the current rfs-audit.dat and
*>     the generations parked since - is credited to the partner
*>     rfs-partner-sites.dat has in force for its site on the
*>     payment's date (the site's assignment with the latest
*>     effective date on or before it), and earns that partner
*>     the amount paid times its rate for the product-code, or
*>     its default rate for a product it has no rate for. A
*>     payment written straight after the RENEW it paid for is
*>     marked as a renewal. Payments with no partner in force -
*>     no assignment, or one marking a direct sale - are listed
*>     as direct sales and earn nothing. rfs-commission.txt
*>     carries a section per partner paid in the month, the
*>     direct sales and the totals; rfs-commission-ap.csv is the
*>     payable feed, one line per partner owed commission. A
*>     partner owed commission with no payee account is left out
*>     of the feed and flagged on the statement.
*>
*>     The run appends its control totals to rfs-runlog.dat:
*>     payments in the month, partner lines fed to payables,
*>     partners withheld from the feed and direct-sale payments.
*>
*> Parameters:
*>     RFS-IN-STMT-YEAR, RFS-IN-STMT-MONTH - the statement
*>     month; zeros fall back to the month before today's
*>
*> Return:
*>     RETURN-CODE is zero on success, 4 when a partner's
*>     commission was withheld from the feed or a payment's site
*>     is assigned to a partner no longer on the master, 20 when
*>     the month is not 1-12, 16 when a file operation could not
*>     be completed
*>

PROCEDURE DIVISION USING RFS-IN-STMT-YEAR RFS-IN-STMT-MONTH.

	MOVE "ReyCommissionRFS" TO RFS-RUN-PROGRAM.
	PERFORM START-RFS-RUN-LOG THRU START-RFS-RUN-LOG-EXIT.

	PERFORM RESOLVE-STATEMENT-MONTH
		THRU RESOLVE-STATEMENT-MONTH-EXIT.
	PERFORM LOAD-PARTNER-TABLE
		THRU LOAD-PARTNER-TABLE-EXIT.

	OPEN INPUT RFS-PSITE-FILE.
	IF RFS-PSITE-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-PSITE-STATUS-OK
			PERFORM HANDLE-RFS-PSITE-ERROR
		END-IF
		SET RFS-CO-PSITE-OPEN TO TRUE
	END-IF.

	PERFORM COLLECT-MONTH-PAYMENTS
		THRU COLLECT-MONTH-PAYMENTS-EXIT.

	IF RFS-CO-PSITE-OPEN
		CLOSE RFS-PSITE-FILE
		IF NOT RFS-PSITE-STATUS-OK
			PERFORM HANDLE-RFS-PSITE-ERROR
		END-IF
	END-IF.

	PERFORM WRITE-COMMISSION-STATEMENT
		THRU WRITE-COMMISSION-STATEMENT-EXIT.
	PERFORM WRITE-PAYABLE-FEED
		THRU WRITE-PAYABLE-FEED-EXIT.

	DISPLAY "ReyCommissionRFS - PAYMENTS " RFS-CO-PAY-COUNT
		" DIRECT " RFS-CO-DIRECT-COUNT
		" FEED LINES " RFS-CO-FEED-COUNT
		" WITHHELD " RFS-CO-HELD-COUNT UPON CONSOLE.

	IF RFS-CO-HELD-COUNT > 0 OR RFS-CO-ORPHAN-COUNT > 0
		MOVE 4 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.

	MOVE RFS-CO-PAY-COUNT    TO RFS-RUN-READ.
	MOVE RFS-CO-FEED-COUNT   TO RFS-RUN-WRITTEN.
	MOVE RFS-CO-HELD-COUNT   TO RFS-RUN-REJECTED.
	MOVE RFS-CO-DIRECT-COUNT TO RFS-RUN-SKIPPED.
	PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT.
	GOBACK.

*> ******************************* <*
*> *** RESOLVE-STATEMENT-MONTH   <*
*> *** Zeros mean "the month     <*
*> *** before today's", as in    <*
*> *** ReyMonthEnd               <*
*> ******************************* <*

RESOLVE-STATEMENT-MONTH.

	ACCEPT RFS-CO-TODAY-DATE FROM DATE YYYYMMDD.

	IF RFS-IN-STMT-YEAR > 0 AND RFS-IN-STMT-MONTH > 0
		IF RFS-IN-STMT-MONTH > 12
			DISPLAY "ReyCommissionRFS - MONTH REJECTED: BAD-MONTH"
				UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
			GOBACK
		END-IF
		MOVE RFS-IN-STMT-YEAR  TO RFS-CO-STMT-YEAR
		MOVE RFS-IN-STMT-MONTH TO RFS-CO-STMT-MONTH
	ELSE
		IF RFS-CO-TODAY-MONTH = 1
			COMPUTE RFS-CO-STMT-YEAR = RFS-CO-TODAY-YEAR - 1
			MOVE 12 TO RFS-CO-STMT-MONTH
		ELSE
			MOVE RFS-CO-TODAY-YEAR TO RFS-CO-STMT-YEAR
			COMPUTE RFS-CO-STMT-MONTH = RFS-CO-TODAY-MONTH - 1
		END-IF
	END-IF.

	COMPUTE RFS-CO-MONTH-START-NUM =
		RFS-CO-STMT-YEAR * 10000 + RFS-CO-STMT-MONTH * 100 + 1.

	MOVE RFS-CO-MONTH-START-NUM TO RFS-VAL-WORK-DATE.
	PERFORM VALIDATE-RFS-DATE THRU VALIDATE-RFS-DATE-EXIT.
	IF NOT RFS-VAL-DATE-GOOD
		DISPLAY "ReyCommissionRFS - MONTH REJECTED: BAD-MONTH"
			UPON CONSOLE
		MOVE 20 TO RETURN-CODE
		PERFORM LOG-RFS-RUN-END THRU LOG-RFS-RUN-END-EXIT
		GOBACK
	END-IF.

	COMPUTE RFS-CO-MONTH-END-NUM =
		RFS-CO-STMT-YEAR * 10000 + RFS-CO-STMT-MONTH * 100 +
		RFS-VAL-MONTH-LENGTH.

RESOLVE-STATEMENT-MONTH-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-PARTNER-TABLE        <*
*> *** No master yet just means  <*
*> *** every sale is direct      <*
*> ******************************* <*

LOAD-PARTNER-TABLE.

	MOVE "N" TO RFS-CO-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-PTNR-FILE.
	IF RFS-PTNR-STATUS-NOT-FOUND
		GO TO LOAD-PARTNER-TABLE-EXIT
	END-IF.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	PERFORM LOAD-ONE-PARTNER
		THRU LOAD-ONE-PARTNER-EXIT
		UNTIL RFS-CO-AUDIT-EOF.

	CLOSE RFS-PTNR-FILE.
	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

LOAD-PARTNER-TABLE-EXIT.
	EXIT.

LOAD-ONE-PARTNER.

	READ RFS-PTNR-FILE NEXT RECORD.

	IF RFS-PTNR-STATUS-EOF
		SET RFS-CO-AUDIT-EOF TO TRUE
		GO TO LOAD-ONE-PARTNER-EXIT
	END-IF.

	IF NOT RFS-PTNR-STATUS-OK
		PERFORM HANDLE-RFS-PTNR-ERROR
	END-IF.

	IF RFS-CO-PTNR-USED >= 200
		DISPLAY "RFS-CO-PTNR-TABLE FULL - MORE THAN 200 PARTNERS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-CO-PTNR-USED.
	MOVE PTNR-PARTNER-ID   TO RFS-CO-PTNR-ID (RFS-CO-PTNR-USED).
	MOVE PTNR-NAME         TO RFS-CO-PTNR-NAME (RFS-CO-PTNR-USED).
	MOVE PTNR-PAYEE-ACCT   TO RFS-CO-PTNR-PAYEE (RFS-CO-PTNR-USED).
	MOVE PTNR-DEFAULT-RATE TO RFS-CO-PTNR-DEFAULT (RFS-CO-PTNR-USED).
	MOVE 0 TO RFS-CO-RATE-IDX.
	PERFORM LOAD-ONE-PARTNER-RATE
		THRU LOAD-ONE-PARTNER-RATE-EXIT
		UNTIL RFS-CO-RATE-IDX >= 10.
	MOVE 0 TO RFS-CO-PTNR-COUNT (RFS-CO-PTNR-USED).
	MOVE 0 TO RFS-CO-PTNR-PAID (RFS-CO-PTNR-USED).
	MOVE 0 TO RFS-CO-PTNR-COMM (RFS-CO-PTNR-USED).

LOAD-ONE-PARTNER-EXIT.
	EXIT.

LOAD-ONE-PARTNER-RATE.

	ADD 1 TO RFS-CO-RATE-IDX.
	MOVE PTNR-RATE-PRODUCT (RFS-CO-RATE-IDX)
		TO RFS-CO-PTNR-RATE-PRODUCT
			(RFS-CO-PTNR-USED, RFS-CO-RATE-IDX).
	MOVE PTNR-RATE-VALUE (RFS-CO-RATE-IDX)
		TO RFS-CO-PTNR-RATE-VALUE
			(RFS-CO-PTNR-USED, RFS-CO-RATE-IDX).

LOAD-ONE-PARTNER-RATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** COLLECT-MONTH-PAYMENTS    <*
*> *** Parked generations first, <*
*> *** oldest to newest, then    <*
*> *** the current trail - a     <*
*> *** missing generation just   <*
*> *** means nothing was rotated <*
*> *** that month                <*
*> ******************************* <*

COLLECT-MONTH-PAYMENTS.

	MOVE RFS-CO-STMT-YEAR  TO RFS-CO-GEN-YEAR.
	MOVE RFS-CO-STMT-MONTH TO RFS-CO-GEN-MONTH.
	COMPUTE RFS-CO-GEN-NUM =
		RFS-CO-GEN-YEAR * 100 + RFS-CO-GEN-MONTH.
	COMPUTE RFS-CO-LAST-NUM =
		RFS-CO-TODAY-YEAR * 100 + RFS-CO-TODAY-MONTH.

	PERFORM SCAN-ONE-GENERATION
		THRU SCAN-ONE-GENERATION-EXIT
		UNTIL RFS-CO-GEN-NUM > RFS-CO-LAST-NUM.

	MOVE "N" TO RFS-CO-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDIT-FILE.
	IF RFS-AUDIT-STATUS-NOT-FOUND
		GO TO COLLECT-MONTH-PAYMENTS-EXIT
	END-IF.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	PERFORM SCAN-ONE-TRAIL-LINE
		THRU SCAN-ONE-TRAIL-LINE-EXIT
		UNTIL RFS-CO-AUDIT-EOF.

	CLOSE RFS-AUDIT-FILE.
	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

COLLECT-MONTH-PAYMENTS-EXIT.
	EXIT.

SCAN-ONE-TRAIL-LINE.

	READ RFS-AUDIT-FILE.

	IF RFS-AUDIT-STATUS = "10"
		SET RFS-CO-AUDIT-EOF TO TRUE
		GO TO SCAN-ONE-TRAIL-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDIT-STATUS-OK
		PERFORM HANDLE-RFS-AUDIT-ERROR
	END-IF.

	MOVE RFS-AUDIT-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM NOTE-PAYMENT-LINE
		THRU NOTE-PAYMENT-LINE-EXIT.

SCAN-ONE-TRAIL-LINE-EXIT.
	EXIT.

SCAN-ONE-GENERATION.

	MOVE SPACES TO RFS-AUDGEN-OPEN-NAME.
	STRING "rfs-audit."      DELIMITED BY SIZE
		RFS-CO-GEN-YEAR     DELIMITED BY SIZE
		RFS-CO-GEN-MONTH    DELIMITED BY SIZE
		".dat"              DELIMITED BY SIZE
		INTO RFS-AUDGEN-OPEN-NAME.

	MOVE "N" TO RFS-CO-AUDIT-EOF-FLAG.

	OPEN INPUT RFS-AUDGEN-FILE.
	IF RFS-AUDGEN-STATUS-NOT-FOUND
		GO TO SCAN-ONE-GENERATION-NEXT
	END-IF.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	PERFORM SCAN-ONE-PARKED-LINE
		THRU SCAN-ONE-PARKED-LINE-EXIT
		UNTIL RFS-CO-AUDIT-EOF.

	CLOSE RFS-AUDGEN-FILE.
	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

SCAN-ONE-GENERATION-NEXT.

	IF RFS-CO-GEN-MONTH = 12
		ADD 1 TO RFS-CO-GEN-YEAR
		MOVE 1 TO RFS-CO-GEN-MONTH
	ELSE
		ADD 1 TO RFS-CO-GEN-MONTH
	END-IF.
	COMPUTE RFS-CO-GEN-NUM =
		RFS-CO-GEN-YEAR * 100 + RFS-CO-GEN-MONTH.

SCAN-ONE-GENERATION-EXIT.
	EXIT.

SCAN-ONE-PARKED-LINE.

	READ RFS-AUDGEN-FILE.

	IF RFS-AUDGEN-STATUS-EOF
		SET RFS-CO-AUDIT-EOF TO TRUE
		GO TO SCAN-ONE-PARKED-LINE-EXIT
	END-IF.

	IF NOT RFS-AUDGEN-STATUS-OK
		PERFORM HANDLE-RFS-AUDGEN-ERROR
	END-IF.

	MOVE RFS-AUDGEN-LINE TO RFS-AUDIT-PARSE-LINE.
	PERFORM NOTE-PAYMENT-LINE
		THRU NOTE-PAYMENT-LINE-EXIT.

SCAN-ONE-PARKED-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** NOTE-PAYMENT-LINE         <*
*> *** A PAYMENT line's old-date <*
*> *** column is the amount paid <*
*> *** in hundredths and its     <*
*> *** new-date column the       <*
*> *** payment reference         <*
*> ******************************* <*

NOTE-PAYMENT-LINE.

	IF PARSE-AUDIT-OPERATION NOT = "PAYMENT"
		GO TO NOTE-PAYMENT-LINE-NEXT
	END-IF.

	MOVE PARSE-AUDIT-SUBSCRIPTION-ID TO RFS-CO-ID-WORK.
	INSPECT RFS-CO-ID-WORK REPLACING LEADING SPACES BY ZEROS.

	IF PARSE-AUDIT-YEAR NOT NUMERIC
			OR PARSE-AUDIT-MONTH NOT NUMERIC
			OR PARSE-AUDIT-DAY NOT NUMERIC
			OR RFS-CO-ID-WORK NOT NUMERIC
			OR PARSE-AUDIT-OLD-END-DATE NOT NUMERIC
		GO TO NOTE-PAYMENT-LINE-NEXT
	END-IF.

	COMPUTE RFS-CO-LINE-DATE =
		PARSE-AUDIT-YEAR * 10000 + PARSE-AUDIT-MONTH * 100 +
		PARSE-AUDIT-DAY.
	IF RFS-CO-LINE-DATE < RFS-CO-MONTH-START-NUM
			OR RFS-CO-LINE-DATE > RFS-CO-MONTH-END-NUM
		GO TO NOTE-PAYMENT-LINE-NEXT
	END-IF.

	IF RFS-CO-PAY-USED >= 5000
		DISPLAY "RFS-CO-PAY-TABLE FULL - MORE THAN 5000 PAYMENTS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	MOVE PARSE-AUDIT-OLD-END-DATE TO RFS-CO-LINE-AMOUNT.

	ADD 1 TO RFS-CO-PAY-USED.
	MOVE RFS-CO-LINE-DATE TO RFS-CO-PAY-DATE (RFS-CO-PAY-USED).
	MOVE PARSE-AUDIT-SITE-CODE TO RFS-CO-PAY-SITE (RFS-CO-PAY-USED).
	MOVE PARSE-AUDIT-PRODUCT-CODE
		TO RFS-CO-PAY-PRODUCT (RFS-CO-PAY-USED).
	MOVE RFS-CO-ID-WORK TO RFS-CO-PAY-ID (RFS-CO-PAY-USED).
	MOVE PARSE-AUDIT-NEW-END-DATE
		TO RFS-CO-PAY-REFERENCE (RFS-CO-PAY-USED).
	MOVE RFS-CO-LINE-AMOUNT TO RFS-CO-PAY-AMOUNT (RFS-CO-PAY-USED).
	MOVE 0 TO RFS-CO-PAY-RATE (RFS-CO-PAY-USED).
	MOVE 0 TO RFS-CO-PAY-COMM (RFS-CO-PAY-USED).
	MOVE 0 TO RFS-CO-PAY-PARTNER (RFS-CO-PAY-USED).
	MOVE SPACES TO RFS-CO-PAY-ORPHAN (RFS-CO-PAY-USED).
	IF RFS-CO-PREV-OPERATION = "RENEW"
			AND RFS-CO-PREV-SITE = PARSE-AUDIT-SITE-CODE
			AND RFS-CO-PREV-PRODUCT = PARSE-AUDIT-PRODUCT-CODE
			AND RFS-CO-PREV-ID = PARSE-AUDIT-SUBSCRIPTION-ID
		MOVE "R" TO RFS-CO-PAY-KIND (RFS-CO-PAY-USED)
	ELSE
		MOVE "P" TO RFS-CO-PAY-KIND (RFS-CO-PAY-USED)
	END-IF.

	ADD 1 TO RFS-CO-PAY-COUNT.
	ADD RFS-CO-LINE-AMOUNT TO RFS-CO-TOT-PAID.

	PERFORM CREDIT-PAYMENT-TO-PARTNER
		THRU CREDIT-PAYMENT-TO-PARTNER-EXIT.

NOTE-PAYMENT-LINE-NEXT.

	MOVE PARSE-AUDIT-OPERATION       TO RFS-CO-PREV-OPERATION.
	MOVE PARSE-AUDIT-SITE-CODE       TO RFS-CO-PREV-SITE.
	MOVE PARSE-AUDIT-PRODUCT-CODE    TO RFS-CO-PREV-PRODUCT.
	MOVE PARSE-AUDIT-SUBSCRIPTION-ID TO RFS-CO-PREV-ID.

NOTE-PAYMENT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** CREDIT-PAYMENT-TO-PARTNER <*
*> *** Finds the partner in      <*
*> *** force for the site on the <*
*> *** payment's day and prices  <*
*> *** the commission at its     <*
*> *** rate for the product      <*
*> ******************************* <*

CREDIT-PAYMENT-TO-PARTNER.

	MOVE SPACES TO RFS-CO-HOLDER.
	IF RFS-CO-PSITE-OPEN
		PERFORM FIND-SITE-HOLDER
			THRU FIND-SITE-HOLDER-EXIT
	END-IF.

	IF RFS-CO-HOLDER = SPACES
		ADD 1 TO RFS-CO-DIRECT-COUNT
		ADD RFS-CO-LINE-AMOUNT TO RFS-CO-DIRECT-PAID
		GO TO CREDIT-PAYMENT-TO-PARTNER-EXIT
	END-IF.

	MOVE 0 TO RFS-CO-PTNR-HIT.
	MOVE 0 TO RFS-CO-PTNR-IDX.
	PERFORM TEST-ONE-PARTNER
		THRU TEST-ONE-PARTNER-EXIT
		UNTIL RFS-CO-PTNR-HIT > 0
			OR RFS-CO-PTNR-IDX >= RFS-CO-PTNR-USED.

	*> The site names a partner the master no longer carries -
	*> it is listed with the direct sales so the money is not
	*> lost, and flagged for someone to put the master right.
	IF RFS-CO-PTNR-HIT = 0
		MOVE RFS-CO-HOLDER TO RFS-CO-PAY-ORPHAN (RFS-CO-PAY-USED)
		ADD 1 TO RFS-CO-ORPHAN-COUNT
		ADD 1 TO RFS-CO-DIRECT-COUNT
		ADD RFS-CO-LINE-AMOUNT TO RFS-CO-DIRECT-PAID
		GO TO CREDIT-PAYMENT-TO-PARTNER-EXIT
	END-IF.

	MOVE RFS-CO-PTNR-HIT TO RFS-CO-PAY-PARTNER (RFS-CO-PAY-USED).
	MOVE RFS-CO-PTNR-DEFAULT (RFS-CO-PTNR-HIT)
		TO RFS-CO-PAY-RATE (RFS-CO-PAY-USED).
	MOVE 0 TO RFS-CO-RATE-IDX.
	PERFORM TEST-ONE-PRODUCT-RATE
		THRU TEST-ONE-PRODUCT-RATE-EXIT
		UNTIL RFS-CO-RATE-IDX >= 10.

	COMPUTE RFS-CO-PAY-COMM (RFS-CO-PAY-USED) ROUNDED =
		RFS-CO-LINE-AMOUNT * RFS-CO-PAY-RATE (RFS-CO-PAY-USED)
		/ 10000.

	ADD 1 TO RFS-CO-PTNR-COUNT (RFS-CO-PTNR-HIT).
	ADD RFS-CO-LINE-AMOUNT TO RFS-CO-PTNR-PAID (RFS-CO-PTNR-HIT).
	ADD RFS-CO-PAY-COMM (RFS-CO-PAY-USED)
		TO RFS-CO-PTNR-COMM (RFS-CO-PTNR-HIT).
	ADD RFS-CO-PAY-COMM (RFS-CO-PAY-USED) TO RFS-CO-TOT-COMM.

CREDIT-PAYMENT-TO-PARTNER-EXIT.
	EXIT.

TEST-ONE-PARTNER.

	ADD 1 TO RFS-CO-PTNR-IDX.
	IF RFS-CO-PTNR-ID (RFS-CO-PTNR-IDX) = RFS-CO-HOLDER
		MOVE RFS-CO-PTNR-IDX TO RFS-CO-PTNR-HIT
	END-IF.

TEST-ONE-PARTNER-EXIT.
	EXIT.

TEST-ONE-PRODUCT-RATE.

	ADD 1 TO RFS-CO-RATE-IDX.
	IF RFS-CO-PTNR-RATE-PRODUCT (RFS-CO-PTNR-HIT, RFS-CO-RATE-IDX)
			= RFS-CO-PAY-PRODUCT (RFS-CO-PAY-USED)
		MOVE RFS-CO-PTNR-RATE-VALUE (RFS-CO-PTNR-HIT, RFS-CO-RATE-IDX)
			TO RFS-CO-PAY-RATE (RFS-CO-PAY-USED)
	END-IF.

TEST-ONE-PRODUCT-RATE-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-SITE-HOLDER          <*
*> *** Walks the site's          <*
*> *** assignments in date order <*
*> *** and keeps the last one    <*
*> *** effective by the payment  <*
*> *** date                      <*
*> ******************************* <*

FIND-SITE-HOLDER.

	MOVE "N" TO RFS-CO-PSITE-DONE-FLAG.
	MOVE RFS-CO-PAY-SITE (RFS-CO-PAY-USED) TO PSITE-SITE-CODE.
	MOVE 0 TO PSITE-EFFECTIVE-DATE.
	START RFS-PSITE-FILE KEY IS >= RFS-PSITE-KEY.
	IF RFS-PSITE-STATUS-NO-RECORD
		GO TO FIND-SITE-HOLDER-EXIT
	END-IF.
	IF NOT RFS-PSITE-STATUS-OK
		PERFORM HANDLE-RFS-PSITE-ERROR
	END-IF.

	PERFORM READ-NEXT-SITE-ASSIGNMENT
		THRU READ-NEXT-SITE-ASSIGNMENT-EXIT
		UNTIL RFS-CO-PSITE-DONE.

FIND-SITE-HOLDER-EXIT.
	EXIT.

READ-NEXT-SITE-ASSIGNMENT.

	READ RFS-PSITE-FILE NEXT RECORD.

	IF RFS-PSITE-STATUS-EOF
		SET RFS-CO-PSITE-DONE TO TRUE
		GO TO READ-NEXT-SITE-ASSIGNMENT-EXIT
	END-IF.

	IF NOT RFS-PSITE-STATUS-OK
		PERFORM HANDLE-RFS-PSITE-ERROR
	END-IF.

	IF PSITE-SITE-CODE NOT = RFS-CO-PAY-SITE (RFS-CO-PAY-USED)
			OR PSITE-EFFECTIVE-DATE > RFS-CO-LINE-DATE
		SET RFS-CO-PSITE-DONE TO TRUE
		GO TO READ-NEXT-SITE-ASSIGNMENT-EXIT
	END-IF.

	MOVE PSITE-PARTNER-ID TO RFS-CO-HOLDER.

READ-NEXT-SITE-ASSIGNMENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-COMMISSION-         <*
*> *** STATEMENT                 <*
*> *** A section per partner     <*
*> *** paid in the month, in     <*
*> *** partner-id order, then    <*
*> *** the direct sales and the  <*
*> *** totals                    <*
*> ******************************* <*

WRITE-COMMISSION-STATEMENT.

	OPEN OUTPUT RFS-COMRPT-FILE.
	IF NOT RFS-COMRPT-STATUS-OK
		PERFORM HANDLE-RFS-COMRPT-ERROR
	END-IF.

	MOVE RFS-CO-STMT-YEAR  TO CO-TITLE-YEAR.
	MOVE RFS-CO-STMT-MONTH TO CO-TITLE-MONTH.
	MOVE RFS-CO-TITLE-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.
	MOVE SPACES TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	IF RFS-CO-PAY-USED = 0
		MOVE RFS-CO-EMPTY-LINE TO RFS-COMRPT-LINE
		PERFORM WRITE-STATEMENT-LINE
		MOVE SPACES TO RFS-COMRPT-LINE
		PERFORM WRITE-STATEMENT-LINE
	END-IF.

	MOVE 0 TO RFS-CO-PTNR-IDX.
	PERFORM WRITE-PARTNER-SECTION
		THRU WRITE-PARTNER-SECTION-EXIT
		UNTIL RFS-CO-PTNR-IDX >= RFS-CO-PTNR-USED.

	IF RFS-CO-DIRECT-COUNT > 0
		MOVE RFS-CO-DIRECT-TITLE-LINE TO RFS-COMRPT-LINE
		PERFORM WRITE-STATEMENT-LINE
		MOVE RFS-CO-COLUMN-LINE TO RFS-COMRPT-LINE
		PERFORM WRITE-STATEMENT-LINE
		MOVE 0 TO RFS-CO-SECTION
		MOVE 0 TO RFS-CO-PAY-IDX
		PERFORM WRITE-SECTION-PAYMENT
			THRU WRITE-SECTION-PAYMENT-EXIT
			UNTIL RFS-CO-PAY-IDX >= RFS-CO-PAY-USED
		MOVE RFS-CO-DIRECT-COUNT TO CO-SUB-COUNT-OUT
		COMPUTE CO-SUB-PAID-OUT = RFS-CO-DIRECT-PAID / 100
		MOVE 0 TO CO-SUB-COMM-OUT
		MOVE RFS-CO-SUBTOTAL-LINE TO RFS-COMRPT-LINE
		PERFORM WRITE-STATEMENT-LINE
		MOVE SPACES TO RFS-COMRPT-LINE
		PERFORM WRITE-STATEMENT-LINE
	END-IF.

	MOVE "Payments in the month       :" TO RFS-CO-COUNT-LINE.
	MOVE RFS-CO-PAY-COUNT TO CO-COUNT-OUT.
	MOVE RFS-CO-COUNT-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE "Direct sales                :" TO RFS-CO-COUNT-LINE.
	MOVE RFS-CO-DIRECT-COUNT TO CO-COUNT-OUT.
	MOVE RFS-CO-COUNT-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE "Sites with unknown partner  :" TO RFS-CO-COUNT-LINE.
	MOVE RFS-CO-ORPHAN-COUNT TO CO-COUNT-OUT.
	MOVE RFS-CO-COUNT-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE "Partners withheld from feed :" TO RFS-CO-COUNT-LINE.
	MOVE RFS-CO-HELD-COUNT TO CO-COUNT-OUT.
	MOVE RFS-CO-COUNT-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE "Total paid                  :" TO RFS-CO-TOTAL-LINE.
	COMPUTE CO-TOTAL-OUT = RFS-CO-TOT-PAID / 100.
	MOVE RFS-CO-TOTAL-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE "Total commission            :" TO RFS-CO-TOTAL-LINE.
	COMPUTE CO-TOTAL-OUT = RFS-CO-TOT-COMM / 100.
	MOVE RFS-CO-TOTAL-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE SPACES TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.
	MOVE RFS-CO-BASIS-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	CLOSE RFS-COMRPT-FILE.
	IF NOT RFS-COMRPT-STATUS-OK
		PERFORM HANDLE-RFS-COMRPT-ERROR
	END-IF.

WRITE-COMMISSION-STATEMENT-EXIT.
	EXIT.

WRITE-PARTNER-SECTION.

	ADD 1 TO RFS-CO-PTNR-IDX.
	IF RFS-CO-PTNR-COUNT (RFS-CO-PTNR-IDX) = 0
		GO TO WRITE-PARTNER-SECTION-EXIT
	END-IF.

	MOVE RFS-CO-PTNR-ID (RFS-CO-PTNR-IDX)    TO CO-PTNR-ID-OUT.
	MOVE RFS-CO-PTNR-NAME (RFS-CO-PTNR-IDX)  TO CO-PTNR-NAME-OUT.
	MOVE RFS-CO-PTNR-PAYEE (RFS-CO-PTNR-IDX) TO CO-PTNR-PAYEE-OUT.
	MOVE RFS-CO-PARTNER-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.
	MOVE RFS-CO-COLUMN-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE RFS-CO-PTNR-IDX TO RFS-CO-SECTION.
	MOVE 0 TO RFS-CO-PAY-IDX.
	PERFORM WRITE-SECTION-PAYMENT
		THRU WRITE-SECTION-PAYMENT-EXIT
		UNTIL RFS-CO-PAY-IDX >= RFS-CO-PAY-USED.

	MOVE RFS-CO-PTNR-COUNT (RFS-CO-PTNR-IDX) TO CO-SUB-COUNT-OUT.
	COMPUTE CO-SUB-PAID-OUT = RFS-CO-PTNR-PAID (RFS-CO-PTNR-IDX) / 100.
	COMPUTE CO-SUB-COMM-OUT = RFS-CO-PTNR-COMM (RFS-CO-PTNR-IDX) / 100.
	MOVE RFS-CO-SUBTOTAL-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	*> Owed commission but nowhere to pay it - the feed leaves
	*> the partner out rather than send AP a blank vendor.
	IF RFS-CO-PTNR-COMM (RFS-CO-PTNR-IDX) > 0
			AND RFS-CO-PTNR-PAYEE (RFS-CO-PTNR-IDX) = SPACES
		ADD 1 TO RFS-CO-HELD-COUNT
		MOVE RFS-CO-HELD-LINE TO RFS-COMRPT-LINE
		PERFORM WRITE-STATEMENT-LINE
		DISPLAY "ReyCommissionRFS - NO PAYEE ACCOUNT FOR PARTNER "
			RFS-CO-PTNR-ID (RFS-CO-PTNR-IDX) UPON CONSOLE
	END-IF.

	MOVE SPACES TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

WRITE-PARTNER-SECTION-EXIT.
	EXIT.

WRITE-SECTION-PAYMENT.

	ADD 1 TO RFS-CO-PAY-IDX.
	IF RFS-CO-PAY-PARTNER (RFS-CO-PAY-IDX) NOT = RFS-CO-SECTION
		GO TO WRITE-SECTION-PAYMENT-EXIT
	END-IF.

	MOVE RFS-CO-PAY-DATE (RFS-CO-PAY-IDX)      TO CO-DATE-OUT.
	MOVE RFS-CO-PAY-SITE (RFS-CO-PAY-IDX)      TO CO-SITE-OUT.
	MOVE RFS-CO-PAY-PRODUCT (RFS-CO-PAY-IDX)   TO CO-PRODUCT-OUT.
	MOVE RFS-CO-PAY-ID (RFS-CO-PAY-IDX)        TO CO-ID-OUT.
	MOVE RFS-CO-PAY-REFERENCE (RFS-CO-PAY-IDX) TO CO-REFERENCE-OUT.
	COMPUTE CO-PAID-OUT = RFS-CO-PAY-AMOUNT (RFS-CO-PAY-IDX) / 100.
	COMPUTE CO-RATE-OUT = RFS-CO-PAY-RATE (RFS-CO-PAY-IDX) / 100.
	COMPUTE CO-COMM-OUT = RFS-CO-PAY-COMM (RFS-CO-PAY-IDX) / 100.

	IF RFS-CO-PAY-RENEWAL (RFS-CO-PAY-IDX)
		MOVE "RENEWAL" TO CO-KIND-OUT
	ELSE
		MOVE "PAYMENT" TO CO-KIND-OUT
	END-IF.
	IF RFS-CO-PAY-ORPHAN (RFS-CO-PAY-IDX) NOT = SPACES
		MOVE SPACES TO CO-KIND-OUT
		STRING "PARTNER NOT ON FILE "   DELIMITED BY SIZE
			RFS-CO-PAY-ORPHAN (RFS-CO-PAY-IDX) DELIMITED BY SPACE
			INTO CO-KIND-OUT
	END-IF.

	MOVE RFS-CO-DETAIL-LINE TO RFS-COMRPT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

WRITE-SECTION-PAYMENT-EXIT.
	EXIT.

WRITE-STATEMENT-LINE.

	WRITE RFS-COMRPT-LINE.
	IF NOT RFS-COMRPT-STATUS-OK
		PERFORM HANDLE-RFS-COMRPT-ERROR
	END-IF.

WRITE-STATEMENT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-PAYABLE-FEED        <*
*> *** One line per partner owed <*
*> *** commission and carrying a <*
*> *** payee account             <*
*> ******************************* <*

WRITE-PAYABLE-FEED.

	OPEN OUTPUT RFS-COMAP-FILE.
	IF NOT RFS-COMAP-STATUS-OK
		PERFORM HANDLE-RFS-COMAP-ERROR
	END-IF.

	MOVE "PAYEE-ACCT,PARTNER-ID,PERIOD,AMOUNT,REFERENCE"
		TO RFS-COMAP-LINE.
	PERFORM WRITE-FEED-LINE.

	MOVE RFS-CO-STMT-YEAR  TO CO-PERIOD-YEAR.
	MOVE RFS-CO-STMT-MONTH TO CO-PERIOD-MONTH.
	MOVE RFS-CO-STMT-YEAR  TO CO-REF-YEAR.
	MOVE RFS-CO-STMT-MONTH TO CO-REF-MONTH.

	MOVE 0 TO RFS-CO-PTNR-IDX.
	PERFORM FEED-ONE-PARTNER
		THRU FEED-ONE-PARTNER-EXIT
		UNTIL RFS-CO-PTNR-IDX >= RFS-CO-PTNR-USED.

	CLOSE RFS-COMAP-FILE.
	IF NOT RFS-COMAP-STATUS-OK
		PERFORM HANDLE-RFS-COMAP-ERROR
	END-IF.

WRITE-PAYABLE-FEED-EXIT.
	EXIT.

FEED-ONE-PARTNER.

	ADD 1 TO RFS-CO-PTNR-IDX.
	IF RFS-CO-PTNR-COMM (RFS-CO-PTNR-IDX) = 0
			OR RFS-CO-PTNR-PAYEE (RFS-CO-PTNR-IDX) = SPACES
		GO TO FEED-ONE-PARTNER-EXIT
	END-IF.

	COMPUTE CO-AMOUNT-WHOLE = RFS-CO-PTNR-COMM (RFS-CO-PTNR-IDX) / 100.
	COMPUTE CO-AMOUNT-CENTS =
		FUNCTION MOD (RFS-CO-PTNR-COMM (RFS-CO-PTNR-IDX) 100).

	MOVE SPACES TO RFS-COMAP-LINE.
	STRING RFS-CO-PTNR-PAYEE (RFS-CO-PTNR-IDX) DELIMITED BY SPACE
		","                                   DELIMITED BY SIZE
		RFS-CO-PTNR-ID (RFS-CO-PTNR-IDX)      DELIMITED BY SPACE
		","                                   DELIMITED BY SIZE
		RFS-CO-OUT-PERIOD                     DELIMITED BY SIZE
		","                                   DELIMITED BY SIZE
		RFS-CO-OUT-AMOUNT                     DELIMITED BY SIZE
		","                                   DELIMITED BY SIZE
		RFS-CO-OUT-REFERENCE                  DELIMITED BY SIZE
		INTO RFS-COMAP-LINE.
	PERFORM WRITE-FEED-LINE.

	ADD 1 TO RFS-CO-FEED-COUNT.
	ADD RFS-CO-PTNR-COMM (RFS-CO-PTNR-IDX) TO RFS-CO-TOT-FEED.

FEED-ONE-PARTNER-EXIT.
	EXIT.

WRITE-FEED-LINE.

	WRITE RFS-COMAP-LINE.
	IF NOT RFS-COMAP-STATUS-OK
		PERFORM HANDLE-RFS-COMAP-ERROR
	END-IF.

WRITE-FEED-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PTNR-ERROR     <*
*> ******************************* <*

HANDLE-RFS-PTNR-ERROR.
	DISPLAY "RFS-PTNR-FILE ERROR - FILE STATUS " RFS-PTNR-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PTNR-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-PSITE-ERROR    <*
*> ******************************* <*

HANDLE-RFS-PSITE-ERROR.
	DISPLAY "RFS-PSITE-FILE ERROR - FILE STATUS " RFS-PSITE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-PSITE-ERROR-EXIT.
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
*> *** HANDLE-RFS-COMRPT-ERROR   <*
*> ******************************* <*

HANDLE-RFS-COMRPT-ERROR.
	DISPLAY "RFS-COMRPT-FILE ERROR - FILE STATUS " RFS-COMRPT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-COMRPT-ERROR-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-COMAP-ERROR    <*
*> ******************************* <*

HANDLE-RFS-COMAP-ERROR.
	DISPLAY "RFS-COMAP-FILE ERROR - FILE STATUS " RFS-COMAP-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-COMAP-ERROR-EXIT.
	EXIT.

	COPY "rfs.validate.cpy".
	COPY "audit.error.cpy".
	COPY "runlog.cpy".
