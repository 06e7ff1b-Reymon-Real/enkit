*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyStatementRFS.cbl  *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Consolidated statement of    *** <*
*> *** account per parent account   *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyStatementRFS.

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
			COPY "parent.env.cpy".
			COPY "parchild.env.cpy".
			COPY "recv.env.cpy".
			COPY "custmast.env.cpy".
			COPY "stmt.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "files.fd.cpy".
		COPY "parent.fd.cpy".
		COPY "parchild.fd.cpy".
		COPY "recv.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "stmt.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "files.status.cpy".

		COPY "files.lock-ws.cpy".
		COPY "parent.status.cpy".
		COPY "parchild.status.cpy".
		COPY "recv.status.cpy".
		COPY "custmast.status.cpy".
		COPY "stmt.status.cpy".

		COPY "parent.lookup-ws.cpy".

		COPY "custmast.lookup-ws.cpy".

		01 RFS-SM-TODAY-DATE.
			05 RFS-SM-TODAY-YEAR   PIC 9(04).
			05 RFS-SM-TODAY-MONTH  PIC 9(02).
			05 RFS-SM-TODAY-DAY    PIC 9(02).

		01 RFS-SM-TODAY-NUM PIC 9(08).

		*> SPACES runs a statement for every parent on file.
		01 RFS-SM-PARENT-FILTER PIC X(08) VALUE SPACES.

		01 RFS-SM-RFS-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-SM-RFS-OPEN VALUE "Y".

		01 RFS-SM-PCH-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-SM-PCH-OPEN VALUE "Y".

		01 RFS-SM-RCV-OPEN-FLAG PIC X(01) VALUE "N".
			88 RFS-SM-RCV-OPEN VALUE "Y".

		01 RFS-SM-PARENT-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-SM-PARENT-EOF VALUE "Y".

		01 RFS-SM-SCAN-DONE-FLAG PIC X(01) VALUE "N".
			88 RFS-SM-SCAN-DONE VALUE "Y".

		*> The parent whose statement is being built.
		01 RFS-SM-PARENT-ID PIC X(08).

		*> The parent's sites, in site-code order, with what is
		*> left of any credit held on each.
		01 RFS-SM-SITE-TABLE.
			05 RFS-SM-SITE-ENTRY OCCURS 500 TIMES.
				10 RFS-SM-SITE-CODE    PIC X(08).
				10 RFS-SM-SITE-CREDIT  USAGE BINARY-DOUBLE.

		01 RFS-SM-SITE-USED PIC 9(03) VALUE 0.
		01 RFS-SM-SITE-IDX  PIC 9(03).
		01 RFS-SM-SITE-HIT  PIC 9(03).

		*> One line per child site and product - its latest
		*> window in rfs.dat and what the receivables ledger
		*> holds against it.
		01 RFS-SM-LINE-TABLE.
			05 RFS-SM-LINE-ENTRY OCCURS 2000 TIMES.
				10 RFS-SM-LINE-SITE     PIC X(08).
				10 RFS-SM-LINE-PRODUCT  PIC X(04).
				10 RFS-SM-LINE-ID       PIC 9(08).
				10 RFS-SM-LINE-START    PIC 9(08).
				10 RFS-SM-LINE-END      PIC 9(08).
				10 RFS-SM-LINE-STATUS   PIC X(12).
				10 RFS-SM-LINE-SEATS    PIC 9(06).
				10 RFS-SM-LINE-RAISED   USAGE BINARY-DOUBLE.
				10 RFS-SM-LINE-APPLIED  USAGE BINARY-DOUBLE.

		01 RFS-SM-LINE-USED PIC 9(04) VALUE 0.
		01 RFS-SM-LINE-IDX  PIC 9(04).
		01 RFS-SM-LINE-HIT  PIC 9(04).

		*> The site/product whose records are being walked and
		*> the latest of them so far.
		01 RFS-SM-CUR-SITE     PIC X(08).
		01 RFS-SM-CUR-PRODUCT  PIC X(04) VALUE SPACES.
		01 RFS-SM-CUR-ID       PIC 9(08).
		01 RFS-SM-CUR-START    PIC 9(08).
		01 RFS-SM-CUR-END      PIC 9(08).
		01 RFS-SM-CUR-GRACE    USAGE BINARY-LONG.
		01 RFS-SM-CUR-MARK     PIC X(01).
		01 RFS-SM-CUR-EFFECT   USAGE BINARY-LONG.
		01 RFS-SM-CUR-SEATS    USAGE BINARY-LONG.
		01 RFS-SM-DAYS-PAST    USAGE BINARY-LONG.

		01 RFS-SM-HAVE-PRODUCT-FLAG PIC X(01) VALUE "N".
			88 RFS-SM-HAVE-PRODUCT VALUE "Y".

		*> Running figures for the site being printed and for
		*> the whole group.
		01 RFS-SM-SITE-RAISED    USAGE BINARY-DOUBLE.
		01 RFS-SM-SITE-APPLIED   USAGE BINARY-DOUBLE.
		01 RFS-SM-GROUP-RAISED   USAGE BINARY-DOUBLE.
		01 RFS-SM-GROUP-APPLIED  USAGE BINARY-DOUBLE.
		01 RFS-SM-GROUP-CREDIT   USAGE BINARY-DOUBLE.
		01 RFS-SM-GROUP-LINES    PIC 9(06).
		01 RFS-SM-WORK-CENTS     USAGE BINARY-DOUBLE.

		01 RFS-SM-STMT-COUNT     PIC 9(06) VALUE 0.

		01 RFS-SM-TITLE-LINE.
			05 FILLER           PIC X(31)
				VALUE "Consolidated statement of acco".
			05 FILLER           PIC X(10) VALUE "unt as at ".
			05 SM-TITLE-YEAR    PIC 9(04).
			05 FILLER           PIC X(01) VALUE "-".
			05 SM-TITLE-MONTH   PIC 9(02).
			05 FILLER           PIC X(01) VALUE "-".
			05 SM-TITLE-DAY     PIC 9(02).

		01 RFS-SM-PARENT-LINE.
			05 FILLER           PIC X(17) VALUE "Parent account : ".
			05 SM-PARENT-ID-OUT PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-PARENT-NAME-OUT PIC X(30).

		01 RFS-SM-BILLING-LINE.
			05 FILLER           PIC X(17) VALUE "Bill to        : ".
			05 SM-CONTACT-OUT   PIC X(25).
			05 FILLER           PIC X(18) VALUE "  Billing account ".
			05 SM-BILLING-OUT   PIC X(12).

		01 RFS-SM-COLUMN-LINE PIC X(132)
			VALUE
			"  Prod    Sub-id  Window             Status         Seats         Invoiced          Applied          Balance".

		01 RFS-SM-SITE-HEAD-LINE.
			05 FILLER           PIC X(06) VALUE "Site  ".
			05 SM-SITE-OUT      PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-CUST-OUT      PIC X(30).

		01 RFS-SM-DETAIL-LINE.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-PRODUCT-OUT   PIC X(04).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-ID-OUT        PIC Z(7)9.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-START-OUT     PIC 9(08).
			05 FILLER           PIC X(01) VALUE "-".
			05 SM-END-OUT       PIC 9(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-STATUS-OUT    PIC X(12).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-SEATS-OUT     PIC Z(05)9.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-RAISED-OUT    PIC Z(11)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-APPLIED-OUT   PIC Z(11)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-BALANCE-OUT   PIC -(11)9.99.

		*> Subtotal and total lines share the money columns of
		*> the detail line.
		01 RFS-SM-SUM-LINE.
			05 SM-SUM-LABEL     PIC X(59).
			05 SM-SUM-RAISED    PIC Z(11)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-SUM-APPLIED   PIC Z(11)9.99.
			05 FILLER           PIC X(02) VALUE SPACES.
			05 SM-SUM-BALANCE   PIC -(11)9.99.

		01 RFS-SM-CREDIT-LINE.
			05 SM-CREDIT-LABEL  PIC X(93).
			05 SM-CREDIT-OUT    PIC -(11)9.99.

		01 RFS-SM-NO-SITES-LINE PIC X(80)
			VALUE "No sites are grouped under this parent account.".

		01 RFS-SM-NO-LINES-LINE PIC X(80)
			VALUE "  No subscriptions or invoices on file for the site.".

		01 RFS-SM-EMPTY-LINE PIC X(80)
			VALUE "No parent accounts on file.".

		01 RFS-SM-RULE-LINE PIC X(132) VALUE ALL "-".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

		01 RFS-IN-PARENT-ID PIC X(08).

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function writes the consolidated statement of
*>     account for a parent account - or for every parent in
*>     rfs-parents.dat, one after another - to
*>     rfs-statement.txt. The statement is addressed to the
*>     group's billing contact and billing account and lists
*>     every site grouped under the parent in
*>     rfs-parent-sites.dat, with one line per product: the
*>     latest window in rfs.dat, its status as of today (an
*>     effective cancel or suspend mark first, then expired,
*>     grace, not-started, trial or active), its licensed-seats,
*>     and what rfs-receivables.dat has invoiced for the product,
*>     the payments applied to those invoices and the balance
*>     still open. A product whose records have all been
*>     archived but that still has invoices on the ledger shows
*>     as ARCHIVED. Each site closes with its subtotal, the
*>     unused credit held on it and the balance due; the group
*>     total follows the last site.
*>
*> Parameters:
*>     RFS-IN-PARENT-ID (optional) - the parent account to
*>     state; omitted or SPACES states every parent on file
*>
*> Return:
*>     RETURN-CODE is zero on success, 20 when the parent asked
*>     for is not on file, 16 when a file operation could not be
*>     completed
*>

PROCEDURE DIVISION USING OPTIONAL RFS-IN-PARENT-ID.

	IF ADDRESS OF RFS-IN-PARENT-ID NOT = NULL
		MOVE RFS-IN-PARENT-ID TO RFS-SM-PARENT-FILTER
	END-IF.

	ACCEPT RFS-SM-TODAY-DATE FROM DATE YYYYMMDD.
	MOVE RFS-SM-TODAY-DATE TO RFS-SM-TODAY-NUM.

	IF RFS-SM-PARENT-FILTER NOT = SPACES
		MOVE RFS-SM-PARENT-FILTER TO RFS-PRL-LOOKUP-PARENT
		PERFORM LOOKUP-PARENT-ACCOUNT
			THRU LOOKUP-PARENT-ACCOUNT-EXIT
		IF NOT RFS-PRL-FOUND
			DISPLAY "ReyStatementRFS - PARENT NOT ON FILE "
				RFS-SM-PARENT-FILTER UPON CONSOLE
			MOVE 20 TO RETURN-CODE
			GOBACK
		END-IF
	END-IF.

	PERFORM OPEN-STATEMENT-SOURCES
		THRU OPEN-STATEMENT-SOURCES-EXIT.

	OPEN OUTPUT RFS-STMT-FILE.
	IF NOT RFS-STMT-STATUS-OK
		PERFORM HANDLE-RFS-STMT-ERROR
	END-IF.

	IF RFS-SM-PARENT-FILTER NOT = SPACES
		MOVE RFS-SM-PARENT-FILTER TO RFS-SM-PARENT-ID
		PERFORM WRITE-PARENT-STATEMENT
			THRU WRITE-PARENT-STATEMENT-EXIT
	ELSE
		PERFORM STATE-EVERY-PARENT
			THRU STATE-EVERY-PARENT-EXIT
	END-IF.

	IF RFS-SM-STMT-COUNT = 0
		MOVE RFS-SM-EMPTY-LINE TO RFS-STMT-LINE
		PERFORM WRITE-STATEMENT-LINE
	END-IF.

	CLOSE RFS-STMT-FILE.
	IF NOT RFS-STMT-STATUS-OK
		PERFORM HANDLE-RFS-STMT-ERROR
	END-IF.

	PERFORM CLOSE-STATEMENT-SOURCES
		THRU CLOSE-STATEMENT-SOURCES-EXIT.

	DISPLAY "ReyStatementRFS - STATEMENTS " RFS-SM-STMT-COUNT
		UPON CONSOLE.

	MOVE 0 TO RETURN-CODE.
	GOBACK.

*> ******************************* <*
*> *** OPEN-STATEMENT-SOURCES    <*
*> *** Any of the three may not  <*
*> *** exist yet - that is an    <*
*> *** empty source, not an      <*
*> *** error                     <*
*> ******************************* <*

OPEN-STATEMENT-SOURCES.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
		SET RFS-SM-RFS-OPEN TO TRUE
	END-IF.

	OPEN INPUT RFS-PCH-FILE.
	IF RFS-PCH-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-PCH-STATUS-OK
			PERFORM HANDLE-RFS-PCH-ERROR
		END-IF
		SET RFS-SM-PCH-OPEN TO TRUE
	END-IF.

	OPEN INPUT RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		CONTINUE
	ELSE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
		SET RFS-SM-RCV-OPEN TO TRUE
	END-IF.

OPEN-STATEMENT-SOURCES-EXIT.
	EXIT.

CLOSE-STATEMENT-SOURCES.

	IF RFS-SM-RFS-OPEN
		CLOSE RFS-FILE
		IF NOT RFS-STATUS-OK
			PERFORM HANDLE-RFS-ERROR
		END-IF
	END-IF.

	IF RFS-SM-PCH-OPEN
		CLOSE RFS-PCH-FILE
		IF NOT RFS-PCH-STATUS-OK
			PERFORM HANDLE-RFS-PCH-ERROR
		END-IF
	END-IF.

	IF RFS-SM-RCV-OPEN
		CLOSE RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	END-IF.

CLOSE-STATEMENT-SOURCES-EXIT.
	EXIT.

*> ******************************* <*
*> *** STATE-EVERY-PARENT        <*
*> ******************************* <*

STATE-EVERY-PARENT.

	OPEN INPUT RFS-PAR-FILE.
	IF RFS-PAR-STATUS-NOT-FOUND
		GO TO STATE-EVERY-PARENT-EXIT
	END-IF.
	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

	PERFORM STATE-NEXT-PARENT
		THRU STATE-NEXT-PARENT-EXIT
		UNTIL RFS-SM-PARENT-EOF.

	CLOSE RFS-PAR-FILE.
	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

STATE-EVERY-PARENT-EXIT.
	EXIT.

STATE-NEXT-PARENT.

	READ RFS-PAR-FILE NEXT RECORD.

	IF RFS-PAR-STATUS-EOF
		SET RFS-SM-PARENT-EOF TO TRUE
		GO TO STATE-NEXT-PARENT-EXIT
	END-IF.

	IF NOT RFS-PAR-STATUS-OK
		PERFORM HANDLE-RFS-PAR-ERROR
	END-IF.

	MOVE PAR-PARENT-ID    TO RFS-SM-PARENT-ID.
	MOVE PAR-NAME         TO RFS-PRL-NAME.
	MOVE PAR-BILL-CONTACT TO RFS-PRL-CONTACT.
	MOVE PAR-BILL-ACCT    TO RFS-PRL-BILLING.

	PERFORM WRITE-PARENT-STATEMENT
		THRU WRITE-PARENT-STATEMENT-EXIT.

STATE-NEXT-PARENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-PARENT-STATEMENT    <*
*> *** Gathers the parent's      <*
*> *** sites, their products and <*
*> *** their ledger items, then  <*
*> *** prints them site by site  <*
*> ******************************* <*

WRITE-PARENT-STATEMENT.

	MOVE 0 TO RFS-SM-SITE-USED.
	MOVE 0 TO RFS-SM-LINE-USED.

	IF RFS-SM-PCH-OPEN
		PERFORM LOAD-PARENT-SITES
			THRU LOAD-PARENT-SITES-EXIT
	END-IF.

	IF RFS-SM-RFS-OPEN
		MOVE 0 TO RFS-SM-SITE-IDX
		PERFORM LOAD-SITE-WINDOWS
			THRU LOAD-SITE-WINDOWS-EXIT
			UNTIL RFS-SM-SITE-IDX >= RFS-SM-SITE-USED
	END-IF.

	IF RFS-SM-RCV-OPEN AND RFS-SM-SITE-USED > 0
		PERFORM LOAD-LEDGER-ITEMS
			THRU LOAD-LEDGER-ITEMS-EXIT
	END-IF.

	ADD 1 TO RFS-SM-STMT-COUNT.
	MOVE 0 TO RFS-SM-GROUP-RAISED.
	MOVE 0 TO RFS-SM-GROUP-APPLIED.
	MOVE 0 TO RFS-SM-GROUP-CREDIT.
	MOVE 0 TO RFS-SM-GROUP-LINES.

	MOVE RFS-SM-TODAY-YEAR  TO SM-TITLE-YEAR.
	MOVE RFS-SM-TODAY-MONTH TO SM-TITLE-MONTH.
	MOVE RFS-SM-TODAY-DAY   TO SM-TITLE-DAY.
	MOVE RFS-SM-TITLE-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE RFS-SM-PARENT-ID TO SM-PARENT-ID-OUT.
	MOVE RFS-PRL-NAME     TO SM-PARENT-NAME-OUT.
	MOVE RFS-SM-PARENT-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE RFS-PRL-CONTACT TO SM-CONTACT-OUT.
	MOVE RFS-PRL-BILLING TO SM-BILLING-OUT.
	MOVE RFS-SM-BILLING-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE SPACES TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	IF RFS-SM-SITE-USED = 0
		MOVE RFS-SM-NO-SITES-LINE TO RFS-STMT-LINE
		PERFORM WRITE-STATEMENT-LINE
	ELSE
		MOVE RFS-SM-COLUMN-LINE TO RFS-STMT-LINE
		PERFORM WRITE-STATEMENT-LINE
		MOVE 0 TO RFS-SM-SITE-IDX
		PERFORM WRITE-ONE-SITE
			THRU WRITE-ONE-SITE-EXIT
			UNTIL RFS-SM-SITE-IDX >= RFS-SM-SITE-USED
	END-IF.

	MOVE "Group total" TO SM-SUM-LABEL.
	COMPUTE SM-SUM-RAISED = RFS-SM-GROUP-RAISED / 100.
	COMPUTE SM-SUM-APPLIED = RFS-SM-GROUP-APPLIED / 100.
	COMPUTE SM-SUM-BALANCE =
		(RFS-SM-GROUP-RAISED - RFS-SM-GROUP-APPLIED) / 100.
	MOVE RFS-SM-SUM-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE "Group unused credit" TO SM-CREDIT-LABEL.
	COMPUTE SM-CREDIT-OUT = RFS-SM-GROUP-CREDIT / 100.
	MOVE RFS-SM-CREDIT-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE "Group balance due" TO SM-CREDIT-LABEL.
	COMPUTE SM-CREDIT-OUT =
		(RFS-SM-GROUP-RAISED - RFS-SM-GROUP-APPLIED -
		RFS-SM-GROUP-CREDIT) / 100.
	MOVE RFS-SM-CREDIT-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE RFS-SM-RULE-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

WRITE-PARENT-STATEMENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-PARENT-SITES         <*
*> ******************************* <*

LOAD-PARENT-SITES.

	MOVE "N" TO RFS-SM-SCAN-DONE-FLAG.
	MOVE RFS-SM-PARENT-ID TO PCH-PARENT-ID.
	MOVE LOW-VALUES       TO PCH-SITE-CODE.
	START RFS-PCH-FILE KEY IS >= RFS-PCH-KEY.
	IF RFS-PCH-STATUS-NO-RECORD
		GO TO LOAD-PARENT-SITES-EXIT
	END-IF.
	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	PERFORM LOAD-ONE-PARENT-SITE
		THRU LOAD-ONE-PARENT-SITE-EXIT
		UNTIL RFS-SM-SCAN-DONE.

LOAD-PARENT-SITES-EXIT.
	EXIT.

LOAD-ONE-PARENT-SITE.

	READ RFS-PCH-FILE NEXT RECORD.

	IF RFS-PCH-STATUS-EOF
		SET RFS-SM-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-PARENT-SITE-EXIT
	END-IF.

	IF NOT RFS-PCH-STATUS-OK
		PERFORM HANDLE-RFS-PCH-ERROR
	END-IF.

	IF PCH-PARENT-ID NOT = RFS-SM-PARENT-ID
		SET RFS-SM-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-PARENT-SITE-EXIT
	END-IF.

	IF RFS-SM-SITE-USED >= 500
		DISPLAY "RFS-SM-SITE-TABLE FULL - MORE THAN 500 SITES"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-SM-SITE-USED.
	MOVE PCH-SITE-CODE TO RFS-SM-SITE-CODE (RFS-SM-SITE-USED).
	MOVE 0 TO RFS-SM-SITE-CREDIT (RFS-SM-SITE-USED).

LOAD-ONE-PARENT-SITE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-SITE-WINDOWS         <*
*> *** One site's records arrive <*
*> *** product by product, each  <*
*> *** in subscription-id order, <*
*> *** so the last record of a   <*
*> *** product is its current    <*
*> *** window                    <*
*> ******************************* <*

LOAD-SITE-WINDOWS.

	ADD 1 TO RFS-SM-SITE-IDX.
	MOVE RFS-SM-SITE-CODE (RFS-SM-SITE-IDX) TO RFS-SM-CUR-SITE.
	MOVE "N" TO RFS-SM-HAVE-PRODUCT-FLAG.
	MOVE "N" TO RFS-SM-SCAN-DONE-FLAG.

	MOVE RFS-SM-CUR-SITE TO SITE-CODE.
	MOVE SPACES TO PRODUCT-CODE.
	MOVE 0 TO SUBSCRIPTION-ID.
	START RFS-FILE KEY IS NOT LESS THAN RFS-KEY.
	IF RFS-STATUS-NO-RECORD OR RFS-STATUS-EOF
		GO TO LOAD-SITE-WINDOWS-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	PERFORM LOAD-ONE-SITE-RECORD
		THRU LOAD-ONE-SITE-RECORD-EXIT
		UNTIL RFS-SM-SCAN-DONE.

	IF RFS-SM-HAVE-PRODUCT
		PERFORM ADD-WINDOW-LINE
			THRU ADD-WINDOW-LINE-EXIT
	END-IF.

LOAD-SITE-WINDOWS-EXIT.
	EXIT.

LOAD-ONE-SITE-RECORD.

	READ RFS-FILE NEXT RECORD.

	IF RFS-STATUS-EOF
		SET RFS-SM-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-SITE-RECORD-EXIT
	END-IF.

	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	IF SITE-CODE NOT = RFS-SM-CUR-SITE
		SET RFS-SM-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-SITE-RECORD-EXIT
	END-IF.

	IF RFS-SM-HAVE-PRODUCT AND PRODUCT-CODE NOT = RFS-SM-CUR-PRODUCT
		PERFORM ADD-WINDOW-LINE
			THRU ADD-WINDOW-LINE-EXIT
	END-IF.

	MOVE PRODUCT-CODE     TO RFS-SM-CUR-PRODUCT.
	MOVE SUBSCRIPTION-ID  TO RFS-SM-CUR-ID.
	COMPUTE RFS-SM-CUR-START =
		YEAR-START * 10000 + MONTH-START * 100 + DAY-START.
	COMPUTE RFS-SM-CUR-END =
		YEAR-END * 10000 + MONTH-END * 100 + DAY-END.
	MOVE GRACE-DAYS       TO RFS-SM-CUR-GRACE.
	MOVE RECORD-STATUS    TO RFS-SM-CUR-MARK.
	MOVE STATUS-EFFECTIVE TO RFS-SM-CUR-EFFECT.
	MOVE LICENSED-SEATS   TO RFS-SM-CUR-SEATS.
	SET RFS-SM-HAVE-PRODUCT TO TRUE.

LOAD-ONE-SITE-RECORD-EXIT.
	EXIT.

*> ******************************* <*
*> *** ADD-WINDOW-LINE           <*
*> *** The status as of today:   <*
*> *** an effective mark first,  <*
*> *** then the window dates     <*
*> ******************************* <*

ADD-WINDOW-LINE.

	PERFORM RESERVE-STATEMENT-LINE
		THRU RESERVE-STATEMENT-LINE-EXIT.

	MOVE RFS-SM-CUR-SITE    TO RFS-SM-LINE-SITE (RFS-SM-LINE-USED).
	MOVE RFS-SM-CUR-PRODUCT TO RFS-SM-LINE-PRODUCT (RFS-SM-LINE-USED).
	MOVE RFS-SM-CUR-ID      TO RFS-SM-LINE-ID (RFS-SM-LINE-USED).
	MOVE RFS-SM-CUR-START   TO RFS-SM-LINE-START (RFS-SM-LINE-USED).
	MOVE RFS-SM-CUR-END     TO RFS-SM-LINE-END (RFS-SM-LINE-USED).
	MOVE RFS-SM-CUR-SEATS   TO RFS-SM-LINE-SEATS (RFS-SM-LINE-USED).

	EVALUATE TRUE
		WHEN RFS-SM-CUR-MARK = "C"
				AND RFS-SM-TODAY-NUM >= RFS-SM-CUR-EFFECT
			MOVE "CANCELLED"   TO RFS-SM-LINE-STATUS (RFS-SM-LINE-USED)
		WHEN RFS-SM-CUR-MARK = "S"
				AND RFS-SM-TODAY-NUM >= RFS-SM-CUR-EFFECT
			MOVE "SUSPENDED"   TO RFS-SM-LINE-STATUS (RFS-SM-LINE-USED)
		WHEN RFS-SM-TODAY-NUM > RFS-SM-CUR-END
			COMPUTE RFS-SM-DAYS-PAST =
				FUNCTION INTEGER-OF-DATE (RFS-SM-TODAY-NUM) -
				FUNCTION INTEGER-OF-DATE (RFS-SM-CUR-END)
			IF RFS-SM-DAYS-PAST <= RFS-SM-CUR-GRACE
					AND RFS-SM-CUR-MARK NOT = "T"
				MOVE "GRACE"   TO RFS-SM-LINE-STATUS (RFS-SM-LINE-USED)
			ELSE
				MOVE "EXPIRED" TO RFS-SM-LINE-STATUS (RFS-SM-LINE-USED)
			END-IF
		WHEN RFS-SM-TODAY-NUM < RFS-SM-CUR-START
			MOVE "NOT-STARTED" TO RFS-SM-LINE-STATUS (RFS-SM-LINE-USED)
		WHEN RFS-SM-CUR-MARK = "T"
			MOVE "TRIAL"       TO RFS-SM-LINE-STATUS (RFS-SM-LINE-USED)
		WHEN OTHER
			MOVE "ACTIVE"      TO RFS-SM-LINE-STATUS (RFS-SM-LINE-USED)
	END-EVALUATE.

	MOVE "N" TO RFS-SM-HAVE-PRODUCT-FLAG.

ADD-WINDOW-LINE-EXIT.
	EXIT.

RESERVE-STATEMENT-LINE.

	IF RFS-SM-LINE-USED >= 2000
		DISPLAY "RFS-SM-LINE-TABLE FULL - MORE THAN 2000 PRODUCTS"
			UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	ADD 1 TO RFS-SM-LINE-USED.
	MOVE SPACES TO RFS-SM-LINE-ENTRY (RFS-SM-LINE-USED).
	MOVE 0 TO RFS-SM-LINE-ID (RFS-SM-LINE-USED).
	MOVE 0 TO RFS-SM-LINE-START (RFS-SM-LINE-USED).
	MOVE 0 TO RFS-SM-LINE-END (RFS-SM-LINE-USED).
	MOVE 0 TO RFS-SM-LINE-SEATS (RFS-SM-LINE-USED).
	MOVE 0 TO RFS-SM-LINE-RAISED (RFS-SM-LINE-USED).
	MOVE 0 TO RFS-SM-LINE-APPLIED (RFS-SM-LINE-USED).

RESERVE-STATEMENT-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-LEDGER-ITEMS         <*
*> *** One pass of the ledger    <*
*> *** per statement - items are <*
*> *** keyed by invoice number,  <*
*> *** not by site               <*
*> ******************************* <*

LOAD-LEDGER-ITEMS.

	MOVE "N" TO RFS-SM-SCAN-DONE-FLAG.
	MOVE 0 TO RCV-INVOICE-NO.
	START RFS-RCV-FILE KEY IS NOT LESS THAN RFS-RCV-KEY.
	IF RFS-RCV-STATUS-NO-RECORD OR RFS-RCV-STATUS-EOF
		GO TO LOAD-LEDGER-ITEMS-EXIT
	END-IF.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	PERFORM LOAD-ONE-LEDGER-ITEM
		THRU LOAD-ONE-LEDGER-ITEM-EXIT
		UNTIL RFS-SM-SCAN-DONE.

LOAD-LEDGER-ITEMS-EXIT.
	EXIT.

LOAD-ONE-LEDGER-ITEM.

	READ RFS-RCV-FILE NEXT RECORD.

	IF RFS-RCV-STATUS-EOF
		SET RFS-SM-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-LEDGER-ITEM-EXIT
	END-IF.

	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE 0 TO RFS-SM-SITE-HIT.
	MOVE 0 TO RFS-SM-SITE-IDX.
	PERFORM TEST-ONE-SITE
		THRU TEST-ONE-SITE-EXIT
		UNTIL RFS-SM-SITE-HIT > 0
			OR RFS-SM-SITE-IDX >= RFS-SM-SITE-USED.
	IF RFS-SM-SITE-HIT = 0
		GO TO LOAD-ONE-LEDGER-ITEM-EXIT
	END-IF.

	*> What a credit still holds is what later invoices have not
	*> drawn from it yet.
	IF RCV-KIND = "C"
		COMPUTE RFS-SM-WORK-CENTS = RCV-AMOUNT - RCV-AMOUNT-PAID
		ADD RFS-SM-WORK-CENTS TO RFS-SM-SITE-CREDIT (RFS-SM-SITE-HIT)
		GO TO LOAD-ONE-LEDGER-ITEM-EXIT
	END-IF.

	MOVE 0 TO RFS-SM-LINE-HIT.
	MOVE 0 TO RFS-SM-LINE-IDX.
	PERFORM TEST-ONE-LINE
		THRU TEST-ONE-LINE-EXIT
		UNTIL RFS-SM-LINE-HIT > 0
			OR RFS-SM-LINE-IDX >= RFS-SM-LINE-USED.

	IF RFS-SM-LINE-HIT = 0
		PERFORM RESERVE-STATEMENT-LINE
			THRU RESERVE-STATEMENT-LINE-EXIT
		MOVE RFS-SM-LINE-USED TO RFS-SM-LINE-HIT
		MOVE RCV-SITE-CODE TO RFS-SM-LINE-SITE (RFS-SM-LINE-HIT)
		MOVE RCV-PRODUCT-CODE
			TO RFS-SM-LINE-PRODUCT (RFS-SM-LINE-HIT)
		MOVE RCV-SUBSCRIPTION-ID TO RFS-SM-LINE-ID (RFS-SM-LINE-HIT)
		MOVE "ARCHIVED" TO RFS-SM-LINE-STATUS (RFS-SM-LINE-HIT)
	END-IF.

	ADD RCV-AMOUNT      TO RFS-SM-LINE-RAISED (RFS-SM-LINE-HIT).
	ADD RCV-AMOUNT-PAID TO RFS-SM-LINE-APPLIED (RFS-SM-LINE-HIT).

LOAD-ONE-LEDGER-ITEM-EXIT.
	EXIT.

TEST-ONE-SITE.

	ADD 1 TO RFS-SM-SITE-IDX.
	IF RFS-SM-SITE-CODE (RFS-SM-SITE-IDX) = RCV-SITE-CODE
		MOVE RFS-SM-SITE-IDX TO RFS-SM-SITE-HIT
	END-IF.

TEST-ONE-SITE-EXIT.
	EXIT.

TEST-ONE-LINE.

	ADD 1 TO RFS-SM-LINE-IDX.
	IF RFS-SM-LINE-SITE (RFS-SM-LINE-IDX) = RCV-SITE-CODE
			AND RFS-SM-LINE-PRODUCT (RFS-SM-LINE-IDX)
				= RCV-PRODUCT-CODE
		MOVE RFS-SM-LINE-IDX TO RFS-SM-LINE-HIT
	END-IF.

TEST-ONE-LINE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-ONE-SITE            <*
*> *** The site's products, its  <*
*> *** subtotal, its unused      <*
*> *** credit and what it owes   <*
*> ******************************* <*

WRITE-ONE-SITE.

	ADD 1 TO RFS-SM-SITE-IDX.

	MOVE RFS-SM-SITE-CODE (RFS-SM-SITE-IDX) TO SM-SITE-OUT.
	MOVE RFS-SM-SITE-CODE (RFS-SM-SITE-IDX) TO RFS-CST-LOOKUP-SITE.
	PERFORM LOOKUP-SITE-CUSTOMER
		THRU LOOKUP-SITE-CUSTOMER-EXIT.
	IF RFS-CST-FOUND
		MOVE RFS-CST-NAME TO SM-CUST-OUT
	ELSE
		MOVE "*NO-MASTER-REC*" TO SM-CUST-OUT
	END-IF.
	MOVE RFS-SM-SITE-HEAD-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE 0 TO RFS-SM-SITE-RAISED.
	MOVE 0 TO RFS-SM-SITE-APPLIED.
	MOVE 0 TO RFS-SM-SITE-HIT.
	MOVE 0 TO RFS-SM-LINE-IDX.
	PERFORM WRITE-ONE-SITE-LINE
		THRU WRITE-ONE-SITE-LINE-EXIT
		UNTIL RFS-SM-LINE-IDX >= RFS-SM-LINE-USED.

	IF RFS-SM-SITE-HIT = 0
		MOVE RFS-SM-NO-LINES-LINE TO RFS-STMT-LINE
		PERFORM WRITE-STATEMENT-LINE
	END-IF.

	MOVE "  Site total" TO SM-SUM-LABEL.
	COMPUTE SM-SUM-RAISED = RFS-SM-SITE-RAISED / 100.
	COMPUTE SM-SUM-APPLIED = RFS-SM-SITE-APPLIED / 100.
	COMPUTE SM-SUM-BALANCE =
		(RFS-SM-SITE-RAISED - RFS-SM-SITE-APPLIED) / 100.
	MOVE RFS-SM-SUM-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	IF RFS-SM-SITE-CREDIT (RFS-SM-SITE-IDX) NOT = 0
		MOVE "  Unused credit held on the site" TO SM-CREDIT-LABEL
		COMPUTE SM-CREDIT-OUT =
			RFS-SM-SITE-CREDIT (RFS-SM-SITE-IDX) / 100
		MOVE RFS-SM-CREDIT-LINE TO RFS-STMT-LINE
		PERFORM WRITE-STATEMENT-LINE
	END-IF.

	MOVE "  Site balance due" TO SM-CREDIT-LABEL.
	COMPUTE SM-CREDIT-OUT =
		(RFS-SM-SITE-RAISED - RFS-SM-SITE-APPLIED -
		RFS-SM-SITE-CREDIT (RFS-SM-SITE-IDX)) / 100.
	MOVE RFS-SM-CREDIT-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	MOVE SPACES TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	ADD RFS-SM-SITE-RAISED  TO RFS-SM-GROUP-RAISED.
	ADD RFS-SM-SITE-APPLIED TO RFS-SM-GROUP-APPLIED.
	ADD RFS-SM-SITE-CREDIT (RFS-SM-SITE-IDX) TO RFS-SM-GROUP-CREDIT.

WRITE-ONE-SITE-EXIT.
	EXIT.

WRITE-ONE-SITE-LINE.

	ADD 1 TO RFS-SM-LINE-IDX.
	IF RFS-SM-LINE-SITE (RFS-SM-LINE-IDX)
			NOT = RFS-SM-SITE-CODE (RFS-SM-SITE-IDX)
		GO TO WRITE-ONE-SITE-LINE-EXIT
	END-IF.

	ADD 1 TO RFS-SM-SITE-HIT.
	ADD 1 TO RFS-SM-GROUP-LINES.

	MOVE RFS-SM-LINE-PRODUCT (RFS-SM-LINE-IDX) TO SM-PRODUCT-OUT.
	MOVE RFS-SM-LINE-ID (RFS-SM-LINE-IDX)      TO SM-ID-OUT.
	MOVE RFS-SM-LINE-START (RFS-SM-LINE-IDX)   TO SM-START-OUT.
	MOVE RFS-SM-LINE-END (RFS-SM-LINE-IDX)     TO SM-END-OUT.
	MOVE RFS-SM-LINE-STATUS (RFS-SM-LINE-IDX)  TO SM-STATUS-OUT.
	MOVE RFS-SM-LINE-SEATS (RFS-SM-LINE-IDX)   TO SM-SEATS-OUT.
	COMPUTE SM-RAISED-OUT = RFS-SM-LINE-RAISED (RFS-SM-LINE-IDX) / 100.
	COMPUTE SM-APPLIED-OUT =
		RFS-SM-LINE-APPLIED (RFS-SM-LINE-IDX) / 100.
	COMPUTE SM-BALANCE-OUT =
		(RFS-SM-LINE-RAISED (RFS-SM-LINE-IDX) -
		RFS-SM-LINE-APPLIED (RFS-SM-LINE-IDX)) / 100.
	MOVE RFS-SM-DETAIL-LINE TO RFS-STMT-LINE.
	PERFORM WRITE-STATEMENT-LINE.

	ADD RFS-SM-LINE-RAISED (RFS-SM-LINE-IDX)  TO RFS-SM-SITE-RAISED.
	ADD RFS-SM-LINE-APPLIED (RFS-SM-LINE-IDX) TO RFS-SM-SITE-APPLIED.

WRITE-ONE-SITE-LINE-EXIT.
	EXIT.

WRITE-STATEMENT-LINE.

	WRITE RFS-STMT-LINE.
	IF NOT RFS-STMT-STATUS-OK
		PERFORM HANDLE-RFS-STMT-ERROR
	END-IF.

WRITE-STATEMENT-LINE-EXIT.
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
*> *** HANDLE-RFS-STMT-ERROR     <*
*> ******************************* <*

HANDLE-RFS-STMT-ERROR.
	DISPLAY "RFS-STMT-FILE ERROR - FILE STATUS " RFS-STMT-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-STMT-ERROR-EXIT.
	EXIT.

	COPY "parent.lookup.cpy".
	COPY "custmast.lookup.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
