*> SPDX-License-Identifier: AGPL-3-or-later <*

*> ************************************* <*
*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyAgedDebt.cbl      *** <*
*> *** Date   - 15/10/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
*> *** Aged-debt report from the    *** <*
*> *** receivables ledger           *** <*
*> ************************************ <*

IDENTIFICATION DIVISION.
PROGRAM-ID. ReyAgedDebt.

*> ***************************
*> *** ENVIROMENT DIVISION ***
*> ***************************

ENVIRONMENT DIVISION.

	CONFIGURATION SECTION.

		SOURCE-COMPUTER. Linux x86-64.
		OBJECT-COMPUTER. Linux x86-64.


	INPUT-OUTPUT SECTION.

		FILE-CONTROL.
			COPY "recv.env.cpy".
			COPY "custmast.env.cpy".
			COPY "aging.env.cpy".

*> *********************
*> *** DATA DIVISION ***
*> *********************

DATA DIVISION.

*> ********************
*> *** File Section ***
*> ********************

	FILE SECTION.

		COPY "recv.fd.cpy".
		COPY "custmast.fd.cpy".
		COPY "aging.fd.cpy".

*> ***********************
*> *** Working section ***
*> ***********************

	WORKING-STORAGE SECTION.

		COPY "recv.status.cpy".
		COPY "custmast.status.cpy".
		COPY "aging.status.cpy".

		COPY "custmast.lookup-ws.cpy".

		01 RFS-AGD-TODAY-NUM PIC 9(08).
		01 RFS-AGD-TODAY-INT USAGE BINARY-LONG.

		01 RFS-AGD-RCV-EOF-FLAG PIC X(01) VALUE "N".
			88 RFS-AGD-RCV-EOF VALUE "Y".

		01 RFS-AGD-OWED-CENTS USAGE BINARY-DOUBLE.
		01 RFS-AGD-DAYS-PAST  USAGE BINARY-LONG.

		*> One slot per site that owes or holds credit, kept in
		*> site-code order as sites are added so the report
		*> prints sorted; 500 slots is the whole estate.
		01 RFS-AGD-SITE-TABLE.
			05 RFS-AGD-SITE-ENTRY OCCURS 500 TIMES.
				10 RFS-AGD-SITE     PIC X(08).
				10 RFS-AGD-ITEMS    PIC 9(05).
				10 RFS-AGD-CURRENT  USAGE BINARY-DOUBLE.
				10 RFS-AGD-DAYS-30  USAGE BINARY-DOUBLE.
				10 RFS-AGD-DAYS-60  USAGE BINARY-DOUBLE.
				10 RFS-AGD-DAYS-90  USAGE BINARY-DOUBLE.
				10 RFS-AGD-CREDIT   USAGE BINARY-DOUBLE.

		01 RFS-AGD-SITE-USED PIC 9(03) VALUE 0.
		01 RFS-AGD-SITE-IDX  PIC 9(03).
		01 RFS-AGD-SITE-HIT  PIC 9(03).
		01 RFS-AGD-SHIFT-IDX PIC 9(03).

		01 RFS-AGD-FIND-DONE-FLAG PIC X(01).
			88 RFS-AGD-FIND-DONE VALUE "Y".

		01 RFS-AGD-BALANCE USAGE BINARY-DOUBLE.

		*> Ledger-wide totals for the closing line.
		01 RFS-AGD-TOTAL-CURRENT USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-AGD-TOTAL-30      USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-AGD-TOTAL-60      USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-AGD-TOTAL-90      USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-AGD-TOTAL-CREDIT  USAGE BINARY-DOUBLE VALUE 0.
		01 RFS-AGD-TOTAL-BALANCE USAGE BINARY-DOUBLE VALUE 0.

		01 RFS-AGD-TITLE-LINE PIC X(80)
			VALUE "Aged debt by site - open receivables".

		01 RFS-AGD-HEAD-LINE.
			05 FILLER          PIC X(14) VALUE "Report date : ".
			05 AGD-RPT-DATE    PIC 9(08).

		01 RFS-AGD-COLUMN-LINE PIC X(132)
			VALUE
			"Site      Customer              Billing-acct       Current      30 days      60 days      90+ days       Credit      Balance".

		01 RFS-AGD-DETAIL-LINE.
			05 AGD-SITE-OUT     PIC X(08).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 AGD-CUST-OUT     PIC X(20).
			05 FILLER           PIC X(02) VALUE SPACES.
			05 AGD-BILLING-OUT  PIC X(12).
			05 FILLER           PIC X(01) VALUE SPACES.
			05 AGD-CURRENT-OUT  PIC -(8)9.99.
			05 FILLER           PIC X(01) VALUE SPACES.
			05 AGD-30-OUT       PIC -(8)9.99.
			05 FILLER           PIC X(01) VALUE SPACES.
			05 AGD-60-OUT       PIC -(8)9.99.
			05 FILLER           PIC X(01) VALUE SPACES.
			05 AGD-90-OUT       PIC -(8)9.99.
			05 FILLER           PIC X(01) VALUE SPACES.
			05 AGD-CREDIT-OUT   PIC -(8)9.99.
			05 FILLER           PIC X(01) VALUE SPACES.
			05 AGD-BALANCE-OUT  PIC -(8)9.99.

		01 RFS-AGD-EMPTY-LINE PIC X(80)
			VALUE "Nothing owed and no credit held on the ledger.".

*> ***********************
*> *** Linkage Section ***
*> ***********************

	LINKAGE SECTION.

*> **************************************** <*
*> *** Main entry for the COBOL program *** <*
*> **************************************** <*

*>
*> Behaviour:
*>     This function answers who owes us what: it walks the
*>     receivables ledger, rfs-receivables.dat, and ages every
*>     invoice item still owed on by the days past its due date
*>     - current (under 30), 30, 60 and 90+ days - adding each
*>     into its site's row, alongside any unused credit the site
*>     holds from an overpayment. rfs-aged-debt.txt gets one
*>     line per site, in site-code order, with the customer name
*>     and billing account from rfs-custmast.dat (a site with no
*>     master record is flagged *NO-MASTER-REC*), the four
*>     buckets, the credit and the net balance, followed by the
*>     ledger totals. Read-only - the ledger itself is never
*>     touched.
*>
*> Parameters:
*>     This function has no parameters
*>
*> Return:
*>     RETURN-CODE is zero on success, 16 when a file operation
*>     could not be completed
*>

PROCEDURE DIVISION.

	ACCEPT RFS-AGD-TODAY-NUM FROM DATE YYYYMMDD.
	COMPUTE RFS-AGD-TODAY-INT =
		FUNCTION INTEGER-OF-DATE (RFS-AGD-TODAY-NUM).

	OPEN INPUT RFS-RCV-FILE.
	IF RFS-RCV-STATUS-NOT-FOUND
		SET RFS-AGD-RCV-EOF TO TRUE
	ELSE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
		PERFORM AGE-NEXT-ITEM
			THRU AGE-NEXT-ITEM-EXIT UNTIL RFS-AGD-RCV-EOF
		CLOSE RFS-RCV-FILE
		IF NOT RFS-RCV-STATUS-OK
			PERFORM HANDLE-RFS-RCV-ERROR
		END-IF
	END-IF.

	PERFORM WRITE-AGED-DEBT-REPORT
		THRU WRITE-AGED-DEBT-REPORT-EXIT.

	DISPLAY "ReyAgedDebt - SITES " RFS-AGD-SITE-USED UPON CONSOLE.
	MOVE 0 TO RETURN-CODE.
	GOBACK.

*> ******************************* <*
*> *** AGE-NEXT-ITEM             <*
*> *** Invoices still owed on go <*
*> *** into their bucket; credit <*
*> *** not yet drawn goes into   <*
*> *** the site's credit column  <*
*> ******************************* <*

AGE-NEXT-ITEM.

	READ RFS-RCV-FILE NEXT RECORD.

	IF RFS-RCV-STATUS-EOF
		SET RFS-AGD-RCV-EOF TO TRUE
		GO TO AGE-NEXT-ITEM-EXIT
	END-IF.

	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	IF RCV-STATUS NOT = "O"
		GO TO AGE-NEXT-ITEM-EXIT
	END-IF.

	COMPUTE RFS-AGD-OWED-CENTS = RCV-AMOUNT - RCV-AMOUNT-PAID.
	IF RFS-AGD-OWED-CENTS <= 0
		GO TO AGE-NEXT-ITEM-EXIT
	END-IF.

	PERFORM FIND-AGED-SITE-SLOT
		THRU FIND-AGED-SITE-SLOT-EXIT.

	ADD 1 TO RFS-AGD-ITEMS (RFS-AGD-SITE-HIT).

	IF RCV-KIND = "C"
		ADD RFS-AGD-OWED-CENTS TO RFS-AGD-CREDIT (RFS-AGD-SITE-HIT)
		GO TO AGE-NEXT-ITEM-EXIT
	END-IF.

	COMPUTE RFS-AGD-DAYS-PAST = RFS-AGD-TODAY-INT -
		FUNCTION INTEGER-OF-DATE (RCV-DUE-DATE).

	EVALUATE TRUE
		WHEN RFS-AGD-DAYS-PAST < 30
			ADD RFS-AGD-OWED-CENTS
				TO RFS-AGD-CURRENT (RFS-AGD-SITE-HIT)
		WHEN RFS-AGD-DAYS-PAST < 60
			ADD RFS-AGD-OWED-CENTS
				TO RFS-AGD-DAYS-30 (RFS-AGD-SITE-HIT)
		WHEN RFS-AGD-DAYS-PAST < 90
			ADD RFS-AGD-OWED-CENTS
				TO RFS-AGD-DAYS-60 (RFS-AGD-SITE-HIT)
		WHEN OTHER
			ADD RFS-AGD-OWED-CENTS
				TO RFS-AGD-DAYS-90 (RFS-AGD-SITE-HIT)
	END-EVALUATE.

AGE-NEXT-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-AGED-SITE-SLOT       <*
*> *** The site's slot, or a new <*
*> *** one opened at its place   <*
*> *** in site-code order with   <*
*> *** the slots behind it moved <*
*> *** up one                    <*
*> ******************************* <*

FIND-AGED-SITE-SLOT.

	MOVE 0 TO RFS-AGD-SITE-IDX.
	MOVE "N" TO RFS-AGD-FIND-DONE-FLAG.
	PERFORM MATCH-ONE-AGED-SITE
		UNTIL RFS-AGD-FIND-DONE
			OR RFS-AGD-SITE-IDX >= RFS-AGD-SITE-USED.

	IF RFS-AGD-FIND-DONE
			AND RFS-AGD-SITE (RFS-AGD-SITE-IDX) = RCV-SITE-CODE
		MOVE RFS-AGD-SITE-IDX TO RFS-AGD-SITE-HIT
		GO TO FIND-AGED-SITE-SLOT-EXIT
	END-IF.

	IF RFS-AGD-SITE-USED >= 500
		DISPLAY "RFS-AGD-SITE-TABLE FULL - MORE THAN 500 SITES"
			UPON CONSOLE
		CLOSE RFS-RCV-FILE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.

	*> Not found: the new slot goes where the walk stopped -
	*> before the first larger site-code, or at the end.
	IF RFS-AGD-FIND-DONE
		MOVE RFS-AGD-SITE-IDX TO RFS-AGD-SITE-HIT
	ELSE
		COMPUTE RFS-AGD-SITE-HIT = RFS-AGD-SITE-USED + 1
	END-IF.

	MOVE RFS-AGD-SITE-USED TO RFS-AGD-SHIFT-IDX.
	PERFORM SHIFT-ONE-AGED-SITE
		UNTIL RFS-AGD-SHIFT-IDX < RFS-AGD-SITE-HIT.

	ADD 1 TO RFS-AGD-SITE-USED.
	MOVE RCV-SITE-CODE TO RFS-AGD-SITE (RFS-AGD-SITE-HIT).
	MOVE 0 TO RFS-AGD-ITEMS (RFS-AGD-SITE-HIT).
	MOVE 0 TO RFS-AGD-CURRENT (RFS-AGD-SITE-HIT).
	MOVE 0 TO RFS-AGD-DAYS-30 (RFS-AGD-SITE-HIT).
	MOVE 0 TO RFS-AGD-DAYS-60 (RFS-AGD-SITE-HIT).
	MOVE 0 TO RFS-AGD-DAYS-90 (RFS-AGD-SITE-HIT).
	MOVE 0 TO RFS-AGD-CREDIT (RFS-AGD-SITE-HIT).

FIND-AGED-SITE-SLOT-EXIT.
	EXIT.

MATCH-ONE-AGED-SITE.

	ADD 1 TO RFS-AGD-SITE-IDX.

	IF RFS-AGD-SITE (RFS-AGD-SITE-IDX) >= RCV-SITE-CODE
		SET RFS-AGD-FIND-DONE TO TRUE
	END-IF.

MATCH-ONE-AGED-SITE-EXIT.
	EXIT.

SHIFT-ONE-AGED-SITE.

	MOVE RFS-AGD-SITE-ENTRY (RFS-AGD-SHIFT-IDX)
		TO RFS-AGD-SITE-ENTRY (RFS-AGD-SHIFT-IDX + 1).
	SUBTRACT 1 FROM RFS-AGD-SHIFT-IDX.

SHIFT-ONE-AGED-SITE-EXIT.
	EXIT.

*> ******************************* <*
*> *** WRITE-AGED-DEBT-REPORT    <*
*> ******************************* <*

WRITE-AGED-DEBT-REPORT.

	OPEN OUTPUT RFS-AGE-FILE.
	IF NOT RFS-AGE-STATUS-OK
		PERFORM HANDLE-RFS-AGE-ERROR
	END-IF.

	MOVE RFS-AGD-TITLE-LINE TO RFS-AGE-LINE.
	PERFORM WRITE-AGED-DEBT-LINE.

	MOVE RFS-AGD-TODAY-NUM TO AGD-RPT-DATE.
	MOVE RFS-AGD-HEAD-LINE TO RFS-AGE-LINE.
	PERFORM WRITE-AGED-DEBT-LINE.

	MOVE RFS-AGD-COLUMN-LINE TO RFS-AGE-LINE.
	PERFORM WRITE-AGED-DEBT-LINE.

	IF RFS-AGD-SITE-USED = 0
		MOVE RFS-AGD-EMPTY-LINE TO RFS-AGE-LINE
		PERFORM WRITE-AGED-DEBT-LINE
	ELSE
		MOVE 0 TO RFS-AGD-SITE-IDX
		PERFORM WRITE-ONE-AGED-SITE
			THRU WRITE-ONE-AGED-SITE-EXIT
			UNTIL RFS-AGD-SITE-IDX >= RFS-AGD-SITE-USED
		PERFORM WRITE-AGED-DEBT-TOTALS
	END-IF.

	CLOSE RFS-AGE-FILE.
	IF NOT RFS-AGE-STATUS-OK
		PERFORM HANDLE-RFS-AGE-ERROR
	END-IF.

WRITE-AGED-DEBT-REPORT-EXIT.
	EXIT.

WRITE-ONE-AGED-SITE.

	ADD 1 TO RFS-AGD-SITE-IDX.

	MOVE RFS-AGD-SITE (RFS-AGD-SITE-IDX) TO RFS-CST-LOOKUP-SITE.
	PERFORM LOOKUP-SITE-CUSTOMER
		THRU LOOKUP-SITE-CUSTOMER-EXIT.

	MOVE RFS-AGD-SITE (RFS-AGD-SITE-IDX) TO AGD-SITE-OUT.
	IF RFS-CST-FOUND
		MOVE RFS-CST-NAME    TO AGD-CUST-OUT
		MOVE RFS-CST-BILLING TO AGD-BILLING-OUT
	ELSE
		MOVE "*NO-MASTER-REC*" TO AGD-CUST-OUT
		MOVE SPACES            TO AGD-BILLING-OUT
	END-IF.

	COMPUTE RFS-AGD-BALANCE =
		RFS-AGD-CURRENT (RFS-AGD-SITE-IDX) +
		RFS-AGD-DAYS-30 (RFS-AGD-SITE-IDX) +
		RFS-AGD-DAYS-60 (RFS-AGD-SITE-IDX) +
		RFS-AGD-DAYS-90 (RFS-AGD-SITE-IDX) -
		RFS-AGD-CREDIT (RFS-AGD-SITE-IDX).

	COMPUTE AGD-CURRENT-OUT =
		RFS-AGD-CURRENT (RFS-AGD-SITE-IDX) / 100.
	COMPUTE AGD-30-OUT = RFS-AGD-DAYS-30 (RFS-AGD-SITE-IDX) / 100.
	COMPUTE AGD-60-OUT = RFS-AGD-DAYS-60 (RFS-AGD-SITE-IDX) / 100.
	COMPUTE AGD-90-OUT = RFS-AGD-DAYS-90 (RFS-AGD-SITE-IDX) / 100.
	COMPUTE AGD-CREDIT-OUT =
		RFS-AGD-CREDIT (RFS-AGD-SITE-IDX) / 100.
	COMPUTE AGD-BALANCE-OUT = RFS-AGD-BALANCE / 100.

	MOVE RFS-AGD-DETAIL-LINE TO RFS-AGE-LINE.
	PERFORM WRITE-AGED-DEBT-LINE.

	ADD RFS-AGD-CURRENT (RFS-AGD-SITE-IDX) TO RFS-AGD-TOTAL-CURRENT.
	ADD RFS-AGD-DAYS-30 (RFS-AGD-SITE-IDX) TO RFS-AGD-TOTAL-30.
	ADD RFS-AGD-DAYS-60 (RFS-AGD-SITE-IDX) TO RFS-AGD-TOTAL-60.
	ADD RFS-AGD-DAYS-90 (RFS-AGD-SITE-IDX) TO RFS-AGD-TOTAL-90.
	ADD RFS-AGD-CREDIT (RFS-AGD-SITE-IDX)  TO RFS-AGD-TOTAL-CREDIT.
	ADD RFS-AGD-BALANCE TO RFS-AGD-TOTAL-BALANCE.

WRITE-ONE-AGED-SITE-EXIT.
	EXIT.

WRITE-AGED-DEBT-TOTALS.

	MOVE "Total"  TO AGD-SITE-OUT.
	MOVE SPACES   TO AGD-CUST-OUT.
	MOVE SPACES   TO AGD-BILLING-OUT.
	COMPUTE AGD-CURRENT-OUT = RFS-AGD-TOTAL-CURRENT / 100.
	COMPUTE AGD-30-OUT      = RFS-AGD-TOTAL-30 / 100.
	COMPUTE AGD-60-OUT      = RFS-AGD-TOTAL-60 / 100.
	COMPUTE AGD-90-OUT      = RFS-AGD-TOTAL-90 / 100.
	COMPUTE AGD-CREDIT-OUT  = RFS-AGD-TOTAL-CREDIT / 100.
	COMPUTE AGD-BALANCE-OUT = RFS-AGD-TOTAL-BALANCE / 100.

	MOVE RFS-AGD-DETAIL-LINE TO RFS-AGE-LINE.
	PERFORM WRITE-AGED-DEBT-LINE.

WRITE-AGED-DEBT-TOTALS-EXIT.
	EXIT.

WRITE-AGED-DEBT-LINE.

	WRITE RFS-AGE-LINE.
	IF NOT RFS-AGE-STATUS-OK
		PERFORM HANDLE-RFS-AGE-ERROR
	END-IF.

WRITE-AGED-DEBT-LINE-EXIT.
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
*> *** HANDLE-RFS-AGE-ERROR      <*
*> ******************************* <*

HANDLE-RFS-AGE-ERROR.
	DISPLAY "RFS-AGE-FILE ERROR - FILE STATUS " RFS-AGE-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-AGE-ERROR-EXIT.
	EXIT.

	COPY "custmast.lookup.cpy".
