*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quotes.lookup.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Shared paragraphs - read a quote a *** <*
*> *** remittance or order cites and      *** <*
*> *** judge whether it can still be      *** <*
*> *** taken up, put its locked charge on *** <*
*> *** the invoice item of the window it  *** <*
*> *** renews, and mark it accepted. COPY *** <*
*> *** into PROCEDURE DIVISION; requires  *** <*
*> *** quotes.env.cpy, quotes.fd.cpy,     *** <*
*> *** quotes.status.cpy, quotes.lookup-  *** <*
*> *** ws.cpy and the receivables ledger  *** <*
*> *** (recv.ledger.cpy and its           *** <*
*> *** companions) in their divisions     *** <*
*> ***************************************** <*

*> ******************************* <*
*> *** READ-CITED-QUOTE          <*
*> *** The quote has to be the   <*
*> *** site's (and product's, when<*
*> *** the row names one), still <*
*> *** open, and taken up no later<*
*> *** than its expiry date      <*
*> ******************************* <*

READ-CITED-QUOTE.

	MOVE "Y" TO RFS-QTL-OK-FLAG.
	MOVE SPACES TO RFS-QTL-REASON.

	OPEN INPUT RFS-QTE-FILE.
	IF RFS-QTE-STATUS-NOT-FOUND
		MOVE "BAD-QUOTE" TO RFS-QTL-REASON
		MOVE "N" TO RFS-QTL-OK-FLAG
		GO TO READ-CITED-QUOTE-EXIT
	END-IF.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	MOVE RFS-QTL-SEEK-NO TO QTE-QUOTE-NO.
	READ RFS-QTE-FILE.
	IF RFS-QTE-STATUS-NO-RECORD
		MOVE "BAD-QUOTE" TO RFS-QTL-REASON
		MOVE "N" TO RFS-QTL-OK-FLAG
	ELSE
		IF NOT RFS-QTE-STATUS-OK
			PERFORM HANDLE-RFS-QTE-ERROR
		END-IF
		PERFORM JUDGE-CITED-QUOTE
			THRU JUDGE-CITED-QUOTE-EXIT
	END-IF.

	CLOSE RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

READ-CITED-QUOTE-EXIT.
	EXIT.

JUDGE-CITED-QUOTE.

	*> A mistyped number must not sell one site another's
	*> price.
	IF QTE-SITE-CODE NOT = RFS-QTL-SEEK-SITE
			OR (RFS-QTL-SEEK-PRODUCT NOT = SPACES
				AND QTE-PRODUCT-CODE NOT = RFS-QTL-SEEK-PRODUCT)
		MOVE "BAD-QUOTE" TO RFS-QTL-REASON
		MOVE "N" TO RFS-QTL-OK-FLAG
		GO TO JUDGE-CITED-QUOTE-EXIT
	END-IF.

	EVALUATE QTE-STATUS
		WHEN "A"
			MOVE "QUOTE-USED" TO RFS-QTL-REASON
			MOVE "N" TO RFS-QTL-OK-FLAG
		WHEN "L"
			MOVE "QUOTE-LAPSED" TO RFS-QTL-REASON
			MOVE "N" TO RFS-QTL-OK-FLAG
		WHEN "X"
			MOVE "QUOTE-EXPIRY" TO RFS-QTL-REASON
			MOVE "N" TO RFS-QTL-OK-FLAG
	END-EVALUATE.
	IF NOT RFS-QTL-OK
		GO TO JUDGE-CITED-QUOTE-EXIT
	END-IF.

	*> Still open on file only because the nightly sweep has
	*> not been round yet - the date decides.
	IF RFS-QTL-AS-OF-NUM > QTE-EXPIRY-DATE
		MOVE "QUOTE-EXPIRY" TO RFS-QTL-REASON
		MOVE "N" TO RFS-QTL-OK-FLAG
		GO TO JUDGE-CITED-QUOTE-EXIT
	END-IF.

	MOVE QTE-PRODUCT-CODE    TO RFS-QTL-PRODUCT.
	MOVE QTE-SUBSCRIPTION-ID TO RFS-QTL-WINDOW-ID.
	MOVE QTE-WINDOW-END-DATE TO RFS-QTL-WINDOW-END.
	MOVE QTE-TERM-DAYS       TO RFS-QTL-TERM-DAYS.
	MOVE QTE-UNIT-PRICE      TO RFS-QTL-UNIT-PRICE.
	MOVE QTE-RATE-DATE       TO RFS-QTL-RATE-DATE.
	MOVE QTE-CHARGE          TO RFS-QTL-CHARGE.
	MOVE QTE-EXPIRY-DATE     TO RFS-QTL-EXPIRY-DATE.

JUDGE-CITED-QUOTE-EXIT.
	EXIT.

*> ******************************* <*
*> *** PLACE-QUOTED-ITEM         <*
*> *** The window's invoice item <*
*> *** carries the quoted        <*
*> *** charge: raised from the   <*
*> *** quote when the nightly    <*
*> *** pricing has not billed    <*
*> *** the window yet, restated  <*
*> *** when it billed it at      <*
*> *** another price. An item    <*
*> *** part-paid at another      <*
*> *** price is finance's to     <*
*> *** untangle                  <*
*> ******************************* <*

PLACE-QUOTED-ITEM.

	MOVE "Y" TO RFS-QTL-OK-FLAG.
	MOVE SPACES TO RFS-QTL-REASON.
	MOVE 0 TO RFS-QTL-ITEM-NO.

	PERFORM OPEN-RECEIVABLES-UPDATE
		THRU OPEN-RECEIVABLES-UPDATE-EXIT.

	MOVE RFS-QTL-SEEK-SITE   TO RFS-RCV-SEEK-SITE.
	MOVE RFS-QTL-PRODUCT     TO RFS-RCV-SEEK-PRODUCT.
	MOVE RFS-QTL-WINDOW-ID   TO RFS-RCV-SEEK-ID.
	PERFORM FIND-RECEIVABLE-ITEM
		THRU FIND-RECEIVABLE-ITEM-EXIT.

	IF RFS-RCV-ITEM-FOUND
		PERFORM RESTATE-QUOTED-ITEM
			THRU RESTATE-QUOTED-ITEM-EXIT
	ELSE
		PERFORM RAISE-QUOTED-ITEM
			THRU RAISE-QUOTED-ITEM-EXIT
	END-IF.

	CLOSE RFS-RCV-FILE.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

PLACE-QUOTED-ITEM-EXIT.
	EXIT.

RESTATE-QUOTED-ITEM.

	MOVE RCV-INVOICE-NO TO RFS-QTL-ITEM-NO.

	*> Paid already - the window was settled at the invoiced
	*> price and the quote has nothing left to sell.
	IF RCV-STATUS NOT = "O"
		MOVE "QUOTE-LAPSED" TO RFS-QTL-REASON
		MOVE "N" TO RFS-QTL-OK-FLAG
		GO TO RESTATE-QUOTED-ITEM-EXIT
	END-IF.

	IF RCV-AMOUNT = RFS-QTL-CHARGE
			AND RCV-TERM-DAYS = RFS-QTL-TERM-DAYS
		GO TO RESTATE-QUOTED-ITEM-EXIT
	END-IF.

	IF RCV-AMOUNT-PAID > 0
		MOVE "QUOTE-PART" TO RFS-QTL-REASON
		MOVE "N" TO RFS-QTL-OK-FLAG
		GO TO RESTATE-QUOTED-ITEM-EXIT
	END-IF.

	MOVE RFS-QTL-TERM-DAYS  TO RCV-TERM-DAYS.
	MOVE RFS-QTL-UNIT-PRICE TO RCV-UNIT-PRICE.
	MOVE RFS-QTL-RATE-DATE  TO RCV-RATE-DATE.
	MOVE RFS-QTL-CHARGE     TO RCV-AMOUNT.

	REWRITE RFS-RCV-RECORD.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

RESTATE-QUOTED-ITEM-EXIT.
	EXIT.

RAISE-QUOTED-ITEM.

	PERFORM ASSIGN-NEXT-INVOICE-NO
		THRU ASSIGN-NEXT-INVOICE-NO-EXIT.

	MOVE RFS-RCV-NEXT-NO     TO RCV-INVOICE-NO.
	MOVE "I"                 TO RCV-KIND.
	MOVE RFS-QTL-SEEK-SITE   TO RCV-SITE-CODE.
	MOVE RFS-QTL-PRODUCT     TO RCV-PRODUCT-CODE.
	MOVE RFS-QTL-WINDOW-ID   TO RCV-SUBSCRIPTION-ID.
	MOVE RFS-QTL-TERM-DAYS   TO RCV-TERM-DAYS.
	MOVE RFS-QTL-UNIT-PRICE  TO RCV-UNIT-PRICE.
	MOVE RFS-QTL-RATE-DATE   TO RCV-RATE-DATE.
	MOVE RFS-QTL-CHARGE      TO RCV-AMOUNT.
	MOVE 0                   TO RCV-AMOUNT-PAID.
	MOVE RFS-QTL-AS-OF-NUM   TO RCV-INVOICE-DATE.
	MOVE RFS-QTL-WINDOW-END  TO RCV-DUE-DATE.
	MOVE "O"                 TO RCV-STATUS.
	MOVE 0                   TO RCV-PAID-DATE.
	MOVE 0                   TO RCV-LAST-REFERENCE.

	WRITE RFS-RCV-RECORD.
	IF NOT RFS-RCV-STATUS-OK
		PERFORM HANDLE-RFS-RCV-ERROR
	END-IF.

	MOVE RFS-RCV-NEXT-NO TO RFS-QTL-ITEM-NO.

RAISE-QUOTED-ITEM-EXIT.
	EXIT.

*> ******************************* <*
*> *** MARK-QUOTE-ACCEPTED       <*
*> *** Closes the quote once the <*
*> *** order or payment it priced<*
*> *** has gone through          <*
*> ******************************* <*

MARK-QUOTE-ACCEPTED.

	OPEN I-O RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	MOVE RFS-QTL-SEEK-NO TO QTE-QUOTE-NO.
	READ RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	MOVE "A"                TO QTE-STATUS.
	MOVE RFS-QTL-AS-OF-NUM  TO QTE-STATUS-DATE.
	MOVE RFS-QTL-ACCEPT-VIA TO QTE-ACCEPTED-VIA.
	MOVE RFS-QTL-ITEM-NO    TO QTE-INVOICE-NO.
	MOVE RFS-QTL-REFERENCE  TO QTE-REFERENCE.

	REWRITE RFS-QTE-RECORD.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

	CLOSE RFS-QTE-FILE.
	IF NOT RFS-QTE-STATUS-OK
		PERFORM HANDLE-RFS-QTE-ERROR
	END-IF.

MARK-QUOTE-ACCEPTED-EXIT.
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
