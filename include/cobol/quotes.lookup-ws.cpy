*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quotes.lookup-ws.cpy ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for taking up a    *** <*
*> *** cited quote, paired with           *** <*
*> *** quotes.lookup.cpy - the caller     *** <*
*> *** sets RFS-QTL-SEEK-NO, RFS-QTL-     *** <*
*> *** SEEK-SITE, RFS-QTL-SEEK-PRODUCT    *** <*
*> *** and RFS-QTL-AS-OF-NUM, PERFORMs    *** <*
*> *** READ-CITED-QUOTE and, when RFS-    *** <*
*> *** QTL-OK, places the quoted invoice  *** <*
*> *** item and marks the quote accepted  *** <*
*> *** once the order or payment has gone *** <*
*> *** through                            *** <*
*> ***************************************** <*

01 RFS-QTL-SEEK-NO      PIC 9(08).
01 RFS-QTL-SEEK-SITE    PIC X(08).
*> Blank takes the quote's own product.
01 RFS-QTL-SEEK-PRODUCT PIC X(04).
*> The day the quote is being taken up - the payment's paid
*> date, or the run date for an order.
01 RFS-QTL-AS-OF-NUM    PIC 9(08).

01 RFS-QTL-OK-FLAG PIC X(01) VALUE "Y".
	88 RFS-QTL-OK VALUE "Y".

*> BAD-QUOTE, QUOTE-USED, QUOTE-EXPIRY, QUOTE-LAPSED or
*> QUOTE-PART.
01 RFS-QTL-REASON PIC X(12) VALUE SPACES.

*> The quote as READ-CITED-QUOTE found it, held past the
*> close of the quotes file.
01 RFS-QTL-PRODUCT      PIC X(04).
01 RFS-QTL-WINDOW-ID    PIC 9(08).
01 RFS-QTL-WINDOW-END   PIC 9(08).
01 RFS-QTL-TERM-DAYS    USAGE BINARY-LONG.
01 RFS-QTL-UNIT-PRICE   USAGE BINARY-LONG.
01 RFS-QTL-RATE-DATE    PIC 9(08).
01 RFS-QTL-CHARGE       USAGE BINARY-DOUBLE.
01 RFS-QTL-EXPIRY-DATE  PIC 9(08).

*> The invoice item PLACE-QUOTED-ITEM left carrying the
*> quoted charge.
01 RFS-QTL-ITEM-NO PIC 9(08) VALUE 0.

*> What MARK-QUOTE-ACCEPTED records: "R" a remittance or "O"
*> a RENEW order, and the payment reference if any.
01 RFS-QTL-ACCEPT-VIA   PIC X(01).
01 RFS-QTL-REFERENCE    PIC 9(08) VALUE 0.
