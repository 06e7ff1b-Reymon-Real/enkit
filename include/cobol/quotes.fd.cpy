*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quotes.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-QTE-FILE - numbered renewal    *** <*
*> *** quotes. A quote offers to renew    *** <*
*> *** one site/product window for a term *** <*
*> *** at the unit price current the day  *** <*
*> *** it was issued, and holds that      *** <*
*> *** price until its expiry date        *** <*
*> *** whatever the rate file does in the *** <*
*> *** meantime. Remittances and RENEW    *** <*
*> *** orders cite it by number; the      *** <*
*> *** invoice item for the window is     *** <*
*> *** then raised (or restated) at the   *** <*
*> *** quoted charge rather than re-      *** <*
*> *** priced                             *** <*
*> ***************************************** <*

FD RFS-QTE-FILE
	DATA RECORD IS RFS-QTE-RECORD.

01 RFS-QTE-RECORD.
	05 RFS-QTE-KEY.
*>      Zero-filled numeric display, so the byte-ordered index
*>      walks the quotes in the order they were issued.
		10 qte-quote-no        PIC 9(08).
	05 qte-site-code           PIC X(08).
	05 qte-product-code        PIC X(04).
*>  The RFS-RECORD the quote offers to renew, and the end date
*>  the renewal would run on from - once the window has been
*>  renewed some other way the quote has nothing left to sell.
	05 qte-subscription-id     PIC 9(08).
	05 qte-window-end-date     PIC 9(08).
	05 qte-term-days           PIC 9(08).
*>  The locked price: cents per day, the rate version it came
*>  from, and the charge in cents - the same trio an invoice
*>  item carries.
	05 qte-unit-price          USAGE BINARY-LONG.
	05 qte-rate-date           PIC 9(08).
	05 qte-charge              USAGE BINARY-DOUBLE.
	05 qte-issue-date          PIC 9(08).
*>  The last day the quoted price can be taken up.
	05 qte-expiry-date         PIC 9(08).
	05 qte-issued-by           PIC X(08).
*>  "O" open, "A" accepted (ordered or paid against), "X"
*>  expired unused, "L" lapsed - the window was renewed or
*>  cancelled without it.
	05 qte-status              PIC X(01).
	05 qte-status-date         PIC 9(08).
*>  How it was taken up - "R" a remittance, "O" a RENEW order -
*>  the invoice item that carries its charge, and the payment
*>  reference when money came with it.
	05 qte-accepted-via        PIC X(01).
	05 qte-invoice-no          PIC 9(08).
	05 qte-reference           PIC 9(08).
