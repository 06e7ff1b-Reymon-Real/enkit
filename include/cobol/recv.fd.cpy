*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - recv.fd.cpy          ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-RCV-FILE - the open-item       *** <*
*> *** receivables ledger behind the      *** <*
*> *** invoice feed. Every renewal        *** <*
*> *** ReyPriceRFS prices becomes one     *** <*
*> *** numbered invoice item; remittances *** <*
*> *** are applied against the item until *** <*
*> *** it is paid in full, and whatever a *** <*
*> *** payment leaves over is held on the *** <*
*> *** site as a credit item of its own   *** <*
*> ***************************************** <*

FD RFS-RCV-FILE
	DATA RECORD IS RFS-RCV-RECORD.

01 RFS-RCV-RECORD.
	05 RFS-RCV-KEY.
*>      Zero-filled numeric display, so the byte-ordered index
*>      walks the ledger in the order items were raised.
		10 rcv-invoice-no      PIC 9(08).

*>  "I" an invoice raised for a renewal, "C" a credit held on
*>  the site from a payment that more than covered its item.
	05 rcv-kind            PIC X(01).
*>  The alternate index - a site/product's items together, in
*>  renewal order, so lookups need not walk the whole ledger.
	05 RFS-RCV-ITEM-KEY.
		10 rcv-site-code       PIC X(08).
		10 rcv-product-code    PIC X(04).
*>      The RFS-RECORD whose renewal the invoice bills - one
*>      invoice per window, however often the nightly run sees
*>      it; zero on a co-terming adjustment.
		10 rcv-subscription-id PIC 9(08).
	05 rcv-term-days       PIC 9(08).
*>  The locked price: cents per day, the rate version it came
*>  from, and the charge in cents. A credit carries only the
*>  amount.
	05 rcv-unit-price      USAGE BINARY-LONG.
	05 rcv-rate-date       PIC 9(08).
	05 rcv-amount          USAGE BINARY-DOUBLE.
*>  Everything applied so far - part-payments add up here; for
*>  a credit, how much of it later invoices have drawn.
	05 rcv-amount-paid     USAGE BINARY-DOUBLE.
	05 rcv-invoice-date    PIC 9(08).
*>  The renewal has to be paid by the end of the window it
*>  renews - the due date the aged-debt buckets count from.
	05 rcv-due-date        PIC 9(08).
*>  "O" open (or credit still unused), "P" paid in full (or
*>  credit used up).
	05 rcv-status          PIC X(01).
	05 rcv-paid-date       PIC 9(08).
	05 rcv-last-reference  PIC 9(08).
