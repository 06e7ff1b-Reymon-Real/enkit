*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - recv.ledger-ws.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for the shared     *** <*
*> *** receivables ledger paragraphs,     *** <*
*> *** paired with recv.ledger.cpy - the  *** <*
*> *** caller sets RFS-RCV-SEEK-SITE,     *** <*
*> *** RFS-RCV-SEEK-PRODUCT and           *** <*
*> *** RFS-RCV-SEEK-ID, PERFORMs          *** <*
*> *** FIND-RECEIVABLE-ITEM and, if       *** <*
*> *** RFS-RCV-ITEM-FOUND, finds the item *** <*
*> *** already read into RFS-RCV-RECORD   *** <*
*> ***************************************** <*

01 RFS-RCV-SEEK-SITE    PIC X(08).
01 RFS-RCV-SEEK-PRODUCT PIC X(04).
*> The renewal being billed; zero asks for the oldest item of
*> the site/product still open instead.
01 RFS-RCV-SEEK-ID      PIC 9(08).

01 RFS-RCV-ITEM-FOUND-FLAG PIC X(01) VALUE "N".
	88 RFS-RCV-ITEM-FOUND VALUE "Y".

01 RFS-RCV-FOUND-NO PIC 9(08) VALUE 0.
01 RFS-RCV-NEXT-NO  PIC 9(08) VALUE 0.

01 RFS-RCV-SCAN-EOF-FLAG PIC X(01) VALUE "N".
	88 RFS-RCV-SCAN-EOF VALUE "Y".
