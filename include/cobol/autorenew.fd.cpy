*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - autorenew.fd.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-AUT-FILE - evergreen auto-     *** <*
*> *** renewal standing instructions. One *** <*
*> *** record per site/product: whether   *** <*
*> *** the contract renews itself, for    *** <*
*> *** how long, how many days before the *** <*
*> *** window's end date the nightly run  *** <*
*> *** renews it, and the date after      *** <*
*> *** which it stops renewing            *** <*
*> ***************************************** <*

FD RFS-AUT-FILE
	DATA RECORD IS RFS-AUT-RECORD.

01 RFS-AUT-RECORD.
	05 RFS-AUT-KEY.
		10 aut-site-code       PIC X(08).
		10 aut-product-code    PIC X(04).
*>  "Y" renews by itself, "N" instruction kept but switched off.
	05 aut-auto-renew      PIC X(01).
		88 aut-renews          VALUE "Y".
*>  The term each renewal adds, in days - what ReyRenewRFS is
*>  CALLed with.
	05 aut-term-days       PIC 9(04).
*>  How many days before the window's end date the renewal is
*>  made.
	05 aut-lead-days       PIC 9(04).
*>  Once the window's end date reaches this date no further
*>  renewal is made; zero for an open-ended instruction.
	05 aut-stop-date       PIC 9(08).
*>  When the instruction was last keyed, and by whom.
	05 aut-set-date        PIC 9(08).
	05 aut-set-user        PIC X(08).
