*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - deps.fd.cpy          ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-DEP-FILE - the rules that tie *** <*
*> *** products together. A "requires"   *** <*
*> *** rule says the add-on in dep-owner *** <*
*> *** only works beside a live          *** <*
*> *** dep-product at the same site; a   *** <*
*> *** bundle rule says dep-product is   *** <*
*> *** one of the products the bundle    *** <*
*> *** named in dep-owner provisions.    *** <*
*> *** Bundle names share the four-byte  *** <*
*> *** product-code column of the order  *** <*
*> *** paths, so no bundle may carry a   *** <*
*> *** catalog product's code            *** <*
*> ***************************************** <*

FD RFS-DEP-FILE
	DATA RECORD IS RFS-DEP-RECORD.

01 RFS-DEP-RECORD.
	05 RFS-DEP-KEY.
*>  "R" requires, "B" bundle member.
		10 dep-kind      PIC X(01).
		10 dep-owner     PIC X(04).
		10 dep-product   PIC X(04).

*>  The bundle's name for reports - carried on every member
*>  record of the bundle; blank on a requires rule.
	05 dep-description   PIC X(30).
	05 dep-set-date      PIC 9(08).
