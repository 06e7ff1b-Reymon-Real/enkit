*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parchild.fd.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-PCH-FILE - the site-codes      *** <*
*> *** grouped under each parent account. *** <*
*> *** Keyed parent first, so a parent's  *** <*
*> *** sites come back together in site-  *** <*
*> *** code order and a site's membership *** <*
*> *** is one keyed READ. A site belongs  *** <*
*> *** to one parent at most              *** <*
*> ***************************************** <*

FD RFS-PCH-FILE
	DATA RECORD IS RFS-PCH-RECORD.

01 RFS-PCH-RECORD.
	05 RFS-PCH-KEY.
		10 pch-parent-id       PIC X(08).
		10 pch-site-code       PIC X(08).
*>  When the site was grouped under the parent, and by whom.
	05 pch-linked-date     PIC 9(08).
	05 pch-linked-user     PIC X(08).
