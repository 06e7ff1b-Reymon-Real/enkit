*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - truelog.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-TLG-FILE - one line per true-  *** <*
*> *** up ever billed: site, product, the *** <*
*> *** window it was billed against, the  *** <*
*> *** peak users it billed up to, the    *** <*
*> *** date and the charge in cents. Re-  *** <*
*> *** read each run so a window is never *** <*
*> *** billed twice for the same seats    *** <*
*> ***************************************** <*

FD RFS-TLG-FILE
	DATA RECORD IS RFS-TLG-LINE.

01 RFS-TLG-LINE PIC X(60).
