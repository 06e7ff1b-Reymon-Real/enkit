*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - credits.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-CRN-FILE - the credit-note     *** <*
*> *** feed. One line per cancelled       *** <*
*> *** site/product, appended by          *** <*
*> *** ReyCancelRFS: the unused days of   *** <*
*> *** the paid window between the        *** <*
*> *** cancellation's effective date and  *** <*
*> *** the window's end, the unit price   *** <*
*> *** the window was priced at, the      *** <*
*> *** credit and its credit-note number. *** <*
*> *** A cancellation that earns nothing  *** <*
*> *** still gets a line saying why, with *** <*
*> *** no note number                     *** <*
*> ***************************************** <*

FD RFS-CRN-FILE
	DATA RECORD IS RFS-CRN-LINE.

01 RFS-CRN-LINE PIC X(160).
