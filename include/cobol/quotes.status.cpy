*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quotes.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-QTE-STATUS ***
*> **********************

01 RFS-QTE-STATUS PIC XX.
	88 RFS-QTE-STATUS-OK        VALUE "00".
	88 RFS-QTE-STATUS-EOF       VALUE "10".
	88 RFS-QTE-STATUS-NOT-FOUND VALUE "35".
	88 RFS-QTE-STATUS-NO-RECORD VALUE "23".
