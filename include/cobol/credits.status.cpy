*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - credits.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-CRN-STATUS ***
*> **********************

01 RFS-CRN-STATUS PIC XX.
	88 RFS-CRN-STATUS-OK        VALUE "00".
	88 RFS-CRN-STATUS-EOF       VALUE "10".
	88 RFS-CRN-STATUS-NOT-FOUND VALUE "35".
