*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - journal.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-JRN-STATUS ***
*> **********************

01 RFS-JRN-STATUS PIC XX.
	88 RFS-JRN-STATUS-OK        VALUE "00".
	88 RFS-JRN-STATUS-EOF       VALUE "10".
	88 RFS-JRN-STATUS-NOT-FOUND VALUE "35".
