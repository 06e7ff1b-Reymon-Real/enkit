*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - truelog.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-TLG-STATUS ***
*> **********************

01 RFS-TLG-STATUS PIC XX.
	88 RFS-TLG-STATUS-OK        VALUE "00".
	88 RFS-TLG-STATUS-EOF       VALUE "10".
	88 RFS-TLG-STATUS-NOT-FOUND VALUE "35".
