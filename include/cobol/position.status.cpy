*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - position.status.cpy  ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-POS-STATUS ***
*> **********************

01 RFS-POS-STATUS PIC XX.
	88 RFS-POS-STATUS-OK        VALUE "00".
	88 RFS-POS-STATUS-EOF       VALUE "10".
	88 RFS-POS-STATUS-NO-RECORD VALUE "23".
	88 RFS-POS-STATUS-NOT-FOUND VALUE "35".
