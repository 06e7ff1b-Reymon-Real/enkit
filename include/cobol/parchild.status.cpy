*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parchild.status.cpy  ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-PCH-STATUS ***
*> **********************

01 RFS-PCH-STATUS PIC XX.
	88 RFS-PCH-STATUS-OK        VALUE "00".
	88 RFS-PCH-STATUS-EOF       VALUE "10".
	88 RFS-PCH-STATUS-NOT-FOUND VALUE "35".
	88 RFS-PCH-STATUS-NO-RECORD VALUE "23".
