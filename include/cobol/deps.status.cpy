*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - deps.status.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-DEP-STATUS ***
*> **********************

01 RFS-DEP-STATUS PIC XX.
	88 RFS-DEP-STATUS-OK        VALUE "00".
	88 RFS-DEP-STATUS-EOF       VALUE "10".
	88 RFS-DEP-STATUS-NOT-FOUND VALUE "35".
	88 RFS-DEP-STATUS-NO-RECORD VALUE "23".
