*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - dunlog.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-DUNLOG-STATUS ***
*> *************************

01 RFS-DUNLOG-STATUS PIC XX.
	88 RFS-DUNLOG-STATUS-OK        VALUE "00".
	88 RFS-DUNLOG-STATUS-EOF       VALUE "10".
	88 RFS-DUNLOG-STATUS-NOT-FOUND VALUE "35".
