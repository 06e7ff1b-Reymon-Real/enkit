*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - runlog.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-RUNLOG-STATUS ***
*> *************************

01 RFS-RUNLOG-STATUS PIC XX.
	88 RFS-RUNLOG-STATUS-OK        VALUE "00".
	88 RFS-RUNLOG-STATUS-EOF       VALUE "10".
	88 RFS-RUNLOG-STATUS-NOT-FOUND VALUE "35".
