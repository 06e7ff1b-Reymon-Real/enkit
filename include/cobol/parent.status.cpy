*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parent.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-PAR-STATUS ***
*> **********************

01 RFS-PAR-STATUS PIC XX.
	88 RFS-PAR-STATUS-OK        VALUE "00".
	88 RFS-PAR-STATUS-EOF       VALUE "10".
	88 RFS-PAR-STATUS-NOT-FOUND VALUE "35".
	88 RFS-PAR-STATUS-NO-RECORD VALUE "23".
