*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - duncfg.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-DUNCFG-STATUS ***
*> *************************

01 RFS-DUNCFG-STATUS PIC XX.
	88 RFS-DUNCFG-STATUS-OK        VALUE "00".
	88 RFS-DUNCFG-STATUS-EOF       VALUE "10".
	88 RFS-DUNCFG-STATUS-NOT-FOUND VALUE "35".
