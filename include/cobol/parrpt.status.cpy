*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parrpt.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-PARRPT-STATUS ***
*> *************************

01 RFS-PARRPT-STATUS PIC XX.
	88 RFS-PARRPT-STATUS-OK VALUE "00".
