*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - revrpt.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-REVRPT-STATUS ***
*> *************************

01 RFS-REVRPT-STATUS PIC XX.
	88 RFS-REVRPT-STATUS-OK VALUE "00".
