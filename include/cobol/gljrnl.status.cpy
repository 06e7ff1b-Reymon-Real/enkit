*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - gljrnl.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-GLJ-STATUS ***
*> **********************

01 RFS-GLJ-STATUS PIC XX.
	88 RFS-GLJ-STATUS-OK VALUE "00".
