*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - cohrpt.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-COHRPT-STATUS ***
*> *************************

01 RFS-COHRPT-STATUS PIC XX.
	88 RFS-COHRPT-STATUS-OK VALUE "00".
