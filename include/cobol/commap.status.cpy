*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - commap.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ************************
*> *** RFS-COMAP-STATUS ***
*> ************************

01 RFS-COMAP-STATUS PIC XX.
	88 RFS-COMAP-STATUS-OK VALUE "00".
