*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - dunsum.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-DUNSUM-STATUS ***
*> *************************

01 RFS-DUNSUM-STATUS PIC XX.
	88 RFS-DUNSUM-STATUS-OK VALUE "00".
