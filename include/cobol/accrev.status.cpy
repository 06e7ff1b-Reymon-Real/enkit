*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - accrev.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-ACCREV-STATUS ***
*> *************************

01 RFS-ACCREV-STATUS PIC XX.
	88 RFS-ACCREV-STATUS-OK VALUE "00".
