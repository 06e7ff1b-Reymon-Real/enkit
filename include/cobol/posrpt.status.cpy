*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - posrpt.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-POSRPT-STATUS ***
*> *************************

01 RFS-POSRPT-STATUS PIC XX.
	88 RFS-POSRPT-STATUS-OK VALUE "00".
