*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - trueup.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-TUP-STATUS ***
*> **********************

01 RFS-TUP-STATUS PIC XX.
	88 RFS-TUP-STATUS-OK VALUE "00".
