*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - aging.status.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-AGE-STATUS ***
*> **********************

01 RFS-AGE-STATUS PIC XX.
	88 RFS-AGE-STATUS-OK VALUE "00".
