*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - deprpt.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-DPR-STATUS ***
*> **********************

01 RFS-DPR-STATUS PIC XX.
	88 RFS-DPR-STATUS-OK VALUE "00".
