*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - arenrpt.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-ARN-STATUS ***
*> **********************

01 RFS-ARN-STATUS PIC XX.
	88 RFS-ARN-STATUS-OK VALUE "00".
