*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - recover.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-RCV-STATUS ***
*> **********************

01 RFS-RCV-STATUS PIC XX.
	88 RFS-RCV-STATUS-OK VALUE "00".
