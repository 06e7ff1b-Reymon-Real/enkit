*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - privrpt.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **************************
*> *** RFS-PRIVRPT-STATUS ***
*> **************************

01 RFS-PRIVRPT-STATUS PIC XX.
	88 RFS-PRIVRPT-STATUS-OK VALUE "00".
