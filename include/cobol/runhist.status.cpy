*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - runhist.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **************************
*> *** RFS-RUNHIST-STATUS ***
*> **************************

01 RFS-RUNHIST-STATUS PIC XX.
	88 RFS-RUNHIST-STATUS-OK VALUE "00".
