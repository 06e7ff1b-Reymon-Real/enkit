*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partrpt.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-PTRRPT-STATUS ***
*> *************************

01 RFS-PTRRPT-STATUS PIC XX.
	88 RFS-PTRRPT-STATUS-OK VALUE "00".
