*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - commrpt.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-COMRPT-STATUS ***
*> *************************

01 RFS-COMRPT-STATUS PIC XX.
	88 RFS-COMRPT-STATUS-OK VALUE "00".
