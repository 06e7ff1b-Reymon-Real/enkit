*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - autorpt.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-AUTRPT-STATUS ***
*> *************************

01 RFS-AUTRPT-STATUS PIC XX.
	88 RFS-AUTRPT-STATUS-OK VALUE "00".
