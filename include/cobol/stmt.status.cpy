*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - stmt.status.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-STMT-STATUS ***
*> ***********************

01 RFS-STMT-STATUS PIC XX.
	88 RFS-STMT-STATUS-OK VALUE "00".
