*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - asofrpt.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-AOF-STATUS ***
*> **********************

01 RFS-AOF-STATUS PIC XX.
	88 RFS-AOF-STATUS-OK VALUE "00".
