*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quoterpt.status.cpy  ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-QRP-STATUS ***
*> **********************

01 RFS-QRP-STATUS PIC XX.
	88 RFS-QRP-STATUS-OK VALUE "00".
