*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quotedoc.status.cpy  ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-QDC-STATUS ***
*> **********************

01 RFS-QDC-STATUS PIC XX.
	88 RFS-QDC-STATUS-OK VALUE "00".
