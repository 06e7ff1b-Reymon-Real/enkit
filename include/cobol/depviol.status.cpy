*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - depviol.status.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-DVR-STATUS ***
*> **********************

01 RFS-DVR-STATUS PIC XX.
	88 RFS-DVR-STATUS-OK VALUE "00".
