*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - abuserpt.status.cpy  ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ************************
*> *** RFS-ABUSE-STATUS ***
*> ************************

01 RFS-ABUSE-STATUS PIC XX.
	88 RFS-ABUSE-STATUS-OK VALUE "00".
