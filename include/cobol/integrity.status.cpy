*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - integrity.status.cpy ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ************************
*> *** RFS-INTEG-STATUS ***
*> ************************

01 RFS-INTEG-STATUS PIC XX.
	88 RFS-INTEG-STATUS-OK VALUE "00".
