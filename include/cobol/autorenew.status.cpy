*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - autorenew.status.cpy ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-AUT-STATUS ***
*> **********************

01 RFS-AUT-STATUS PIC XX.
	88 RFS-AUT-STATUS-OK        VALUE "00".
	88 RFS-AUT-STATUS-EOF       VALUE "10".
	88 RFS-AUT-STATUS-NOT-FOUND VALUE "35".
	88 RFS-AUT-STATUS-NO-RECORD VALUE "23".
