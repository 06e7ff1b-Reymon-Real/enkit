*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partsite.status.cpy  ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ************************
*> *** RFS-PSITE-STATUS ***
*> ************************

01 RFS-PSITE-STATUS PIC XX.
	88 RFS-PSITE-STATUS-OK        VALUE "00".
	88 RFS-PSITE-STATUS-EOF       VALUE "10".
	88 RFS-PSITE-STATUS-NOT-FOUND VALUE "35".
	88 RFS-PSITE-STATUS-NO-RECORD VALUE "23".
