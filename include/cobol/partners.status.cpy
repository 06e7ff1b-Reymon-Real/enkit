*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partners.status.cpy  ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-PTNR-STATUS ***
*> ***********************

01 RFS-PTNR-STATUS PIC XX.
	88 RFS-PTNR-STATUS-OK        VALUE "00".
	88 RFS-PTNR-STATUS-EOF       VALUE "10".
	88 RFS-PTNR-STATUS-NOT-FOUND VALUE "35".
	88 RFS-PTNR-STATUS-NO-RECORD VALUE "23".
