*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - cohcsv.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-COHCSV-STATUS ***
*> *************************

01 RFS-COHCSV-STATUS PIC XX.
	88 RFS-COHCSV-STATUS-OK VALUE "00".
