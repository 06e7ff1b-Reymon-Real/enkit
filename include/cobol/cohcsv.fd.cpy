*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - cohcsv.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-COHCSV-FILE ***
*> ***********************

FD RFS-COHCSV-FILE
	DATA RECORD IS RFS-COHCSV-LINE.

01 RFS-COHCSV-LINE PIC X(120).
