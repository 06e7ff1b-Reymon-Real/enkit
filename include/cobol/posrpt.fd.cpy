*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - posrpt.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-POSRPT-FILE ***
*> ***********************

FD RFS-POSRPT-FILE
	DATA RECORD IS RFS-POSRPT-LINE.

01 RFS-POSRPT-LINE PIC X(100).
