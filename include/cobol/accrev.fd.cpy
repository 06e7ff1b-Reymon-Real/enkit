*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - accrev.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-ACCREV-FILE ***
*> ***********************

FD RFS-ACCREV-FILE
	DATA RECORD IS RFS-ACCREV-LINE.

01 RFS-ACCREV-LINE PIC X(120).
