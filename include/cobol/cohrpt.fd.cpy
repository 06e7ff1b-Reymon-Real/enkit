*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - cohrpt.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-COHRPT-FILE ***
*> ***********************

FD RFS-COHRPT-FILE
	DATA RECORD IS RFS-COHRPT-LINE.

01 RFS-COHRPT-LINE PIC X(132).
