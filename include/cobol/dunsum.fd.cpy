*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - dunsum.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-DUNSUM-FILE ***
*> ***********************

FD RFS-DUNSUM-FILE
	DATA RECORD IS RFS-DUNSUM-LINE.

01 RFS-DUNSUM-LINE PIC X(132).
