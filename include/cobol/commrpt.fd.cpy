*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - commrpt.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-COMRPT-FILE ***
*> ***********************

FD RFS-COMRPT-FILE
	DATA RECORD IS RFS-COMRPT-LINE.

01 RFS-COMRPT-LINE PIC X(132).
