*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partrpt.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-PTRRPT-FILE ***
*> ***********************

FD RFS-PTRRPT-FILE
	DATA RECORD IS RFS-PTRRPT-LINE.

01 RFS-PTRRPT-LINE PIC X(100).
