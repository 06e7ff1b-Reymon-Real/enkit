*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - cotrpt.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-COTRPT-FILE ***
*> ***********************

FD RFS-COTRPT-FILE
	DATA RECORD IS RFS-COTRPT-LINE.

01 RFS-COTRPT-LINE PIC X(100).
