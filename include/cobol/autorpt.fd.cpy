*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - autorpt.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-AUTRPT-FILE ***
*> ***********************

FD RFS-AUTRPT-FILE
	DATA RECORD IS RFS-AUTRPT-LINE.

01 RFS-AUTRPT-LINE PIC X(100).
