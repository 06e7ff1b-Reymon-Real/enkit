*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - privrpt.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ************************
*> *** RFS-PRIVRPT-FILE ***
*> ************************

FD RFS-PRIVRPT-FILE
	DATA RECORD IS RFS-PRIVRPT-LINE.

01 RFS-PRIVRPT-LINE PIC X(100).
