*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parrpt.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-PARRPT-FILE ***
*> ***********************

FD RFS-PARRPT-FILE
	DATA RECORD IS RFS-PARRPT-LINE.

01 RFS-PARRPT-LINE PIC X(100).
