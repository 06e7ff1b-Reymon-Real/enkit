*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - abuserpt.fd.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-ABUSE-FILE ***
*> **********************

FD RFS-ABUSE-FILE
	DATA RECORD IS RFS-ABUSE-LINE.

01 RFS-ABUSE-LINE PIC X(120).
