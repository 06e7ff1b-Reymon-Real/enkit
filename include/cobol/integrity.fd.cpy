*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - integrity.fd.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-INTEG-FILE ***
*> **********************

FD RFS-INTEG-FILE
	DATA RECORD IS RFS-INTEG-LINE.

01 RFS-INTEG-LINE PIC X(100).
