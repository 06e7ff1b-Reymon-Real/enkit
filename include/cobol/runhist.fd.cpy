*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - runhist.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ************************
*> *** RFS-RUNHIST-FILE ***
*> ************************

FD RFS-RUNHIST-FILE
	DATA RECORD IS RFS-RUNHIST-LINE.

01 RFS-RUNHIST-LINE PIC X(132).
