*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - deprpt.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-DPR-FILE ***
*> ********************

FD RFS-DPR-FILE
	DATA RECORD IS RFS-DPR-LINE.

01 RFS-DPR-LINE PIC X(80).
