*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - aging.fd.cpy         ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-AGE-FILE ***
*> ********************

FD RFS-AGE-FILE
	DATA RECORD IS RFS-AGE-LINE.

01 RFS-AGE-LINE PIC X(132).
