*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - depviol.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-DVR-FILE ***
*> ********************

FD RFS-DVR-FILE
	DATA RECORD IS RFS-DVR-LINE.

01 RFS-DVR-LINE PIC X(100).
