*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - arenrpt.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-ARN-FILE - the nightly auto-   *** <*
*> *** renewal run: what renewed by       *** <*
*> *** standing instruction, at what      *** <*
*> *** charge, and what was held back for *** <*
*> *** the renewal team and why           *** <*
*> ***************************************** <*

FD RFS-ARN-FILE
	DATA RECORD IS RFS-ARN-LINE.

01 RFS-ARN-LINE PIC X(120).
