*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - recover.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-RCV-FILE - the roll-forward    *** <*
*> *** recovery report ReyRecoverRFS      *** <*
*> *** writes: each journal entry         *** <*
*> *** replayed, skipped or held back,    *** <*
*> *** with the totals                    *** <*
*> ***************************************** <*

FD RFS-RCV-FILE
	DATA RECORD IS RFS-RCV-LINE.

01 RFS-RCV-LINE PIC X(132).
