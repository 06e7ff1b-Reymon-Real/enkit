*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - asofrpt.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-AOF-FILE - the as-of status    *** <*
*> *** reconstruction ReyAsOfRFS writes   *** <*
*> *** for a dispute or audit file: the   *** <*
*> *** status, the record it rests on and *** <*
*> *** the audit lines cited as evidence  *** <*
*> ***************************************** <*

FD RFS-AOF-FILE
	DATA RECORD IS RFS-AOF-LINE.

01 RFS-AOF-LINE PIC X(132).
