*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - asofrpt.env.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-AOF-FILE ***
*> ********************

SELECT RFS-AOF-FILE
	ASSIGN TO "rfs-asof.txt"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-AOF-STATUS.
