*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parent.env.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-PAR-FILE ***
*> ********************

SELECT RFS-PAR-FILE
	ASSIGN TO "rfs-parents.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-PAR-KEY
FILE STATUS RFS-PAR-STATUS.
