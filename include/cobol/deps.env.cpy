*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - deps.env.cpy         ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-DEP-FILE ***
*> ********************

SELECT RFS-DEP-FILE
	ASSIGN TO "rfs-productdeps.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-DEP-KEY
FILE STATUS RFS-DEP-STATUS.
