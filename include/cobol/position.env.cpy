*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - position.env.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-POS-FILE ***
*> ********************

*> No LOCK MODE of its own - every update to it is made while
*> the writer still holds rfs.dat open for update, so rfs.dat's
*> lock already keeps two writers from posting at once.
SELECT RFS-POS-FILE
	ASSIGN TO "rfs-position.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-POS-KEY
FILE STATUS RFS-POS-STATUS.
