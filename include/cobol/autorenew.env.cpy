*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - autorenew.env.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-AUT-FILE ***
*> ********************

SELECT RFS-AUT-FILE
	ASSIGN TO "rfs-autorenew.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-AUT-KEY
FILE STATUS RFS-AUT-STATUS.
