*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parchild.env.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-PCH-FILE ***
*> ********************

SELECT RFS-PCH-FILE
	ASSIGN TO "rfs-parent-sites.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-PCH-KEY
FILE STATUS RFS-PCH-STATUS.
