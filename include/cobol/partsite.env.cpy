*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partsite.env.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-PSITE-FILE ***
*> **********************

SELECT RFS-PSITE-FILE
	ASSIGN TO "rfs-partner-sites.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-PSITE-KEY
FILE STATUS RFS-PSITE-STATUS.
