*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partners.env.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *********************
*> *** RFS-PTNR-FILE ***
*> *********************

SELECT RFS-PTNR-FILE
	ASSIGN TO "rfs-partners.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-PTNR-KEY
FILE STATUS RFS-PTNR-STATUS.
