*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - aging.env.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-AGE-FILE ***
*> ********************

SELECT RFS-AGE-FILE
	ASSIGN TO "rfs-aged-debt.txt"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-AGE-STATUS.
