*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - abuserpt.env.cpy     ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> *** RFS-ABUSE-FILE ***
*> **********************

SELECT RFS-ABUSE-FILE
	ASSIGN TO "rfs-trial-abuse.txt"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-ABUSE-STATUS.
