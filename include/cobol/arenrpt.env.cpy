*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - arenrpt.env.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-ARN-FILE ***
*> ********************

SELECT RFS-ARN-FILE
	ASSIGN TO "rfs-autorenew-run.txt"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-ARN-STATUS.
