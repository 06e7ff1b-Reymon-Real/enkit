*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - cohcsv.env.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-COHCSV-FILE ***
*> ***********************

SELECT RFS-COHCSV-FILE
	ASSIGN TO "rfs-cohort.csv"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-COHCSV-STATUS.
