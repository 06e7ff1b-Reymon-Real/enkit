*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - accrev.env.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-ACCREV-FILE ***
*> ***********************

SELECT RFS-ACCREV-FILE
	ASSIGN TO "rfs-access-review.txt"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-ACCREV-STATUS.
