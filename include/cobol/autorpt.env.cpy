*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - autorpt.env.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-AUTRPT-FILE ***
*> ***********************

SELECT RFS-AUTRPT-FILE
	ASSIGN TO "rfs-autorenew.txt"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-AUTRPT-STATUS.
