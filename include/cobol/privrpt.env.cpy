*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - privrpt.env.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ************************
*> *** RFS-PRIVRPT-FILE ***
*> ************************

SELECT RFS-PRIVRPT-FILE
	ASSIGN TO "rfs-privacy.txt"
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-PRIVRPT-STATUS.
