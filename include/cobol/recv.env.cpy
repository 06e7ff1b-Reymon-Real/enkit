*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - recv.env.cpy         ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************
*> *** RFS-RCV-FILE ***
*> ********************

SELECT RFS-RCV-FILE
	ASSIGN TO "rfs-receivables.dat"
	ORGANIZATION IS INDEXED
	ACCESS MODE IS DYNAMIC
	RECORD KEY IS RFS-RCV-KEY
	ALTERNATE RECORD KEY IS RFS-RCV-ITEM-KEY WITH DUPLICATES
FILE STATUS RFS-RCV-STATUS.
