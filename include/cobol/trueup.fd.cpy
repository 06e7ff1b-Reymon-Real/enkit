*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - trueup.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-TUP-FILE - the seat true-up    *** <*
*> *** invoice feed, one CSV row per site *** <*
*> *** over its licensed seats in the     *** <*
*> *** same columns as rfs-invoice.csv,   *** <*
*> *** STATUS TRUEUP                      *** <*
*> ***************************************** <*

FD RFS-TUP-FILE
	DATA RECORD IS RFS-TUP-LINE.

01 RFS-TUP-LINE PIC X(120).
