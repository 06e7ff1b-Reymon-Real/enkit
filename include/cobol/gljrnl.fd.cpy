*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - gljrnl.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-GLJ-FILE - the general-ledger  *** <*
*> *** journal interface for the month    *** <*
*> *** closed by ReyRevenueRFS. One       *** <*
*> *** ACCOUNT,PERIOD,DEBIT,CREDIT line   *** <*
*> *** per posting; every posting is      *** <*
*> *** written as a debit line and its    *** <*
*> *** matching credit line, so the file  *** <*
*> *** always balances                    *** <*
*> ***************************************** <*

FD RFS-GLJ-FILE
	DATA RECORD IS RFS-GLJ-LINE.

01 RFS-GLJ-LINE PIC X(80).
