*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - stmt.fd.cpy          ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-STMT-FILE - consolidated       *** <*
*> *** statements of account, one per     *** <*
*> *** parent account: every child site   *** <*
*> *** and product with its current       *** <*
*> *** window, status, licensed-seats and *** <*
*> *** what the receivables ledger has    *** <*
*> *** raised, applied and still holds    *** <*
*> *** open against it                    *** <*
*> ***************************************** <*

FD RFS-STMT-FILE
	DATA RECORD IS RFS-STMT-LINE.

01 RFS-STMT-LINE PIC X(132).
