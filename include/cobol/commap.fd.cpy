*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - commap.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-COMAP-FILE - the month's       *** <*
*> *** commission payable feed for        *** <*
*> *** accounts payable. A header line,   *** <*
*> *** then one PAYEE-ACCT,PARTNER-       *** <*
*> *** ID,PERIOD,AMOUNT,REFERENCE line    *** <*
*> *** per partner owed commission for    *** <*
*> *** the month, the amount with an      *** <*
*> *** explicit decimal point like the    *** <*
*> *** general-ledger journal             *** <*
*> ***************************************** <*

FD RFS-COMAP-FILE
	DATA RECORD IS RFS-COMAP-LINE.

01 RFS-COMAP-LINE PIC X(80).
