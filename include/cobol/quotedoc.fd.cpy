*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quotedoc.fd.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-QDC-FILE - the customer-facing *** <*
*> *** quote document ReyQuoteRFS prints  *** <*
*> *** for each quote it issues or        *** <*
*> *** reprints                           *** <*
*> ***************************************** <*

FD RFS-QDC-FILE
	DATA RECORD IS RFS-QDC-LINE.

01 RFS-QDC-LINE PIC X(80).
