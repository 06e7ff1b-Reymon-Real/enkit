*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - quoterpt.fd.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-QRP-FILE - the open-quotes     *** <*
*> *** report ReyQuoteReport writes for   *** <*
*> *** sales                              *** <*
*> ***************************************** <*

FD RFS-QRP-FILE
	DATA RECORD IS RFS-QRP-LINE.

01 RFS-QRP-LINE PIC X(100).
