*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - duncfg.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-DUNCFG-FILE - the dunning      *** <*
*> *** stages, one line per stage in the  *** <*
*> *** order a site passes through them:  *** <*
*> *** stage code, days past the invoice  *** <*
*> *** due date, letter template, comma   *** <*
*> *** separated. A stage coded SUSPEND   *** <*
*> *** also suspends the site. A text     *** <*
*> *** file the credit-control team edits *** <*
*> *** directly, like the holiday         *** <*
*> *** calendar                           *** <*
*> ***************************************** <*

FD RFS-DUNCFG-FILE
	DATA RECORD IS RFS-DUNCFG-LINE.

01 RFS-DUNCFG-LINE PIC X(80).
