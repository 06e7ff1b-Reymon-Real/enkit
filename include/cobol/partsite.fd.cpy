*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partsite.fd.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-PSITE-FILE - which partner     *** <*
*> *** sold each site, effective-dated.   *** <*
*> *** The assignment in force on a day   *** <*
*> *** is the site's record with the      *** <*
*> *** latest effective date on or before *** <*
*> *** it, so a site that moves between   *** <*
*> *** resellers keeps its history and    *** <*
*> *** old payments still commission to   *** <*
*> *** the partner who held the site      *** <*
*> *** then. A record naming no partner   *** <*
*> *** marks the site a direct sale from  *** <*
*> *** its effective date                 *** <*
*> ***************************************** <*

FD RFS-PSITE-FILE
	DATA RECORD IS RFS-PSITE-RECORD.

01 RFS-PSITE-RECORD.
	05 RFS-PSITE-KEY.
		10 psite-site-code      PIC X(08).
*>      Zero-filled numeric-display, like rate-effective-date,
*>      so a site's assignments sort by date in key order.
		10 psite-effective-date PIC 9(08).
	05 psite-partner-id     PIC X(08).
*>  When the assignment was keyed, and by whom.
	05 psite-set-date       PIC 9(08).
	05 psite-set-user       PIC X(08).
