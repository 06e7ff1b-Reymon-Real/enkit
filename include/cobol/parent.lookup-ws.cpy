*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parent.lookup-ws.cpy ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for the parent     *** <*
*> *** account lookup, paired with        *** <*
*> *** parent.lookup.cpy - the caller     *** <*
*> *** sets RFS-PRL-LOOKUP-PARENT and     *** <*
*> *** PERFORMs LOOKUP-PARENT-ACCOUNT for *** <*
*> *** the group's own record, or sets    *** <*
*> *** RFS-PRL-LOOKUP-SITE as well and    *** <*
*> *** PERFORMs LOOKUP-PARENT-MEMBER to   *** <*
*> *** ask whether the site is grouped    *** <*
*> *** under it                           *** <*
*> ***************************************** <*
01 RFS-PRL-LOOKUP-PARENT PIC X(08).
01 RFS-PRL-LOOKUP-SITE   PIC X(08).
01 RFS-PRL-FOUND-FLAG PIC X(01) VALUE "N".
	88 RFS-PRL-FOUND VALUE "Y".
01 RFS-PRL-NAME    PIC X(30) VALUE SPACES.
01 RFS-PRL-CONTACT PIC X(25) VALUE SPACES.
01 RFS-PRL-BILLING PIC X(12) VALUE SPACES.
01 RFS-PRL-MEMBER-FLAG PIC X(01) VALUE "N".
	88 RFS-PRL-MEMBER VALUE "Y".
*> The parent/site the member flag was last worked out for - a
*> walk of rfs.dat asks about the same site once per record, and
*> only the first ask needs to touch the file.
01 RFS-PRL-LAST-PARENT PIC X(08) VALUE LOW-VALUES.
01 RFS-PRL-LAST-SITE   PIC X(08) VALUE LOW-VALUES.
