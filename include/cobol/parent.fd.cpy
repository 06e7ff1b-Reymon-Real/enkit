*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - parent.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-PAR-FILE - enterprise parent   *** <*
*> *** accounts. One record per group     *** <*
*> *** contract that runs several site-   *** <*
*> *** codes: who the group is, and where *** <*
*> *** its one consolidated statement     *** <*
*> *** goes - the group's billing contact *** <*
*> *** and billing account, kept apart    *** <*
*> *** from the per-site fields in rfs-   *** <*
*> *** custmast.dat                       *** <*
*> ***************************************** <*

FD RFS-PAR-FILE
	DATA RECORD IS RFS-PAR-RECORD.

01 RFS-PAR-RECORD.
	05 RFS-PAR-KEY.
		10 par-parent-id       PIC X(08).
	05 par-name            PIC X(30).
*>  Who receives the consolidated statement, and the account the
*>  group is billed under in place of each site's own.
	05 par-bill-contact    PIC X(25).
	05 par-bill-acct       PIC X(12).
*>  When the record was last keyed, and by whom.
	05 par-set-date        PIC 9(08).
	05 par-set-user        PIC X(08).
