*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - revrpt.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-REVRPT-FILE - the month-end    *** <*
*> *** deferred revenue schedule: per     *** <*
*> *** product-code and customer region,  *** <*
*> *** the opening deferred balance, the  *** <*
*> *** month's billings, revenue          *** <*
*> *** recognised, deferred revenue       *** <*
*> *** released by cancellations and the  *** <*
*> *** closing deferred balance           *** <*
*> ***************************************** <*

FD RFS-REVRPT-FILE
	DATA RECORD IS RFS-REVRPT-LINE.

01 RFS-REVRPT-LINE PIC X(132).
