*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - dunlog.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ******************************************** <*
*> *** RFS-DUNLOG-FILE - one line per       *** <*
*> *** dunning stage a site reaches and per *** <*
*> *** suspension booked: site, product,    *** <*
*> *** the invoice its letters cite, stage  *** <*
*> *** number (0 when the cycle stopped, or *** <*
*> *** the stage reached on a booking),     *** <*
*> *** date, how a suspension was raised (B *** <*
*> *** booked, Q queued for review) and by  *** <*
*> *** whom. Re-read each night so no site  *** <*
*> *** is ever sent the same stage twice    *** <*
*> ******************************************** <*

FD RFS-DUNLOG-FILE
	DATA RECORD IS RFS-DUNLOG-LINE.

01 RFS-DUNLOG-LINE PIC X(40).
