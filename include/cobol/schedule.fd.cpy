*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - schedule.fd.cpy      ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
	05 sched-booked-date   PIC 9(08).

*>  "B" booked (including booked-and-failing - a failed apply
*>  stays queued for the next run), "D" done, "W" withdrawn by
*>  its booker before it fell due (the applied date then holds
*>  the withdrawal date).
	05 sched-status        PIC X(01).
	05 sched-applied-date  PIC 9(08).
*>  How often the apply has failed so far, and the last
*>  stuck action is chased, not silently retried forever.
	05 sched-fail-count    PIC 9(03).
	05 sched-last-rc       PIC 9(03).
*>  "Y" on a CANCEL cancels the live add-ons too; "N" refuses
*>  while any are left. Unused for the other actions.
	05 sched-cascade       PIC X(01).
