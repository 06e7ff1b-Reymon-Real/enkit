*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - pending.fd.cpy       ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
	05 pend-requester      PIC X(08).
	05 pend-requested-date PIC 9(08).

*>  "P" pending, "A" approved and applied, "R" rejected, "W"
*>  withdrawn by its own requester before review (the reviewer
*>  column then repeats the requester).
	05 pend-status         PIC X(01).
	05 pend-reviewer       PIC X(08).
	05 pend-decided-date   PIC 9(08).
*>  "Y" on a CANCEL cancels the live add-ons too; "N" refuses
*>  while any are left. Unused for the other actions.
	05 pend-cascade        PIC X(01).
