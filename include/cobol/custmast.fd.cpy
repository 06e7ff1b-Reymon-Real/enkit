*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - custmast.fd.cpy      ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
	05 cust-contact        PIC X(25).
	05 cust-region         PIC X(08).
	05 cust-billing-acct   PIC X(12).

*>  "Y" marks a key customer: the dunning run raises its
*>  suspension through the two-person queue for a second
*>  operator's review instead of booking it outright.
	05 cust-key-account    PIC X(01).
