*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - prodcat.fd.cpy        ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*>  "A" on sale; "W" withdrawn - existing subscriptions keep
*>  evaluating and renewing, but no new subscription is written.
	05 prod-active-flag    PIC X(01).

*>  How ReyCancelRFS credits the unused part of a paid window:
*>  "F" the unused days in full (also any record written before
*>  the policy existed), "N" no credit, "P" the unused days less
*>  prod-notice-days - the notice period the customer still owes.
	05 prod-refund-policy  PIC X(01).
	05 prod-notice-days    USAGE BINARY-LONG.
