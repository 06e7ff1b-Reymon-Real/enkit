*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - rates.fd.cpy         ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*>  currency unit - kept integral so no rounding ever hides in
*>  the record itself.
	05 rate-unit-price     USAGE BINARY-LONG.

*>  Price per seat per day over the licensed-seats entitlement,
*>  in hundredths, for the seat true-up - zero (also any record
*>  written before true-ups existed) means the band carries no
*>  seat price.
	05 rate-seat-price     USAGE BINARY-LONG.
