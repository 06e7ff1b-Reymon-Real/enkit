*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - remit.fd.cpy         ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-REMIT-FILE - the remittance    *** <*
*> *** CSV finance drops: one payment per *** <*
*> *** line as site-code, product-code,   *** <*
*> *** amount, paid date, reference and   *** <*
*> *** the invoice number it answers      *** <*
*> ***************************************** <*

FD RFS-REMIT-FILE
