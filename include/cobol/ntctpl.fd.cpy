*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - ntctpl.fd.cpy         ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-TPL-FILE - a customer letter   *** <*
*> *** template (renewal notice, dunning  *** <*
*> *** stage letters), edited by the      *** <*
*> *** account team without a rebuild.    *** <*
*> *** The merge tokens (&SITE,           *** <*
*> *** &CUSTOMER, &CONTACT, &PRODUCT and  *** <*
*> *** the letter's own) are replaced per *** <*
*> *** letter                             *** <*
*> ***************************************** <*

FD RFS-TPL-FILE
