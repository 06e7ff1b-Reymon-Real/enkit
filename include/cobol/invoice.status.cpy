*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - invoice.status.cpy   ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> **********************
*> **********************

01 RFS-INV-STATUS PIC XX.
	88 RFS-INV-STATUS-OK        VALUE "00".
	88 RFS-INV-STATUS-NOT-FOUND VALUE "35".
