*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - rates.lookup-ws.cpy  ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> rate version the invoice line has to carry so the charge can
*> be traced back to the price list that produced it.
01 RFS-RTE-VERSION-USED PIC 9(08) VALUE 0.
*> The same record's price per seat over entitlement per day -
*> zero when it carries none.
01 RFS-RTE-SEAT-PRICE   USAGE BINARY-LONG VALUE 0.

01 RFS-RTE-SCAN-DONE-FLAG PIC X(01) VALUE "N".
	88 RFS-RTE-SCAN-DONE VALUE "Y".
