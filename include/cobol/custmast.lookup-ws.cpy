*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - custmast.lookup-ws.cpy *
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
01 RFS-CST-CONTACT PIC X(25) VALUE SPACES.
01 RFS-CST-REGION  PIC X(08) VALUE SPACES.
01 RFS-CST-BILLING PIC X(12) VALUE SPACES.

01 RFS-CST-KEY-ACCOUNT-FLAG PIC X(01) VALUE "N".
	88 RFS-CST-KEY-ACCOUNT VALUE "Y".
