*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - prodcat.lookup-ws.cpy ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
01 RFS-PCT-DESCRIPTION   PIC X(30) VALUE SPACES.
01 RFS-PCT-DEFAULT-TERM  USAGE BINARY-LONG VALUE 0.
01 RFS-PCT-DEFAULT-GRACE USAGE BINARY-LONG VALUE 0.

*> The refund policy, defaulted to full prorata when the
*> product has no record or its record predates the policy.
01 RFS-PCT-REFUND-POLICY PIC X(01) VALUE "F".
	88 RFS-PCT-REFUND-NONE   VALUE "N".
	88 RFS-PCT-REFUND-NOTICE VALUE "P".
01 RFS-PCT-NOTICE-DAYS USAGE BINARY-LONG VALUE 0.
