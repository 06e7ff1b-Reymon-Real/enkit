*> *** Author - Eduardo Pozos Huerta *** <*
*> *** File   - ReyActCodeGen.cbl    *** <*
*> *** Date   - 02/09/2026           *** <*
*> *** Update - 15/10/2026           *** <*
*> ************************************* <*

*> ************************************ <*
		FILE-CONTROL.
			COPY "files.env.cpy".
			COPY "actcode.env.cpy".
			COPY "audit.env.cpy".

*> *********************
*> *** DATA DIVISION ***

		COPY "files.fd.cpy".
		COPY "actcode.fd.cpy".
		COPY "audit.fd.cpy".

*> ***********************
*> *** Working section ***

		COPY "files.lock-ws.cpy".
		COPY "actcode.status.cpy".
		COPY "audit.status.cpy".

		COPY "rfs.signature-ws.cpy".


		COPY "rfs.actcode-ws.cpy".

		COPY "audit.log-ws.cpy".

		COPY "signon-ws.cpy".

		*> The printed code: the terms in the clear, the check
		*> digits binding them to the site they were generated
		*> for.
*>     verified first - a tampered record never becomes a code -
*>     and only an active ("A") record qualifies: a cancelled,
*>     suspended or trial site has no business being activated
*>     offline. Every code produced is logged to rfs-audit.dat as
*>     an ACTCODE line carrying the window it encodes, so a code
*>     still in circulation for a site that has since stopped
*>     being active can be traced back to its issue.
*>
*> Parameters:
*>     RFS-IN-SITE-CODE identifies which installation's window
		THRU READ-LATEST-CODE-RECORD-EXIT.
	PERFORM BUILD-ACTIVATION-CODE.
	PERFORM WRITE-ACTIVATION-CODE.
	PERFORM LOG-ACTIVATION-CODE.
	GOBACK.

*> ******************************* <*
WRITE-ACTIVATION-CODE-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOG-ACTIVATION-CODE       <*
*> *** Appends an ACTCODE entry  <*
*> *** to rfs-audit.dat with the <*
*> *** start and end dates the   <*
*> *** code carries              <*
*> ******************************* <*

LOG-ACTIVATION-CODE.

	*> Attribute the audit line to the signed-on operator when
	*> one is present; codes are also cut unattended.
	IF RFS-SIGNON-USER NOT = SPACES
			AND RFS-SIGNON-USER NOT = LOW-VALUES
		MOVE RFS-SIGNON-USER TO RFS-AUDIT-USER-ID
	END-IF.

	MOVE "ACTCODE"            TO RFS-AUDIT-OPERATION.
	MOVE RFS-IN-SITE-CODE     TO RFS-AUDIT-SITE-CODE.
	MOVE RFS-USE-PRODUCT-CODE TO RFS-AUDIT-PRODUCT-CODE.
	MOVE SUBSCRIPTION-ID      TO RFS-AUDIT-SUBSCRIPTION-ID.
	MOVE RFS-ACT-START        TO RFS-AUDIT-OLD-END-DATE.
	MOVE RFS-ACT-END          TO RFS-AUDIT-NEW-END-DATE.

	PERFORM LOG-RFS-AUDIT-EVENT.

LOG-ACTIVATION-CODE-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-NO-RECORD-TO-      <*
*> *** ENCODE                    <*
	COPY "rfs.latest.cpy".
	COPY "rfs.signature.cpy".
	COPY "rfs.actcode.cpy".
	COPY "audit.log.cpy".
	COPY "files.lock.cpy".
	COPY "files.error.cpy".
	COPY "audit.error.cpy".
