*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - partners.fd.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-PTNR-FILE - the reseller       *** <*
*> *** partner master. One record per     *** <*
*> *** partner who sells sites on our     *** <*
*> *** behalf: who they are, the accounts *** <*
*> *** payable account their commission   *** <*
*> *** is paid to, and the commission     *** <*
*> *** they earn on the money a renewal   *** <*
*> *** brings in, per product-code with a *** <*
*> *** default for any product not listed *** <*
*> ***************************************** <*

FD RFS-PTNR-FILE
	DATA RECORD IS RFS-PTNR-RECORD.

01 RFS-PTNR-RECORD.
	05 RFS-PTNR-KEY.
		10 ptnr-partner-id     PIC X(08).
	05 ptnr-name           PIC X(30).
	05 ptnr-contact        PIC X(25).
*>  The partner's vendor account in accounts payable - the
*>  commission feed is keyed on it.
	05 ptnr-payee-acct     PIC X(12).
*>  "A" active; "I" inactive - an inactive partner keeps the
*>  sites already assigned to it but takes no new ones.
	05 ptnr-status         PIC X(01).
*>  Commission rates in hundredths of a percent (1250 is
*>  12.50%), kept integral like the prices in rfs-rates.dat.
	05 ptnr-default-rate   USAGE BINARY-LONG.
	05 ptnr-rate-entry OCCURS 10 TIMES.
		10 ptnr-rate-product   PIC X(04).
		10 ptnr-rate-value     USAGE BINARY-LONG.
