*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - journal.fd.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-JRN-FILE - the after-image     *** <*
*> *** journal of rfs.dat: one line per   *** <*
*> *** record written, rewritten or       *** <*
*> *** deleted, carrying the whole record *** <*
*> *** in display form so ReyRecoverRFS   *** <*
*> *** can bring a restored backup        *** <*
*> *** forward                            *** <*
*> ***************************************** <*

FD RFS-JRN-FILE
	DATA RECORD IS RFS-JRN-LINE.

01 RFS-JRN-LINE PIC X(160).
