*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - position.fd.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-POS-FILE - the current         *** <*
*> *** position: one record per site/     *** <*
*> *** product holding its latest         *** <*
*> *** rfs.dat record, kept up to date by *** <*
*> *** every program that writes rfs.dat  *** <*
*> *** (position.post.cpy), so the fleet- *** <*
*> *** wide reports read one record per   *** <*
*> *** site/product instead of the whole  *** <*
*> *** renewal history. The image MUST    *** <*
*> *** track files.fd.cpy's RFS-RECORD    *** <*
*> *** byte for byte, like                *** <*
*> *** RFS-ARCH-RECORD; readers MOVE it   *** <*
*> *** into RFS-RECORD and pick the       *** <*
*> *** fields apart there. ReyPositionRFS *** <*
*> *** rebuilds it from rfs.dat and       *** <*
*> *** checks the two files agree         *** <*
*> ***************************************** <*

FD RFS-POS-FILE
	DATA RECORD IS RFS-POS-RECORD.

01 RFS-POS-RECORD.
	05 RFS-POS-KEY.
		10 RFS-POS-SITE-CODE    PIC X(08).
		10 RFS-POS-PRODUCT-CODE PIC X(04).

*>  "Y" the latest record's signature checked out when it was
*>  posted, "N" it did not.
	05 RFS-POS-SIGNATURE-OK  PIC X(01).
	05 RFS-POS-POSTED-DATE   PIC 9(08).
*>  How many renewals of the site/product rfs.dat holds - the
*>  history count the forecast prints.
	05 RFS-POS-RENEWALS      PIC 9(04).

	05 RFS-POS-IMAGE.
		10 RFS-POS-IMAGE-KEY.
			15 RFS-POS-IMAGE-SITE    PIC X(08).
			15 RFS-POS-IMAGE-PRODUCT PIC X(04).
			15 RFS-POS-IMAGE-ID      PIC 9(08).
		10 RFS-POS-IMAGE-BODY    PIC X(89).
