*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - journal.log-ws.cpy   ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ********************************************* <*
*> *** Working-storage for the rfs.dat after- *** <*
*> *** image journal, paired with             *** <*
*> *** journal.log.cpy - the caller leaves    *** <*
*> *** the record just written, rewritten or  *** <*
*> *** deleted in RFS-RECORD, sets RFS-JRN-   *** <*
*> *** OPERATION and RFS-JRN-ACTION and       *** <*
*> *** PERFORMs JOURNAL-RFS-RECORD            *** <*
*> ********************************************* <*

*> The rfs-audit.dat operation the write belongs to, so the
*> entry can be matched back to its audit line on replay.
01 RFS-JRN-OPERATION PIC X(09).

01 RFS-JRN-ACTION PIC X(01).
	88 RFS-JRN-WRITTEN   VALUE "W".
	88 RFS-JRN-REWRITTEN VALUE "R".
	88 RFS-JRN-DELETED   VALUE "D".

01 RFS-JRN-TODAY-DATE PIC 9(08).

01 RFS-JRN-TODAY-TIME.
	05 RFS-JRN-TODAY-HHMMSS PIC 9(06).
	05 FILLER               PIC 9(02).

*> One journal line. The record travels in display form - a
*> BINARY-LONG byte can be a line feed, which would split a
*> line-sequential record in two - with the date and time
*> fields in the order they are read rather than stored. A
*> deleted record carries the image it had when it went.
01 RFS-JRN-DETAIL-LINE.
	05 JRN-DATE                PIC 9(08).
	05 JRN-TIME                PIC 9(06).
	05 FILLER                  PIC X(01) VALUE SPACE.
	05 JRN-ACTION-OUT          PIC X(01).
	05 FILLER                  PIC X(01) VALUE SPACE.
	05 JRN-OPERATION-OUT       PIC X(09).
	05 JRN-USER-OUT            PIC X(08).
	05 FILLER                  PIC X(01) VALUE SPACE.
	05 JRN-IMAGE.
		10 JRN-SITE-CODE          PIC X(08).
		10 JRN-PRODUCT-CODE       PIC X(04).
		10 JRN-SUBSCRIPTION-ID    PIC 9(08).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-SIGNATURE          PIC S9(10) SIGN LEADING SEPARATE.
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-SYSTEM-TIME-CHANGE PIC 9(08).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-LAST-MODIFIED-FILE PIC 9(08).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-YEAR-CURRENT       PIC 9(04).
		10 JRN-MONTH-CURRENT      PIC 9(02).
		10 JRN-DAY-CURRENT        PIC 9(02).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-YEAR-START         PIC 9(04).
		10 JRN-MONTH-START        PIC 9(02).
		10 JRN-DAY-START          PIC 9(02).
		10 JRN-HOUR-START         PIC 9(02).
		10 JRN-MINUTE-START       PIC 9(02).
		10 JRN-SECOND-START       PIC 9(02).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-YEAR-END           PIC 9(04).
		10 JRN-MONTH-END          PIC 9(02).
		10 JRN-DAY-END            PIC 9(02).
		10 JRN-HOUR-END           PIC 9(02).
		10 JRN-MINUTE-END         PIC 9(02).
		10 JRN-SECOND-END         PIC 9(02).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-GRACE-DAYS         PIC 9(05).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-WARNING-DAYS       PIC 9(05).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-RECORD-STATUS      PIC X(01).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-STATUS-EFFECTIVE   PIC 9(08).
		10 FILLER                 PIC X(01) VALUE SPACE.
		10 JRN-LICENSED-SEATS     PIC 9(08).
