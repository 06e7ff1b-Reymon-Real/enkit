*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - runlog.fd.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***********************
*> *** RFS-RUNLOG-FILE ***
*> ***********************

*> One record per batch run, appended at the end of the run by
*> LOG-RFS-RUN-END (runlog.cpy). The four control totals are
*> the program's own: rows or records read, written (applied,
*> posted, reported), rejected and deliberately skipped. The
*> balance flag is "Y" where the program promises that every
*> record read was written, rejected or skipped - ReyRunHistory
*> checks those runs add up.
FD RFS-RUNLOG-FILE
	DATA RECORD IS RFS-RUNLOG-RECORD.

01 RFS-RUNLOG-RECORD.
	05 RUNLOG-PROGRAM      PIC X(16).
	05 FILLER              PIC X(01).
	05 RUNLOG-STEP         PIC X(08).
	05 FILLER              PIC X(01).
	05 RUNLOG-USER         PIC X(08).
	05 FILLER              PIC X(01).
	05 RUNLOG-START-DATE   PIC 9(08).
	05 FILLER              PIC X(01).
	05 RUNLOG-START-TIME   PIC 9(06).
	05 FILLER              PIC X(01).
	05 RUNLOG-END-DATE     PIC 9(08).
	05 FILLER              PIC X(01).
	05 RUNLOG-END-TIME     PIC 9(06).
	05 FILLER              PIC X(01).
	05 RUNLOG-READ         PIC 9(09).
	05 FILLER              PIC X(01).
	05 RUNLOG-WRITTEN      PIC 9(09).
	05 FILLER              PIC X(01).
	05 RUNLOG-REJECTED     PIC 9(09).
	05 FILLER              PIC X(01).
	05 RUNLOG-SKIPPED      PIC 9(09).
	05 FILLER              PIC X(01).
	05 RUNLOG-BALANCE      PIC X(01).
	05 FILLER              PIC X(01).
	05 RUNLOG-RETURN-CODE  PIC S9(04) SIGN IS LEADING SEPARATE.
