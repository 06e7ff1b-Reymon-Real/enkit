*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - runlog-ws.cpy        ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for the batch run  *** <*
*> *** log, paired with runlog.cpy - the  *** <*
*> *** caller sets RFS-RUN-PROGRAM (and   *** <*
*> *** RFS-RUN-STEP, RFS-RUN-BALANCE-FLAG *** <*
*> *** where they apply), PERFORMs        *** <*
*> *** START-RFS-RUN-LOG as the run       *** <*
*> *** begins, counts into RFS-RUN-READ/  *** <*
*> *** WRITTEN/REJECTED/SKIPPED, and      *** <*
*> *** PERFORMs LOG-RFS-RUN-END with its  *** <*
*> *** RETURN-CODE already set            *** <*
*> ***************************************** <*

01 RFS-RUN-PROGRAM  PIC X(16) VALUE SPACES.
01 RFS-RUN-STEP     PIC X(08) VALUE SPACES.

01 RFS-RUN-START-DATE PIC 9(08) VALUE 0.
01 RFS-RUN-START-TIME.
	05 RFS-RUN-START-HMS  PIC 9(06) VALUE 0.
	05 FILLER             PIC 9(02) VALUE 0.

01 RFS-RUN-END-DATE PIC 9(08) VALUE 0.
01 RFS-RUN-END-TIME.
	05 RFS-RUN-END-HMS    PIC 9(06) VALUE 0.
	05 FILLER             PIC 9(02) VALUE 0.

01 RFS-RUN-READ     PIC 9(09) VALUE 0.
01 RFS-RUN-WRITTEN  PIC 9(09) VALUE 0.
01 RFS-RUN-REJECTED PIC 9(09) VALUE 0.
01 RFS-RUN-SKIPPED  PIC 9(09) VALUE 0.

*> "Y" where read must equal written + rejected + skipped; a
*> program whose totals count different things (a report that
*> reads thousands of audit lines to print a dozen) leaves it
*> at "N".
01 RFS-RUN-BALANCE-FLAG PIC X(01) VALUE "N".
	88 RFS-RUN-BALANCED VALUE "Y".

01 RFS-RUN-SAVE-RC PIC S9(04) VALUE 0.
