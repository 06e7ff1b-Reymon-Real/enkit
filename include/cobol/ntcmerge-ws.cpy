*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - ntcmerge-ws.cpy      ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for the shared     *** <*
*> *** letter merge, paired with          *** <*
*> *** ntcmerge.cpy - the caller sets     *** <*
*> *** RFS-TPL-OPEN-NAME (ntctpl-ws.cpy), *** <*
*> *** PERFORMs LOAD-NOTICE-TEMPLATE,     *** <*
*> *** then for each line copies RFS-NTC- *** <*
*> *** TPL-LINE into RFS-NTC-WORK-LINE    *** <*
*> *** and PERFORMs SUBSTITUTE-ONE-TOKEN  *** <*
*> *** once per token with RFS-NTC-TOKEN, *** <*
*> *** RFS-NTC-TOKEN-LEN and RFS-NTC-     *** <*
*> *** VALUE set                          *** <*
*> ***************************************** <*

*> The letter template, loaded once per LOAD-NOTICE-TEMPLATE;
*> 100 lines is a full page and headroom.
01 RFS-NTC-TPL-TABLE.
	05 RFS-NTC-TPL-LINE OCCURS 100 TIMES PIC X(80).

01 RFS-NTC-TPL-USED PIC 9(03) VALUE 0.
01 RFS-NTC-TPL-IDX  PIC 9(03).

01 RFS-NTC-TPL-EOF-FLAG PIC X(01) VALUE "N".
	88 RFS-NTC-TPL-EOF VALUE "Y".

*> The merge machinery: the token being replaced, the value
*> replacing it, and the oversized work/build lines the rebuild
*> runs through - wide enough that the tail slice stays inside
*> the item at every scan position.
01 RFS-NTC-TOKEN     PIC X(10).
01 RFS-NTC-TOKEN-LEN USAGE BINARY-LONG.
01 RFS-NTC-VALUE     PIC X(30).
01 RFS-NTC-VALUE-LEN USAGE BINARY-LONG.

01 RFS-NTC-WORK-LINE  PIC X(110).
01 RFS-NTC-BUILD-LINE PIC X(110).

01 RFS-NTC-SCAN-POS PIC 9(03).
01 RFS-NTC-TAIL-POS PIC 9(03).
01 RFS-NTC-TAIL-LEN PIC 9(03).

01 RFS-NTC-TRIM-LEN PIC 9(03).
01 RFS-NTC-TRIM-DONE-FLAG PIC X(01).
	88 RFS-NTC-TRIM-DONE VALUE "Y".
