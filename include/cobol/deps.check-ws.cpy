*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - deps.check-ws.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for the product    *** <*
*> *** dependency checks, paired with     *** <*
*> *** deps.check.cpy - the caller sets   *** <*
*> *** RFS-DPC-SITE and the inputs of the *** <*
*> *** check it PERFORMs, then reads      *** <*
*> *** RFS-DPC-OK and RFS-DPC-REASON back *** <*
*> *** (or, for CHECK-LIVE-ADDONS, the    *** <*
*> *** add-on table)                      *** <*
*> ***************************************** <*

01 RFS-DPC-SITE       PIC X(08).
01 RFS-DPC-PRODUCT    PIC X(04).

*> The end date the product's window is about to have - an
*> add-on's may not run past its base's.
01 RFS-DPC-END-NUM    PIC 9(08).

01 RFS-DPC-TODAY-NUM  PIC 9(08).

01 RFS-DPC-OK-FLAG PIC X(01) VALUE "Y".
	88 RFS-DPC-OK VALUE "Y".

*> NO-BASE, PAST-BASE or ALREADY-PROV, and the base product
*> (or bundle member) the reason is about.
01 RFS-DPC-REASON     PIC X(12) VALUE SPACES.
01 RFS-DPC-BASE       PIC X(04) VALUE SPACES.
01 RFS-DPC-BASE-UNTIL PIC 9(08) VALUE 0.

*> No rules file at all means the control is not in use yet -
*> every check passes rather than bricking provisioning before
*> the rules are seeded.
01 RFS-DPC-RULES-FLAG PIC X(01) VALUE "N".
	88 RFS-DPC-RULES-PRESENT VALUE "Y".

*> Every requires rule on file, reloaded by each check so a
*> long-running caller never works from yesterday's rules. 50
*> rules is the whole catalog's add-ons several times over.
01 RFS-DPC-RULE-TABLE.
	05 RFS-DPC-RULE-ENTRY OCCURS 50 TIMES.
		10 RFS-DPC-RULE-OWNER PIC X(04).
		10 RFS-DPC-RULE-BASE  PIC X(04).

01 RFS-DPC-RULE-COUNT PIC 9(02) VALUE 0.
01 RFS-DPC-RULE-IDX   PIC 9(02).

*> The members of the bundle in RFS-DPC-BUNDLE, loaded by
*> LOAD-BUNDLE-MEMBERS - none means the code names no bundle.
*> A bundle's members satisfy each other's requirements, ending
*> together on RFS-DPC-END-NUM.
01 RFS-DPC-BUNDLE PIC X(04).

01 RFS-DPC-MEMBER-TABLE.
	05 RFS-DPC-MEMBER-PRODUCT OCCURS 10 TIMES PIC X(04).

01 RFS-DPC-MEMBER-COUNT PIC 9(02) VALUE 0.
01 RFS-DPC-MEMBER-IDX   PIC 9(02).
01 RFS-DPC-SEARCH-IDX   PIC 9(02).

01 RFS-DPC-MEMBER-HIT-FLAG PIC X(01) VALUE "N".
	88 RFS-DPC-MEMBER-HIT VALUE "Y".

01 RFS-DPC-IN-BUNDLE-FLAG PIC X(01) VALUE "N".
	88 RFS-DPC-IN-BUNDLE VALUE "Y".

*> The add-ons still live past RFS-DPC-CUTOFF-NUM that rest on
*> RFS-DPC-PRODUCT, directly or through another add-on - what
*> CHECK-LIVE-ADDONS leaves for a base about to stop.
01 RFS-DPC-CUTOFF-NUM PIC 9(08).

01 RFS-DPC-ADDON-TABLE.
	05 RFS-DPC-ADDON-PRODUCT OCCURS 20 TIMES PIC X(04).

01 RFS-DPC-ADDON-COUNT PIC 9(02) VALUE 0.
01 RFS-DPC-ADDON-IDX   PIC 9(02).
01 RFS-DPC-ADDON-SEEN-IDX PIC 9(02).

01 RFS-DPC-ADDON-SEEN-FLAG PIC X(01).
	88 RFS-DPC-ADDON-SEEN VALUE "Y".

*> Work fields for FIND-SITE-LIVE-UNTIL: the latest window of
*> one product at RFS-DPC-SITE and the last day it serves - its
*> end date, or the day a cancel or suspend mark takes it away
*> when that comes sooner.
01 RFS-DPC-SEEK-PRODUCT PIC X(04).

01 RFS-DPC-LIVE-FOUND-FLAG PIC X(01) VALUE "N".
	88 RFS-DPC-LIVE-FOUND VALUE "Y".

01 RFS-DPC-LIVE-END   PIC 9(08).
01 RFS-DPC-LIVE-UNTIL PIC 9(08).

01 RFS-DPC-SCAN-DONE-FLAG PIC X(01) VALUE "N".
	88 RFS-DPC-SCAN-DONE VALUE "Y".
