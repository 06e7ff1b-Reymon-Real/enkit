*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - deps.check.cpy       ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Shared paragraphs - the product    *** <*
*> *** dependency and bundle rules of     *** <*
*> *** rfs-productdeps.dat checked        *** <*
*> *** against one site's windows in      *** <*
*> *** rfs.dat. COPY into PROCEDURE       *** <*
*> *** DIVISION; requires deps.env.cpy,   *** <*
*> *** deps.fd.cpy, deps.status.cpy,      *** <*
*> *** deps.check-ws.cpy, the files       *** <*
*> *** copybook set and rfs.latest.cpy.   *** <*
*> *** Every check opens and closes       *** <*
*> *** rfs.dat itself, so the caller must *** <*
*> *** have RFS-FILE closed - and         *** <*
*> *** RFS-RECORD and the RFS-LATEST-     *** <*
*> *** fields are not kept across it. No  *** <*
*> *** rules file at all passes every     *** <*
*> *** check                              *** <*
*> ***************************************** <*

*> ******************************* <*
*> *** CHECK-PRODUCT-            <*
*> *** DEPENDENCIES              <*
*> *** RFS-DPC-PRODUCT ending on <*
*> *** RFS-DPC-END-NUM at        <*
*> *** RFS-DPC-SITE: every base  <*
*> *** it requires has to be     <*
*> *** live today and last at    <*
*> *** least as long             <*
*> ******************************* <*

CHECK-PRODUCT-DEPENDENCIES.

	MOVE "Y" TO RFS-DPC-OK-FLAG.
	MOVE SPACES TO RFS-DPC-REASON.
	MOVE SPACES TO RFS-DPC-BASE.
	MOVE 0 TO RFS-DPC-BASE-UNTIL.

	ACCEPT RFS-DPC-TODAY-NUM FROM DATE YYYYMMDD.

	PERFORM LOAD-ALL-REQUIREMENTS
		THRU LOAD-ALL-REQUIREMENTS-EXIT.

	MOVE 0 TO RFS-DPC-RULE-IDX.
	PERFORM CHECK-ONE-REQUIREMENT
		THRU CHECK-ONE-REQUIREMENT-EXIT
		UNTIL RFS-DPC-RULE-IDX >= RFS-DPC-RULE-COUNT
			OR NOT RFS-DPC-OK.

CHECK-PRODUCT-DEPENDENCIES-EXIT.
	EXIT.

CHECK-ONE-REQUIREMENT.

	ADD 1 TO RFS-DPC-RULE-IDX.

	IF RFS-DPC-RULE-OWNER (RFS-DPC-RULE-IDX) NOT = RFS-DPC-PRODUCT
		GO TO CHECK-ONE-REQUIREMENT-EXIT
	END-IF.

	MOVE RFS-DPC-RULE-BASE (RFS-DPC-RULE-IDX) TO RFS-DPC-BASE.

	*> A base provisioned in the same bundle arrives with the
	*> add-on and ends with it.
	IF RFS-DPC-IN-BUNDLE
		PERFORM FIND-BUNDLE-MEMBER
			THRU FIND-BUNDLE-MEMBER-EXIT
		IF RFS-DPC-MEMBER-HIT
			MOVE RFS-DPC-END-NUM TO RFS-DPC-BASE-UNTIL
			GO TO CHECK-ONE-REQUIREMENT-EXIT
		END-IF
	END-IF.

	MOVE RFS-DPC-BASE TO RFS-DPC-SEEK-PRODUCT.
	PERFORM FIND-SITE-LIVE-UNTIL
		THRU FIND-SITE-LIVE-UNTIL-EXIT.

	IF NOT RFS-DPC-LIVE-FOUND
			OR RFS-DPC-LIVE-UNTIL < RFS-DPC-TODAY-NUM
		MOVE "NO-BASE" TO RFS-DPC-REASON
		MOVE "N" TO RFS-DPC-OK-FLAG
		GO TO CHECK-ONE-REQUIREMENT-EXIT
	END-IF.

	MOVE RFS-DPC-LIVE-UNTIL TO RFS-DPC-BASE-UNTIL.

	IF RFS-DPC-END-NUM > RFS-DPC-LIVE-UNTIL
		MOVE "PAST-BASE" TO RFS-DPC-REASON
		MOVE "N" TO RFS-DPC-OK-FLAG
	END-IF.

CHECK-ONE-REQUIREMENT-EXIT.
	EXIT.

FIND-BUNDLE-MEMBER.

	MOVE "N" TO RFS-DPC-MEMBER-HIT-FLAG.
	MOVE 0 TO RFS-DPC-SEARCH-IDX.
	PERFORM MATCH-ONE-BUNDLE-MEMBER
		UNTIL RFS-DPC-SEARCH-IDX >= RFS-DPC-MEMBER-COUNT
			OR RFS-DPC-MEMBER-HIT.

FIND-BUNDLE-MEMBER-EXIT.
	EXIT.

MATCH-ONE-BUNDLE-MEMBER.

	ADD 1 TO RFS-DPC-SEARCH-IDX.
	IF RFS-DPC-MEMBER-PRODUCT (RFS-DPC-SEARCH-IDX) = RFS-DPC-BASE
		SET RFS-DPC-MEMBER-HIT TO TRUE
	END-IF.

MATCH-ONE-BUNDLE-MEMBER-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-BUNDLE-PROVISION    <*
*> *** The members loaded by     <*
*> *** LOAD-BUNDLE-MEMBERS, all  <*
*> *** new at RFS-DPC-SITE and   <*
*> *** ending on RFS-DPC-END-NUM <*
*> *** - a member the site       <*
*> *** already holds, or one     <*
*> *** whose base is neither in  <*
*> *** the bundle nor live at    <*
*> *** the site, stops the lot.  <*
*> *** RFS-DPC-PRODUCT names the <*
*> *** member that failed        <*
*> ******************************* <*

CHECK-BUNDLE-PROVISION.

	MOVE "Y" TO RFS-DPC-OK-FLAG.
	SET RFS-DPC-IN-BUNDLE TO TRUE.

	MOVE 0 TO RFS-DPC-MEMBER-IDX.
	PERFORM CHECK-ONE-BUNDLE-MEMBER
		THRU CHECK-ONE-BUNDLE-MEMBER-EXIT
		UNTIL RFS-DPC-MEMBER-IDX >= RFS-DPC-MEMBER-COUNT
			OR NOT RFS-DPC-OK.

	MOVE "N" TO RFS-DPC-IN-BUNDLE-FLAG.

CHECK-BUNDLE-PROVISION-EXIT.
	EXIT.

CHECK-ONE-BUNDLE-MEMBER.

	ADD 1 TO RFS-DPC-MEMBER-IDX.

	MOVE RFS-DPC-MEMBER-PRODUCT (RFS-DPC-MEMBER-IDX)
		TO RFS-DPC-PRODUCT.
	MOVE RFS-DPC-PRODUCT TO RFS-DPC-SEEK-PRODUCT.
	PERFORM FIND-SITE-LIVE-UNTIL
		THRU FIND-SITE-LIVE-UNTIL-EXIT.
	IF RFS-DPC-LIVE-FOUND
		MOVE "ALREADY-PROV" TO RFS-DPC-REASON
		MOVE RFS-DPC-PRODUCT TO RFS-DPC-BASE
		MOVE "N" TO RFS-DPC-OK-FLAG
		GO TO CHECK-ONE-BUNDLE-MEMBER-EXIT
	END-IF.

	PERFORM CHECK-PRODUCT-DEPENDENCIES
		THRU CHECK-PRODUCT-DEPENDENCIES-EXIT.

CHECK-ONE-BUNDLE-MEMBER-EXIT.
	EXIT.

*> ******************************* <*
*> *** CHECK-LIVE-ADDONS         <*
*> *** Collects the add-ons at   <*
*> *** RFS-DPC-SITE that rest on <*
*> *** RFS-DPC-PRODUCT - and the <*
*> *** add-ons resting on those  <*
*> *** - still live after        <*
*> *** RFS-DPC-CUTOFF-NUM, the   <*
*> *** day the base stops        <*
*> ******************************* <*

CHECK-LIVE-ADDONS.

	MOVE 0 TO RFS-DPC-ADDON-COUNT.

	PERFORM LOAD-ALL-REQUIREMENTS
		THRU LOAD-ALL-REQUIREMENTS-EXIT.

	IF RFS-DPC-RULE-COUNT = 0
		GO TO CHECK-LIVE-ADDONS-EXIT
	END-IF.

	MOVE RFS-DPC-PRODUCT TO RFS-DPC-BASE.
	PERFORM COLLECT-DEPENDANTS-OF-BASE
		THRU COLLECT-DEPENDANTS-OF-BASE-EXIT.

	*> Each add-on found is in turn the base of whatever rests
	*> on it; the table grows behind the index until nothing
	*> new turns up.
	MOVE 0 TO RFS-DPC-ADDON-IDX.
	PERFORM COLLECT-NEXT-ADDON-LEVEL
		UNTIL RFS-DPC-ADDON-IDX >= RFS-DPC-ADDON-COUNT.

CHECK-LIVE-ADDONS-EXIT.
	EXIT.

COLLECT-NEXT-ADDON-LEVEL.

	ADD 1 TO RFS-DPC-ADDON-IDX.
	MOVE RFS-DPC-ADDON-PRODUCT (RFS-DPC-ADDON-IDX) TO RFS-DPC-BASE.
	PERFORM COLLECT-DEPENDANTS-OF-BASE
		THRU COLLECT-DEPENDANTS-OF-BASE-EXIT.

COLLECT-NEXT-ADDON-LEVEL-EXIT.
	EXIT.

COLLECT-DEPENDANTS-OF-BASE.

	MOVE 0 TO RFS-DPC-RULE-IDX.
	PERFORM COLLECT-ONE-DEPENDANT
		THRU COLLECT-ONE-DEPENDANT-EXIT
		UNTIL RFS-DPC-RULE-IDX >= RFS-DPC-RULE-COUNT.

COLLECT-DEPENDANTS-OF-BASE-EXIT.
	EXIT.

COLLECT-ONE-DEPENDANT.

	ADD 1 TO RFS-DPC-RULE-IDX.

	IF RFS-DPC-RULE-BASE (RFS-DPC-RULE-IDX) NOT = RFS-DPC-BASE
			OR RFS-DPC-RULE-OWNER (RFS-DPC-RULE-IDX) =
				RFS-DPC-PRODUCT
		GO TO COLLECT-ONE-DEPENDANT-EXIT
	END-IF.

	MOVE "N" TO RFS-DPC-ADDON-SEEN-FLAG.
	MOVE 0 TO RFS-DPC-ADDON-SEEN-IDX.
	PERFORM MATCH-ONE-SEEN-ADDON
		UNTIL RFS-DPC-ADDON-SEEN-IDX >= RFS-DPC-ADDON-COUNT
			OR RFS-DPC-ADDON-SEEN.
	IF RFS-DPC-ADDON-SEEN
		GO TO COLLECT-ONE-DEPENDANT-EXIT
	END-IF.

	MOVE RFS-DPC-RULE-OWNER (RFS-DPC-RULE-IDX)
		TO RFS-DPC-SEEK-PRODUCT.
	PERFORM FIND-SITE-LIVE-UNTIL
		THRU FIND-SITE-LIVE-UNTIL-EXIT.
	IF NOT RFS-DPC-LIVE-FOUND
			OR RFS-DPC-LIVE-UNTIL <= RFS-DPC-CUTOFF-NUM
		GO TO COLLECT-ONE-DEPENDANT-EXIT
	END-IF.

	IF RFS-DPC-ADDON-COUNT >= 20
		DISPLAY "RFS-DPC-ADDON-TABLE FULL - MORE THAN 20 ADD-ONS"
			" AT " RFS-DPC-SITE UPON CONSOLE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
	ADD 1 TO RFS-DPC-ADDON-COUNT.
	MOVE RFS-DPC-SEEK-PRODUCT
		TO RFS-DPC-ADDON-PRODUCT (RFS-DPC-ADDON-COUNT).

COLLECT-ONE-DEPENDANT-EXIT.
	EXIT.

MATCH-ONE-SEEN-ADDON.

	ADD 1 TO RFS-DPC-ADDON-SEEN-IDX.
	IF RFS-DPC-ADDON-PRODUCT (RFS-DPC-ADDON-SEEN-IDX) =
			RFS-DPC-RULE-OWNER (RFS-DPC-RULE-IDX)
		SET RFS-DPC-ADDON-SEEN TO TRUE
	END-IF.

MATCH-ONE-SEEN-ADDON-EXIT.
	EXIT.

*> ******************************* <*
*> *** FIND-SITE-LIVE-UNTIL      <*
*> *** The latest window of      <*
*> *** RFS-DPC-SEEK-PRODUCT at   <*
*> *** RFS-DPC-SITE and the last <*
*> *** day it serves             <*
*> ******************************* <*

FIND-SITE-LIVE-UNTIL.

	MOVE "N" TO RFS-DPC-LIVE-FOUND-FLAG.
	MOVE 0 TO RFS-DPC-LIVE-END.
	MOVE 0 TO RFS-DPC-LIVE-UNTIL.

	PERFORM OPEN-RFS-FILE-SHARED THRU OPEN-RFS-FILE-SHARED-EXIT.
	IF RFS-STATUS-NOT-FOUND
		GO TO FIND-SITE-LIVE-UNTIL-EXIT
	END-IF.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

	MOVE RFS-DPC-SITE         TO RFS-LATEST-SEEK-SITE.
	MOVE RFS-DPC-SEEK-PRODUCT TO RFS-LATEST-SEEK-PRODUCT.
	PERFORM FIND-LATEST-RECORD-BY-KEY
		THRU FIND-LATEST-RECORD-BY-KEY-EXIT.

	IF RFS-LATEST-FOUND
		SET RFS-DPC-LIVE-FOUND TO TRUE
		COMPUTE RFS-DPC-LIVE-END =
			YEAR-END * 10000 + MONTH-END * 100 + DAY-END
		MOVE RFS-DPC-LIVE-END TO RFS-DPC-LIVE-UNTIL
		IF (RECORD-STATUS = "C" OR RECORD-STATUS = "S")
				AND STATUS-EFFECTIVE > 0
				AND STATUS-EFFECTIVE < RFS-DPC-LIVE-UNTIL
			MOVE STATUS-EFFECTIVE TO RFS-DPC-LIVE-UNTIL
		END-IF
	END-IF.

	CLOSE RFS-FILE.
	IF NOT RFS-STATUS-OK
		PERFORM HANDLE-RFS-ERROR
	END-IF.

FIND-SITE-LIVE-UNTIL-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-ALL-REQUIREMENTS     <*
*> *** The requires rules share  <*
*> *** the file with the bundle  <*
*> *** rules - the scan starts   <*
*> *** at kind "R" and stops at  <*
*> *** the first key of another  <*
*> *** kind                      <*
*> ******************************* <*

LOAD-ALL-REQUIREMENTS.

	MOVE 0 TO RFS-DPC-RULE-COUNT.
	MOVE "N" TO RFS-DPC-RULES-FLAG.
	MOVE "N" TO RFS-DPC-SCAN-DONE-FLAG.

	OPEN INPUT RFS-DEP-FILE.
	IF RFS-DEP-STATUS-NOT-FOUND
		GO TO LOAD-ALL-REQUIREMENTS-EXIT
	END-IF.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	SET RFS-DPC-RULES-PRESENT TO TRUE.

	MOVE "R"        TO DEP-KIND.
	MOVE LOW-VALUES TO DEP-OWNER.
	MOVE LOW-VALUES TO DEP-PRODUCT.
	START RFS-DEP-FILE KEY IS NOT LESS THAN RFS-DEP-KEY.
	IF RFS-DEP-STATUS-NO-RECORD OR RFS-DEP-STATUS-EOF
		SET RFS-DPC-SCAN-DONE TO TRUE
	ELSE
		IF NOT RFS-DEP-STATUS-OK
			PERFORM HANDLE-RFS-DEP-ERROR
		END-IF
	END-IF.

	PERFORM LOAD-ONE-REQUIREMENT
		THRU LOAD-ONE-REQUIREMENT-EXIT
		UNTIL RFS-DPC-SCAN-DONE.

	CLOSE RFS-DEP-FILE.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

LOAD-ALL-REQUIREMENTS-EXIT.
	EXIT.

LOAD-ONE-REQUIREMENT.

	READ RFS-DEP-FILE NEXT RECORD.

	IF RFS-DEP-STATUS-EOF
		SET RFS-DPC-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-REQUIREMENT-EXIT
	END-IF.

	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	IF DEP-KIND NOT = "R"
		SET RFS-DPC-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-REQUIREMENT-EXIT
	END-IF.

	IF RFS-DPC-RULE-COUNT >= 50
		DISPLAY "RFS-DPC-RULE-TABLE FULL - MORE THAN 50 RULES"
			UPON CONSOLE
		CLOSE RFS-DEP-FILE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
	ADD 1 TO RFS-DPC-RULE-COUNT.
	MOVE DEP-OWNER   TO RFS-DPC-RULE-OWNER (RFS-DPC-RULE-COUNT).
	MOVE DEP-PRODUCT TO RFS-DPC-RULE-BASE (RFS-DPC-RULE-COUNT).

LOAD-ONE-REQUIREMENT-EXIT.
	EXIT.

*> ******************************* <*
*> *** LOAD-BUNDLE-MEMBERS       <*
*> *** The products the bundle   <*
*> *** in RFS-DPC-BUNDLE         <*
*> *** provisions - none when    <*
*> *** the code names no bundle  <*
*> ******************************* <*

LOAD-BUNDLE-MEMBERS.

	MOVE 0 TO RFS-DPC-MEMBER-COUNT.
	MOVE "N" TO RFS-DPC-SCAN-DONE-FLAG.

	OPEN INPUT RFS-DEP-FILE.
	IF RFS-DEP-STATUS-NOT-FOUND
		GO TO LOAD-BUNDLE-MEMBERS-EXIT
	END-IF.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	MOVE "B"            TO DEP-KIND.
	MOVE RFS-DPC-BUNDLE TO DEP-OWNER.
	MOVE LOW-VALUES     TO DEP-PRODUCT.
	START RFS-DEP-FILE KEY IS NOT LESS THAN RFS-DEP-KEY.
	IF RFS-DEP-STATUS-NO-RECORD OR RFS-DEP-STATUS-EOF
		SET RFS-DPC-SCAN-DONE TO TRUE
	ELSE
		IF NOT RFS-DEP-STATUS-OK
			PERFORM HANDLE-RFS-DEP-ERROR
		END-IF
	END-IF.

	PERFORM LOAD-ONE-BUNDLE-MEMBER
		THRU LOAD-ONE-BUNDLE-MEMBER-EXIT
		UNTIL RFS-DPC-SCAN-DONE.

	CLOSE RFS-DEP-FILE.
	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

LOAD-BUNDLE-MEMBERS-EXIT.
	EXIT.

LOAD-ONE-BUNDLE-MEMBER.

	READ RFS-DEP-FILE NEXT RECORD.

	IF RFS-DEP-STATUS-EOF
		SET RFS-DPC-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-BUNDLE-MEMBER-EXIT
	END-IF.

	IF NOT RFS-DEP-STATUS-OK
		PERFORM HANDLE-RFS-DEP-ERROR
	END-IF.

	IF DEP-KIND NOT = "B" OR DEP-OWNER NOT = RFS-DPC-BUNDLE
		SET RFS-DPC-SCAN-DONE TO TRUE
		GO TO LOAD-ONE-BUNDLE-MEMBER-EXIT
	END-IF.

	IF RFS-DPC-MEMBER-COUNT >= 10
		DISPLAY "RFS-DPC-MEMBER-TABLE FULL - MORE THAN 10 PRODUCTS"
			" IN BUNDLE " RFS-DPC-BUNDLE UPON CONSOLE
		CLOSE RFS-DEP-FILE
		MOVE 16 TO RETURN-CODE
		GOBACK
	END-IF.
	ADD 1 TO RFS-DPC-MEMBER-COUNT.
	MOVE DEP-PRODUCT TO RFS-DPC-MEMBER-PRODUCT (RFS-DPC-MEMBER-COUNT).

LOAD-ONE-BUNDLE-MEMBER-EXIT.
	EXIT.

*> ******************************* <*
*> *** HANDLE-RFS-DEP-ERROR      <*
*> ******************************* <*

HANDLE-RFS-DEP-ERROR.
	DISPLAY "RFS-DEP-FILE ERROR - FILE STATUS " RFS-DEP-STATUS
		UPON CONSOLE.
	MOVE 16 TO RETURN-CODE.
	GOBACK.

HANDLE-RFS-DEP-ERROR-EXIT.
	EXIT.
