*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - position.post-ws.cpy ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for posting to the *** <*
*> *** current position, paired with      *** <*
*> *** position.post.cpy - the caller     *** <*
*> *** leaves the record just written or  *** <*
*> *** rewritten in RFS-RECORD and        *** <*
*> *** PERFORMs POST-RFS-POSITION, or the *** <*
*> *** record just deleted and PERFORMs   *** <*
*> *** DROP-RFS-POSITION                  *** <*
*> ***************************************** <*

01 RFS-POS-TODAY-NUM PIC 9(08).

*> The caller's own signature verdict, put back once the
*> posted record has been checked.
01 RFS-POS-SAVE-SIG-FLAG PIC X(01).
