*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - ntctpl-ws.cpy         ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** Working-storage for RFS-TPL-FILE - *** <*
*> *** the template the next LOAD-NOTICE- *** <*
*> *** TEMPLATE opens; the renewal notice *** <*
*> *** letter unless the caller names     *** <*
*> *** another one                        *** <*
*> ***************************************** <*

01 RFS-TPL-OPEN-NAME PIC X(40) VALUE "rfs-notice-template.txt".
