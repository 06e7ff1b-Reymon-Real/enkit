*> SPDX-License-Identifier: AGPL-3-or-later <*

*> *************************************
*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - cotrpt.status.cpy    ***
*> *** Date   - 15/10/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> *************************
*> *** RFS-COTRPT-STATUS ***
*> *************************

01 RFS-COTRPT-STATUS PIC XX.
	88 RFS-COTRPT-STATUS-OK VALUE "00".
