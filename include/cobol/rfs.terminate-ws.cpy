*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - rfs.terminate-ws.cpy ***
*> *** Date   - 22/08/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
01 RFS-TERM-LATEST-ID USAGE BINARY-LONG VALUE 0.

01 RFS-TERM-OLD-END-NUM PIC 9(08).

*> The day the marked window's record was written - when its
*> price was fixed, for a caller that has to credit it back.
01 RFS-TERM-WRITTEN-NUM PIC 9(08).

*> The mark the record carried before this one replaced it - a
*> trial was never billed and a window already cancelled has
*> already had its credit.
01 RFS-TERM-PRIOR-MARK  PIC X(01).
