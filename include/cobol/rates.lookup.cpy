*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - rates.lookup.cpy     ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
	MOVE "N" TO RFS-RTE-FOUND-FLAG.
	MOVE "N" TO RFS-RTE-SCAN-DONE-FLAG.
	MOVE 0 TO RFS-RTE-UNIT-PRICE.
	MOVE 0 TO RFS-RTE-SEAT-PRICE.
	MOVE 0 TO RFS-RTE-BAND-USED.
	MOVE 0 TO RFS-RTE-VERSION-USED.
	MOVE 0 TO RFS-RTE-BEST-BAND.
		MOVE RATE-TERM-BAND      TO RFS-RTE-BAND-USED
		MOVE RATE-EFFECTIVE-DATE TO RFS-RTE-VERSION-USED
		MOVE RATE-UNIT-PRICE     TO RFS-RTE-UNIT-PRICE
		MOVE 0                   TO RFS-RTE-SEAT-PRICE
		IF RATE-SEAT-PRICE > 0 AND RATE-SEAT-PRICE <= 99999999
			MOVE RATE-SEAT-PRICE TO RFS-RTE-SEAT-PRICE
		END-IF
	END-IF.

SCAN-ONE-RATE-RECORD-EXIT.
