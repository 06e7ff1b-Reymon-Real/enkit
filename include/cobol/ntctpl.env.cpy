*> *** Author - Eduardo Pozos Huerta ***
*> *** File   - ntctpl.env.cpy        ***
*> *** Date   - 02/09/2026           ***
*> *** Update - 15/10/2026           ***
*> *************************************

*> ***************************************** <*
*> *** RFS-TPL-FILE - a letter template;  *** <*
*> *** the caller sets RFS-TPL-OPEN-NAME  *** <*
*> *** (ntctpl-ws.cpy) before the OPEN    *** <*
*> ***************************************** <*

SELECT RFS-TPL-FILE
	ASSIGN TO RFS-TPL-OPEN-NAME
	ORGANIZATION IS LINE SEQUENTIAL
	ACCESS MODE IS SEQUENTIAL
FILE STATUS RFS-TPL-STATUS.
