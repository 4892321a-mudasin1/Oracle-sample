*		Run type 'U' stamps the issue dates; anything else
*		prints the letters and rolls back, for a trial pass.
*
*		Each centre's letters are registered on
*		CENTRE_DOCUMENTS for the centre portal bundles
*		(STP111), once for the IOM pass and once for the DSA
*		pass.
*
* 22-Aug-2026	PJW	Program written.
* 15-Oct-2026	PJW	EC5271 : Register each centre's letters for the
*			centre portal bundles.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
01  WS-U-REG-NO			  PIC  X(07).
01  WS-U-TITLE-NO		  PIC  X(06).
*
01  WS-CDOC-CENTRE-ID		  PIC  X(06) VALUE SPACES.
01  WS-CDOC-COUNT		  PIC S9(09) COMP.
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  DS03-PASSWORD             PIC  X(04) VALUE "ABCD".
*
        PERFORM BA-FETCH-ELIG
          UNTIL WS01-EOF.
*
        IF  WS-CDOC-CENTRE-ID NOT = SPACES
            PERFORM EC-REGISTER-DOCUMENT
            MOVE SPACES            TO  WS-CDOC-CENTRE-ID
        END-IF.
*
        MOVE   "B: ERROR CLOSING IOM CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        PERFORM CA-FETCH-ELIG
          UNTIL WS01-EOF.
*
        IF  WS-CDOC-CENTRE-ID NOT = SPACES
            PERFORM EC-REGISTER-DOCUMENT
            MOVE SPACES            TO  WS-CDOC-CENTRE-ID
        END-IF.
*
        MOVE   "C: ERROR CLOSING DSA CURSOR"
                                   TO  WS01-ERR-MESSAGE.
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-ROWS-THIS-FETCH

            IF  DS02-CENTRE(WS01-INDEX) NOT = WS-CDOC-CENTRE-ID
                IF  WS-CDOC-CENTRE-ID NOT = SPACES
                    PERFORM EC-REGISTER-DOCUMENT
                END-IF
                MOVE DS02-CENTRE(WS01-INDEX) TO  WS-CDOC-CENTRE-ID
                MOVE ZERO                    TO  WS-CDOC-COUNT
            END-IF
            ADD 1                  TO  WS-CDOC-COUNT

            PERFORM EA-PRINT-ONE-LETTER

            IF  UPDATE-MODE THEN
*
        EXIT.
*
EC-REGISTER-DOCUMENT SECTION.
**********************************************************************
*
*       Register the centre's letters from this pass on
*       CENTRE_DOCUMENTS.  Both cursors order by centre, so each
*       centre arrives once per pass.
*
**********************************************************************
EC-START.
*
        MOVE   "EC: ERROR INSERTING CENTRE_DOCUMENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_DOCUMENTS
                   (CDOC_ID,
                    CDOC_CENTRE_ID,
                    CDOC_DOC_TYPE,
                    CDOC_SOURCE_PROGRAM,
                    CDOC_RUN_DATE,
                    CDOC_RECORD_COUNT,
                    CDOC_FILE_NAME,
                    CDOC_CREATED_DATE)
            VALUES (CDOC_SEQ.NEXTVAL,
                    :WS-CDOC-CENTRE-ID,
                    'ELIGIBLE',
                    'STP078',
                    TRUNC(SYSDATE),
                    :WS-CDOC-COUNT,
                    'STP078LET',
                    SYSDATE)
        END-EXEC.
*
EC-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
