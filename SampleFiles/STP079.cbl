*		the same check STP070's CURSOR_1 applies - so this
*		report can never disagree with the awards run.
*
*		Each centre's part of the listing is registered on
*		CENTRE_DOCUMENTS for the centre portal bundles
*		(STP111).
*
* 22-Aug-2026	PJW	Program written.
* 15-Oct-2026	PJW	EC5271 : Register each centre's listing for the
*			centre portal bundles.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
*
01  WS-RUN-DATE			  PIC  X(11).
*
01  WS-CDOC-CENTRE-ID		  PIC  X(06) VALUE SPACES.
01  WS-CDOC-COUNT		  PIC S9(09) COMP.
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  DS03-PASSWORD             PIC  X(04) VALUE "ABCD".
*
        PERFORM BA-FETCH-HELD
          UNTIL WS01-EOF.
*
        IF  WS-CDOC-CENTRE-ID NOT = SPACES
            PERFORM BB-REGISTER-DOCUMENT
        END-IF.
*
        MOVE   "B: ERROR CLOSING TEN-WEEK CURSOR"
                                   TO  WS01-ERR-MESSAGE.
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-ROWS-THIS-FETCH

            IF  DS02-CENTRE-ID(WS01-INDEX) NOT = WS-CDOC-CENTRE-ID
                IF  WS-CDOC-CENTRE-ID NOT = SPACES
                    PERFORM BB-REGISTER-DOCUMENT
                END-IF
                MOVE DS02-CENTRE-ID(WS01-INDEX)    TO  WS-CDOC-CENTRE-ID
                MOVE ZERO                          TO  WS-CDOC-COUNT
            END-IF

            MOVE    DS02-REG-NO(WS01-INDEX)        TO  WS-HR-D-REG-NO
            MOVE    DS02-CENTRE-ID(WS01-INDEX)     TO  WS-HR-D-CENTRE
            MOVE    DS02-COURSE-ID(WS01-INDEX)     TO  WS-HR-D-COURSE
            WRITE   HOLD-RECORD

            ADD     1                              TO  WS01-HELD-COUNT
                                                       WS-CDOC-COUNT
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-REGISTER-DOCUMENT SECTION.
**********************************************************************
*
*       Register the centre's part of the listing on CENTRE_DOCUMENTS.
*       The cursor orders by centre, so each centre arrives once.
*
**********************************************************************
BB-START.
*
        MOVE   "BB: ERROR INSERTING CENTRE_DOCUMENTS"
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
                    'TEN WEEK',
                    'STP079',
                    TRUNC(SYSDATE),
                    :WS-CDOC-COUNT,
                    'STP079TOT',
                    SYSDATE)
        END-EXEC.
*
BB-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
