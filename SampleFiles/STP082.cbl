*		Output is one statement file per centre, named by the
*		centre number in the manner of STP295's split centre
*		files, plus a run summary (STP082TOT) of the student
*		counts per centre and category.  Each statement is
*		registered on CENTRE_DOCUMENTS for the centre portal
*		bundles (STP111).
*
*		Parameter: the window in days for the ISSUED and
*		REJECTED categories (default 7 - the weekly cycle).
*
* 03-Sep-2026	PJW	EC5230 : Program written.
* 15-Oct-2026	PJW	EC5271 : Register each statement for the centre
*			portal bundles.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
*
01  WS-RUN-DATE			  PIC  X(11).
*
01  WS-CDOC-CENTRE-ID		  PIC  X(06).
01  WS-CDOC-COUNT		  PIC S9(09) COMP.
01  WS-CDOC-FILE-NAME		  PIC  X(40).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  DS03-PASSWORD             PIC  X(04) VALUE "ABCD".
        MOVE    WS-CT-TEN-WEEK     TO  WS-SU-D-TEN-WEEK.
        MOVE    WS-SU-DETAIL       TO  SUMM-RECORD.
        WRITE   SUMM-RECORD.
*
        MOVE    WS-OLD-CENTRE-ID   TO  WS-CDOC-CENTRE-ID.
        MOVE    WS-CENTRE-FILENAME TO  WS-CDOC-FILE-NAME.
        COMPUTE WS-CDOC-COUNT = WS-CT-ISSUED
                              + WS-CT-BLOCKED
                              + WS-CT-DEFERRED
                              + WS-CT-REJECTED
                              + WS-CT-TEN-WEEK.
*
        MOVE   "BC: ERROR INSERTING CENTRE_DOCUMENTS"
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
                    'STATEMENT',
                    'STP082',
                    TRUNC(SYSDATE),
                    :WS-CDOC-COUNT,
                    :WS-CDOC-FILE-NAME,
                    SYSDATE)
        END-EXEC.
*
BC-EXIT.
*
