*		in the past).  This program runs ahead of that check: it scans
*		NVQ_STUDENT_COMPETENCE_UNITS and TRANSFER_NVQ_UNITS for
*		achieved units whose certification is still valid but due to
*		expire within WS-WARN-DAYS-PARM working days, so centres can
*		be told in advance rather than finding out only when STP070
*		defers the award.
*
*		WS-WARN-DAYS-PARM defaults to 65 working days (thirteen
*		weeks) if not supplied.  The window ends on that working
*		day of the England and Wales WORKING_CALENDAR (STP119);
*		the days left are shown in calendar and working days.
*
*		The warnings for each centre are registered on
*		CENTRE_DOCUMENTS for the centre portal bundles
*		(STP111).  The report is in days-left order, so the
*		counts per centre are taken with the same selection
*		as the two report cursors.
*
* 09-Aug-2026	PJW	Program written.
* 15-Oct-2026	PJW	EC5271 : Register each centre's warnings for the
*			centre portal bundles.
* 15-Oct-2026	PJW	EC5278 : Warning window in working days from
*			WORKING_CALENDAR, days left shown in calendar
*			and working days.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  DS02-NCVQ-CODE              PIC  X(12) OCCURS 200.
    03  DS02-END-DATE               PIC  X(11) OCCURS 200.
    03  DS02-DAYS-LEFT              PIC S9(09) COMP OCCURS 200.
    03  DS02-WORK-DAYS-LEFT         PIC S9(09) COMP OCCURS 200.
*
01  WS-WARN-DAYS-PARM	          PIC  X(03).
01  WS-WARN-DAYS		  PIC S9(05) COMP VALUE 65.
01  WS-WINDOW-END		  PIC  X(11).
01  WS-CAL-REGION		  PIC  X(01) VALUE 'E'.
01  WS-CAL-COUNT		  PIC S9(09) COMP.
01  WS-RUN-DATE			  PIC  X(11).
*
01  DS03-LOGIN.
	05 FILLER		PIC X(55) VALUE SPACES.
    03 WS-WR-HEAD-3.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(31) VALUE
	  'WARNING WINDOW (WORKING DAYS): '.
	05 WS-WR-H3-DAYS	PIC Z(4)9.
	05 FILLER		PIC X(09) VALUE '   ENDS: '.
	05 WS-WR-H3-END		PIC X(11).
    03 WS-WR-COL-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(7)  VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'EXPIRES ON'.
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 FILLER		PIC X(9)  VALUE 'DAYS LEFT'.
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 FILLER		PIC X(9)  VALUE 'WORK DAYS'.
    03 WS-WR-DETAIL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-WR-D-REG-NO	PIC X(7).
	05 WS-WR-D-END-DATE	PIC X(11).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-WR-D-DAYS-LEFT	PIC Z(4)9.
	05 FILLER		PIC X(6)  VALUE SPACES.
	05 WS-WR-D-WORK-LEFT	PIC Z(4)9.
    03 WS-WR-GRAND-TOTAL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(30) VALUE 'TOTAL UNITS DUE TO EXPIRE:'.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM C-PROCESS-TRANSFER-UNITS.

        PERFORM E-REGISTER-DOCUMENTS.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
*       Open the file.
*       Log on to Oracle.
*       Work out the last day of the warning window, which must be
*       on the working calendar.
*
**********************************************************************
A-START.
	THEN
	  MOVE WS-WARN-DAYS-PARM TO WS-WARN-DAYS
	END-IF.
*
        MOVE   "ERROR READING WORKING_CALENDAR"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT COUNT(*),
                   NVL(TO_CHAR(MAX(WCAL_DATE),'DD-MON-YYYY'),' ')
              INTO :WS-CAL-COUNT,
                   :WS-WINDOW-END
              FROM (SELECT WCAL_DATE
                      FROM WORKING_CALENDAR
                     WHERE WCAL_REGION      = :WS-CAL-REGION
                       AND WCAL_WORKING_IND = 'Y'
                       AND WCAL_DATE > TRUNC(SYSDATE)
                     ORDER BY WCAL_DATE)
             WHERE ROWNUM <= :WS-WARN-DAYS
	END-EXEC.
*
	IF WS-CAL-COUNT < WS-WARN-DAYS
	THEN
	  MOVE "WORKING CALENDAR DOES NOT COVER THE WINDOW - RUN STP119"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	MOVE WS-RUN-DATE TO WS-WR-H1-RUN-DATE.
	MOVE WS-WR-HEAD-1 TO WARN-RECORD.
	MOVE WS-WR-HEAD-2 TO WARN-RECORD.
	WRITE WARN-RECORD AFTER 2.
	MOVE WS-WARN-DAYS TO WS-WR-H3-DAYS.
	MOVE WS-WINDOW-END TO WS-WR-H3-END.
	MOVE WS-WR-HEAD-3 TO WARN-RECORD.
	WRITE WARN-RECORD AFTER 2.
	MOVE WS-WR-COL-HEAD TO WARN-RECORD.
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    NCUN_NCVQ_CODE,
                    TO_CHAR(NCUN_CERTIFICATE_END_DATE,'DD-MON-YYYY'),
                    TRUNC(NCUN_CERTIFICATE_END_DATE) - TRUNC(SYSDATE),
                    (SELECT COUNT(*)
                       FROM WORKING_CALENDAR
                      WHERE WCAL_REGION      = :WS-CAL-REGION
                        AND WCAL_WORKING_IND = 'Y'
                        AND WCAL_DATE > TRUNC(SYSDATE)
                        AND WCAL_DATE <=
                            TRUNC(NCUN_CERTIFICATE_END_DATE))
              FROM  NVQ_STUDENT_COMPETENCE_UNITS,
                    NVQ_COMPETENCE_UNITS,
                    STUDENTS
               AND  NCUN_CERTIFICATE_END_DATE IS NOT NULL
               AND  TRUNC(NCUN_CERTIFICATE_END_DATE) >= TRUNC(SYSDATE)
               AND  TRUNC(NCUN_CERTIFICATE_END_DATE) <=
                    TO_DATE(:WS-WINDOW-END,'DD-MON-YYYY')
             ORDER BY 6, 1
        END-EXEC.
*
                   :DS02-STUDENT-NAME,
                   :DS02-NCVQ-CODE,
                   :DS02-END-DATE,
                   :DS02-DAYS-LEFT,
                   :DS02-WORK-DAYS-LEFT
        END-EXEC.
*
        IF  SQLCODE IS POSITIVE THEN
            MOVE    DS02-NCVQ-CODE(WS01-INDEX)     TO  WS-WR-D-NCVQ-CODE
            MOVE    DS02-END-DATE(WS01-INDEX)      TO  WS-WR-D-END-DATE
            MOVE    DS02-DAYS-LEFT(WS01-INDEX)     TO  WS-WR-D-DAYS-LEFT
            MOVE    DS02-WORK-DAYS-LEFT(WS01-INDEX)
                                                   TO  WS-WR-D-WORK-LEFT

            MOVE    WS-WR-DETAIL                   TO  WARN-RECORD
            WRITE   WARN-RECORD
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    NCUN_NCVQ_CODE,
                    TO_CHAR(NCUN_CERTIFICATE_END_DATE,'DD-MON-YYYY'),
                    TRUNC(NCUN_CERTIFICATE_END_DATE) - TRUNC(SYSDATE),
                    (SELECT COUNT(*)
                       FROM WORKING_CALENDAR
                      WHERE WCAL_REGION      = :WS-CAL-REGION
                        AND WCAL_WORKING_IND = 'Y'
                        AND WCAL_DATE > TRUNC(SYSDATE)
                        AND WCAL_DATE <=
                            TRUNC(NCUN_CERTIFICATE_END_DATE))
              FROM  TRANSFER_NVQ_UNITS,
                    NVQ_COMPETENCE_UNITS,
                    STUDENTS
               AND  NCUN_CERTIFICATE_END_DATE IS NOT NULL
               AND  TRUNC(NCUN_CERTIFICATE_END_DATE) >= TRUNC(SYSDATE)
               AND  TRUNC(NCUN_CERTIFICATE_END_DATE) <=
                    TO_DATE(:WS-WINDOW-END,'DD-MON-YYYY')
             ORDER BY 6, 1
        END-EXEC.
*
                   :DS02-STUDENT-NAME,
                   :DS02-NCVQ-CODE,
                   :DS02-END-DATE,
                   :DS02-DAYS-LEFT,
                   :DS02-WORK-DAYS-LEFT
        END-EXEC.
*
        IF  SQLCODE IS POSITIVE THEN
            MOVE    DS02-NCVQ-CODE(WS01-INDEX)     TO  WS-WR-D-NCVQ-CODE
            MOVE    DS02-END-DATE(WS01-INDEX)      TO  WS-WR-D-END-DATE
            MOVE    DS02-DAYS-LEFT(WS01-INDEX)     TO  WS-WR-D-DAYS-LEFT
            MOVE    DS02-WORK-DAYS-LEFT(WS01-INDEX)
                                                   TO  WS-WR-D-WORK-LEFT

            MOVE    WS-WR-DETAIL                   TO  WARN-RECORD
            WRITE   WARN-RECORD
*
        EXIT.
*
E-REGISTER-DOCUMENTS SECTION.
**********************************************************************
*
*       Register each centre's warnings on CENTRE_DOCUMENTS, counted
*       with the same selection as GET_EXPIRING_1 and GET_EXPIRING_2.
*
**********************************************************************
E-START.
*
        MOVE   "E: ERROR INSERTING CENTRE_DOCUMENTS"
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
            SELECT  CDOC_SEQ.NEXTVAL,
                    CENTRE_ID,
                    'EXPIRY',
                    'STP071',
                    TRUNC(SYSDATE),
                    UNIT_COUNT,
                    'STP071TOT',
                    SYSDATE
              FROM  (SELECT  CENTRE_ID,
                             SUM(UNITS) UNIT_COUNT
                       FROM  (SELECT  ST_CENTRE_ID CENTRE_ID,
                                      COUNT(*) UNITS
                                FROM  NVQ_STUDENT_COMPETENCE_UNITS,
                                      NVQ_COMPETENCE_UNITS,
                                      STUDENTS
                               WHERE  NSCU_ACHIEVED_YEAR IS NOT NULL
                                 AND  NCUN_NCVQ_CODE = NSCU_NCUN_NCVQ_CODE
                                 AND  ST_REG_NO = NSCU_ST_REG_NO
                                 AND  NCUN_CERTIFICATE_END_DATE
                                          IS NOT NULL
                                 AND  TRUNC(NCUN_CERTIFICATE_END_DATE)
                                          >= TRUNC(SYSDATE)
                                 AND  TRUNC(NCUN_CERTIFICATE_END_DATE)
                                          <= TO_DATE(:WS-WINDOW-END,
                                                     'DD-MON-YYYY')
                               GROUP BY ST_CENTRE_ID
                              UNION ALL
                              SELECT  ST_CENTRE_ID CENTRE_ID,
                                      COUNT(*) UNITS
                                FROM  TRANSFER_NVQ_UNITS,
                                      NVQ_COMPETENCE_UNITS,
                                      STUDENTS
                               WHERE  TNUN_ACHIEVED_YEAR IS NOT NULL
                                 AND  NCUN_NCVQ_CODE = TNUN_NCUN_NCVQ_CODE
                                 AND  ST_REG_NO = TNUN_ST_REG_NO
                                 AND  NCUN_CERTIFICATE_END_DATE
                                          IS NOT NULL
                                 AND  TRUNC(NCUN_CERTIFICATE_END_DATE)
                                          >= TRUNC(SYSDATE)
                                 AND  TRUNC(NCUN_CERTIFICATE_END_DATE)
                                          <= TO_DATE(:WS-WINDOW-END,
                                                     'DD-MON-YYYY')
                               GROUP BY ST_CENTRE_ID)
                      GROUP BY CENTRE_ID)
        END-EXEC.
*
E-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
