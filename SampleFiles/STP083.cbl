*			certificate range: a DESPATCH_RETURNS row is
*			written and the tracking row set to 'R';
*		  'A' - ageing report: consignments still undelivered
*			more than the threshold working days after
*			despatch (second parameter, default 10) plus
*			everything awaiting re-despatch.  Age is
*			counted on the England and Wales
*			WORKING_CALENDAR (STP119), with the calendar
*			days shown alongside.
*
*		Every run type writes its confirmation/exception
*		report to STP083TOT.
*
*		A manifest load registers each centre's despatch
*		details on CENTRE_DOCUMENTS for the centre portal
*		bundles (STP111), counted in packages.
*
* 03-Sep-2026	PJW	EC5231 : Program written.
* 03-Sep-2026	PJW	EC5250 : Match consignments on the package's
*			certificate range as well.
* 15-Oct-2026	PJW	EC5271 : Register each centre's despatch details
*			for the centre portal bundles.
* 15-Oct-2026	PJW	EC5278 : Age undelivered consignments in working
*			days from WORKING_CALENDAR, showing calendar
*			days alongside.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-MAN-RUN-DATE		  PIC  X(11).
01  WS-LOAD-STARTED		  PIC  X(20).
01  WS-AGE-DAYS			  PIC S9(04) COMP.
01  WS-CAL-REGION		  PIC  X(01) VALUE 'E'.
01  WS-CAL-COUNT		  PIC S9(09) COMP.
*
01  WS-L-CENTRE-ID		  PIC  X(06).
01  WS-L-DOC-REF		  PIC  X(05).
    03  DS02-STATUS                PIC  X(01) OCCURS 200.
    03  DS02-DESPATCHED            PIC  X(11) OCCURS 200.
    03  DS02-AGE-DAYS              PIC S9(09) COMP OCCURS 200.
    03  DS02-WORK-DAYS             PIC S9(09) COMP OCCURS 200.
    03  DS02-NAME-1                PIC  X(45) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
	05 FILLER		PIC X(07) VALUE 'CERTS'.
	05 FILLER		PIC X(04) VALUE 'ST'.
	05 FILLER		PIC X(13) VALUE 'DESPATCHED'.
	05 FILLER		PIC X(06) VALUE 'CAL'.
	05 FILLER		PIC X(06) VALUE 'WORK'.
	05 FILLER		PIC X(20) VALUE 'DESPATCH NAME'.
    03 WS-TR-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-TR-D-AGE		PIC Z(3)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-TR-D-WORK-AGE	PIC Z(3)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-TR-D-NAME		PIC X(45).
    03 WS-TR-EXCEPTION.
	05 FILLER		PIC X(24) VALUE
              INTO WS-RUN-DATE
              FROM DUAL
	END-EXEC.
*
	IF WS-RUN-TYPE-PARM = 'A'
	THEN
          MOVE "ERROR CHECKING WORKING_CALENDAR"
                                   TO  WS01-ERR-MESSAGE
	  EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CAL-COUNT
                FROM WORKING_CALENDAR
               WHERE WCAL_REGION = :WS-CAL-REGION
                 AND WCAL_DATE   = TRUNC(SYSDATE)
	  END-EXEC
	  IF WS-CAL-COUNT = ZERO
	  THEN
	    MOVE "WORKING CALENDAR NOT LOADED FOR TODAY - RUN STP119"
				   TO  WS01-ERR-MESSAGE
	    PERFORM ZZ-ABORT
	  END-IF
	END-IF.
*
	MOVE WS-RUN-DATE TO WS-TR-H1-RUN-DATE.
	MOVE WS-TR-HEAD-1 TO TRACK-RECORD.
*
**********************************************************************
B-START.
*
	EXEC SQL
            SELECT TO_CHAR(SYSDATE,'DD-MON-YYYY HH24:MI:SS')
              INTO :WS-LOAD-STARTED
              FROM DUAL
	END-EXEC.
*
        OPEN    INPUT   MANIFEST-FILE.
        MOVE   'N'                 TO  WS-FILE-EOF-IND.
        GO TO B-020.
B-040.
        CLOSE   MANIFEST-FILE.
*
* Register each centre's despatch details from this load for the
* centre portal bundles.
*
        MOVE   "B: ERROR INSERTING CENTRE_DOCUMENTS"
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
                    'DESPATCH',
                    'STP083',
                    TO_DATE(:WS-MAN-RUN-DATE,'DD-MON-YYYY'),
                    PACKAGES,
                    'MANIFESTFILE',
                    SYSDATE
              FROM  (SELECT  DTRK_CENTRE_ID CENTRE_ID,
                             COUNT(*) PACKAGES
                       FROM  DESPATCH_TRACKING
                      WHERE  DTRK_RUN_DATE =
                                 TO_DATE(:WS-MAN-RUN-DATE,'DD-MON-YYYY')
                        AND  DTRK_DESPATCH_DATE >=
                                 TO_DATE(:WS-LOAD-STARTED,
                                         'DD-MON-YYYY HH24:MI:SS')
                      GROUP BY DTRK_CENTRE_ID)
        END-EXEC.
*
        MOVE   'MANIFEST PACKAGES LOADED:'
                                   TO  WS-TR-T-DESC.
**********************************************************************
*
*       Report the consignments still undelivered more than the
*       threshold working days after despatch, then everything
*       returned and awaiting re-despatch.
*
**********************************************************************
G-START.
                    DTRK_STATUS,
                    TO_CHAR(DTRK_DESPATCH_DATE,'DD-MON-YYYY'),
                    TRUNC(SYSDATE) - TRUNC(DTRK_DESPATCH_DATE),
                    (SELECT COUNT(*)
                       FROM WORKING_CALENDAR
                      WHERE WCAL_REGION      = :WS-CAL-REGION
                        AND WCAL_WORKING_IND = 'Y'
                        AND WCAL_DATE > TRUNC(DTRK_DESPATCH_DATE)
                        AND WCAL_DATE <= TRUNC(SYSDATE)),
                    DTRK_NAME_1
              FROM  DESPATCH_TRACKING
             WHERE  (DTRK_STATUS = 'D'
                     AND (SELECT COUNT(*)
                            FROM WORKING_CALENDAR
                           WHERE WCAL_REGION      = :WS-CAL-REGION
                             AND WCAL_WORKING_IND = 'Y'
                             AND WCAL_DATE > TRUNC(DTRK_DESPATCH_DATE)
                             AND WCAL_DATE <= TRUNC(SYSDATE))
                         > :WS-AGE-DAYS)
                OR  DTRK_STATUS = 'R'
             ORDER BY DTRK_STATUS, DTRK_CENTRE_ID, DTRK_DOC_REF
        END-EXEC.
                   :DS02-STATUS,
                   :DS02-DESPATCHED,
                   :DS02-AGE-DAYS,
                   :DS02-WORK-DAYS,
                   :DS02-NAME-1
        END-EXEC.
*
            MOVE    DS02-STATUS(WS01-INDEX)     TO  WS-TR-D-STATUS
            MOVE    DS02-DESPATCHED(WS01-INDEX) TO  WS-TR-D-DESPATCHED
            MOVE    DS02-AGE-DAYS(WS01-INDEX)   TO  WS-TR-D-AGE
            MOVE    DS02-WORK-DAYS(WS01-INDEX)  TO  WS-TR-D-WORK-AGE
            MOVE    DS02-NAME-1(WS01-INDEX)     TO  WS-TR-D-NAME

            MOVE    WS-TR-DETAIL                TO  TRACK-RECORD
