IDENTIFICATION DIVISION.
PROGRAM-ID.   STP116.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	PROFESSIONAL BODY ELIGIBILITY FEED
*
********************************************************************************
*
*       STP116 - Companion to STP070 and STP078.  The awards run
*		records learners eligible for professional body
*		recognition in IOM_CERTIFICATES (ZC-INSERT-IOM-CERTS)
*		and DSA_CERTIFICATES (ZD-INSERT-DSA-CERTS) and STP078
*		prints their letters, but the bodies themselves were
*		sent nothing: learners had to post copies of their
*		certificates to claim membership.
*
*		This program writes the outbound feed for one
*		professional body (parameter: PBBT_PBOD_ID, three
*		digits).  A learner is sent to the body when:
*		- they have an IOM_CERTIFICATES or DSA_CERTIFICATES
*		  row,
*		- PROFESSIONAL_BODY_BTECS links the body to the award
*		  code and award title of that row, and the link was
*		  in force (PBBT_START_DATE to PBBT_END_DATE) when the
*		  certificate was issued,
*		- the certificate was issued (ST_AWARD_ISSUE) inside
*		  the window.
*
*		Each body's feed is recorded as its own
*		DATAFEED_AUDITS module, 'STB' followed by the body
*		number, in the same manner as STP080: the window runs
*		from the previous completed feed's DAUD_AWARDED_TO up
*		to today, so no learner is sent twice or missed.  The
*		first feed to a body goes back to 01-JAN-1990.
*
*		PBODYFEED opens with a header record and closes with
*		a trailer ('*HDR'/'*TRL': file, program, generated
*		timestamp, run date and, on the trailer, the record
*		count).  Detail records ('D'), space separated: body,
*		registration number, certificate number, name as
*		printed, course, qualification title, level, award
*		date, verification code, centre.
*
*		The body's reply - the learners it has accepted into
*		membership - is processed by STP117.
*
* 15-Oct-2026	PJW	EC5276 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  PBODY-REP   ASSIGN STP116TOT.
    SELECT  PBODY-FILE  ASSIGN PBODYFEED.
*
DATA DIVISION.
FILE SECTION.
*
FD  PBODY-REP
    LABEL RECORDS STANDARD.
01  PBODY-REP-RECORD              PIC X(132).
*
FD  PBODY-FILE
    LABEL RECORDS STANDARD.
01  PBODY-FEED-RECORD.
    03  PBF-REC-TYPE              PIC X(01).
    03  FILLER                    PIC X(01).
    03  PBF-PBOD-ID               PIC X(03).
    03  FILLER                    PIC X(01).
    03  PBF-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  PBF-CERT-NO               PIC X(09).
    03  FILLER                    PIC X(01).
    03  PBF-STUDENT-NAME          PIC X(51).
    03  FILLER                    PIC X(01).
    03  PBF-COURSE-ID             PIC X(08).
    03  FILLER                    PIC X(01).
    03  PBF-AWARD-TITLE           PIC X(90).
    03  FILLER                    PIC X(01).
    03  PBF-LEVEL                 PIC X(02).
    03  FILLER                    PIC X(01).
    03  PBF-AWARD-DATE            PIC X(11).
    03  FILLER                    PIC X(01).
    03  PBF-VERIFY-CODE           PIC X(12).
    03  FILLER                    PIC X(01).
    03  PBF-CENTRE-ID             PIC X(06).
01  PBODY-FEED-CONTROL            PIC X(65).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-PBODY-DETAILS.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CERT-NO               PIC  X(09) OCCURS 200.
    03  DS02-STUDENT-NAME          PIC  X(51) OCCURS 200.
    03  DS02-COURSE-ID             PIC  X(08) OCCURS 200.
    03  DS02-AWARD-TITLE           PIC  X(90) OCCURS 200.
    03  DS02-LEVEL                 PIC  X(02) OCCURS 200.
    03  DS02-AWARD-DATE            PIC  X(11) OCCURS 200.
    03  DS02-VERIFY-CODE           PIC  X(12) OCCURS 200.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
01  WS-FROM-DATE		  PIC  X(11).
01  WS-TO-DATE			  PIC  X(11).
01  WS-DAUD-SEQUENCE		  PIC S9(09) COMP.
01  WS-PBOD-ID			  PIC S9(09) COMP.
01  WS-LINK-COUNT		  PIC S9(09) COMP.
*
01  WS-MODULE.
    03  FILLER                    PIC  X(03) VALUE 'STB'.
    03  WS-MODULE-PBOD            PIC  X(03).
01  WS-MODULE-DESCR.
    03  FILLER                    PIC  X(15) VALUE
        'PROF BODY FEED '.
    03  WS-DESCR-PBOD             PIC  X(03).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  DS03-PASSWORD             PIC  X(04) VALUE "ABCD".
*
        EXEC SQL END DECLARE SECTION END-EXEC.
*
        EXEC SQL INCLUDE SQLCA END-EXEC.
*
01      WS01-GENERAL-STORAGE.
    03  WS01-ERR-MESSAGE           PIC  X(80).
    03  WS01-EOF-IND               PIC  X(01).
        88  WS01-EOF                          VALUE "Y".
    03  WS01-ROWS-TOTAL            PIC S9(09) COMP.
    03  WS01-ROWS-THIS-FETCH       PIC S9(09) COMP.
    03  WS01-INDEX                 PIC S9(09) COMP.
    03  WS01-EXTRACTED-COUNT       PIC S9(09) COMP.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-PBOD-PARM		   PIC  X(03).
*
* Control record written as the first (header) and last (trailer)
* record of the feed.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'PBODYFEED'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP116'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-PBODY-REPORT.
    03 WS-PR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-PR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP116'.
    03 WS-PR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(44) VALUE
	  'PROFESSIONAL BODY ELIGIBILITY FEED - TOTALS'.
	05 FILLER		PIC X(58) VALUE SPACES.
    03 WS-PR-HEAD-3.
	05 FILLER		PIC X(18) VALUE 'PROFESSIONAL BODY '.
	05 WS-PR-H3-PBOD	PIC X(03).
	05 FILLER		PIC X(18) VALUE '  EXTRACT WINDOW: '.
	05 WS-PR-H3-FROM	PIC X(11).
	05 FILLER		PIC X(4)  VALUE ' TO '.
	05 WS-PR-H3-TO		PIC X(11).
	05 FILLER		PIC X(17) VALUE '  DAUD SEQUENCE: '.
	05 WS-PR-H3-DAUD	PIC Z(8)9.
    03 WS-PR-GRAND-TOTAL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(34) VALUE 'LEARNERS SENT:'.
	05 WS-PR-GT-COUNT	PIC Z(7)9.
*
PROCEDURE DIVISION.
MAIN SECTION.
**********************************************************************
*
*       Main control section.
*
**********************************************************************
MAIN-START.
*
        PERFORM A-INITIALISE.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE    ZERO               TO  WS01-EXTRACTED-COUNT.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM B-PROCESS-ELIGIBLE.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the body, open the files, log on to Oracle, check the
*       body has qualifications linked to it, establish the window
*       from the body's previous completed feed and record the start
*       of this one in DATAFEED_AUDITS.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-PBOD-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-PBOD-PARM.
*
        OPEN    OUTPUT  PBODY-REP.
*
	IF WS-PBOD-PARM NOT NUMERIC
	OR WS-PBOD-PARM = ZERO
	THEN
	  MOVE "PROFESSIONAL BODY MUST BE GIVEN AS THREE DIGITS"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	MOVE WS-PBOD-PARM TO WS-PBOD-ID.
	MOVE WS-PBOD-PARM TO WS-MODULE-PBOD.
	MOVE WS-PBOD-PARM TO WS-DESCR-PBOD.
*
        OPEN    OUTPUT  PBODY-FILE.
*
        EXEC SQL WHENEVER SQLERROR GO TO   ZZ-ABORT END-EXEC.
*
        MOVE   "ERROR CONNECTING TO DATABASE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
                CONNECT :DS03-USERNAME
                IDENTIFIED BY :DS03-PASSWORD
        END-EXEC.
*
	EXEC SQL
            SELECT TO_CHAR(SYSDATE,'DD-MON-YYYY'),
                   TO_CHAR(SYSDATE,'DD-MON-YYYY:HH24:MI:SS')
              INTO :WS-RUN-DATE,
                   :WS-GENERATED
              FROM DUAL
	END-EXEC.
*
        MOVE   "ERROR CHECKING PROFESSIONAL_BODY_BTECS"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT COUNT(*)
              INTO :WS-LINK-COUNT
              FROM PROFESSIONAL_BODY_BTECS
             WHERE PBBT_PBOD_ID = :WS-PBOD-ID
	END-EXEC.
*
	IF WS-LINK-COUNT = ZERO
	THEN
	  MOVE "NO QUALIFICATIONS ARE LINKED TO THE PROFESSIONAL BODY"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
        MOVE   "ERROR ESTABLISHING EXTRACT WINDOW"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT NVL(TO_CHAR(MAX(DAUD_AWARDED_TO),'DD-MON-YYYY'),
                       '01-JAN-1990')
              INTO :WS-FROM-DATE
              FROM DATAFEED_AUDITS
             WHERE DAUD_MODULE = :WS-MODULE
               AND DAUD_END IS NOT NULL
	END-EXEC.
*
	MOVE WS-RUN-DATE TO WS-TO-DATE.
*
        MOVE   "ERROR RETRIEVING DAUD SEQUENCE"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT DAUD_SEQ.NEXTVAL
              INTO :WS-DAUD-SEQUENCE
              FROM DUAL
	END-EXEC.
*
        MOVE   "ERROR INSERTING DATAFEED_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            INSERT INTO DATAFEED_AUDITS
                   (DAUD_SEQUENCE,
                    DAUD_MODULE,
                    DAUD_MODULE_DESCR,
                    DAUD_START,
                    DAUD_END,
                    DAUD_AWARDED_FROM,
                    DAUD_AWARDED_TO)
            VALUES (:WS-DAUD-SEQUENCE,
                    :WS-MODULE,
                    :WS-MODULE-DESCR,
                    SYSDATE,
                    NULL,
                    :WS-FROM-DATE,
                    :WS-TO-DATE)
	END-EXEC.
*
*       Commit program start and the window claimed...
*
	EXEC SQL
            COMMIT WORK
	END-EXEC.
*
	MOVE '*HDR'          TO WS-CTL-TYPE.
	MOVE WS-GENERATED    TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE.
	MOVE ZERO            TO WS-CTL-RECORD-COUNT.
	WRITE PBODY-FEED-CONTROL FROM WS-CONTROL-RECORD.
*
	MOVE WS-RUN-DATE TO WS-PR-H1-RUN-DATE.
	MOVE WS-PR-HEAD-1 TO PBODY-REP-RECORD.
	WRITE PBODY-REP-RECORD AFTER PAGE.
	MOVE WS-PR-HEAD-2 TO PBODY-REP-RECORD.
	WRITE PBODY-REP-RECORD AFTER 2.
	MOVE WS-PBOD-PARM TO WS-PR-H3-PBOD.
	MOVE WS-FROM-DATE TO WS-PR-H3-FROM.
	MOVE WS-TO-DATE   TO WS-PR-H3-TO.
	MOVE WS-DAUD-SEQUENCE TO WS-PR-H3-DAUD.
	MOVE WS-PR-HEAD-3 TO PBODY-REP-RECORD.
	WRITE PBODY-REP-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-ELIGIBLE SECTION.
**********************************************************************
*
*       Extract the learners on IOM_CERTIFICATES or DSA_CERTIFICATES
*       whose qualification the body recognised when the certificate
*       was issued inside the window.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_ELIGIBLE CURSOR FOR
            SELECT  ST_REG_NO,
                    ST_CERT_NO,
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    ST_COURSE_ID,
                    NVL(AT_NAME,'TITLE '||IOMC_TITLE),
                    NVL(IOMC_LEVEL,' '),
                    NVL(TO_CHAR(IOMC_AWARD_DATE,'DD-MON-YYYY'),' '),
                    NVL((SELECT MAX(CVCO_CODE)
                           FROM CERT_VERIFY_CODES
                          WHERE CVCO_ST_REG_NO = ST_REG_NO
                            AND CVCO_STATUS = 'A'),' '),
                    ST_CENTRE_ID
              FROM  IOM_CERTIFICATES,
                    STUDENTS,
                    APPROVAL_AWARDS,
                    AWARD_TITLES
             WHERE  ST_REG_NO = IOMC_REG_NO
               AND  ST_CERT_NO IS NOT NULL
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AT_NUMBER(+) = IOMC_TITLE
               AND  ST_AWARD_ISSUE >
                    TO_DATE(:WS-FROM-DATE,'DD-MON-YYYY')
               AND  ST_AWARD_ISSUE <=
                    TO_DATE(:WS-TO-DATE,'DD-MON-YYYY')
               AND  EXISTS
                    (SELECT NULL
                       FROM PROFESSIONAL_BODY_BTECS
                      WHERE PBBT_PBOD_ID     = :WS-PBOD-ID
                        AND PBBT_AWARD_CODE  = AW_AWARD_CODE
                        AND PBBT_AWARD_TITLE = IOMC_TITLE
                        AND ST_AWARD_ISSUE BETWEEN PBBT_START_DATE
                                AND NVL(PBBT_END_DATE,ST_AWARD_ISSUE))
            UNION
            SELECT  ST_REG_NO,
                    ST_CERT_NO,
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    ST_COURSE_ID,
                    NVL(AT_NAME,'TITLE '||DSAC_TITLE),
                    NVL(DSAC_LEVEL,' '),
                    NVL(TO_CHAR(DSAC_AWARD_DATE,'DD-MON-YYYY'),' '),
                    NVL((SELECT MAX(CVCO_CODE)
                           FROM CERT_VERIFY_CODES
                          WHERE CVCO_ST_REG_NO = ST_REG_NO
                            AND CVCO_STATUS = 'A'),' '),
                    ST_CENTRE_ID
              FROM  DSA_CERTIFICATES,
                    STUDENTS,
                    APPROVAL_AWARDS,
                    AWARD_TITLES
             WHERE  ST_REG_NO = DSAC_REG_NO
               AND  ST_CERT_NO IS NOT NULL
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AT_NUMBER(+) = DSAC_TITLE
               AND  ST_AWARD_ISSUE >
                    TO_DATE(:WS-FROM-DATE,'DD-MON-YYYY')
               AND  ST_AWARD_ISSUE <=
                    TO_DATE(:WS-TO-DATE,'DD-MON-YYYY')
               AND  EXISTS
                    (SELECT NULL
                       FROM PROFESSIONAL_BODY_BTECS
                      WHERE PBBT_PBOD_ID     = :WS-PBOD-ID
                        AND PBBT_AWARD_CODE  = AW_AWARD_CODE
                        AND PBBT_AWARD_TITLE = DSAC_TITLE
                        AND ST_AWARD_ISSUE BETWEEN PBBT_START_DATE
                                AND NVL(PBBT_END_DATE,ST_AWARD_ISSUE))
        END-EXEC.
*
        MOVE   "B: ERROR OPENING ELIGIBLE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_ELIGIBLE
        END-EXEC.
*
        PERFORM BA-FETCH-ELIGIBLE
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING ELIGIBLE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_ELIGIBLE
        END-EXEC.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-ELIGIBLE SECTION.
**********************************************************************
*
*       Get a set of eligible learners and write them to the feed.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING ELIGIBLE LEARNERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_ELIGIBLE
             INTO  :DS02-REG-NO,
                   :DS02-CERT-NO,
                   :DS02-STUDENT-NAME,
                   :DS02-COURSE-ID,
                   :DS02-AWARD-TITLE,
                   :DS02-LEVEL,
                   :DS02-AWARD-DATE,
                   :DS02-VERIFY-CODE,
                   :DS02-CENTRE-ID
        END-EXEC.
*
        IF  SQLCODE IS POSITIVE THEN
            SET     WS01-EOF       TO  TRUE
        END-IF.
        SUBTRACT WS01-ROWS-TOTAL FROM  SQLERRD(3)
                               GIVING  WS01-ROWS-THIS-FETCH.
        MOVE    SQLERRD(3)         TO  WS01-ROWS-TOTAL.
*
        PERFORM
          VARYING WS01-INDEX
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-ROWS-THIS-FETCH

            MOVE    SPACES                         TO  PBODY-FEED-RECORD
            MOVE    'D'                            TO  PBF-REC-TYPE
            MOVE    WS-PBOD-PARM                   TO  PBF-PBOD-ID
            MOVE    DS02-REG-NO(WS01-INDEX)        TO  PBF-REG-NO
            MOVE    DS02-CERT-NO(WS01-INDEX)       TO  PBF-CERT-NO
            MOVE    DS02-STUDENT-NAME(WS01-INDEX)  TO  PBF-STUDENT-NAME
            MOVE    DS02-COURSE-ID(WS01-INDEX)     TO  PBF-COURSE-ID
            MOVE    DS02-AWARD-TITLE(WS01-INDEX)   TO  PBF-AWARD-TITLE
            MOVE    DS02-LEVEL(WS01-INDEX)         TO  PBF-LEVEL
            MOVE    DS02-AWARD-DATE(WS01-INDEX)    TO  PBF-AWARD-DATE
            MOVE    DS02-VERIFY-CODE(WS01-INDEX)   TO  PBF-VERIFY-CODE
            MOVE    DS02-CENTRE-ID(WS01-INDEX)     TO  PBF-CENTRE-ID
            WRITE   PBODY-FEED-RECORD

            ADD     1                              TO  WS01-EXTRACTED-COUNT
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the trailer and the total, stamp the DATAFEED_AUDITS
*       end, commit and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE '*TRL'                TO WS-CTL-TYPE.
	MOVE WS01-EXTRACTED-COUNT  TO WS-CTL-RECORD-COUNT.
	WRITE PBODY-FEED-CONTROL FROM WS-CONTROL-RECORD.
*
	MOVE WS01-EXTRACTED-COUNT TO WS-PR-GT-COUNT.
	MOVE WS-PR-GRAND-TOTAL TO PBODY-REP-RECORD.
	WRITE PBODY-REP-RECORD AFTER 2.
*
        CLOSE   PBODY-REP.
        CLOSE   PBODY-FILE.
*
        MOVE   "D: ERROR UPDATING DATAFEED_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            UPDATE DATAFEED_AUDITS
               SET DAUD_END = SYSDATE
             WHERE DAUD_SEQUENCE = :WS-DAUD-SEQUENCE
	END-EXEC.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
*
        EXEC SQL COMMIT WORK                     END-EXEC.
*
        GO TO D-100.
D-050.
        MOVE 'COMMIT WORK FAILED' TO WS01-ERR-MESSAGE.
        PERFORM ZZ-ABORT.
D-100.
*
        DISPLAY "STP116 - SUCCESSFULLY COMPLETED".
*
D-EXIT.
*
        EXIT.
*
ZZ-ABORT SECTION.
**********************************************************************
*
*       Report error and expire.
*
**********************************************************************
ZZ-START.
*
        DISPLAY "STP116 ERROR".
        DISPLAY WS01-ERR-MESSAGE.

        IF  SQLCODE IS NOT ZERO THEN
            DISPLAY SQLERRMC
        END-IF.

        EXEC SQL WHENEVER SQLERROR   GO TO ZZ-050 END-EXEC.

        EXEC SQL ROLLBACK WORK                    END-EXEC.

        GO TO ZZ-EXIT.

ZZ-050.
        MOVE 'FAILED DURING PROGRAM ABORT' TO WS01-ERR-MESSAGE.

        CALL   "SYS$EXIT"
          USING BY VALUE WS01-ABORT.
*
ZZ-EXIT.
*
        STOP RUN.
