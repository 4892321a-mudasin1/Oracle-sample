IDENTIFICATION DIVISION.
PROGRAM-ID.   STP100.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CENTRE MERGER AND CLOSURE - SUCCESSOR PROCESSING
*
********************************************************************************
*
*       STP100 - Companion to STP070, STP075 and STP294.  The print
*		run knows about merged centres (reject reasons 1 and
*		22 against CENTRE/OLD_CENTRE) and STP075 refuses
*		reprints for a closed centre, but when a centre
*		closes or merges its outstanding work was left
*		stranded at the dead centre.  This run takes an
*		old-centre to successor-centre mapping (CENTREMAP)
*		and, for each old centre, reports everything still
*		outstanding there:
*
*		  ELIGIBLE      eligible students not yet
*			        certificated;
*		  RUN BLOCK     open BNM_AWARDS_RUN_BLOCKS rows;
*		  DEFERRAL      DEFERRED_AWARDS rows;
*		  REPRINT       pending ALL_REPRINT_CRITERIA requests
*			        covering a student of the centre;
*		  RETURNED      DESPATCH_TRACKING packages returned
*			        and awaiting re-despatch ('R');
*		  RUN CENTRE    the centre's AWARDS_RUN_CENTRES entry.
*
*		In update mode the work is re-pointed to the
*		successor:
*
*		- STUDENTS: every eligible uncertificated student,
*		  every student with an open block and every student
*		  covered by a pending reprint moves to the successor
*		  (ST_CENTRE_ID).  Blocks and reprints are keyed on
*		  the registration, so they follow the student; the
*		  successor then receives the certificates, the
*		  STP295 chase letters and the weekly STP082
*		  statement;
*		- DEFERRED_AWARDS: a student's own deferral moves with
*		  the student.  A course or centre-wide deferral is
*		  not moved as it stands - it would defer the
*		  successor's own students - but is replaced by one
*		  deferral per moved student it covered, and then
*		  removed.  Both are written to DEFERRED_AWARDS_AUDITS
*		  as STP298 writes them;
*		- DESPATCH_TRACKING: returned packages are re-pointed
*		  to the successor and re-addressed with its name;
*		- AWARDS_RUN_CENTRES: the old centre is replaced by
*		  the successor, written to AWARDS_RUN_CENTRES_AUDITS
*		  with source STP100 as STP294 writes them.
*
*		Every row moved is written to CENTRE_SUCCESSOR_AUDITS
*		(CSAU_OLD_CENTRE_ID, CSAU_NEW_CENTRE_ID, CSAU_OBJECT,
*		CSAU_KEY, CSAU_DATE, CSAU_USER).
*
*		Mapping file (CENTREMAP), one per record:
*		  cols  1- 6  old centre id
*		  col   7     space
*		  cols  8-13  successor centre id
*
*		A mapping is rejected if either id is missing, the
*		two are the same, or the successor is not on
*		CENTRES.  The old centre need not still be on
*		CENTRES - a closed centre usually is not.
*
*		The report goes to STP100TOT.
*
*		Parameter: mode - 'U' re-points the work, anything
*		else reports it and rolls back.
*
* 15-Oct-2026	PJW	EC5257 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  MAP-FILE     ASSIGN CENTREMAP.
    SELECT  MAP-REP      ASSIGN STP100TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  MAP-FILE
    LABEL RECORDS STANDARD.
01  MAP-REC.
    03  MAP-OLD-CENTRE            PIC X(06).
    03  FILLER                    PIC X(01).
    03  MAP-NEW-CENTRE            PIC X(06).
*
FD  MAP-REP
    LABEL RECORDS STANDARD.
01  MAP-RECORD                    PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-OLD-CENTRE		  PIC  X(06).
01  WS-NEW-CENTRE		  PIC  X(06).
01  WS-OLD-NAME			  PIC  X(65).
01  WS-NEW-NAME			  PIC  X(65).
01  WS-EXISTS-COUNT		  PIC S9(09) COMP.
01  WS-ACTION			  PIC  X(06).
01  WS-RUN-CENTRE		  PIC  X(06).
01  WS-RUN-DATE			  PIC  X(11).
*
01  DS02-AFFECTED-DETAILS.
    03  DS02-OBJECT                PIC  X(12) OCCURS 200.
    03  DS02-KEY                   PIC  X(20) OCCURS 200.
    03  DS02-DETAIL                PIC  X(60) OCCURS 200.
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
    03  WS01-MAP-COUNT             PIC S9(09) COMP VALUE 0.
    03  WS01-MAP-REJECTED          PIC S9(09) COMP VALUE 0.
    03  WS01-ELIGIBLE-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-BLOCK-COUNT           PIC S9(09) COMP VALUE 0.
    03  WS01-DEFERRAL-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-REPRINT-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-RETURNED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-RUN-CENTRE-COUNT      PIC S9(09) COMP VALUE 0.
    03  WS01-STUDENTS-MOVED        PIC S9(09) COMP VALUE 0.
    03  WS01-DEFERRALS-MOVED       PIC S9(09) COMP VALUE 0.
    03  WS01-DEFERRALS-SPLIT       PIC S9(09) COMP VALUE 0.
    03  WS01-PACKAGES-MOVED        PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-MODE-PARM		   PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-MAP-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  MAP-EOF					VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(50).
*
01  WS-MAP-REPORT.
    03 WS-MR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-MR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP100'.
    03 WS-MR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'CENTRE MERGER AND CLOSURE - SUCCESSOR PROCESSING'.
    03 WS-MR-HEAD-3.
	05 FILLER		PIC X(07) VALUE 'MODE : '.
	05 WS-MR-H3-MODE	PIC X(11).
    03 WS-MR-MAP-LINE.
	05 FILLER		PIC X(12) VALUE 'OLD CENTRE '.
	05 WS-MR-M-OLD		PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-M-OLD-NAME	PIC X(40).
	05 FILLER		PIC X(14) VALUE '  SUCCESSOR '.
	05 WS-MR-M-NEW		PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-M-NEW-NAME	PIC X(40).
    03 WS-MR-REJECT-LINE.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(24) VALUE
	  '*** MAPPING REJECTED: '.
	05 WS-MR-R-REASON	PIC X(50).
    03 WS-MR-COL-HEAD.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(14) VALUE 'AFFECTED'.
	05 FILLER		PIC X(22) VALUE 'KEY'.
	05 FILLER		PIC X(60) VALUE 'DETAIL'.
    03 WS-MR-DETAIL.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-MR-D-OBJECT	PIC X(12).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-KEY		PIC X(20).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-DETAIL	PIC X(60).
    03 WS-MR-NONE-LINE.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(40) VALUE
	  'NOTHING OUTSTANDING AT THE OLD CENTRE'.
    03 WS-MR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-MR-T-DESC		PIC X(34).
	05 WS-MR-T-COUNT	PIC Z(7)9.
    03 WS-MR-NO-UPDATE-LINE.
	05 FILLER		PIC X(52) VALUE
	  '*** REPORT ONLY - NO DATABASE CHANGES WERE APPLIED '.
	05 FILLER		PIC X(03) VALUE '***'.
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

        PERFORM B-PROCESS-MAPPINGS.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the mode, open the files, log on to Oracle and print
*       the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-MODE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-MODE-PARM.
*
	IF WS-MODE-PARM = 'U' OR 'u'
	THEN
	  MOVE 'U' TO WS-UPDATE-IND
	ELSE
	  MOVE 'N' TO WS-UPDATE-IND
	END-IF.
*
        OPEN    INPUT   MAP-FILE.
        OPEN    OUTPUT  MAP-REP.
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
            SELECT TO_CHAR(SYSDATE,'DD-MON-YYYY')
              INTO WS-RUN-DATE
              FROM DUAL
	END-EXEC.
*
	MOVE WS-RUN-DATE TO WS-MR-H1-RUN-DATE.
	MOVE WS-MR-HEAD-1 TO MAP-RECORD.
	WRITE MAP-RECORD AFTER PAGE.
	MOVE WS-MR-HEAD-2 TO MAP-RECORD.
	WRITE MAP-RECORD AFTER 2.
	IF UPDATE-MODE
	  MOVE 'UPDATE'      TO WS-MR-H3-MODE
	ELSE
	  MOVE 'REPORT ONLY' TO WS-MR-H3-MODE
	END-IF.
	MOVE WS-MR-HEAD-3 TO MAP-RECORD.
	WRITE MAP-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-MAPPINGS SECTION.
**********************************************************************
*
*       Read each old-to-successor mapping, validate it, report what
*       is outstanding at the old centre and (update mode) move it.
*
**********************************************************************
B-START.
*
        MOVE   'N'                 TO  WS-MAP-EOF-IND.
B-020.
        READ    MAP-FILE
            AT END  MOVE 'Y'       TO  WS-MAP-EOF-IND.

        IF  MAP-EOF
            GO TO B-040
        END-IF.

        IF  MAP-REC = SPACES
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-MAP-COUNT.
        MOVE    MAP-OLD-CENTRE     TO  WS-OLD-CENTRE.
        MOVE    MAP-NEW-CENTRE     TO  WS-NEW-CENTRE.

        PERFORM BA-VALIDATE-MAPPING.

        MOVE    WS-OLD-CENTRE      TO  WS-MR-M-OLD.
        MOVE    WS-OLD-NAME        TO  WS-MR-M-OLD-NAME.
        MOVE    WS-NEW-CENTRE      TO  WS-MR-M-NEW.
        MOVE    WS-NEW-NAME        TO  WS-MR-M-NEW-NAME.
        MOVE    WS-MR-MAP-LINE     TO  MAP-RECORD.
        WRITE   MAP-RECORD AFTER 3.

        IF  WS-REJECT-REASON NOT = SPACES
            MOVE WS-REJECT-REASON  TO  WS-MR-R-REASON
            MOVE WS-MR-REJECT-LINE TO  MAP-RECORD
            WRITE MAP-RECORD
            ADD  1                 TO  WS01-MAP-REJECTED
            GO TO B-020
        END-IF.

        PERFORM BB-REPORT-AFFECTED.

        IF  UPDATE-MODE
            PERFORM C-MOVE-TO-SUCCESSOR
        END-IF.

        GO TO B-020.
B-040.
        CLOSE   MAP-FILE.
*
B-EXIT.
*
        EXIT.
*
BA-VALIDATE-MAPPING SECTION.
**********************************************************************
*
*       Validate one mapping.  WS-REJECT-REASON stays spaces when it
*       is clean.  The centre names are picked up for the report.
*
**********************************************************************
BA-START.
*
        MOVE    SPACES             TO  WS-REJECT-REASON.

        MOVE   "BA: ERROR READING CENTRES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(CN_CENTRE_NAME),'** NOT ON CENTRES **')
              INTO :WS-OLD-NAME
              FROM CENTRES
             WHERE CN_CENTRE_ID = :WS-OLD-CENTRE
        END-EXEC.

        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(CN_CENTRE_NAME),'** NOT ON CENTRES **')
              INTO :WS-EXISTS-COUNT,
                   :WS-NEW-NAME
              FROM CENTRES
             WHERE CN_CENTRE_ID = :WS-NEW-CENTRE
        END-EXEC.

        IF  WS-OLD-CENTRE = SPACES
        OR  WS-NEW-CENTRE = SPACES
            MOVE 'OLD AND SUCCESSOR CENTRE ARE BOTH REQUIRED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-OLD-CENTRE = WS-NEW-CENTRE
            MOVE 'SUCCESSOR IS THE SAME AS THE OLD CENTRE'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-EXISTS-COUNT = ZERO
            MOVE 'SUCCESSOR CENTRE NOT ON CENTRES'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-REPORT-AFFECTED SECTION.
**********************************************************************
*
*       Everything outstanding at the old centre, in one listing.
*       The cursor is opened once per mapping with the old centre
*       bound as a host variable.
*
**********************************************************************
BB-START.
*
        EXEC SQL
            DECLARE GET_AFFECTED CURSOR FOR
            SELECT  'ELIGIBLE',
                    ST_REG_NO,
                    'COURSE '||NVL(ST_COURSE_ID,' ')||'  '||
                    SUBSTR(NVL(ST_CERT_NAME,
                               ((ST_FORENAMES||' ')||ST_SURNAME)),1,40)
              FROM  STUDENTS
             WHERE  ST_CENTRE_ID = :WS-OLD-CENTRE
               AND  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
            UNION ALL
            SELECT  'RUN BLOCK',
                    BARB_REG_NO,
                    'REASON '||BARB_REASON_CODE||'  RAISED '||
                    TO_CHAR(BARB_DATE,'DD-MON-YYYY')
              FROM  BNM_AWARDS_RUN_BLOCKS,
                    STUDENTS
             WHERE  ST_CENTRE_ID = :WS-OLD-CENTRE
               AND  ST_REG_NO = BARB_REG_NO
               AND  NVL(BARB_CLEARED_IND,'N') = 'N'
            UNION ALL
            SELECT  'DEFERRAL',
                    NVL(DEFA_ST_REG_NO,
                        NVL(DEFA_COURSE_ID,'*ALL*')),
                    DECODE(DEFA_ST_REG_NO,
                           NULL,DECODE(DEFA_COURSE_ID,
                                       NULL,'CENTRE-WIDE - SPLIT',
                                       'COURSE-WIDE - SPLIT'),
                           'STUDENT')||'  REASON '||
                    NVL(DEFA_REASON_CODE,' ')||'  '||
                    TO_CHAR(DEFA_DATE,'DD-MON-YYYY')
              FROM  DEFERRED_AWARDS
             WHERE  DEFA_CENTRE_ID = :WS-OLD-CENTRE
            UNION ALL
            SELECT  'REPRINT',
                    ARC_FIRST_REG_NO||'-'||
                    NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO),
                    'TYPE '||ARC_REPRINT_TYPE||'  '||
                    NVL(ARC_COMMENT,' ')
              FROM  ALL_REPRINT_CRITERIA
             WHERE  EXISTS
                    (SELECT 1
                       FROM STUDENTS
                      WHERE ST_CENTRE_ID = :WS-OLD-CENTRE
                        AND ST_REG_NO BETWEEN ARC_FIRST_REG_NO
                                          AND NVL(ARC_LAST_REG_NO,
                                                  ARC_FIRST_REG_NO))
            UNION ALL
            SELECT  'RETURNED',
                    DTRK_DOC_REF||' '||
                    TO_CHAR(DTRK_RUN_DATE,'DD-MON-YYYY'),
                    'CERTS '||TO_CHAR(DTRK_FIRST_CERT)||'-'||
                    TO_CHAR(DTRK_LAST_CERT)||'  COUNT '||
                    TO_CHAR(DTRK_CERT_COUNT)
              FROM  DESPATCH_TRACKING
             WHERE  DTRK_CENTRE_ID = :WS-OLD-CENTRE
               AND  DTRK_STATUS = 'R'
            UNION ALL
            SELECT  'RUN CENTRE',
                    ARUN_CENTRE_ID,
                    'ON THE NEXT AWARDS RUN POPULATION'
              FROM  AWARDS_RUN_CENTRES
             WHERE  ARUN_CENTRE_ID = :WS-OLD-CENTRE
        END-EXEC.
*
	MOVE WS-MR-COL-HEAD TO MAP-RECORD.
	WRITE MAP-RECORD AFTER 2.
*
        MOVE   "BB: ERROR OPENING AFFECTED CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_AFFECTED
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM BC-FETCH-AFFECTED
          UNTIL WS01-EOF.
*
        MOVE   "BB: ERROR CLOSING AFFECTED CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_AFFECTED
        END-EXEC.
*
        IF  WS01-ROWS-TOTAL = ZERO
            MOVE WS-MR-NONE-LINE   TO  MAP-RECORD
            WRITE MAP-RECORD
        END-IF.
*
BB-EXIT.
*
        EXIT.
*
BC-FETCH-AFFECTED SECTION.
**********************************************************************
*
*       Get a set of affected rows, report and count them.
*
**********************************************************************
BC-START.
*
        MOVE   "BC: ERROR FETCHING AFFECTED ROWS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_AFFECTED
             INTO  :DS02-OBJECT,
                   :DS02-KEY,
                   :DS02-DETAIL
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

            MOVE    DS02-OBJECT(WS01-INDEX)  TO  WS-MR-D-OBJECT
            MOVE    DS02-KEY(WS01-INDEX)     TO  WS-MR-D-KEY
            MOVE    DS02-DETAIL(WS01-INDEX)  TO  WS-MR-D-DETAIL
            MOVE    WS-MR-DETAIL             TO  MAP-RECORD
            WRITE   MAP-RECORD

            EVALUATE DS02-OBJECT(WS01-INDEX)
              WHEN 'ELIGIBLE'
                ADD 1              TO  WS01-ELIGIBLE-COUNT
              WHEN 'RUN BLOCK'
                ADD 1              TO  WS01-BLOCK-COUNT
              WHEN 'DEFERRAL'
                ADD 1              TO  WS01-DEFERRAL-COUNT
              WHEN 'REPRINT'
                ADD 1              TO  WS01-REPRINT-COUNT
              WHEN 'RETURNED'
                ADD 1              TO  WS01-RETURNED-COUNT
              WHEN OTHER
                ADD 1              TO  WS01-RUN-CENTRE-COUNT
            END-EVALUATE
        END-PERFORM.
*
BC-EXIT.
*
        EXIT.
*
C-MOVE-TO-SUCCESSOR SECTION.
**********************************************************************
*
*       Re-point the old centre's outstanding work to the successor,
*       auditing every row moved.  The broad deferrals are split
*       before the students move, while the students covered can
*       still be found at the old centre.
*
**********************************************************************
C-START.
*
        PERFORM CA-SPLIT-DEFERRALS.
        PERFORM CB-MOVE-STUDENTS.
        PERFORM CC-MOVE-PACKAGES.
        PERFORM CD-MOVE-RUN-CENTRE.
*
C-EXIT.
*
        EXIT.
*
CA-SPLIT-DEFERRALS SECTION.
**********************************************************************
*
*       A course or centre-wide deferral at the old centre becomes
*       one deferral per eligible uncertificated student it covers,
*       at the successor; the broad row is then removed.  A student's
*       own deferral is simply re-pointed.  DEFERRED_AWARDS_AUDITS
*       carries each add, delete and move as STP298 writes them.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR AUDITING DEFERRALS SPLIT"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO DEFERRED_AWARDS_AUDITS
                   (DAAU_ACTION,
                    DAAU_CENTRE_ID,
                    DAAU_COURSE_ID,
                    DAAU_ST_REG_NO,
                    DAAU_REASON_CODE,
                    DAAU_COMMENT,
                    DAAU_DATE,
                    DAAU_USER)
            SELECT  'ADD ',
                    :WS-NEW-CENTRE,
                    ST_COURSE_ID,
                    ST_REG_NO,
                    DEFA_REASON_CODE,
                    SUBSTR('SUCCESSION FROM '||:WS-OLD-CENTRE||' - '||
                           DEFA_COMMENT,1,60),
                    SYSDATE,
                    USER
              FROM  DEFERRED_AWARDS,
                    STUDENTS
             WHERE  DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND  DEFA_ST_REG_NO IS NULL
               AND  ST_CENTRE_ID = :WS-OLD-CENTRE
               AND  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  (DEFA_COURSE_ID IS NULL
                     OR DEFA_COURSE_ID = ST_COURSE_ID)
        END-EXEC.
*
        MOVE   "CA: ERROR SPLITTING BROAD DEFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO DEFERRED_AWARDS
                   (DEFA_CENTRE_ID,
                    DEFA_COURSE_ID,
                    DEFA_ST_REG_NO,
                    DEFA_REASON_CODE,
                    DEFA_COMMENT,
                    DEFA_DATE,
                    DEFA_USER)
            SELECT  :WS-NEW-CENTRE,
                    ST_COURSE_ID,
                    ST_REG_NO,
                    DEFA_REASON_CODE,
                    SUBSTR('SUCCESSION FROM '||:WS-OLD-CENTRE||' - '||
                           DEFA_COMMENT,1,60),
                    SYSDATE,
                    USER
              FROM  DEFERRED_AWARDS,
                    STUDENTS
             WHERE  DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND  DEFA_ST_REG_NO IS NULL
               AND  ST_CENTRE_ID = :WS-OLD-CENTRE
               AND  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  (DEFA_COURSE_ID IS NULL
                     OR DEFA_COURSE_ID = ST_COURSE_ID)
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-DEFERRALS-SPLIT.
*
        MOVE   "CA: ERROR AUDITING BROAD DEFERRALS REMOVED"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO DEFERRED_AWARDS_AUDITS
                   (DAAU_ACTION,
                    DAAU_CENTRE_ID,
                    DAAU_COURSE_ID,
                    DAAU_ST_REG_NO,
                    DAAU_REASON_CODE,
                    DAAU_COMMENT,
                    DAAU_DATE,
                    DAAU_USER)
            SELECT  'DEL ',
                    DEFA_CENTRE_ID,
                    DEFA_COURSE_ID,
                    NULL,
                    DEFA_REASON_CODE,
                    SUBSTR('SPLIT TO SUCCESSOR '||:WS-NEW-CENTRE,1,60),
                    SYSDATE,
                    USER
              FROM  DEFERRED_AWARDS
             WHERE  DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND  DEFA_ST_REG_NO IS NULL
        END-EXEC.
*
        MOVE   "CA: ERROR AUDITING BROAD DEFERRAL SUCCESSION"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_SUCCESSOR_AUDITS
                   (CSAU_OLD_CENTRE_ID,
                    CSAU_NEW_CENTRE_ID,
                    CSAU_OBJECT,
                    CSAU_KEY,
                    CSAU_DATE,
                    CSAU_USER)
            SELECT  :WS-OLD-CENTRE,
                    :WS-NEW-CENTRE,
                    'DEFERRAL SPLIT',
                    NVL(DEFA_COURSE_ID,'*ALL*'),
                    SYSDATE,
                    USER
              FROM  DEFERRED_AWARDS
             WHERE  DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND  DEFA_ST_REG_NO IS NULL
        END-EXEC.
*
        MOVE   "CA: ERROR REMOVING BROAD DEFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            DELETE FROM DEFERRED_AWARDS
             WHERE DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND DEFA_ST_REG_NO IS NULL
        END-EXEC.
*
        MOVE   "CA: ERROR AUDITING STUDENT DEFERRALS MOVED"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO DEFERRED_AWARDS_AUDITS
                   (DAAU_ACTION,
                    DAAU_CENTRE_ID,
                    DAAU_COURSE_ID,
                    DAAU_ST_REG_NO,
                    DAAU_REASON_CODE,
                    DAAU_COMMENT,
                    DAAU_DATE,
                    DAAU_USER)
            SELECT  'MOVE',
                    :WS-NEW-CENTRE,
                    DEFA_COURSE_ID,
                    DEFA_ST_REG_NO,
                    DEFA_REASON_CODE,
                    SUBSTR('SUCCESSION FROM '||:WS-OLD-CENTRE,1,60),
                    SYSDATE,
                    USER
              FROM  DEFERRED_AWARDS
             WHERE  DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND  DEFA_ST_REG_NO IS NOT NULL
        END-EXEC.
*
        MOVE   "CA: ERROR AUDITING STUDENT DEFERRAL SUCCESSION"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_SUCCESSOR_AUDITS
                   (CSAU_OLD_CENTRE_ID,
                    CSAU_NEW_CENTRE_ID,
                    CSAU_OBJECT,
                    CSAU_KEY,
                    CSAU_DATE,
                    CSAU_USER)
            SELECT  :WS-OLD-CENTRE,
                    :WS-NEW-CENTRE,
                    'DEFERRAL',
                    DEFA_ST_REG_NO,
                    SYSDATE,
                    USER
              FROM  DEFERRED_AWARDS
             WHERE  DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND  DEFA_ST_REG_NO IS NOT NULL
        END-EXEC.
*
        MOVE   "CA: ERROR MOVING STUDENT DEFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DEFERRED_AWARDS
               SET DEFA_CENTRE_ID = :WS-NEW-CENTRE
             WHERE DEFA_CENTRE_ID = :WS-OLD-CENTRE
               AND DEFA_ST_REG_NO IS NOT NULL
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-DEFERRALS-MOVED.
*
CA-EXIT.
*
        EXIT.
*
CB-MOVE-STUDENTS SECTION.
**********************************************************************
*
*       Move the students with outstanding work: eligible and not yet
*       certificated, holding an open awards run block, or covered
*       by a pending reprint request.  The blocks and reprints are
*       keyed on the registration and follow the student.
*
**********************************************************************
CB-START.
*
        MOVE   "CB: ERROR AUDITING STUDENTS MOVED"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_SUCCESSOR_AUDITS
                   (CSAU_OLD_CENTRE_ID,
                    CSAU_NEW_CENTRE_ID,
                    CSAU_OBJECT,
                    CSAU_KEY,
                    CSAU_DATE,
                    CSAU_USER)
            SELECT  :WS-OLD-CENTRE,
                    :WS-NEW-CENTRE,
                    'STUDENT',
                    ST_REG_NO,
                    SYSDATE,
                    USER
              FROM  STUDENTS
             WHERE  ST_CENTRE_ID = :WS-OLD-CENTRE
               AND  ((ST_AWARD_ELIG = 'Y'
                      AND ST_CERT_NO IS NULL
                      AND NVL(ST_DELETE,'N') <> 'Y')
                     OR EXISTS
                        (SELECT 1
                           FROM BNM_AWARDS_RUN_BLOCKS
                          WHERE BARB_REG_NO = ST_REG_NO
                            AND NVL(BARB_CLEARED_IND,'N') = 'N')
                     OR EXISTS
                        (SELECT 1
                           FROM ALL_REPRINT_CRITERIA
                          WHERE ST_REG_NO BETWEEN ARC_FIRST_REG_NO
                                              AND NVL(ARC_LAST_REG_NO,
                                                    ARC_FIRST_REG_NO)))
        END-EXEC.
*
        MOVE   "CB: ERROR MOVING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE STUDENTS
               SET ST_CENTRE_ID = :WS-NEW-CENTRE
             WHERE ST_CENTRE_ID = :WS-OLD-CENTRE
               AND ((ST_AWARD_ELIG = 'Y'
                     AND ST_CERT_NO IS NULL
                     AND NVL(ST_DELETE,'N') <> 'Y')
                    OR EXISTS
                       (SELECT 1
                          FROM BNM_AWARDS_RUN_BLOCKS
                         WHERE BARB_REG_NO = ST_REG_NO
                           AND NVL(BARB_CLEARED_IND,'N') = 'N')
                    OR EXISTS
                       (SELECT 1
                          FROM ALL_REPRINT_CRITERIA
                         WHERE ST_REG_NO BETWEEN ARC_FIRST_REG_NO
                                             AND NVL(ARC_LAST_REG_NO,
                                                   ARC_FIRST_REG_NO)))
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-STUDENTS-MOVED.
*
CB-EXIT.
*
        EXIT.
*
CC-MOVE-PACKAGES SECTION.
**********************************************************************
*
*       Returned packages awaiting re-despatch go to the successor,
*       re-addressed with its name.
*
**********************************************************************
CC-START.
*
        MOVE   "CC: ERROR AUDITING PACKAGES MOVED"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_SUCCESSOR_AUDITS
                   (CSAU_OLD_CENTRE_ID,
                    CSAU_NEW_CENTRE_ID,
                    CSAU_OBJECT,
                    CSAU_KEY,
                    CSAU_DATE,
                    CSAU_USER)
            SELECT  :WS-OLD-CENTRE,
                    :WS-NEW-CENTRE,
                    'RETURNED PACKAGE',
                    DTRK_DOC_REF||' '||TO_CHAR(DTRK_FIRST_CERT),
                    SYSDATE,
                    USER
              FROM  DESPATCH_TRACKING
             WHERE  DTRK_CENTRE_ID = :WS-OLD-CENTRE
               AND  DTRK_STATUS = 'R'
        END-EXEC.
*
        MOVE   "CC: ERROR MOVING PACKAGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DESPATCH_TRACKING
               SET DTRK_CENTRE_ID = :WS-NEW-CENTRE,
                   DTRK_NAME_1    = SUBSTR(:WS-NEW-NAME,1,45),
                   DTRK_NAME_2    = SUBSTR(:WS-NEW-NAME,46)
             WHERE DTRK_CENTRE_ID = :WS-OLD-CENTRE
               AND DTRK_STATUS = 'R'
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-PACKAGES-MOVED.
*
CC-EXIT.
*
        EXIT.
*
CD-MOVE-RUN-CENTRE SECTION.
**********************************************************************
*
*       The old centre comes off AWARDS_RUN_CENTRES and the successor
*       goes on (unless it is there already), audited as STP294
*       audits its adds and removes.
*
**********************************************************************
CD-START.
*
        MOVE   "CD: ERROR REMOVING OLD RUN CENTRE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            DELETE FROM AWARDS_RUN_CENTRES
             WHERE ARUN_CENTRE_ID = :WS-OLD-CENTRE
        END-EXEC.
*
        IF  SQLERRD(3) = ZERO
            GO TO CD-EXIT
        END-IF.
*
        MOVE   'REMOVE'            TO  WS-ACTION.
        MOVE    WS-OLD-CENTRE      TO  WS-RUN-CENTRE.
        PERFORM Z-WRITE-RUN-AUDIT.
*
        MOVE   "CD: ERROR CHECKING SUCCESSOR ON THE RUN"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM AWARDS_RUN_CENTRES
             WHERE ARUN_CENTRE_ID = :WS-NEW-CENTRE
        END-EXEC.
*
        IF  WS-EXISTS-COUNT > ZERO
            GO TO CD-EXIT
        END-IF.
*
        MOVE   "CD: ERROR ADDING SUCCESSOR RUN CENTRE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO AWARDS_RUN_CENTRES
                   (ARUN_CENTRE_ID)
            VALUES (:WS-NEW-CENTRE)
        END-EXEC.
*
        MOVE   'ADD   '            TO  WS-ACTION.
        MOVE    WS-NEW-CENTRE      TO  WS-RUN-CENTRE.
        PERFORM Z-WRITE-RUN-AUDIT.
*
CD-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the totals, commit (update mode) or roll back
*       (report-only mode) and say goodbye.
*
**********************************************************************
D-START.
*
        MOVE   'MAPPINGS READ:'     TO  WS-MR-T-DESC.
        MOVE    WS01-MAP-COUNT     TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD AFTER 3.
        MOVE   'MAPPINGS REJECTED:' TO  WS-MR-T-DESC.
        MOVE    WS01-MAP-REJECTED  TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD.
        MOVE   'ELIGIBLE STUDENTS:' TO  WS-MR-T-DESC.
        MOVE    WS01-ELIGIBLE-COUNT
                                   TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD AFTER 2.
        MOVE   'OPEN RUN BLOCKS:'   TO  WS-MR-T-DESC.
        MOVE    WS01-BLOCK-COUNT   TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD.
        MOVE   'DEFERRALS:'         TO  WS-MR-T-DESC.
        MOVE    WS01-DEFERRAL-COUNT
                                   TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD.
        MOVE   'PENDING REPRINTS:'  TO  WS-MR-T-DESC.
        MOVE    WS01-REPRINT-COUNT TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD.
        MOVE   'RETURNED PACKAGES:' TO  WS-MR-T-DESC.
        MOVE    WS01-RETURNED-COUNT
                                   TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD.
        MOVE   'AWARDS RUN CENTRES:'
                                   TO  WS-MR-T-DESC.
        MOVE    WS01-RUN-CENTRE-COUNT
                                   TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MAP-RECORD.
        WRITE   MAP-RECORD.
*
	IF UPDATE-MODE
          MOVE 'STUDENTS MOVED:'    TO  WS-MR-T-DESC
          MOVE  WS01-STUDENTS-MOVED
                                   TO  WS-MR-T-COUNT
          MOVE  WS-MR-TOTAL-LINE   TO  MAP-RECORD
          WRITE MAP-RECORD AFTER 2
          MOVE 'STUDENT DEFERRALS MOVED:'
                                   TO  WS-MR-T-DESC
          MOVE  WS01-DEFERRALS-MOVED
                                   TO  WS-MR-T-COUNT
          MOVE  WS-MR-TOTAL-LINE   TO  MAP-RECORD
          WRITE MAP-RECORD
          MOVE 'DEFERRALS SPLIT PER STUDENT:'
                                   TO  WS-MR-T-DESC
          MOVE  WS01-DEFERRALS-SPLIT
                                   TO  WS-MR-T-COUNT
          MOVE  WS-MR-TOTAL-LINE   TO  MAP-RECORD
          WRITE MAP-RECORD
          MOVE 'PACKAGES RE-ADDRESSED:'
                                   TO  WS-MR-T-DESC
          MOVE  WS01-PACKAGES-MOVED
                                   TO  WS-MR-T-COUNT
          MOVE  WS-MR-TOTAL-LINE   TO  MAP-RECORD
          WRITE MAP-RECORD
	ELSE
	  MOVE WS-MR-NO-UPDATE-LINE TO MAP-RECORD
	  WRITE MAP-RECORD AFTER 2
	END-IF.
*
        CLOSE   MAP-REP.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
*
	IF UPDATE-MODE
	THEN
	  EXEC SQL COMMIT WORK                   END-EXEC
	ELSE
	  EXEC SQL ROLLBACK WORK                 END-EXEC
	END-IF.
*
        GO TO D-100.
D-050.
        MOVE 'COMMIT/ROLLBACK FAILED' TO WS01-ERR-MESSAGE.
        PERFORM ZZ-ABORT.
D-100.
*
        DISPLAY "STP100 - SUCCESSFULLY COMPLETED".
*
D-EXIT.
*
        EXIT.
*
Z-WRITE-RUN-AUDIT SECTION.
**********************************************************************
*
*       One AWARDS_RUN_CENTRES add or remove, written to
*       AWARDS_RUN_CENTRES_AUDITS with source STP100 and to
*       CENTRE_SUCCESSOR_AUDITS.
*
**********************************************************************
Z-START.
*
        MOVE   "Z: ERROR WRITING AWARDS_RUN_CENTRES_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO AWARDS_RUN_CENTRES_AUDITS
                   (ARCA_ACTION,
                    ARCA_CENTRE_ID,
                    ARCA_SOURCE,
                    ARCA_DATE,
                    ARCA_USER)
            VALUES (:WS-ACTION,
                    :WS-RUN-CENTRE,
                    'STP100',
                    SYSDATE,
                    USER)
        END-EXEC.
*
        MOVE   "Z: ERROR WRITING CENTRE_SUCCESSOR_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_SUCCESSOR_AUDITS
                   (CSAU_OLD_CENTRE_ID,
                    CSAU_NEW_CENTRE_ID,
                    CSAU_OBJECT,
                    CSAU_KEY,
                    CSAU_DATE,
                    CSAU_USER)
            VALUES (:WS-OLD-CENTRE,
                    :WS-NEW-CENTRE,
                    'RUN CENTRE',
                    :WS-ACTION||' '||:WS-RUN-CENTRE,
                    SYSDATE,
                    USER)
        END-EXEC.
*
Z-EXIT.
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
        DISPLAY "STP100 ERROR".
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
