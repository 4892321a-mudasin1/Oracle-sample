IDENTIFICATION DIVISION.
PROGRAM-ID.   STP112.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	REPRINT REQUEST RISK SCREENING - REFERRAL QUEUE
*
********************************************************************************
*
*       STP112 - Companion to STP075 and STP291.  Reprint requests
*		are a known route for certificate fraud, and STP075
*		only checks that a registration range is well formed.
*		This run sits in the deck between intake and the
*		reprint runs (ahead of STP106) and scores every
*		pending ALL_REPRINT_CRITERIA request not yet screened
*		(ARC_SCREEN_DATE null) against these signals, each
*		tested for every student in the range:
*
*		  signal                                      weight
*		  reprinted at least twice before (reprint
*		    archive, corrective reprints not counted)     2
*		  a NAMEMISMATCH verdict, or a query on a number
*		    STP073 voided for the student, logged by
*		    STP085 in the last 180 days                    3
*		  name changed by STP293 in the last 90 days
*		    (not counted on the replacement STP293
*		    itself raises)                                 2
*		  despatch to the student's own address (target
*		    'S') where the postcode the caller quoted at
*		    intake is not the postcode on the student's
*		    record                                         2
*		  the student's certificate number is revoked
*		    or voided on CERT_NO_REGISTRY, or voided on
*		    CERT_VOID_AUDITS                               5
*
*		A signal scores once per request however many of its
*		students raise it.  A request scoring at or over the
*		threshold (parameter, default 4) is referred: a
*		REPRINT_REFERRALS row (RREF_SEQ) with its score and a
*		REPRINT_REFERRAL_REASONS row per signal raised, with
*		the number of students raising it.  The request is held
*		in the way STP106 holds unpaid requests - its own type
*		is kept in ARC_HELD_TYPE (a request already held for
*		its fees keeps the type held there) and
*		ARC_REPRINT_TYPE is set to 'Q', which no reprint
*		route, STP106 or the end-of-run archive selects - and
*		the referral number is kept in ARC_RREF_ID.  STP291
*		releases or refuses it.  Every request scored, referred
*		or not, is stamped ARC_SCREEN_DATE so it is screened
*		once; corrective reprints raised by STP077, and
*		requests with no student in range, are stamped
*		without a score.
*
*		Parameters:
*		  run type - 'U' refer and stamp; 'R' report what
*			     would be referred and roll back;
*		  referral threshold score (default 4).
*
* 15-Oct-2026	PJW	EC5272 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  SCREEN-REP   ASSIGN STP112TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  SCREEN-REP
    LABEL RECORDS STANDARD.
01  SCREEN-RECORD                 PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-REQ-FIRST-REG		  PIC  X(07).
01  WS-REQ-LAST-REG		  PIC  X(07).
01  WS-REQ-TYPE			  PIC  X(01).
01  WS-REQ-DB			  PIC  X(01).
01  WS-REQ-COMMENT		  PIC  X(40).
01  WS-REFERRAL-ID		  PIC S9(09) COMP.
01  WS-SCORE			  PIC S9(04) COMP.
01  WS-REASON			  PIC  X(40).
01  WS-REASON-COUNT		  PIC S9(09) COMP.
01  WS-QUERY-DAYS		  PIC S9(04) COMP VALUE 180.
01  WS-NAME-DAYS		  PIC S9(04) COMP VALUE 90.
01  WS-RUN-DATE			  PIC  X(11).
*
01  DS02-SCREEN-DETAILS.
    03  DS02-FIRST-REG             PIC  X(07) OCCURS 200.
    03  DS02-LAST-REG              PIC  X(07) OCCURS 200.
    03  DS02-TYPE                  PIC  X(01) OCCURS 200.
    03  DS02-DB                    PIC  X(01) OCCURS 200.
    03  DS02-COMMENT               PIC  X(40) OCCURS 200.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-REPRINTS              PIC S9(09) COMP OCCURS 200.
    03  DS02-QUERIES               PIC S9(09) COMP OCCURS 200.
    03  DS02-NAME-CHANGES          PIC S9(09) COMP OCCURS 200.
    03  DS02-ADDRESS-DIFF          PIC S9(09) COMP OCCURS 200.
    03  DS02-REVOKED               PIC S9(09) COMP OCCURS 200.
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
    03  WS01-SCREENED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-CLEARED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-REFERRED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-UNSCORED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-STUDENT-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-REPRINT-HITS          PIC S9(09) COMP VALUE 0.
    03  WS01-QUERY-HITS            PIC S9(09) COMP VALUE 0.
    03  WS01-NAME-HITS             PIC S9(09) COMP VALUE 0.
    03  WS01-ADDRESS-HITS          PIC S9(09) COMP VALUE 0.
    03  WS01-REVOKED-HITS          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  UPDATE-MODE				VALUE 'U'.
01  WS-THRESHOLD-PARM		   PIC  X(02).
01  WS-THRESHOLD		   PIC S9(04) COMP VALUE 4.
*
* Signal weights and the number of earlier reprints that counts.
*
01  WS-REPRINT-LIMIT		   PIC S9(04) COMP VALUE 2.
01  WS-REPRINT-WEIGHT		   PIC S9(04) COMP VALUE 2.
01  WS-QUERY-WEIGHT		   PIC S9(04) COMP VALUE 3.
01  WS-NAME-WEIGHT		   PIC S9(04) COMP VALUE 2.
01  WS-ADDRESS-WEIGHT		   PIC S9(04) COMP VALUE 2.
01  WS-REVOKED-WEIGHT		   PIC S9(04) COMP VALUE 5.
*
* The request being scored and the students raising each signal.
*
01  WS-REQUEST-KEY.
    03  WS-RK-FIRST-REG		   PIC  X(07).
    03  WS-RK-LAST-REG		   PIC  X(07).
    03  WS-RK-TYPE		   PIC  X(01).
    03  WS-RK-DB		   PIC  X(01).
    03  WS-RK-COMMENT		   PIC  X(40).
01  WS-ROW-KEY.
    03  WS-RW-FIRST-REG		   PIC  X(07).
    03  WS-RW-LAST-REG		   PIC  X(07).
    03  WS-RW-TYPE		   PIC  X(01).
    03  WS-RW-DB		   PIC  X(01).
    03  WS-RW-COMMENT		   PIC  X(40).
01  WS-REQ-STUDENTS		   PIC S9(09) COMP VALUE 0.
01  WS-REQ-REPRINTS		   PIC S9(09) COMP VALUE 0.
01  WS-REQ-QUERIES		   PIC S9(09) COMP VALUE 0.
01  WS-REQ-NAME-CHANGES		   PIC S9(09) COMP VALUE 0.
01  WS-REQ-ADDRESS-DIFF		   PIC S9(09) COMP VALUE 0.
01  WS-REQ-REVOKED		   PIC S9(09) COMP VALUE 0.
*
01  WS-SCREEN-REPORT.
    03 WS-SR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-SR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP112'.
    03 WS-SR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'REPRINT REQUEST RISK SCREENING - REFERRALS'.
    03 WS-SR-HEAD-3.
	05 FILLER		PIC X(11) VALUE 'RUN TYPE : '.
	05 WS-SR-H3-RUN-TYPE	PIC X(01).
	05 FILLER		PIC X(22) VALUE '   REFERRAL THRESHOLD:'.
	05 WS-SR-H3-THRESHOLD	PIC ZZZ9.
    03 WS-SR-HEAD-4.
	05 FILLER		PIC X(20) VALUE 'WEIGHTS - REPRINTS: '.
	05 WS-SR-H4-REPRINT	PIC Z9.
	05 FILLER		PIC X(10) VALUE '  QUERIES:'.
	05 WS-SR-H4-QUERY	PIC Z9.
	05 FILLER		PIC X(15) VALUE '  NAME CHANGES:'.
	05 WS-SR-H4-NAME	PIC Z9.
	05 FILLER		PIC X(11) VALUE '  ADDRESS:'.
	05 WS-SR-H4-ADDRESS	PIC Z9.
	05 FILLER		PIC X(19) VALUE '  REVOKED/VOIDED:'.
	05 WS-SR-H4-REVOKED	PIC Z9.
    03 WS-SR-COL-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(11) VALUE 'REFERRAL'.
	05 FILLER		PIC X(10) VALUE 'FIRST REG'.
	05 FILLER		PIC X(10) VALUE 'LAST REG'.
	05 FILLER		PIC X(6)  VALUE 'TYPE'.
	05 FILLER		PIC X(4)  VALUE 'DB'.
	05 FILLER		PIC X(7)  VALUE 'SCORE'.
	05 FILLER		PIC X(40) VALUE 'REQUEST'.
    03 WS-SR-DETAIL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-SR-D-REFERRAL	PIC Z(8)9.
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-SR-D-FIRST-REG	PIC X(7).
	05 FILLER		PIC X(3)  VALUE SPACES.
	05 WS-SR-D-LAST-REG	PIC X(7).
	05 FILLER		PIC X(3)  VALUE SPACES.
	05 WS-SR-D-TYPE		PIC X(1).
	05 FILLER		PIC X(5)  VALUE SPACES.
	05 WS-SR-D-DB		PIC X(1).
	05 FILLER		PIC X(3)  VALUE SPACES.
	05 WS-SR-D-SCORE	PIC ZZZ9.
	05 FILLER		PIC X(3)  VALUE SPACES.
	05 WS-SR-D-COMMENT	PIC X(40).
    03 WS-SR-REASON-LINE.
	05 FILLER		PIC X(12) VALUE SPACES.
	05 FILLER		PIC X(8)  VALUE 'REASON: '.
	05 WS-SR-R-REASON	PIC X(40).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-SR-R-COUNT	PIC Z(6)9.
	05 FILLER		PIC X(9)  VALUE ' STUDENTS'.
    03 WS-SR-TOTAL-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-SR-T-DESC		PIC X(34).
	05 WS-SR-T-COUNT	PIC Z(7)9.
    03 WS-SR-NO-UPDATE-LINE.
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

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM B-SCREEN-REQUESTS.

        PERFORM C-STAMP-UNSCORED.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the parameters, open the report, log on to Oracle
*       and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-RUN-TYPE-PARM.
    	ACCEPT WS-THRESHOLD-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-RUN-TYPE-PARM.
        DISPLAY WS-THRESHOLD-PARM.
*
        OPEN    OUTPUT  SCREEN-REP.
*
	IF WS-RUN-TYPE-PARM NOT = 'U' AND 'R'
	THEN
	  MOVE "INVALID RUN TYPE - NOT U OR R"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-THRESHOLD-PARM IS NUMERIC
	AND WS-THRESHOLD-PARM NOT = ZERO
	THEN
	  MOVE WS-THRESHOLD-PARM TO WS-THRESHOLD
	END-IF.
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
	MOVE WS-RUN-DATE TO WS-SR-H1-RUN-DATE.
	MOVE WS-SR-HEAD-1 TO SCREEN-RECORD.
	WRITE SCREEN-RECORD AFTER PAGE.
	MOVE WS-SR-HEAD-2 TO SCREEN-RECORD.
	WRITE SCREEN-RECORD AFTER 2.
	MOVE WS-RUN-TYPE-PARM TO WS-SR-H3-RUN-TYPE.
	MOVE WS-THRESHOLD TO WS-SR-H3-THRESHOLD.
	MOVE WS-SR-HEAD-3 TO SCREEN-RECORD.
	WRITE SCREEN-RECORD AFTER 2.
	MOVE WS-REPRINT-WEIGHT TO WS-SR-H4-REPRINT.
	MOVE WS-QUERY-WEIGHT TO WS-SR-H4-QUERY.
	MOVE WS-NAME-WEIGHT TO WS-SR-H4-NAME.
	MOVE WS-ADDRESS-WEIGHT TO WS-SR-H4-ADDRESS.
	MOVE WS-REVOKED-WEIGHT TO WS-SR-H4-REVOKED.
	MOVE WS-SR-HEAD-4 TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE WS-SR-COL-HEAD TO SCREEN-RECORD.
	WRITE SCREEN-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-SCREEN-REQUESTS SECTION.
**********************************************************************
*
*       One row per student of every unscreened request, with the
*       signals the student raises.  Production requests take their
*       students from STUDENTS and archive requests from
*       STUDENTS@ARCA, as the reprint cursors do.  Rows arrive in
*       request order and each request is scored at its break.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_SCREEN CURSOR FOR
            SELECT  ARC_FIRST_REG_NO,
                    NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO),
                    ARC_REPRINT_TYPE,
                    ARC_DB,
                    NVL(ARC_COMMENT,' '),
                    ST_REG_NO,
                    (SELECT COUNT(*)
                       FROM ALL_REPRINT_CRITERIA_HIST
                      WHERE ST_REG_NO BETWEEN ARCH_FIRST_REG_NO
                                          AND NVL(ARCH_LAST_REG_NO,
                                                  ARCH_FIRST_REG_NO)
                        AND NVL(ARCH_COMMENT,' ')
                                      NOT LIKE 'CORRECTIVE%'),
                    (SELECT COUNT(*)
                       FROM CERT_VERIFY_QUERIES
                      WHERE CVQY_QUERY_DATE >=
                                TRUNC(SYSDATE) - :WS-QUERY-DAYS
                        AND ((CVQY_ST_REG_NO = ST_REG_NO
                          AND CVQY_VERDICT   = 'NAMEMISMATCH')
                         OR  CVQY_CERT_NO IN
                             (SELECT CVAU_CERT_NO
                                FROM CERT_VOID_AUDITS
                               WHERE CVAU_ST_REG_NO = ST_REG_NO))),
                    DECODE(SUBSTR(ARC_COMMENT,20,10),'NAMECHANGE',0,
                    (SELECT COUNT(*)
                       FROM CERT_NAME_AUDITS
                      WHERE CNAU_ST_REG_NO = ST_REG_NO
                        AND CNAU_DATE >=
                                TRUNC(SYSDATE) - :WS-NAME-DAYS)),
                    DECODE(NVL(ARC_DESPATCH_TARGET,' '),'S',
                      DECODE(RTRIM(ARC_DESPATCH_POSTCODE),NULL,0,
                        DECODE(REPLACE(UPPER(ARC_DESPATCH_POSTCODE),
                                       ' ',''),
                               REPLACE(UPPER(ST_POST_CODE),' ',''),
                               0,1)),0),
                    (SELECT COUNT(*)
                       FROM CERT_NO_REGISTRY
                      WHERE CREG_CERT_NO = ST_CERT_NO
                        AND CREG_STATUS IN ('R','V')) +
                    (SELECT COUNT(*)
                       FROM CERT_VOID_AUDITS
                      WHERE CVAU_CERT_NO = ST_CERT_NO)
              FROM  STUDENTS,
                    ALL_REPRINT_CRITERIA
             WHERE  ARC_REPRINT_TYPE IN ('B','N','G','H')
               AND  ARC_SCREEN_DATE IS NULL
               AND  ARC_DB = 'P'
               AND  NVL(ARC_COMMENT,' ') NOT LIKE 'CORRECTIVE%'
               AND  ST_REG_NO BETWEEN ARC_FIRST_REG_NO
                                  AND NVL(ARC_LAST_REG_NO,
                                          ARC_FIRST_REG_NO)
            UNION ALL
            SELECT  ARC_FIRST_REG_NO,
                    NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO),
                    ARC_REPRINT_TYPE,
                    ARC_DB,
                    NVL(ARC_COMMENT,' '),
                    ST_REG_NO,
                    (SELECT COUNT(*)
                       FROM ALL_REPRINT_CRITERIA_HIST
                      WHERE ST_REG_NO BETWEEN ARCH_FIRST_REG_NO
                                          AND NVL(ARCH_LAST_REG_NO,
                                                  ARCH_FIRST_REG_NO)
                        AND NVL(ARCH_COMMENT,' ')
                                      NOT LIKE 'CORRECTIVE%'),
                    (SELECT COUNT(*)
                       FROM CERT_VERIFY_QUERIES
                      WHERE CVQY_QUERY_DATE >=
                                TRUNC(SYSDATE) - :WS-QUERY-DAYS
                        AND ((CVQY_ST_REG_NO = ST_REG_NO
                          AND CVQY_VERDICT   = 'NAMEMISMATCH')
                         OR  CVQY_CERT_NO IN
                             (SELECT CVAU_CERT_NO
                                FROM CERT_VOID_AUDITS
                               WHERE CVAU_ST_REG_NO = ST_REG_NO))),
                    DECODE(SUBSTR(ARC_COMMENT,20,10),'NAMECHANGE',0,
                    (SELECT COUNT(*)
                       FROM CERT_NAME_AUDITS
                      WHERE CNAU_ST_REG_NO = ST_REG_NO
                        AND CNAU_DATE >=
                                TRUNC(SYSDATE) - :WS-NAME-DAYS)),
                    DECODE(NVL(ARC_DESPATCH_TARGET,' '),'S',
                      DECODE(RTRIM(ARC_DESPATCH_POSTCODE),NULL,0,
                        DECODE(REPLACE(UPPER(ARC_DESPATCH_POSTCODE),
                                       ' ',''),
                               REPLACE(UPPER(ST_POST_CODE),' ',''),
                               0,1)),0),
                    (SELECT COUNT(*)
                       FROM CERT_NO_REGISTRY
                      WHERE CREG_CERT_NO = ST_CERT_NO
                        AND CREG_STATUS IN ('R','V')) +
                    (SELECT COUNT(*)
                       FROM CERT_VOID_AUDITS
                      WHERE CVAU_CERT_NO = ST_CERT_NO)
              FROM  STUDENTS@ARCA,
                    ALL_REPRINT_CRITERIA
             WHERE  ARC_REPRINT_TYPE IN ('B','N','G','H')
               AND  ARC_SCREEN_DATE IS NULL
               AND  ARC_DB = 'A'
               AND  NVL(ARC_COMMENT,' ') NOT LIKE 'CORRECTIVE%'
               AND  ST_REG_NO BETWEEN ARC_FIRST_REG_NO
                                  AND NVL(ARC_LAST_REG_NO,
                                          ARC_FIRST_REG_NO)
             ORDER BY 1, 2, 5, 3, 4, 6
        END-EXEC.
*
        MOVE   "B: ERROR OPENING SCREEN CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_SCREEN
        END-EXEC.
*
        MOVE    SPACES             TO  WS-REQUEST-KEY.
        PERFORM BA-FETCH-SCREEN
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING SCREEN CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_SCREEN
        END-EXEC.
*
        IF  WS-RK-FIRST-REG NOT = SPACES
            PERFORM BB-SCORE-REQUEST
        END-IF.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-SCREEN SECTION.
**********************************************************************
*
*       Get a set of request students and count the students
*       raising each signal, scoring each request as it ends.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING SCREEN ROWS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_SCREEN
             INTO  :DS02-FIRST-REG,
                   :DS02-LAST-REG,
                   :DS02-TYPE,
                   :DS02-DB,
                   :DS02-COMMENT,
                   :DS02-REG-NO,
                   :DS02-REPRINTS,
                   :DS02-QUERIES,
                   :DS02-NAME-CHANGES,
                   :DS02-ADDRESS-DIFF,
                   :DS02-REVOKED
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

            MOVE    DS02-FIRST-REG(WS01-INDEX)  TO  WS-RW-FIRST-REG
            MOVE    DS02-LAST-REG(WS01-INDEX)   TO  WS-RW-LAST-REG
            MOVE    DS02-TYPE(WS01-INDEX)       TO  WS-RW-TYPE
            MOVE    DS02-DB(WS01-INDEX)         TO  WS-RW-DB
            MOVE    DS02-COMMENT(WS01-INDEX)    TO  WS-RW-COMMENT

            IF  WS-ROW-KEY NOT = WS-REQUEST-KEY
            AND WS-RK-FIRST-REG NOT = SPACES
                PERFORM BB-SCORE-REQUEST
            END-IF
            MOVE    WS-ROW-KEY                  TO  WS-REQUEST-KEY

            ADD     1                           TO  WS-REQ-STUDENTS
            ADD     1                           TO  WS01-STUDENT-COUNT

            IF  DS02-REPRINTS(WS01-INDEX) NOT < WS-REPRINT-LIMIT
                ADD 1                           TO  WS-REQ-REPRINTS
            END-IF
            IF  DS02-QUERIES(WS01-INDEX) > ZERO
                ADD 1                           TO  WS-REQ-QUERIES
            END-IF
            IF  DS02-NAME-CHANGES(WS01-INDEX) > ZERO
                ADD 1                           TO  WS-REQ-NAME-CHANGES
            END-IF
            IF  DS02-ADDRESS-DIFF(WS01-INDEX) > ZERO
                ADD 1                           TO  WS-REQ-ADDRESS-DIFF
            END-IF
            IF  DS02-REVOKED(WS01-INDEX) > ZERO
                ADD 1                           TO  WS-REQ-REVOKED
            END-IF
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-SCORE-REQUEST SECTION.
**********************************************************************
*
*       Score the request just finished: each signal raised by any
*       of its students adds its weight once.  Refer it at or over
*       the threshold, otherwise stamp it screened.
*
**********************************************************************
BB-START.
*
        MOVE    ZERO               TO  WS-SCORE.

        IF  WS-REQ-REPRINTS > ZERO
            ADD WS-REPRINT-WEIGHT  TO  WS-SCORE
            ADD 1                  TO  WS01-REPRINT-HITS
        END-IF.
        IF  WS-REQ-QUERIES > ZERO
            ADD WS-QUERY-WEIGHT    TO  WS-SCORE
            ADD 1                  TO  WS01-QUERY-HITS
        END-IF.
        IF  WS-REQ-NAME-CHANGES > ZERO
            ADD WS-NAME-WEIGHT     TO  WS-SCORE
            ADD 1                  TO  WS01-NAME-HITS
        END-IF.
        IF  WS-REQ-ADDRESS-DIFF > ZERO
            ADD WS-ADDRESS-WEIGHT  TO  WS-SCORE
            ADD 1                  TO  WS01-ADDRESS-HITS
        END-IF.
        IF  WS-REQ-REVOKED > ZERO
            ADD WS-REVOKED-WEIGHT  TO  WS-SCORE
            ADD 1                  TO  WS01-REVOKED-HITS
        END-IF.

        MOVE    WS-RK-FIRST-REG    TO  WS-REQ-FIRST-REG.
        MOVE    WS-RK-LAST-REG     TO  WS-REQ-LAST-REG.
        MOVE    WS-RK-TYPE         TO  WS-REQ-TYPE.
        MOVE    WS-RK-DB           TO  WS-REQ-DB.
        MOVE    WS-RK-COMMENT      TO  WS-REQ-COMMENT.

        IF  WS-SCORE NOT < WS-THRESHOLD
            PERFORM BC-REFER-REQUEST
            ADD 1                  TO  WS01-REFERRED-COUNT
        ELSE
            PERFORM BD-CLEAR-REQUEST
            ADD 1                  TO  WS01-CLEARED-COUNT
        END-IF.

        ADD     1                  TO  WS01-SCREENED-COUNT.

        MOVE    ZERO               TO  WS-REQ-STUDENTS.
        MOVE    ZERO               TO  WS-REQ-REPRINTS.
        MOVE    ZERO               TO  WS-REQ-QUERIES.
        MOVE    ZERO               TO  WS-REQ-NAME-CHANGES.
        MOVE    ZERO               TO  WS-REQ-ADDRESS-DIFF.
        MOVE    ZERO               TO  WS-REQ-REVOKED.
*
BB-EXIT.
*
        EXIT.
*
BC-REFER-REQUEST SECTION.
**********************************************************************
*
*       Put the request on the referral queue with its reasons, hold
*       it out of the reprint runs under type 'Q' and list it.
*
**********************************************************************
BC-START.
*
        MOVE   "BC: ERROR ALLOCATING REFERRAL NUMBER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT RREF_SEQ.NEXTVAL
              INTO :WS-REFERRAL-ID
              FROM DUAL
        END-EXEC.

        MOVE   "BC: ERROR INSERTING REPRINT_REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO REPRINT_REFERRALS
                   (RREF_ID,
                    RREF_FIRST_REG_NO,
                    RREF_LAST_REG_NO,
                    RREF_REPRINT_TYPE,
                    RREF_DB,
                    RREF_COMMENT,
                    RREF_SCORE,
                    RREF_STATUS,
                    RREF_REFERRED_DATE)
            VALUES (:WS-REFERRAL-ID,
                    :WS-REQ-FIRST-REG,
                    :WS-REQ-LAST-REG,
                    :WS-REQ-TYPE,
                    :WS-REQ-DB,
                    :WS-REQ-COMMENT,
                    :WS-SCORE,
                    'P',
                    SYSDATE)
        END-EXEC.

        MOVE   "BC: ERROR HOLDING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ALL_REPRINT_CRITERIA
               SET ARC_HELD_TYPE    = DECODE(ARC_REPRINT_TYPE,
                                             'H',ARC_HELD_TYPE,
                                             ARC_REPRINT_TYPE),
                   ARC_REPRINT_TYPE = 'Q',
                   ARC_RREF_ID      = :WS-REFERRAL-ID,
                   ARC_SCREEN_DATE  = SYSDATE
             WHERE ARC_FIRST_REG_NO = :WS-REQ-FIRST-REG
               AND NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO)
                                    = :WS-REQ-LAST-REG
               AND ARC_REPRINT_TYPE = :WS-REQ-TYPE
               AND ARC_DB           = :WS-REQ-DB
               AND NVL(ARC_COMMENT,' ') = :WS-REQ-COMMENT
               AND ARC_SCREEN_DATE IS NULL
        END-EXEC.

        MOVE    WS-REFERRAL-ID     TO  WS-SR-D-REFERRAL.
        MOVE    WS-REQ-FIRST-REG   TO  WS-SR-D-FIRST-REG.
        MOVE    WS-REQ-LAST-REG    TO  WS-SR-D-LAST-REG.
        MOVE    WS-REQ-TYPE        TO  WS-SR-D-TYPE.
        MOVE    WS-REQ-DB          TO  WS-SR-D-DB.
        MOVE    WS-SCORE           TO  WS-SR-D-SCORE.
        MOVE    WS-REQ-COMMENT     TO  WS-SR-D-COMMENT.
        MOVE    WS-SR-DETAIL       TO  SCREEN-RECORD.
        WRITE   SCREEN-RECORD AFTER 2.

        IF  WS-REQ-REPRINTS > ZERO
            MOVE 'REPRINTED TWICE OR MORE BEFORE'
                                   TO  WS-REASON
            MOVE WS-REQ-REPRINTS   TO  WS-REASON-COUNT
            PERFORM BE-ADD-REASON
        END-IF.
        IF  WS-REQ-QUERIES > ZERO
            MOVE 'NAME MISMATCH OR VOIDED NUMBER QUERY'
                                   TO  WS-REASON
            MOVE WS-REQ-QUERIES    TO  WS-REASON-COUNT
            PERFORM BE-ADD-REASON
        END-IF.
        IF  WS-REQ-NAME-CHANGES > ZERO
            MOVE 'NAME CHANGED IN THE LAST 90 DAYS'
                                   TO  WS-REASON
            MOVE WS-REQ-NAME-CHANGES
                                   TO  WS-REASON-COUNT
            PERFORM BE-ADD-REASON
        END-IF.
        IF  WS-REQ-ADDRESS-DIFF > ZERO
            MOVE 'HOME DESPATCH POSTCODE NOT AS RECORDED'
                                   TO  WS-REASON
            MOVE WS-REQ-ADDRESS-DIFF
                                   TO  WS-REASON-COUNT
            PERFORM BE-ADD-REASON
        END-IF.
        IF  WS-REQ-REVOKED > ZERO
            MOVE 'CERTIFICATE NUMBER REVOKED OR VOIDED'
                                   TO  WS-REASON
            MOVE WS-REQ-REVOKED    TO  WS-REASON-COUNT
            PERFORM BE-ADD-REASON
        END-IF.
*
BC-EXIT.
*
        EXIT.
*
BD-CLEAR-REQUEST SECTION.
**********************************************************************
*
*       The request scored under the threshold: stamp it screened so
*       it is not scored again.
*
**********************************************************************
BD-START.
*
        MOVE   "BD: ERROR STAMPING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ALL_REPRINT_CRITERIA
               SET ARC_SCREEN_DATE  = SYSDATE
             WHERE ARC_FIRST_REG_NO = :WS-REQ-FIRST-REG
               AND NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO)
                                    = :WS-REQ-LAST-REG
               AND ARC_REPRINT_TYPE = :WS-REQ-TYPE
               AND ARC_DB           = :WS-REQ-DB
               AND NVL(ARC_COMMENT,' ') = :WS-REQ-COMMENT
               AND ARC_SCREEN_DATE IS NULL
        END-EXEC.
*
BD-EXIT.
*
        EXIT.
*
BE-ADD-REASON SECTION.
**********************************************************************
*
*       Record one reason for the referral and list it under the
*       request.
*
**********************************************************************
BE-START.
*
        MOVE   "BE: ERROR INSERTING REPRINT_REFERRAL_REASONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO REPRINT_REFERRAL_REASONS
                   (RRRE_RREF_ID,
                    RRRE_REASON,
                    RRRE_STUDENT_COUNT)
            VALUES (:WS-REFERRAL-ID,
                    :WS-REASON,
                    :WS-REASON-COUNT)
        END-EXEC.

        MOVE    WS-REASON          TO  WS-SR-R-REASON.
        MOVE    WS-REASON-COUNT    TO  WS-SR-R-COUNT.
        MOVE    WS-SR-REASON-LINE  TO  SCREEN-RECORD.
        WRITE   SCREEN-RECORD.
*
BE-EXIT.
*
        EXIT.
*
C-STAMP-UNSCORED SECTION.
**********************************************************************
*
*       Stamp the pending requests left unscreened - corrective
*       reprints and requests with no student in range - so they
*       are not looked at again.
*
**********************************************************************
C-START.
*
        MOVE   "C: ERROR STAMPING UNSCORED REQUESTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ALL_REPRINT_CRITERIA
               SET ARC_SCREEN_DATE  = SYSDATE
             WHERE ARC_REPRINT_TYPE IN ('B','N','G','H')
               AND ARC_SCREEN_DATE IS NULL
        END-EXEC.

        MOVE    SQLERRD(3)         TO  WS01-UNSCORED-COUNT.
*
C-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the totals, commit (update mode) or roll back (report
*       mode) and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE 'REQUESTS SCREENED:'       TO WS-SR-T-DESC.
	MOVE WS01-SCREENED-COUNT        TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD AFTER 3.
	MOVE '  CLEARED:'               TO WS-SR-T-DESC.
	MOVE WS01-CLEARED-COUNT         TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE '  REFERRED:'              TO WS-SR-T-DESC.
	MOVE WS01-REFERRED-COUNT        TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE 'STUDENTS SCREENED:'       TO WS-SR-T-DESC.
	MOVE WS01-STUDENT-COUNT         TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE 'REQUESTS NOT SCORED:'     TO WS-SR-T-DESC.
	MOVE WS01-UNSCORED-COUNT        TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE ' REQUESTS RAISING EACH SIGNAL:'
	                                TO SCREEN-RECORD.
	WRITE SCREEN-RECORD AFTER 2.
	MOVE '  EARLIER REPRINTS:'      TO WS-SR-T-DESC.
	MOVE WS01-REPRINT-HITS          TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE '  VERIFICATION QUERIES:'  TO WS-SR-T-DESC.
	MOVE WS01-QUERY-HITS            TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE '  RECENT NAME CHANGES:'   TO WS-SR-T-DESC.
	MOVE WS01-NAME-HITS             TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE '  HOME DESPATCH POSTCODE:' TO WS-SR-T-DESC.
	MOVE WS01-ADDRESS-HITS          TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
	MOVE '  REVOKED OR VOIDED NUMBERS:' TO WS-SR-T-DESC.
	MOVE WS01-REVOKED-HITS          TO WS-SR-T-COUNT.
	MOVE WS-SR-TOTAL-LINE           TO SCREEN-RECORD.
	WRITE SCREEN-RECORD.
*
        IF  NOT UPDATE-MODE
            MOVE WS-SR-NO-UPDATE-LINE TO SCREEN-RECORD
            WRITE SCREEN-RECORD AFTER 2
        END-IF.
*
        CLOSE   SCREEN-REP.
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
        DISPLAY "STP112 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP112 ERROR".
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
