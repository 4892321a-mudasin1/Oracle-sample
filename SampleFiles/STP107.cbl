IDENTIFICATION DIVISION.
PROGRAM-ID.   STP107.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CERTIFICATE AMENDMENTS FEED - WITHDRAWALS AND CORRECTIONS TO
*	THE LRS, OFQUAL AND VERIFICATION SERVICE RECIPIENTS
*
********************************************************************************
*
*       STP107 - Nightly amendments run.  Once a certificate has gone
*		out on the SSP995 LRS feed, the SSP996 OFQUAL return
*		or the STP080 verification extract, a later change to
*		it never reached the recipient: LRS kept the old
*		grade, OFQUAL's counts were wrong and the verification
*		service confirmed certificates that had been voided.
*
*		Certificate events picked up:
*		  V - voided by STP073 (CERT_VOID_AUDITS);
*		  R - revoked by STP099 (CERT_NO_REGISTRY status 'R',
*		      CREG_REVOKE_DATE);
*		  C - corrective reprint from STP077 reissued
*		      (ALL_REPRINT_CRITERIA_HIST, ARCH_COMMENT
*		      'CORRECTIVE...', dated by ARCH_RUN_DATE);
*		  N - name-correction reprint from STP293 reissued
*		      (ARCH_COMMENT 'BATCH YYYYMMDDHHMM NAMECHANGE').
*		V and R produce a withdrawal ('W'), C and N an
*		amendment ('A') carrying the student's details as
*		they stand now.
*
*		One pass per recipient, each with its own
*		DATAFEED_AUDITS module and window in the manner of
*		SSP995 and STP080, so no amendment is sent twice or
*		missed:
*		  SSA995 - LRS amendments (STP107LR).  Sent only
*			   where the original achievement went out:
*			   the certificate was issued no later than the
*			   last completed SSD995 window and the ULN is
*			   valid (SSP995 skips the rest);
*		  SSA996 - OFQUAL amendments (STP107OF).  Sent only
*			   where the student is on OFQUAL_DETAILS for
*			   a completed SSD996 return, quoting the DAUD
*			   sequence of the latest such return;
*		  STA080 - verification amendments (STP107VF).  Sent
*			   only where the certificate was issued no
*			   later than the last completed STD080 window.
*		An event for a certificate the recipient never had
*		is counted as not previously sent and not written.
*		The first run of each module looks back to
*		01-JAN-1990.
*
*		LRS amendment record: action, reason, then the SSP995
*		batch record (ULN, surname, forenames, date of birth,
*		gender, qualification number, grade - blank on a
*		withdrawal - and award date).
*		OFQUAL amendment record: action, reason, registration
*		number, course, qualification number, award date,
*		grade (blank on a withdrawal) and the DAUD sequence of
*		the return that carried the original.
*		Verification amendment record: action, reason, event
*		date, then the STP080 fields (certificate number,
*		name as printed, course, award title, level, award
*		date).
*
*		Run in the nightly deck after STP073, STP077/STP070
*		reprints and STP099, before the feeds are despatched.
*
* 15-Oct-2026	PJW	EC5266 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  TOTALS-REP  ASSIGN STP107TOT.
    SELECT  LRS-FILE    ASSIGN STP107LR.
    SELECT  OFQ-FILE    ASSIGN STP107OF.
    SELECT  VFY-FILE    ASSIGN STP107VF.
*
DATA DIVISION.
FILE SECTION.
*
FD  TOTALS-REP
    LABEL RECORDS STANDARD.
01  TOT-RECORD                    PIC X(132).
*
FD  LRS-FILE
    LABEL RECORDS STANDARD.
01  LRS-AMEND-RECORD.
    03  LRA-ACTION                PIC X(01).
    03  FILLER                    PIC X(01).
    03  LRA-REASON                PIC X(01).
    03  FILLER                    PIC X(01).
    03  LRA-ULN                   PIC X(10).
    03  FILLER                    PIC X(01).
    03  LRA-SURNAME               PIC X(35).
    03  FILLER                    PIC X(01).
    03  LRA-FORENAMES             PIC X(35).
    03  FILLER                    PIC X(01).
    03  LRA-DOB                   PIC X(08).
    03  FILLER                    PIC X(01).
    03  LRA-GENDER                PIC X(01).
    03  FILLER                    PIC X(01).
    03  LRA-QUAL-CODE             PIC X(12).
    03  FILLER                    PIC X(01).
    03  LRA-GRADE                 PIC X(03).
    03  FILLER                    PIC X(01).
    03  LRA-AWARD-DATE            PIC X(08).
*
FD  OFQ-FILE
    LABEL RECORDS STANDARD.
01  OFQ-AMEND-RECORD.
    03  OFA-ACTION                PIC X(01).
    03  FILLER                    PIC X(01).
    03  OFA-REASON                PIC X(01).
    03  FILLER                    PIC X(01).
    03  OFA-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  OFA-COURSE                PIC X(08).
    03  FILLER                    PIC X(01).
    03  OFA-QUAL-CODE             PIC X(12).
    03  FILLER                    PIC X(01).
    03  OFA-AWARD-DATE            PIC X(08).
    03  FILLER                    PIC X(01).
    03  OFA-GRADE                 PIC X(03).
    03  FILLER                    PIC X(01).
    03  OFA-ORIG-DAUD             PIC 9(09).
*
FD  VFY-FILE
    LABEL RECORDS STANDARD.
01  VFY-AMEND-RECORD.
    03  VFA-ACTION                PIC X(01).
    03  FILLER                    PIC X(01).
    03  VFA-REASON                PIC X(01).
    03  FILLER                    PIC X(01).
    03  VFA-EVENT-DATE            PIC X(11).
    03  FILLER                    PIC X(01).
    03  VFA-CERT-NO               PIC X(09).
    03  FILLER                    PIC X(01).
    03  VFA-STUDENT-NAME          PIC X(51).
    03  FILLER                    PIC X(01).
    03  VFA-COURSE-ID             PIC X(08).
    03  FILLER                    PIC X(01).
    03  VFA-AWARD-TITLE           PIC X(90).
    03  FILLER                    PIC X(01).
    03  VFA-LEVEL                 PIC X(02).
    03  FILLER                    PIC X(01).
    03  VFA-AWARD-DATE            PIC X(11).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-EVENT-DETAILS.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CERT-NO               PIC  X(09) OCCURS 200.
    03  DS02-REASON                PIC  X(01) OCCURS 200.
    03  DS02-EVENT-DATE            PIC  X(11) OCCURS 200.
    03  DS02-ISSUE-STAMP           PIC  X(14) OCCURS 200.
    03  DS02-ISSUE-DATE            PIC  X(11) OCCURS 200.
*
01  WS-E-REG-NO			  PIC  X(07).
01  WS-E-ULN			  PIC  X(10).
01  WS-E-SURNAME		  PIC  X(35).
01  WS-E-FORENAMES		  PIC  X(35).
01  WS-E-DOB			  PIC  X(08).
01  WS-E-GENDER			  PIC  X(01).
01  WS-E-QUAL-CODE		  PIC  X(12).
01  WS-E-GRADE			  PIC  X(03).
01  WS-E-COURSE-ID		  PIC  X(08).
01  WS-E-CERT-NAME		  PIC  X(51).
01  WS-E-AWARD-TITLE		  PIC  X(90).
01  WS-E-LEVEL			  PIC  X(02).
01  WS-E-ODET-COUNT		  PIC S9(09) COMP.
01  WS-E-ODET-DAUD		  PIC S9(09) COMP.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-FROM-DATE		  PIC  X(11).
01  WS-TO-DATE			  PIC  X(11).
01  WS-SENT-TO-STAMP		  PIC  X(14).
01  WS-MODULE			  PIC  X(06).
01  WS-MODULE-DESCR		  PIC  X(30).
01  WS-SOURCE-MODULE		  PIC  X(06).
01  WS-DAUD-SEQUENCE		  PIC S9(09) COMP.
01  WS-DAUD-LRS			  PIC S9(09) COMP.
01  WS-DAUD-OFQ			  PIC S9(09) COMP.
01  WS-DAUD-VFY			  PIC S9(09) COMP.
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
    03  WS01-EVENTS-READ           PIC S9(09) COMP.
    03  WS01-WITHDRAWN-SENT        PIC S9(09) COMP.
    03  WS01-AMENDED-SENT          PIC S9(09) COMP.
    03  WS01-NOT-SENT              PIC S9(09) COMP.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-PASS-IND			   PIC  X(01).
    88  LRS-PASS				VALUE 'L'.
    88  OFQUAL-PASS				VALUE 'O'.
    88  VERIFY-PASS				VALUE 'V'.
01  WS-ACTION			   PIC  X(01).
01  WS-SENT-IND			   PIC  X(01).
    88  PREVIOUSLY-SENT				VALUE 'Y'.
*
01  WS-ULN-CHECK.
    03  WS-UC-ULN		  PIC  X(10).
    03  WS-UC-ULN-R REDEFINES WS-UC-ULN.
        05  WS-UC-DIGIT		  PIC  9(1) OCCURS 10.
    03  WS-UC-SUM		  PIC S9(5) COMP.
    03  WS-UC-QUOT		  PIC S9(5) COMP.
    03  WS-UC-REM		  PIC S9(5) COMP.
    03  WS-UC-CHECK		  PIC S9(5) COMP.
    03  WS-UC-I			  PIC S9(4) COMP.
01  WS-ULN-VALID-IND		  PIC  X(01).
    88  ULN-VALID				VALUE 'Y'.
*
01  WS-TOTALS-LINES.
    03 WS-TL-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-TL-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP107'.
    03 WS-TL-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(45) VALUE
	  'CERTIFICATE AMENDMENTS FEED - RUN TOTALS'.
	05 FILLER		PIC X(57) VALUE SPACES.
    03 WS-TL-PASS-HEAD.
	05 WS-TL-PH-DESCR	PIC X(30).
	05 FILLER		PIC X(10) VALUE '  WINDOW: '.
	05 WS-TL-PH-FROM	PIC X(11).
	05 FILLER		PIC X(4)  VALUE ' TO '.
	05 WS-TL-PH-TO		PIC X(11).
	05 FILLER		PIC X(17) VALUE '  DAUD SEQUENCE: '.
	05 WS-TL-PH-DAUD	PIC Z(8)9.
    03 WS-TL-COL-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(8)  VALUE 'ACTION'.
	05 FILLER		PIC X(8)  VALUE 'REASON'.
	05 FILLER		PIC X(9)  VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(13) VALUE 'ISSUED'.
	05 FILLER		PIC X(11) VALUE 'EVENT DATE'.
    03 WS-TL-DETAIL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-TL-D-ACTION	PIC X(1).
	05 FILLER		PIC X(7)  VALUE SPACES.
	05 WS-TL-D-REASON	PIC X(1).
	05 FILLER		PIC X(7)  VALUE SPACES.
	05 WS-TL-D-REG-NO	PIC X(7).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-TL-D-CERT-NO	PIC X(9).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-TL-D-ISSUED	PIC X(11).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-TL-D-EVENT-DATE	PIC X(11).
    03 WS-TL-TOTAL-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-TL-T-DESC		PIC X(34).
	05 WS-TL-T-COUNT	PIC Z(7)9.
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

        MOVE   'L'                 TO  WS-PASS-IND.
        MOVE   'SSA995'            TO  WS-MODULE.
        MOVE   'LRS AMENDMENTS'    TO  WS-MODULE-DESCR.
        MOVE   'SSD995'            TO  WS-SOURCE-MODULE.
        PERFORM B-PROCESS-RECIPIENT.
        MOVE    WS-DAUD-SEQUENCE   TO  WS-DAUD-LRS.

        MOVE   'O'                 TO  WS-PASS-IND.
        MOVE   'SSA996'            TO  WS-MODULE.
        MOVE   'OFQUAL AMENDMENTS' TO  WS-MODULE-DESCR.
        MOVE   'SSD996'            TO  WS-SOURCE-MODULE.
        PERFORM B-PROCESS-RECIPIENT.
        MOVE    WS-DAUD-SEQUENCE   TO  WS-DAUD-OFQ.

        MOVE   'V'                 TO  WS-PASS-IND.
        MOVE   'STA080'            TO  WS-MODULE.
        MOVE   'VERIFICATION AMENDMENTS'
                                   TO  WS-MODULE-DESCR.
        MOVE   'STD080'            TO  WS-SOURCE-MODULE.
        PERFORM B-PROCESS-RECIPIENT.
        MOVE    WS-DAUD-SEQUENCE   TO  WS-DAUD-VFY.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Open the files, log on to Oracle and print the headings.
*
**********************************************************************
A-START.
*
        OPEN    OUTPUT  TOTALS-REP.
        OPEN    OUTPUT  LRS-FILE.
        OPEN    OUTPUT  OFQ-FILE.
        OPEN    OUTPUT  VFY-FILE.
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
	MOVE WS-RUN-DATE TO WS-TO-DATE.
*
	MOVE WS-RUN-DATE TO WS-TL-H1-RUN-DATE.
	MOVE WS-TL-HEAD-1 TO TOT-RECORD.
	WRITE TOT-RECORD AFTER PAGE.
	MOVE WS-TL-HEAD-2 TO TOT-RECORD.
	WRITE TOT-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-RECIPIENT SECTION.
**********************************************************************
*
*       One recipient: establish its window from the previous
*       completed run of its amendments module, record the start of
*       this one in DATAFEED_AUDITS, find how far the recipient's own
*       feed has got, then send the events inside the window.
*
**********************************************************************
B-START.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE    ZERO               TO  WS01-EVENTS-READ.
        MOVE    ZERO               TO  WS01-WITHDRAWN-SENT.
        MOVE    ZERO               TO  WS01-AMENDED-SENT.
        MOVE    ZERO               TO  WS01-NOT-SENT.
        MOVE   "N"                 TO  WS01-EOF-IND.
*
        MOVE   "B: ERROR ESTABLISHING EXTRACT WINDOW"
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
        MOVE   "B: ERROR ESTABLISHING RECIPIENT FEED POSITION"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT NVL(TO_CHAR(MAX(DAUD_AWARDED_TO),'YYYYMMDDHH24MISS'),
                       '00000000000000')
              INTO :WS-SENT-TO-STAMP
              FROM DATAFEED_AUDITS
             WHERE DAUD_MODULE = :WS-SOURCE-MODULE
               AND DAUD_END IS NOT NULL
	END-EXEC.
*
        MOVE   "B: ERROR RETRIEVING DAUD SEQUENCE"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT DAUD_SEQ.NEXTVAL
              INTO :WS-DAUD-SEQUENCE
              FROM DUAL
	END-EXEC.
*
        MOVE   "B: ERROR INSERTING DATAFEED_AUDITS"
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
	EXEC SQL
            COMMIT WORK
	END-EXEC.
*
	MOVE WS-MODULE-DESCR TO WS-TL-PH-DESCR.
	MOVE WS-FROM-DATE TO WS-TL-PH-FROM.
	MOVE WS-TO-DATE   TO WS-TL-PH-TO.
	MOVE WS-DAUD-SEQUENCE TO WS-TL-PH-DAUD.
	MOVE WS-TL-PASS-HEAD TO TOT-RECORD.
	WRITE TOT-RECORD AFTER 3.
	MOVE WS-TL-COL-HEAD TO TOT-RECORD.
	WRITE TOT-RECORD AFTER 2.
*
        EXEC SQL
            DECLARE GET_EVENTS CURSOR FOR
            SELECT  CVAU_ST_REG_NO,
                    NVL(CVAU_CERT_NO,' '),
                    'V',
                    TO_CHAR(CVAU_VOID_DATE,'DD-MON-YYYY'),
                    NVL(TO_CHAR(CVAU_ISSUE_DATE,'YYYYMMDDHH24MISS'),
                        '99999999999999'),
                    NVL(TO_CHAR(CVAU_ISSUE_DATE,'DD-MON-YYYY'),' ')
              FROM  CERT_VOID_AUDITS
             WHERE  CVAU_VOID_DATE >
                    TO_DATE(:WS-FROM-DATE,'DD-MON-YYYY')
               AND  CVAU_VOID_DATE <=
                    TO_DATE(:WS-TO-DATE,'DD-MON-YYYY')
            UNION ALL
            SELECT  CREG_ST_REG_NO,
                    CREG_CERT_NO,
                    'R',
                    TO_CHAR(CREG_REVOKE_DATE,'DD-MON-YYYY'),
                    NVL(TO_CHAR(CREG_ISSUE_DATE,'YYYYMMDDHH24MISS'),
                        '99999999999999'),
                    NVL(TO_CHAR(CREG_ISSUE_DATE,'DD-MON-YYYY'),' ')
              FROM  CERT_NO_REGISTRY
             WHERE  CREG_STATUS = 'R'
               AND  CREG_REVOKE_DATE >
                    TO_DATE(:WS-FROM-DATE,'DD-MON-YYYY')
               AND  CREG_REVOKE_DATE <=
                    TO_DATE(:WS-TO-DATE,'DD-MON-YYYY')
            UNION ALL
            SELECT  ST_REG_NO,
                    ST_CERT_NO,
                    DECODE(SUBSTR(ARCH_COMMENT,1,10),'CORRECTIVE','C','N'),
                    TO_CHAR(ARCH_RUN_DATE,'DD-MON-YYYY'),
                    NVL(TO_CHAR(ST_AWARD_ISSUE,'YYYYMMDDHH24MISS'),
                        '99999999999999'),
                    NVL(TO_CHAR(ST_AWARD_ISSUE,'DD-MON-YYYY'),' ')
              FROM  STUDENTS,
                    ALL_REPRINT_CRITERIA_HIST
             WHERE  ST_REG_NO = ARCH_FIRST_REG_NO
               AND  ST_REG_NO = NVL(ARCH_LAST_REG_NO,ARCH_FIRST_REG_NO)
               AND  ST_CERT_NO IS NOT NULL
               AND (ARCH_COMMENT LIKE 'CORRECTIVE%'
                    OR (ARCH_COMMENT LIKE 'BATCH %'
                        AND SUBSTR(ARCH_COMMENT,20,10) = 'NAMECHANGE'))
               AND  ARCH_RUN_DATE >
                    TO_DATE(:WS-FROM-DATE,'DD-MON-YYYY')
               AND  ARCH_RUN_DATE <=
                    TO_DATE(:WS-TO-DATE,'DD-MON-YYYY')
             ORDER BY 1, 3
        END-EXEC.
*
        MOVE   "B: ERROR OPENING EVENTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_EVENTS
        END-EXEC.
*
        PERFORM BA-FETCH-EVENTS
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING EVENTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_EVENTS
        END-EXEC.
*
	MOVE 'CERTIFICATE EVENTS IN WINDOW:' TO WS-TL-T-DESC.
	MOVE WS01-EVENTS-READ TO WS-TL-T-COUNT.
	MOVE WS-TL-TOTAL-LINE TO TOT-RECORD.
	WRITE TOT-RECORD AFTER 2.
	MOVE '  WITHDRAWALS SENT:' TO WS-TL-T-DESC.
	MOVE WS01-WITHDRAWN-SENT TO WS-TL-T-COUNT.
	MOVE WS-TL-TOTAL-LINE TO TOT-RECORD.
	WRITE TOT-RECORD.
	MOVE '  AMENDMENTS SENT:' TO WS-TL-T-DESC.
	MOVE WS01-AMENDED-SENT TO WS-TL-T-COUNT.
	MOVE WS-TL-TOTAL-LINE TO TOT-RECORD.
	WRITE TOT-RECORD.
	MOVE '  NOT PREVIOUSLY SENT:' TO WS-TL-T-DESC.
	MOVE WS01-NOT-SENT TO WS-TL-T-COUNT.
	MOVE WS-TL-TOTAL-LINE TO TOT-RECORD.
	WRITE TOT-RECORD.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-EVENTS SECTION.
**********************************************************************
*
*       Get a set of certificate events and send each one the
*       recipient has previously been sent.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING CERTIFICATE EVENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_EVENTS
             INTO  :DS02-REG-NO,
                   :DS02-CERT-NO,
                   :DS02-REASON,
                   :DS02-EVENT-DATE,
                   :DS02-ISSUE-STAMP,
                   :DS02-ISSUE-DATE
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

            ADD     1                          TO  WS01-EVENTS-READ

            IF  DS02-REASON(WS01-INDEX) = 'V' OR 'R'
                MOVE 'W'                       TO  WS-ACTION
            ELSE
                MOVE 'A'                       TO  WS-ACTION
            END-IF

            PERFORM BB-GET-STUDENT
            PERFORM BC-CHECK-SENT

            IF  PREVIOUSLY-SENT
                EVALUATE TRUE
                  WHEN LRS-PASS
                    PERFORM BD-WRITE-LRS
                  WHEN OFQUAL-PASS
                    PERFORM BE-WRITE-OFQUAL
                  WHEN OTHER
                    PERFORM BF-WRITE-VERIFY
                END-EVALUATE

                IF  WS-ACTION = 'W'
                    ADD 1                      TO  WS01-WITHDRAWN-SENT
                ELSE
                    ADD 1                      TO  WS01-AMENDED-SENT
                END-IF

                MOVE WS-ACTION                 TO  WS-TL-D-ACTION
                MOVE DS02-REASON(WS01-INDEX)   TO  WS-TL-D-REASON
                MOVE DS02-REG-NO(WS01-INDEX)   TO  WS-TL-D-REG-NO
                MOVE DS02-CERT-NO(WS01-INDEX)  TO  WS-TL-D-CERT-NO
                MOVE DS02-ISSUE-DATE(WS01-INDEX)
                                               TO  WS-TL-D-ISSUED
                MOVE DS02-EVENT-DATE(WS01-INDEX)
                                               TO  WS-TL-D-EVENT-DATE
                MOVE WS-TL-DETAIL              TO  TOT-RECORD
                WRITE TOT-RECORD
            ELSE
                ADD 1                          TO  WS01-NOT-SENT
            END-IF
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-GET-STUDENT SECTION.
**********************************************************************
*
*       The student's details as they stand now, as SSP995 and
*       STP080 select them.
*
**********************************************************************
BB-START.
*
        MOVE    DS02-REG-NO(WS01-INDEX)    TO  WS-E-REG-NO.
*
        MOVE   "BB: ERROR READING STUDENT DETAILS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT  NVL(ST_ULN,' '),
                    NVL(ST_SURNAME,' '),
                    NVL(ST_FORENAMES,' '),
                    NVL(TO_CHAR(ST_BIRTH_DATE,'DDMMYYYY'),' '),
                    DECODE(ST_SEX,'F','F','M','M','U'),
                    NVL(AACO_QCA_CODE,
                        AW_AWARD_CODE||AA_BTEC_TITLE||'XX'),
                    NVL(NVL(ST_BNM_GRADE,ST_OVER_GRADE),'P'),
                    NVL(ST_COURSE_ID,' '),
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    NVL(AT_NAME,' '),
                    NVL(ST_ABS_LEVEL_ACHIEVED,' ')
              INTO :WS-E-ULN,
                   :WS-E-SURNAME,
                   :WS-E-FORENAMES,
                   :WS-E-DOB,
                   :WS-E-GENDER,
                   :WS-E-QUAL-CODE,
                   :WS-E-GRADE,
                   :WS-E-COURSE-ID,
                   :WS-E-CERT-NAME,
                   :WS-E-AWARD-TITLE,
                   :WS-E-LEVEL
              FROM  STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AT_AWARD_CODES,
                    AWARD_TITLES
             WHERE  ST_REG_NO = :WS-E-REG-NO
               AND  AW_COURSE_NUMBER(+) = ST_COURSE_ID
               AND  AA_APPLICAT_NO(+) = AW_APPLICAT_NO
               AND  AACO_AC_CODE(+) = AW_AWARD_CODE
               AND  AACO_AT_NUMBER(+) = TO_NUMBER(AA_BTEC_TITLE)
               AND  AT_NUMBER(+) = TO_NUMBER(AA_BTEC_TITLE)
               AND  ROWNUM = 1
        END-EXEC.
*
        IF  SQLCODE IS POSITIVE THEN
            MOVE SPACES            TO  WS-E-ULN
                                       WS-E-SURNAME
                                       WS-E-FORENAMES
                                       WS-E-DOB
                                       WS-E-GENDER
                                       WS-E-QUAL-CODE
                                       WS-E-GRADE
                                       WS-E-COURSE-ID
                                       WS-E-CERT-NAME
                                       WS-E-AWARD-TITLE
                                       WS-E-LEVEL
        END-IF.
*
BB-EXIT.
*
        EXIT.
*
BC-CHECK-SENT SECTION.
**********************************************************************
*
*       Did the recipient's own feed ever carry this certificate?
*       LRS and verification: issued no later than the end of the
*       last completed window of SSD995 / STD080 (and, for LRS, a
*       ULN that SSP995 would have accepted).  OFQUAL: the student
*       is on OFQUAL_DETAILS for a completed SSD996 return.
*
**********************************************************************
BC-START.
*
        MOVE   'N'                 TO  WS-SENT-IND.

        IF  OFQUAL-PASS
            GO TO BC-050
        END-IF.

        IF  DS02-ISSUE-STAMP(WS01-INDEX) > WS-SENT-TO-STAMP
            GO TO BC-EXIT
        END-IF.

        IF  LRS-PASS
            PERFORM YA-CHECK-ULN
            IF  NOT ULN-VALID
                GO TO BC-EXIT
            END-IF
        END-IF.

        MOVE   'Y'                 TO  WS-SENT-IND.
        GO TO BC-EXIT.
*
BC-050.
        MOVE   "BC: ERROR READING OFQUAL_DETAILS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT  COUNT(*),
                    NVL(MAX(ODET_DAUD_ID),0)
              INTO :WS-E-ODET-COUNT,
                   :WS-E-ODET-DAUD
              FROM  OFQUAL_DETAILS,
                    DATAFEED_AUDITS
             WHERE  SUBSTR(ODET_REG_NO,1,7) = :WS-E-REG-NO
               AND  DAUD_SEQUENCE = ODET_DAUD_ID
               AND  DAUD_MODULE   = 'SSD996'
               AND  DAUD_END IS NOT NULL
        END-EXEC.

        IF  WS-E-ODET-COUNT > ZERO
            MOVE 'Y'               TO  WS-SENT-IND
        END-IF.
*
BC-EXIT.
*
        EXIT.
*
BD-WRITE-LRS SECTION.
**********************************************************************
*
*       LRS amendment record.
*
**********************************************************************
BD-START.
*
        MOVE    SPACES                         TO  LRS-AMEND-RECORD.
        MOVE    WS-ACTION                      TO  LRA-ACTION.
        MOVE    DS02-REASON(WS01-INDEX)        TO  LRA-REASON.
        MOVE    WS-E-ULN                       TO  LRA-ULN.
        MOVE    WS-E-SURNAME                   TO  LRA-SURNAME.
        MOVE    WS-E-FORENAMES                 TO  LRA-FORENAMES.
        MOVE    WS-E-DOB                       TO  LRA-DOB.
        MOVE    WS-E-GENDER                    TO  LRA-GENDER.
        MOVE    WS-E-QUAL-CODE                 TO  LRA-QUAL-CODE.
        IF  WS-ACTION = 'A'
            MOVE WS-E-GRADE                    TO  LRA-GRADE
        END-IF.
        MOVE    DS02-ISSUE-STAMP(WS01-INDEX)(7:2)
                                               TO  LRA-AWARD-DATE(1:2).
        MOVE    DS02-ISSUE-STAMP(WS01-INDEX)(5:2)
                                               TO  LRA-AWARD-DATE(3:2).
        MOVE    DS02-ISSUE-STAMP(WS01-INDEX)(1:4)
                                               TO  LRA-AWARD-DATE(5:4).
        WRITE   LRS-AMEND-RECORD.
*
BD-EXIT.
*
        EXIT.
*
BE-WRITE-OFQUAL SECTION.
**********************************************************************
*
*       OFQUAL amendment record, quoting the return that carried
*       the original.
*
**********************************************************************
BE-START.
*
        MOVE    SPACES                         TO  OFQ-AMEND-RECORD.
        MOVE    WS-ACTION                      TO  OFA-ACTION.
        MOVE    DS02-REASON(WS01-INDEX)        TO  OFA-REASON.
        MOVE    WS-E-REG-NO                    TO  OFA-REG-NO.
        MOVE    WS-E-COURSE-ID                 TO  OFA-COURSE.
        MOVE    WS-E-QUAL-CODE                 TO  OFA-QUAL-CODE.
        MOVE    DS02-ISSUE-STAMP(WS01-INDEX)(7:2)
                                               TO  OFA-AWARD-DATE(1:2).
        MOVE    DS02-ISSUE-STAMP(WS01-INDEX)(5:2)
                                               TO  OFA-AWARD-DATE(3:2).
        MOVE    DS02-ISSUE-STAMP(WS01-INDEX)(1:4)
                                               TO  OFA-AWARD-DATE(5:4).
        IF  WS-ACTION = 'A'
            MOVE WS-E-GRADE                    TO  OFA-GRADE
        END-IF.
        MOVE    WS-E-ODET-DAUD                 TO  OFA-ORIG-DAUD.
        WRITE   OFQ-AMEND-RECORD.
*
BE-EXIT.
*
        EXIT.
*
BF-WRITE-VERIFY SECTION.
**********************************************************************
*
*       Verification amendment record.  A withdrawal carries the
*       certificate number that was voided or revoked, so the
*       service stops confirming it.
*
**********************************************************************
BF-START.
*
        MOVE    SPACES                         TO  VFY-AMEND-RECORD.
        MOVE    WS-ACTION                      TO  VFA-ACTION.
        MOVE    DS02-REASON(WS01-INDEX)        TO  VFA-REASON.
        MOVE    DS02-EVENT-DATE(WS01-INDEX)    TO  VFA-EVENT-DATE.
        MOVE    DS02-CERT-NO(WS01-INDEX)       TO  VFA-CERT-NO.
        MOVE    WS-E-CERT-NAME                 TO  VFA-STUDENT-NAME.
        MOVE    WS-E-COURSE-ID                 TO  VFA-COURSE-ID.
        MOVE    WS-E-AWARD-TITLE               TO  VFA-AWARD-TITLE.
        MOVE    WS-E-LEVEL                     TO  VFA-LEVEL.
        MOVE    DS02-ISSUE-DATE(WS01-INDEX)    TO  VFA-AWARD-DATE.
        WRITE   VFY-AMEND-RECORD.
*
BF-EXIT.
*
        EXIT.
*
YA-CHECK-ULN SECTION.
**********************************************************************
*
*       ULN validation as SSP995 applies it: present, numeric, check
*       digit correct (ten minus the remainder of the weighted sum of
*       the first nine digits, weights 10 down to 2, modulo 11; a
*       remainder of zero has no valid check digit).
*
**********************************************************************
YA-START.
*
	MOVE 'N'    TO WS-ULN-VALID-IND.

	IF WS-E-ULN = SPACES
	OR WS-E-ULN IS NOT NUMERIC
	THEN
	  GO TO YA-EXIT
	END-IF.

	MOVE WS-E-ULN TO WS-UC-ULN.
	MOVE ZERO     TO WS-UC-SUM.

	PERFORM
	  VARYING WS-UC-I
	  FROM 1 BY 1
	  UNTIL WS-UC-I > 9
	    COMPUTE WS-UC-SUM = WS-UC-SUM
	                      + (WS-UC-DIGIT(WS-UC-I)
	                         * (11 - WS-UC-I))
	END-PERFORM.

	DIVIDE WS-UC-SUM BY 11 GIVING WS-UC-QUOT
		REMAINDER WS-UC-REM.
	COMPUTE WS-UC-CHECK = 10 - WS-UC-REM.

	IF WS-UC-CHECK = 10
	OR WS-UC-CHECK NOT = WS-UC-DIGIT(10)
	THEN
	  GO TO YA-EXIT
	END-IF.

	MOVE 'Y' TO WS-ULN-VALID-IND.

YA-EXIT.
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Stamp the three DATAFEED_AUDITS runs complete, commit and say
*       goodbye.
*
**********************************************************************
D-START.
*
        CLOSE   TOTALS-REP.
        CLOSE   LRS-FILE.
        CLOSE   OFQ-FILE.
        CLOSE   VFY-FILE.
*
        MOVE   "D: ERROR UPDATING DATAFEED_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            UPDATE DATAFEED_AUDITS
               SET DAUD_END = SYSDATE
             WHERE DAUD_SEQUENCE IN (:WS-DAUD-LRS,
                                     :WS-DAUD-OFQ,
                                     :WS-DAUD-VFY)
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
        DISPLAY "STP107 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP107 ERROR".
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
