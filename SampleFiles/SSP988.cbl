IDENTIFICATION DIVISION.
PROGRAM-ID.   SSP988.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	LRS LEARNER REGISTRATION REQUESTS AND ALLOCATED ULN INTAKE
*
********************************************************************************
*
*       SSP988 - ULNs for learners who never had one.  SSP995 skips
*		every achievement with no ULN, and SSP993 can only
*		back-fill a ULN that LRS volunteers in a verification
*		response, so a learner registered without a ULN stays
*		on the SSP995 skipped list for good.  This program
*		asks the Learning Records Service to register such
*		learners and takes in the ULNs it allocates.
*
*		Requests are tracked on ULN_REGISTRATION_REQUESTS:
*
*		  ULRQ_ID            request number (ULRQ_SEQ), sent
*				     to LRS and quoted back
*		  ULRQ_ST_REG_NO     student
*		  ULRQ_STATUS        'S' sent, awaiting a response
*				     'A' ULN allocated and applied
*				     'N' no match - LRS could not
*					 register the learner
*				     'M' multiple match - for manual
*					 resolution
*		  ULRQ_SENT_DATE     date the request was sent
*		  ULRQ_RESPONSE_DATE date the response was taken in
*		  ULRQ_ULN           ULN allocated ('A')
*		  ULRQ_LRS_REF       LRS reference
*		  ULRQ_MATCH_COUNT   learners matched ('M')
*
*		Run types:
*		  'Q' - requests.  Every student with no ST_ULN and
*			a certificated achievement (BTEC, GNVQ or NVQ,
*			as the SSP995 passes select) gets a request,
*			unless one is awaiting a response or is held
*			for manual resolution, or LRS found no match
*			for one in the last 90 days.  Each request is
*			written to LRSREGREQ and recorded as sent.
*		  'R' - response intake.  Each record of LRSREGRESP
*			is matched to its request by number and
*			registration:
*			  'A' - the allocated ULN is check-digit
*				validated (the SSP995 rule), back-filled
*				onto STUDENTS.ST_ULN and the student
*				queued on LRS_RESEND_QUEUE, so the next
*				SSP995 run sends the achievements it
*				skipped.  A ULN already held by another
*				student is not applied but goes to the
*				manual resolution report;
*			  'N' - recorded; the learner is asked for
*				again after 90 days;
*			  'M' - recorded and listed on the manual
*				resolution report (SSP988MR).
*			Unknown or already answered requests, invalid
*			ULNs and unknown outcomes come out as
*			exceptions, and nothing is applied for them.
*
*		Request file (LRSREGREQ), one record per learner:
*		  cols   1-  9  request number
*		  cols  11- 17  registration number
*		  cols  19- 53  surname
*		  cols  55- 89  forenames
*		  cols  91- 98  date of birth (DDMMYYYY)
*		  col  100      gender ('F', 'M' or 'U')
*		  cols 102-141  address line 1
*		  cols 143-182  address line 2
*		  cols 184-223  address line 3
*		  cols 225-234  postcode
*
*		Response file (LRSREGRESP), one record per request:
*		  cols  1- 9  request number
*		  col  10     space
*		  cols 11-17  registration number
*		  col  18     space
*		  col  19     outcome - 'A' allocated, 'N' no match,
*			      'M' multiple match
*		  col  20     space
*		  cols 21-30  ULN allocated ('A')
*		  col  31     space
*		  cols 32-46  LRS reference
*		  col  47     space
*		  cols 48-50  learners matched ('M')
*
* 15-Oct-2026	PJW	EC5268 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  ULRQ-REP    ASSIGN SSP988TOT.
    SELECT  MANUAL-REP  ASSIGN SSP988MR.
    SELECT  REQ-FILE    ASSIGN LRSREGREQ.
    SELECT  RESP-FILE   ASSIGN LRSREGRESP.
*
DATA DIVISION.
FILE SECTION.
*
FD  ULRQ-REP
    LABEL RECORDS STANDARD.
01  ULRQ-RECORD                   PIC X(132).
*
FD  MANUAL-REP
    LABEL RECORDS STANDARD.
01  MANUAL-RECORD                 PIC X(132).
*
FD  REQ-FILE
    LABEL RECORDS STANDARD.
01  REQ-REC.
    03  LRQ-REQUEST-ID            PIC 9(09).
    03  FILLER                    PIC X(01).
    03  LRQ-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  LRQ-SURNAME               PIC X(35).
    03  FILLER                    PIC X(01).
    03  LRQ-FORENAMES             PIC X(35).
    03  FILLER                    PIC X(01).
    03  LRQ-DOB                   PIC X(08).
    03  FILLER                    PIC X(01).
    03  LRQ-GENDER                PIC X(01).
    03  FILLER                    PIC X(01).
    03  LRQ-ADDRESS-1             PIC X(40).
    03  FILLER                    PIC X(01).
    03  LRQ-ADDRESS-2             PIC X(40).
    03  FILLER                    PIC X(01).
    03  LRQ-ADDRESS-3             PIC X(40).
    03  FILLER                    PIC X(01).
    03  LRQ-POST-CODE             PIC X(10).
*
FD  RESP-FILE
    LABEL RECORDS STANDARD.
01  RESP-REC.
    03  LRA-REQUEST-ID            PIC X(09).
    03  LRA-REQUEST-ID-N REDEFINES LRA-REQUEST-ID
                                  PIC 9(09).
    03  FILLER                    PIC X(01).
    03  LRA-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  LRA-OUTCOME               PIC X(01).
    03  FILLER                    PIC X(01).
    03  LRA-ULN                   PIC X(10).
    03  FILLER                    PIC X(01).
    03  LRA-LRS-REF               PIC X(15).
    03  FILLER                    PIC X(01).
    03  LRA-MATCH-COUNT           PIC X(03).
    03  LRA-MATCH-COUNT-N REDEFINES LRA-MATCH-COUNT
                                  PIC 9(03).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-LEARNER-DETAILS.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-SURNAME               PIC  X(35) OCCURS 200.
    03  DS02-FORENAMES             PIC  X(35) OCCURS 200.
    03  DS02-DOB                   PIC  X(08) OCCURS 200.
    03  DS02-GENDER                PIC  X(01) OCCURS 200.
    03  DS02-ADDRESS-1             PIC  X(40) OCCURS 200.
    03  DS02-ADDRESS-2             PIC  X(40) OCCURS 200.
    03  DS02-ADDRESS-3             PIC  X(40) OCCURS 200.
    03  DS02-POST-CODE             PIC  X(10) OCCURS 200.
*
01  WS-REQUEST-ID		  PIC S9(09) COMP.
01  WS-REG-NO			  PIC  X(07).
01  WS-RQ-REG-NO		  PIC  X(07).
01  WS-RQ-STATUS		  PIC  X(01).
01  WS-HELD-ULN			  PIC  X(10).
01  WS-NEW-ULN			  PIC  X(10).
01  WS-LRS-REF			  PIC  X(15).
01  WS-MATCH-COUNT		  PIC S9(04) COMP.
01  WS-OTHER-REG-NO		  PIC  X(07).
01  WS-ST-SURNAME		  PIC  X(35).
01  WS-ST-FORENAMES		  PIC  X(35).
01  WS-ST-DOB			  PIC  X(11).
01  WS-ST-POST-CODE		  PIC  X(10).
01  WS-ST-CENTRE-ID		  PIC  X(06).
01  WS-RUN-DATE			  PIC  X(11).
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
    03  WS01-REQUEST-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-ALLOCATED-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-QUEUED-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-NO-MATCH-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-MULTIPLE-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-MANUAL-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-EXCEPTION-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  REQUEST-MODE				VALUE 'Q'.
    88  RESPONSE-MODE				VALUE 'R'.
01  WS-FILE-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  FILE-EOF				VALUE 'Y'.
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
01  WS-ULRQ-REPORT.
    03 WS-UR-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-UR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'SSP988'.
    03 WS-UR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 WS-UR-H2-TITLE	PIC X(50).
    03 WS-UR-COL-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(11) VALUE 'REQUEST'.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(04) VALUE 'OUT'.
	05 FILLER		PIC X(12) VALUE 'ULN'.
	05 FILLER		PIC X(17) VALUE 'LRS REFERENCE'.
	05 FILLER		PIC X(40) VALUE 'ACTION'.
    03 WS-UR-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-UR-D-REQUEST-ID	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-UR-D-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-UR-D-OUTCOME	PIC X(01).
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-UR-D-ULN		PIC X(10).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-UR-D-LRS-REF	PIC X(15).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-UR-D-ACTION	PIC X(45).
    03 WS-UR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-UR-T-DESC		PIC X(34).
	05 WS-UR-T-COUNT	PIC Z(7)9.
*
01  WS-MANUAL-REPORT.
    03 WS-MR-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-MR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'SSP988'.
    03 WS-MR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'LRS REGISTRATION - FOR MANUAL RESOLUTION'.
    03 WS-MR-COL-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(11) VALUE 'REQUEST'.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 FILLER		PIC X(22) VALUE 'SURNAME'.
	05 FILLER		PIC X(17) VALUE 'FORENAMES'.
	05 FILLER		PIC X(13) VALUE 'BIRTH DATE'.
	05 FILLER		PIC X(10) VALUE 'POSTCODE'.
	05 FILLER		PIC X(17) VALUE 'LRS REFERENCE'.
	05 FILLER		PIC X(24) VALUE 'REASON'.
    03 WS-MR-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-MR-D-REQUEST-ID	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-SURNAME	PIC X(20).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-FORENAMES	PIC X(15).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-DOB		PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-POST-CODE	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-LRS-REF	PIC X(15).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-REASON	PIC X(24).
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

        IF  REQUEST-MODE
            PERFORM B-BUILD-REQUESTS
        ELSE
            PERFORM C-PROCESS-RESPONSES
        END-IF.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the run type, open the files, log on to Oracle and
*       print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-RUN-TYPE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-RUN-TYPE-PARM.
*
        OPEN    OUTPUT  ULRQ-REP.
*
	IF NOT REQUEST-MODE
	AND NOT RESPONSE-MODE
	THEN
	  MOVE "INVALID RUN TYPE - NOT Q OR R"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF REQUEST-MODE
	THEN
	  OPEN OUTPUT REQ-FILE
	  MOVE 'LRS LEARNER REGISTRATION REQUESTS'
				   TO WS-UR-H2-TITLE
	ELSE
	  OPEN INPUT  RESP-FILE
	  OPEN OUTPUT MANUAL-REP
	  MOVE 'LRS LEARNER REGISTRATION RESPONSE INTAKE'
				   TO WS-UR-H2-TITLE
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
              INTO :WS-RUN-DATE
              FROM DUAL
	END-EXEC.
*
	MOVE WS-RUN-DATE TO WS-UR-H1-RUN-DATE.
	MOVE WS-UR-HEAD-1 TO ULRQ-RECORD.
	WRITE ULRQ-RECORD AFTER PAGE.
	MOVE WS-UR-HEAD-2 TO ULRQ-RECORD.
	WRITE ULRQ-RECORD AFTER 2.
	MOVE WS-UR-COL-HEAD TO ULRQ-RECORD.
	WRITE ULRQ-RECORD AFTER 2.
*
	IF RESPONSE-MODE
	THEN
	  MOVE WS-RUN-DATE TO WS-MR-H1-RUN-DATE
	  MOVE WS-MR-HEAD-1 TO MANUAL-RECORD
	  WRITE MANUAL-RECORD AFTER PAGE
	  MOVE WS-MR-HEAD-2 TO MANUAL-RECORD
	  WRITE MANUAL-RECORD AFTER 2
	  MOVE WS-MR-COL-HEAD TO MANUAL-RECORD
	  WRITE MANUAL-RECORD AFTER 2
	END-IF.
*
A-EXIT.
*
        EXIT.
*
B-BUILD-REQUESTS SECTION.
**********************************************************************
*
*       Select the certificated students with no ULN who are not
*       already being dealt with, and request a ULN for each.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_LEARNERS CURSOR FOR
            SELECT  ST_REG_NO,
                    NVL(ST_SURNAME,' '),
                    NVL(ST_FORENAMES,' '),
                    NVL(TO_CHAR(ST_BIRTH_DATE,'DDMMYYYY'),' '),
                    DECODE(ST_SEX,'F','F','M','M','U'),
                    NVL(ST_ADDRESS_1,' '),
                    NVL(ST_ADDRESS_2,' '),
                    NVL(ST_ADDRESS_3,' '),
                    NVL(ST_POST_CODE,' ')
              FROM  STUDENTS
             WHERE  RTRIM(ST_ULN) IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  (ST_AWARD_ISSUE IS NOT NULL
                 OR  ST_GNVQ_CERTIFICATE_DISP_DATE IS NOT NULL
                 OR  ST_NVQ_CERTIFICATE_PRINT_DATE IS NOT NULL)
               AND  NOT EXISTS
                    (SELECT 1
                       FROM ULN_REGISTRATION_REQUESTS
                      WHERE ULRQ_ST_REG_NO = ST_REG_NO
                        AND (ULRQ_STATUS IN ('S','M')
                         OR  (ULRQ_STATUS = 'N'
                          AND ULRQ_RESPONSE_DATE > SYSDATE - 90)))
             ORDER BY ST_REG_NO
        END-EXEC.
*
        MOVE   "B: ERROR OPENING LEARNERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_LEARNERS
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM BA-FETCH-LEARNERS
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING LEARNERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_LEARNERS
        END-EXEC.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-LEARNERS SECTION.
**********************************************************************
*
*       Get a set of learners; record a request for each and write
*       it to the request file.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING LEARNERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_LEARNERS
             INTO  :DS02-REG-NO,
                   :DS02-SURNAME,
                   :DS02-FORENAMES,
                   :DS02-DOB,
                   :DS02-GENDER,
                   :DS02-ADDRESS-1,
                   :DS02-ADDRESS-2,
                   :DS02-ADDRESS-3,
                   :DS02-POST-CODE
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

            MOVE    DS02-REG-NO(WS01-INDEX)        TO  WS-REG-NO
            PERFORM BB-RECORD-REQUEST

            MOVE    SPACES                         TO  REQ-REC
            MOVE    WS-REQUEST-ID                  TO  LRQ-REQUEST-ID
            MOVE    DS02-REG-NO(WS01-INDEX)        TO  LRQ-REG-NO
            MOVE    DS02-SURNAME(WS01-INDEX)       TO  LRQ-SURNAME
            MOVE    DS02-FORENAMES(WS01-INDEX)     TO  LRQ-FORENAMES
            MOVE    DS02-DOB(WS01-INDEX)           TO  LRQ-DOB
            MOVE    DS02-GENDER(WS01-INDEX)        TO  LRQ-GENDER
            MOVE    DS02-ADDRESS-1(WS01-INDEX)     TO  LRQ-ADDRESS-1
            MOVE    DS02-ADDRESS-2(WS01-INDEX)     TO  LRQ-ADDRESS-2
            MOVE    DS02-ADDRESS-3(WS01-INDEX)     TO  LRQ-ADDRESS-3
            MOVE    DS02-POST-CODE(WS01-INDEX)     TO  LRQ-POST-CODE
            WRITE   REQ-REC

            MOVE    SPACES                         TO  WS-UR-DETAIL
            MOVE    WS-REQUEST-ID                  TO  WS-UR-D-REQUEST-ID
            MOVE    WS-REG-NO                      TO  WS-UR-D-REG-NO
            MOVE   'REGISTRATION REQUESTED'        TO  WS-UR-D-ACTION
            MOVE    WS-UR-DETAIL                   TO  ULRQ-RECORD
            WRITE   ULRQ-RECORD

            ADD     1                              TO  WS01-REQUEST-COUNT
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-RECORD-REQUEST SECTION.
**********************************************************************
*
*       Number the request and record it as sent.
*
**********************************************************************
BB-START.
*
        MOVE   "BB: ERROR GETTING ULRQ_SEQ"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT ULRQ_SEQ.NEXTVAL
              INTO :WS-REQUEST-ID
              FROM DUAL
        END-EXEC.
*
        MOVE   "BB: ERROR INSERTING ULN_REGISTRATION_REQUESTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO ULN_REGISTRATION_REQUESTS
                   (ULRQ_ID,
                    ULRQ_ST_REG_NO,
                    ULRQ_STATUS,
                    ULRQ_SENT_DATE)
            VALUES (:WS-REQUEST-ID,
                    :WS-REG-NO,
                    'S',
                    SYSDATE)
        END-EXEC.
*
BB-EXIT.
*
        EXIT.
*
C-PROCESS-RESPONSES SECTION.
**********************************************************************
*
*       One pass of the response file; each record is matched to
*       its request and handled by outcome.
*
**********************************************************************
C-START.
*
        MOVE   'N'                 TO  WS-FILE-EOF-IND.
C-020.
        READ    RESP-FILE
            AT END  MOVE 'Y'       TO  WS-FILE-EOF-IND.

        IF  FILE-EOF
            GO TO C-040
        END-IF.

        IF  RESP-REC = SPACES
            GO TO C-020
        END-IF.

        MOVE    SPACES             TO  WS-UR-DETAIL.
        MOVE    LRA-REQUEST-ID     TO  WS-UR-D-REQUEST-ID.
        MOVE    LRA-REG-NO         TO  WS-UR-D-REG-NO
                                       WS-REG-NO.
        MOVE    LRA-OUTCOME        TO  WS-UR-D-OUTCOME.
        MOVE    LRA-ULN            TO  WS-UR-D-ULN
                                       WS-NEW-ULN.
        MOVE    LRA-LRS-REF        TO  WS-UR-D-LRS-REF
                                       WS-LRS-REF.

        IF  LRA-REQUEST-ID IS NOT NUMERIC
            MOVE 'REQUEST NUMBER NOT NUMERIC'
                                   TO  WS-UR-D-ACTION
            GO TO C-800
        END-IF.

        MOVE    LRA-REQUEST-ID-N   TO  WS-REQUEST-ID.

        EXEC SQL WHENEVER NOT FOUND GO TO C-700 END-EXEC.

        MOVE   "C: ERROR READING ULN_REGISTRATION_REQUESTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT ULRQ_ST_REG_NO,
                   ULRQ_STATUS
              INTO :WS-RQ-REG-NO,
                   :WS-RQ-STATUS
              FROM ULN_REGISTRATION_REQUESTS
             WHERE ULRQ_ID = :WS-REQUEST-ID
        END-EXEC.

        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

        IF  WS-RQ-REG-NO NOT = WS-REG-NO
            MOVE 'REG NO DOES NOT MATCH THE REQUEST'
                                   TO  WS-UR-D-ACTION
            GO TO C-800
        END-IF.

        IF  WS-RQ-STATUS NOT = 'S'
            MOVE 'REQUEST ALREADY ANSWERED'
                                   TO  WS-UR-D-ACTION
            GO TO C-800
        END-IF.

        EVALUATE LRA-OUTCOME
          WHEN 'A'  PERFORM CA-ALLOCATED
          WHEN 'N'  PERFORM CB-NO-MATCH
          WHEN 'M'  PERFORM CC-MULTIPLE-MATCH
          WHEN OTHER
            MOVE 'UNKNOWN OUTCOME CODE'
                                   TO  WS-UR-D-ACTION
            GO TO C-800
        END-EVALUATE.

        GO TO C-020.
*
C-700.
        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
        MOVE   'REQUEST NOT ON ULN_REGISTRATION_REQUESTS'
                                   TO  WS-UR-D-ACTION.
C-800.
        ADD     1                  TO  WS01-EXCEPTION-COUNT.
        MOVE    WS-UR-DETAIL       TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
        GO TO C-020.
*
C-040.
        CLOSE   RESP-FILE.
*
C-EXIT.
*
        EXIT.
*
CA-ALLOCATED SECTION.
**********************************************************************
*
*       Outcome 'A': LRS registered the learner.  Validate the ULN
*       with the SSP995 check-digit rule and back-fill STUDENTS,
*       unless the student has meanwhile been given a ULN or the
*       ULN is already held by another student, and queue the
*       student for the next SSP995 run.
*
**********************************************************************
CA-START.
*
        PERFORM YA-CHECK-ULN.

        IF  NOT ULN-VALID
            MOVE 'LRS ULN FAILS CHECK DIGIT - NOT APPLIED'
                                   TO  WS-UR-D-ACTION
            GO TO CA-800
        END-IF.
*
        MOVE   "CA: ERROR READING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(ST_ULN,' ')
              INTO :WS-HELD-ULN
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.

        IF  SQLCODE IS POSITIVE
            MOVE 'REG NO NOT ON STUDENTS'
                                   TO  WS-UR-D-ACTION
            GO TO CA-800
        END-IF.

        IF  WS-HELD-ULN NOT = SPACES
        AND WS-HELD-ULN NOT = WS-NEW-ULN
            MOVE 'STUDENT NOW HOLDS A DIFFERENT ULN'
                                   TO  WS-UR-D-ACTION
            GO TO CA-800
        END-IF.
*
        MOVE    SPACES             TO  WS-OTHER-REG-NO.
        MOVE   "CA: ERROR CHECKING ULN ALREADY HELD"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MIN(ST_REG_NO),' ')
              INTO :WS-OTHER-REG-NO
              FROM STUDENTS
             WHERE ST_ULN = :WS-NEW-ULN
               AND ST_REG_NO <> :WS-REG-NO
               AND NVL(ST_DELETE,'N') <> 'Y'
        END-EXEC.

        IF  WS-OTHER-REG-NO NOT = SPACES
            PERFORM CD-RECORD-RESPONSE
            MOVE    SPACES         TO  WS-MR-D-REASON
            STRING 'ULN HELD BY '  DELIMITED BY SIZE
                   WS-OTHER-REG-NO DELIMITED BY SIZE
              INTO WS-MR-D-REASON
            END-STRING
            PERFORM CE-MANUAL-RESOLUTION
            MOVE 'ULN HELD BY ANOTHER STUDENT - MANUAL'
                                   TO  WS-UR-D-ACTION
            MOVE WS-UR-DETAIL      TO  ULRQ-RECORD
            WRITE ULRQ-RECORD
            GO TO CA-EXIT
        END-IF.
*
        MOVE   "CA: ERROR UPDATING STUDENTS ULN"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE STUDENTS
               SET ST_ULN = :WS-NEW-ULN
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.
*
        MOVE   "CA: ERROR QUEUING LRS_RESEND_QUEUE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO LRS_RESEND_QUEUE
                   (LRSQ_ST_REG_NO,
                    LRSQ_LRS_REF,
                    LRSQ_QUEUED_DATE,
                    LRSQ_SOURCE)
            SELECT :WS-REG-NO,
                   :WS-LRS-REF,
                   SYSDATE,
                   'SSP988'
              FROM DUAL
             WHERE NOT EXISTS
                   (SELECT 1
                      FROM LRS_RESEND_QUEUE
                     WHERE LRSQ_ST_REG_NO = :WS-REG-NO)
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-QUEUED-COUNT.
*
        MOVE    'A'                TO  WS-RQ-STATUS.
        PERFORM CD-RECORD-RESPONSE.
        ADD     1                  TO  WS01-ALLOCATED-COUNT.
*
        MOVE   'ULN BACK-FILLED AND QUEUED FOR RESEND'
                                   TO  WS-UR-D-ACTION.
        MOVE    WS-UR-DETAIL       TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
        GO TO CA-EXIT.
*
CA-800.
        ADD     1                  TO  WS01-EXCEPTION-COUNT.
        MOVE    WS-UR-DETAIL       TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
*
CA-EXIT.
*
        EXIT.
*
CB-NO-MATCH SECTION.
**********************************************************************
*
*       Outcome 'N': LRS could not register the learner.  Record it;
*       the learner is asked for again after 90 days.
*
**********************************************************************
CB-START.
*
        MOVE    'N'                TO  WS-RQ-STATUS.
        PERFORM CD-RECORD-RESPONSE.
        ADD     1                  TO  WS01-NO-MATCH-COUNT.
*
        MOVE   'NO MATCH - ASK AGAIN AFTER 90 DAYS'
                                   TO  WS-UR-D-ACTION.
        MOVE    WS-UR-DETAIL       TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
*
CB-EXIT.
*
        EXIT.
*
CC-MULTIPLE-MATCH SECTION.
**********************************************************************
*
*       Outcome 'M': the learner's details match more than one LRS
*       learner.  Record it and list it for manual resolution.
*
**********************************************************************
CC-START.
*
        MOVE    'M'                TO  WS-RQ-STATUS.
        PERFORM CD-RECORD-RESPONSE.
        ADD     1                  TO  WS01-MULTIPLE-COUNT.
*
        MOVE    SPACES             TO  WS-MR-D-REASON.
        STRING 'MULTIPLE MATCH ('  DELIMITED BY SIZE
               LRA-MATCH-COUNT     DELIMITED BY SIZE
               ')'                 DELIMITED BY SIZE
          INTO WS-MR-D-REASON
        END-STRING.
        PERFORM CE-MANUAL-RESOLUTION.
*
        MOVE   'MULTIPLE MATCH - MANUAL RESOLUTION'
                                   TO  WS-UR-D-ACTION.
        MOVE    WS-UR-DETAIL       TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
*
CC-EXIT.
*
        EXIT.
*
CD-RECORD-RESPONSE SECTION.
**********************************************************************
*
*       Record the response on the request with the status in
*       WS-RQ-STATUS.  A ULN held by another student is recorded as
*       a multiple match, since it is resolved the same way.
*
**********************************************************************
CD-START.
*
        IF  WS-RQ-STATUS = 'S'
            MOVE 'M'               TO  WS-RQ-STATUS
        END-IF.

        IF  LRA-MATCH-COUNT IS NUMERIC
            MOVE LRA-MATCH-COUNT-N TO  WS-MATCH-COUNT
        ELSE
            MOVE ZERO              TO  WS-MATCH-COUNT
        END-IF.
*
        MOVE   "CD: ERROR UPDATING ULN_REGISTRATION_REQUESTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ULN_REGISTRATION_REQUESTS
               SET ULRQ_STATUS        = :WS-RQ-STATUS,
                   ULRQ_RESPONSE_DATE = SYSDATE,
                   ULRQ_ULN           = RTRIM(:WS-NEW-ULN),
                   ULRQ_LRS_REF       = RTRIM(:WS-LRS-REF),
                   ULRQ_MATCH_COUNT   = :WS-MATCH-COUNT
             WHERE ULRQ_ID = :WS-REQUEST-ID
        END-EXEC.
*
CD-EXIT.
*
        EXIT.
*
CE-MANUAL-RESOLUTION SECTION.
**********************************************************************
*
*       List the learner on the manual resolution report with the
*       details LRS matched on; the reason is set by the caller.
*
**********************************************************************
CE-START.
*
        MOVE   "CE: ERROR READING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(ST_SURNAME,' '),
                   NVL(ST_FORENAMES,' '),
                   NVL(TO_CHAR(ST_BIRTH_DATE,'DD-MON-YYYY'),' '),
                   NVL(ST_POST_CODE,' '),
                   NVL(ST_CENTRE_ID,' ')
              INTO :WS-ST-SURNAME,
                   :WS-ST-FORENAMES,
                   :WS-ST-DOB,
                   :WS-ST-POST-CODE,
                   :WS-ST-CENTRE-ID
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.

        IF  SQLCODE IS POSITIVE
            MOVE SPACES            TO  WS-ST-SURNAME
                                       WS-ST-FORENAMES
                                       WS-ST-DOB
                                       WS-ST-POST-CODE
                                       WS-ST-CENTRE-ID
        END-IF.
*
        MOVE    LRA-REQUEST-ID     TO  WS-MR-D-REQUEST-ID.
        MOVE    WS-REG-NO          TO  WS-MR-D-REG-NO.
        MOVE    WS-ST-CENTRE-ID    TO  WS-MR-D-CENTRE.
        MOVE    WS-ST-SURNAME      TO  WS-MR-D-SURNAME.
        MOVE    WS-ST-FORENAMES    TO  WS-MR-D-FORENAMES.
        MOVE    WS-ST-DOB          TO  WS-MR-D-DOB.
        MOVE    WS-ST-POST-CODE    TO  WS-MR-D-POST-CODE.
        MOVE    WS-LRS-REF         TO  WS-MR-D-LRS-REF.
        MOVE    WS-MR-DETAIL       TO  MANUAL-RECORD.
        WRITE   MANUAL-RECORD.
        ADD     1                  TO  WS01-MANUAL-COUNT.
*
CE-EXIT.
*
        EXIT.
*
YA-CHECK-ULN SECTION.
**********************************************************************
*
*       ULN validation, exactly as SSP995's YA-CHECK-ULN: present,
*       numeric, check digit correct (ten minus the remainder of the
*       weighted sum of the first nine digits, weights 10 down to 2,
*       modulo 11; a remainder of zero has no valid check digit).
*
**********************************************************************
YA-START.
*
	MOVE 'N'    TO WS-ULN-VALID-IND.

	IF WS-NEW-ULN = SPACES
	THEN
	  GO TO YA-EXIT
	END-IF.

	IF WS-NEW-ULN IS NOT NUMERIC
	THEN
	  GO TO YA-EXIT
	END-IF.

	MOVE WS-NEW-ULN TO WS-UC-ULN.
	MOVE ZERO       TO WS-UC-SUM.

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
*       Write the totals, commit and say goodbye.
*
**********************************************************************
D-START.
*
	IF REQUEST-MODE
	THEN
	  MOVE 'REGISTRATIONS REQUESTED:' TO WS-UR-T-DESC
	  MOVE WS01-REQUEST-COUNT         TO WS-UR-T-COUNT
	  MOVE WS-UR-TOTAL-LINE           TO ULRQ-RECORD
	  WRITE ULRQ-RECORD AFTER 2
	  CLOSE REQ-FILE
	  GO TO D-020
	END-IF.
*
        MOVE   'ULNS ALLOCATED AND BACK-FILLED:'
                                   TO  WS-UR-T-DESC.
        MOVE    WS01-ALLOCATED-COUNT
                                   TO  WS-UR-T-COUNT.
        MOVE    WS-UR-TOTAL-LINE   TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD AFTER 2.
        MOVE   'STUDENTS QUEUED FOR RESEND:'
                                   TO  WS-UR-T-DESC.
        MOVE    WS01-QUEUED-COUNT  TO  WS-UR-T-COUNT.
        MOVE    WS-UR-TOTAL-LINE   TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
        MOVE   'NO MATCH:'          TO  WS-UR-T-DESC.
        MOVE    WS01-NO-MATCH-COUNT
                                   TO  WS-UR-T-COUNT.
        MOVE    WS-UR-TOTAL-LINE   TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
        MOVE   'MULTIPLE MATCH:'    TO  WS-UR-T-DESC.
        MOVE    WS01-MULTIPLE-COUNT
                                   TO  WS-UR-T-COUNT.
        MOVE    WS-UR-TOTAL-LINE   TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
        MOVE   'FOR MANUAL RESOLUTION:'
                                   TO  WS-UR-T-DESC.
        MOVE    WS01-MANUAL-COUNT  TO  WS-UR-T-COUNT.
        MOVE    WS-UR-TOTAL-LINE   TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
        MOVE   'EXCEPTIONS:'        TO  WS-UR-T-DESC.
        MOVE    WS01-EXCEPTION-COUNT
                                   TO  WS-UR-T-COUNT.
        MOVE    WS-UR-TOTAL-LINE   TO  ULRQ-RECORD.
        WRITE   ULRQ-RECORD.
*
        MOVE   'FOR MANUAL RESOLUTION:'
                                   TO  WS-UR-T-DESC.
        MOVE    WS01-MANUAL-COUNT  TO  WS-UR-T-COUNT.
        MOVE    WS-UR-TOTAL-LINE   TO  MANUAL-RECORD.
        WRITE   MANUAL-RECORD AFTER 2.
        CLOSE   MANUAL-REP.
*
D-020.
        CLOSE   ULRQ-REP.
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
        DISPLAY "SSP988 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "SSP988 ERROR".
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
