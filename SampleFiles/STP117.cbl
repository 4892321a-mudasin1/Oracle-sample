IDENTIFICATION DIVISION.
PROGRAM-ID.   STP117.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	PROFESSIONAL BODY MEMBERSHIP RESPONSE PROCESSING
*
********************************************************************************
*
*       STP117 - Return leg for the STP116 professional body feed.
*		Each body replies with the learners it has accepted
*		into membership (PBODYRESP, space separated: body
*		number (3), registration number (7), certificate
*		number (9), membership number (20) and date accepted
*		(YYYYMMDD); '*' records are the body's own control
*		records and are skipped).  This program:
*
*		- checks each response: it must be for the body being
*		  processed, name a student holding that certificate
*		  number whose qualification the body recognises
*		  (IOM_CERTIFICATES or DSA_CERTIFICATES row and a
*		  PROFESSIONAL_BODY_BTECS link in force on the date
*		  accepted), carry a membership number and a valid
*		  date, and not already be recorded;
*		- records each accepted learner on
*		  PROFESSIONAL_BODY_MEMBERS:
*		    PBME_PBOD_ID        body
*		    PBME_ST_REG_NO      registration number
*		    PBME_CERT_NO        certificate number
*		    PBME_CENTRE_ID      student's centre
*		    PBME_MEMBERSHIP_NO  body's membership number
*		    PBME_ACCEPTED_DATE  date the body accepted them
*		    PBME_CREATED_DATE   when recorded;
*		- lists the rejected responses with the reason, then
*		  the learners accepted, by centre, with a count per
*		  centre.
*
*		Parameters: body number (three digits); run type
*		('U' records the members, anything else reports and
*		rolls back, for a trial pass).
*
* 15-Oct-2026	PJW	EC5276 : Program written.
* 15-Oct-2026	PJW	EC5280 : Reject a date accepted with more days
*			than its month holds; the body's recognition
*			must be in force on the date accepted.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  RESPONSE-IN  ASSIGN PBODYRESP.
    SELECT  MEMBER-REP   ASSIGN STP117TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  RESPONSE-IN
    LABEL RECORDS STANDARD.
01  RESPONSE-IN-RECORD.
    03  PBR-PBOD-ID               PIC X(03).
    03  FILLER                    PIC X(01).
    03  PBR-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  PBR-CERT-NO               PIC X(09).
    03  FILLER                    PIC X(01).
    03  PBR-MEMBERSHIP-NO         PIC X(20).
    03  FILLER                    PIC X(01).
    03  PBR-ACCEPTED-DATE         PIC X(08).
    03  PBR-ACCEPTED-PARTS REDEFINES PBR-ACCEPTED-DATE.
        05  PBR-ACCEPTED-YEAR     PIC 9(04).
        05  PBR-ACCEPTED-MONTH    PIC 9(02).
        05  PBR-ACCEPTED-DAY      PIC 9(02).
*
FD  MEMBER-REP
    LABEL RECORDS STANDARD.
01  MEMBER-RECORD                 PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-MEMBER-DETAILS.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CERT-NO               PIC  X(09) OCCURS 200.
    03  DS02-STUDENT-NAME          PIC  X(51) OCCURS 200.
    03  DS02-MEMBERSHIP-NO         PIC  X(20) OCCURS 200.
    03  DS02-ACCEPTED-DATE         PIC  X(11) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
01  WS-PBOD-ID			  PIC S9(09) COMP.
01  WS-R-REG-NO			  PIC  X(07).
01  WS-R-CERT-NO		  PIC  X(09).
01  WS-R-MEMBERSHIP-NO		  PIC  X(20).
01  WS-R-ACCEPTED-DATE		  PIC  X(08).
01  WS-R-CENTRE-ID		  PIC  X(06).
01  WS-MATCH-COUNT		  PIC S9(09) COMP.
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
    03  WS01-RESPONSES-READ        PIC S9(09) COMP VALUE 0.
    03  WS01-ACCEPTED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-REJECTED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRES               PIC S9(09) COMP VALUE 0.
    03  WS01-LAST-CENTRE           PIC  X(06) VALUE SPACES.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-PBOD-PARM		   PIC  X(03).
01  WS-RUN-TYPE-PARM		   PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-RESPONSE-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  RESPONSE-EOF				VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(40).
*
01  WS-MONTH-DAYS-VALUES	   PIC  X(24)
				   VALUE '312831303130313130313031'.
01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
    03  WS-MONTH-DAYS		   PIC  9(02) OCCURS 12.
01  WS-DAYS-IN-MONTH		   PIC  9(02).
01  WS-LEAP-QUOTIENT		   PIC  9(04).
01  WS-LEAP-REMAINDER		   PIC  9(04).
*
01  WS-MEMBER-REPORT.
    03 WS-MR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-MR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP117'.
    03 WS-MR-HEAD-2.
	05 FILLER		PIC X(25) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'PROFESSIONAL BODY MEMBERSHIP RESPONSES'.
	05 FILLER		PIC X(57) VALUE SPACES.
    03 WS-MR-HEAD-3.
	05 FILLER		PIC X(18) VALUE 'PROFESSIONAL BODY '.
	05 WS-MR-H3-PBOD	PIC X(03).
	05 FILLER		PIC X(7)  VALUE SPACES.
	05 WS-MR-H3-MODE	PIC X(11).
    03 WS-MR-REJECT-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(40) VALUE 'REJECTED RESPONSES'.
    03 WS-MR-REJECT-COLS.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(5)  VALUE 'BODY'.
	05 FILLER		PIC X(9)  VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(22) VALUE 'MEMBERSHIP NO'.
	05 FILLER		PIC X(10) VALUE 'ACCEPTED'.
	05 FILLER		PIC X(40) VALUE 'REASON'.
    03 WS-MR-REJECT-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-MR-RJ-PBOD	PIC X(03).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-RJ-REG-NO	PIC X(07).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-RJ-CERT-NO	PIC X(09).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-RJ-MEMBER-NO	PIC X(20).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-RJ-DATE	PIC X(08).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-RJ-REASON	PIC X(40).
    03 WS-MR-MEMBER-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(40) VALUE
	  'LEARNERS ACCEPTED INTO MEMBERSHIP'.
    03 WS-MR-CENTRE-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(8)  VALUE 'CENTRE: '.
	05 WS-MR-CL-CENTRE	PIC X(06).
    03 WS-MR-MEMBER-LINE.
	05 FILLER		PIC X(3)  VALUE SPACES.
	05 WS-MR-ML-REG-NO	PIC X(07).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-ML-CERT-NO	PIC X(09).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-ML-NAME	PIC X(51).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-ML-MEMBER-NO	PIC X(20).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-MR-ML-DATE	PIC X(11).
    03 WS-MR-CENTRE-TOTAL.
	05 FILLER		PIC X(3)  VALUE SPACES.
	05 FILLER		PIC X(30) VALUE 'ACCEPTED FOR CENTRE:'.
	05 WS-MR-CT-COUNT	PIC Z(7)9.
    03 WS-MR-TOTAL-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-MR-T-DESC		PIC X(30).
	05 WS-MR-T-COUNT	PIC Z(7)9.
    03 WS-MR-NO-UPDATE-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  '*** TRIAL RUN - NO MEMBERS RECORDED ***'.
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

        PERFORM B-PROCESS-RESPONSES.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM C-REPORT-MEMBERS.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the parameters, open the files, log on to Oracle and
*       print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-PBOD-PARM.
    	ACCEPT WS-RUN-TYPE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-PBOD-PARM.
        DISPLAY WS-RUN-TYPE-PARM.
*
        OPEN    OUTPUT  MEMBER-REP.
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
*
	IF WS-RUN-TYPE-PARM = 'U' OR 'u'
	THEN
	  MOVE 'U' TO WS-UPDATE-IND
	ELSE
	  MOVE 'N' TO WS-UPDATE-IND
	END-IF.
*
        OPEN    INPUT   RESPONSE-IN.
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
	MOVE WS-RUN-DATE TO WS-MR-H1-RUN-DATE.
	MOVE WS-MR-HEAD-1 TO MEMBER-RECORD.
	WRITE MEMBER-RECORD AFTER PAGE.
	MOVE WS-MR-HEAD-2 TO MEMBER-RECORD.
	WRITE MEMBER-RECORD AFTER 2.
	MOVE WS-PBOD-PARM TO WS-MR-H3-PBOD.
	IF UPDATE-MODE
	  MOVE 'UPDATE'      TO WS-MR-H3-MODE
	ELSE
	  MOVE 'REPORT ONLY' TO WS-MR-H3-MODE
	END-IF.
	MOVE WS-MR-HEAD-3 TO MEMBER-RECORD.
	WRITE MEMBER-RECORD AFTER 2.
	MOVE WS-MR-REJECT-HEAD TO MEMBER-RECORD.
	WRITE MEMBER-RECORD AFTER 2.
	MOVE WS-MR-REJECT-COLS TO MEMBER-RECORD.
	WRITE MEMBER-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-RESPONSES SECTION.
**********************************************************************
*
*       Read each response, check it and either record the member or
*       report the rejection.
*
**********************************************************************
B-START.
*
        MOVE   'N'                 TO  WS-RESPONSE-EOF-IND.
B-020.
        READ    RESPONSE-IN
            AT END  MOVE 'Y'       TO  WS-RESPONSE-EOF-IND.

        IF  RESPONSE-EOF
            GO TO B-EXIT
        END-IF.

        IF  RESPONSE-IN-RECORD = SPACES
        OR  PBR-PBOD-ID(1:1) = '*'
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-RESPONSES-READ.
        MOVE    SPACES             TO  WS-REJECT-REASON.

        PERFORM BA-CHECK-RESPONSE.

        IF  WS-REJECT-REASON = SPACES
            PERFORM BB-RECORD-MEMBER
            ADD  1                 TO  WS01-ACCEPTED-COUNT
        ELSE
            MOVE PBR-PBOD-ID       TO  WS-MR-RJ-PBOD
            MOVE PBR-REG-NO        TO  WS-MR-RJ-REG-NO
            MOVE PBR-CERT-NO       TO  WS-MR-RJ-CERT-NO
            MOVE PBR-MEMBERSHIP-NO TO  WS-MR-RJ-MEMBER-NO
            MOVE PBR-ACCEPTED-DATE TO  WS-MR-RJ-DATE
            MOVE WS-REJECT-REASON  TO  WS-MR-RJ-REASON
            MOVE WS-MR-REJECT-LINE TO  MEMBER-RECORD
            WRITE MEMBER-RECORD
            ADD  1                 TO  WS01-REJECTED-COUNT
        END-IF.

        GO TO B-020.
*
B-EXIT.
*
        EXIT.
*
BA-CHECK-RESPONSE SECTION.
**********************************************************************
*
*       Check the response just read; WS-REJECT-REASON is left at
*       spaces when it can be recorded.
*
**********************************************************************
BA-START.
*
        IF  PBR-PBOD-ID NOT = WS-PBOD-PARM
            MOVE 'NOT FOR THIS PROFESSIONAL BODY'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  PBR-MEMBERSHIP-NO = SPACES
            MOVE 'NO MEMBERSHIP NUMBER'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  PBR-ACCEPTED-DATE NOT NUMERIC
        OR  PBR-ACCEPTED-YEAR  < 1990
        OR  PBR-ACCEPTED-MONTH < 1
        OR  PBR-ACCEPTED-MONTH > 12
        OR  PBR-ACCEPTED-DAY   < 1
        OR  PBR-ACCEPTED-DAY   > 31
            MOVE 'DATE ACCEPTED IS NOT A VALID YYYYMMDD'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        PERFORM BC-DAYS-IN-MONTH.

        IF  PBR-ACCEPTED-DAY > WS-DAYS-IN-MONTH
            MOVE 'DATE ACCEPTED IS NOT A VALID YYYYMMDD'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE    PBR-REG-NO         TO  WS-R-REG-NO.
        MOVE    PBR-CERT-NO        TO  WS-R-CERT-NO.
        MOVE    PBR-MEMBERSHIP-NO  TO  WS-R-MEMBERSHIP-NO.
        MOVE    PBR-ACCEPTED-DATE  TO  WS-R-ACCEPTED-DATE.

        MOVE   "BA: ERROR MATCHING STUDENT"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(ST_CENTRE_ID),' ')
              INTO :WS-MATCH-COUNT,
                   :WS-R-CENTRE-ID
              FROM STUDENTS
             WHERE ST_REG_NO  = :WS-R-REG-NO
               AND ST_CERT_NO = :WS-R-CERT-NO
        END-EXEC.

        IF  WS-MATCH-COUNT = ZERO
            MOVE 'CERTIFICATE NOT HELD BY THIS STUDENT'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE   "BA: ERROR CHECKING ELIGIBILITY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-MATCH-COUNT
              FROM STUDENTS,
                   APPROVAL_AWARDS,
                   PROFESSIONAL_BODY_BTECS
             WHERE ST_REG_NO        = :WS-R-REG-NO
               AND AW_COURSE_NUMBER = ST_COURSE_ID
               AND PBBT_PBOD_ID     = :WS-PBOD-ID
               AND PBBT_AWARD_CODE  = AW_AWARD_CODE
               AND TO_DATE(:WS-R-ACCEPTED-DATE,'YYYYMMDD')
                       BETWEEN PBBT_START_DATE
                           AND NVL(PBBT_END_DATE,
                                 TO_DATE(:WS-R-ACCEPTED-DATE,'YYYYMMDD'))
               AND (EXISTS
                    (SELECT NULL
                       FROM IOM_CERTIFICATES
                      WHERE IOMC_REG_NO = ST_REG_NO
                        AND IOMC_TITLE  = PBBT_AWARD_TITLE)
                OR  EXISTS
                    (SELECT NULL
                       FROM DSA_CERTIFICATES
                      WHERE DSAC_REG_NO = ST_REG_NO
                        AND DSAC_TITLE  = PBBT_AWARD_TITLE))
        END-EXEC.

        IF  WS-MATCH-COUNT = ZERO
            MOVE 'NOT ELIGIBLE FOR THIS PROFESSIONAL BODY'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE   "BA: ERROR CHECKING PROFESSIONAL_BODY_MEMBERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-MATCH-COUNT
              FROM PROFESSIONAL_BODY_MEMBERS
             WHERE PBME_PBOD_ID   = :WS-PBOD-ID
               AND PBME_ST_REG_NO = :WS-R-REG-NO
        END-EXEC.

        IF  WS-MATCH-COUNT > ZERO
            MOVE 'ALREADY RECORDED AS A MEMBER'
                                   TO  WS-REJECT-REASON
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-RECORD-MEMBER SECTION.
**********************************************************************
*
*       Record the accepted learner, stamped with this run's time so
*       the centre listing can pick out this run's members.
*
**********************************************************************
BB-START.
*
        MOVE   "BB: ERROR INSERTING PROFESSIONAL_BODY_MEMBERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO PROFESSIONAL_BODY_MEMBERS
                   (PBME_PBOD_ID,
                    PBME_ST_REG_NO,
                    PBME_CERT_NO,
                    PBME_CENTRE_ID,
                    PBME_MEMBERSHIP_NO,
                    PBME_ACCEPTED_DATE,
                    PBME_CREATED_DATE)
            VALUES (:WS-PBOD-ID,
                    :WS-R-REG-NO,
                    :WS-R-CERT-NO,
                    :WS-R-CENTRE-ID,
                    RTRIM(:WS-R-MEMBERSHIP-NO),
                    TO_DATE(:WS-R-ACCEPTED-DATE,'YYYYMMDD'),
                    TO_DATE(:WS-GENERATED,'DD-MON-YYYY:HH24:MI:SS'))
        END-EXEC.
*
BB-EXIT.
*
        EXIT.
*
BC-DAYS-IN-MONTH SECTION.
**********************************************************************
*
*       The number of days in the month of the date accepted,
*       allowing for leap years, in WS-DAYS-IN-MONTH.
*
**********************************************************************
BC-START.
*
        MOVE    WS-MONTH-DAYS(PBR-ACCEPTED-MONTH)
                                   TO  WS-DAYS-IN-MONTH.

        IF  PBR-ACCEPTED-MONTH NOT = 2
            GO TO BC-EXIT
        END-IF.

        DIVIDE  PBR-ACCEPTED-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER.
        IF  WS-LEAP-REMAINDER NOT = ZERO
            GO TO BC-EXIT
        END-IF.

        MOVE    29                 TO  WS-DAYS-IN-MONTH.

        DIVIDE  PBR-ACCEPTED-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER.
        IF  WS-LEAP-REMAINDER NOT = ZERO
            GO TO BC-EXIT
        END-IF.

        DIVIDE  PBR-ACCEPTED-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER.
        IF  WS-LEAP-REMAINDER NOT = ZERO
            MOVE 28                TO  WS-DAYS-IN-MONTH
        END-IF.
*
BC-EXIT.
*
        EXIT.
*
C-REPORT-MEMBERS SECTION.
**********************************************************************
*
*       List the learners recorded by this run, by centre.
*
**********************************************************************
C-START.
*
	MOVE WS-MR-MEMBER-HEAD TO MEMBER-RECORD.
	WRITE MEMBER-RECORD AFTER 3.
*
        EXEC SQL
            DECLARE GET_MEMBERS CURSOR FOR
            SELECT  PBME_CENTRE_ID,
                    PBME_ST_REG_NO,
                    PBME_CERT_NO,
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    PBME_MEMBERSHIP_NO,
                    TO_CHAR(PBME_ACCEPTED_DATE,'DD-MON-YYYY')
              FROM  PROFESSIONAL_BODY_MEMBERS,
                    STUDENTS
             WHERE  PBME_PBOD_ID = :WS-PBOD-ID
               AND  PBME_CREATED_DATE =
                    TO_DATE(:WS-GENERATED,'DD-MON-YYYY:HH24:MI:SS')
               AND  ST_REG_NO = PBME_ST_REG_NO
             ORDER BY PBME_CENTRE_ID,
                    PBME_ST_REG_NO
        END-EXEC.
*
        MOVE   "C: ERROR OPENING MEMBERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_MEMBERS
        END-EXEC.
*
        PERFORM CA-FETCH-MEMBERS
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING MEMBERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_MEMBERS
        END-EXEC.
*
        IF  WS01-LAST-CENTRE NOT = SPACES
            PERFORM CC-CENTRE-TOTAL
        END-IF.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-MEMBERS SECTION.
**********************************************************************
*
*       Get a set of this run's members and print them.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING MEMBERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_MEMBERS
             INTO  :DS02-CENTRE-ID,
                   :DS02-REG-NO,
                   :DS02-CERT-NO,
                   :DS02-STUDENT-NAME,
                   :DS02-MEMBERSHIP-NO,
                   :DS02-ACCEPTED-DATE
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
            PERFORM CB-PRINT-MEMBER
        END-PERFORM.
*
CA-EXIT.
*
        EXIT.
*
CB-PRINT-MEMBER SECTION.
**********************************************************************
*
*       Print the member at WS01-INDEX, with a heading at each new
*       centre.
*
**********************************************************************
CB-START.
*
	IF DS02-CENTRE-ID(WS01-INDEX) NOT = WS01-LAST-CENTRE
	   IF WS01-LAST-CENTRE NOT = SPACES
	      PERFORM CC-CENTRE-TOTAL
	   END-IF
	   MOVE DS02-CENTRE-ID(WS01-INDEX) TO WS01-LAST-CENTRE
	   MOVE ZERO                       TO WS01-CENTRE-COUNT
	   ADD  1                          TO WS01-CENTRES
	   MOVE WS01-LAST-CENTRE           TO WS-MR-CL-CENTRE
	   MOVE WS-MR-CENTRE-LINE          TO MEMBER-RECORD
	   WRITE MEMBER-RECORD AFTER 2
	END-IF.

	MOVE DS02-REG-NO(WS01-INDEX)        TO WS-MR-ML-REG-NO.
	MOVE DS02-CERT-NO(WS01-INDEX)       TO WS-MR-ML-CERT-NO.
	MOVE DS02-STUDENT-NAME(WS01-INDEX)  TO WS-MR-ML-NAME.
	MOVE DS02-MEMBERSHIP-NO(WS01-INDEX) TO WS-MR-ML-MEMBER-NO.
	MOVE DS02-ACCEPTED-DATE(WS01-INDEX) TO WS-MR-ML-DATE.
	MOVE WS-MR-MEMBER-LINE              TO MEMBER-RECORD.
	WRITE MEMBER-RECORD.
	ADD 1 TO WS01-CENTRE-COUNT.
*
CB-EXIT.
*
        EXIT.
*
CC-CENTRE-TOTAL SECTION.
**********************************************************************
*
*       Print the count for the centre just finished.
*
**********************************************************************
CC-START.
*
	MOVE WS01-CENTRE-COUNT  TO WS-MR-CT-COUNT.
	MOVE WS-MR-CENTRE-TOTAL TO MEMBER-RECORD.
	WRITE MEMBER-RECORD.
*
CC-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Print the totals, commit (or roll back a trial run) and say
*       goodbye.
*
**********************************************************************
D-START.
*
        CLOSE   RESPONSE-IN.
*
	MOVE 'RESPONSES READ:'      TO WS-MR-T-DESC.
	MOVE WS01-RESPONSES-READ    TO WS-MR-T-COUNT.
	MOVE WS-MR-TOTAL-LINE       TO MEMBER-RECORD.
	WRITE MEMBER-RECORD AFTER 3.
	MOVE 'MEMBERS RECORDED:'    TO WS-MR-T-DESC.
	MOVE WS01-ACCEPTED-COUNT    TO WS-MR-T-COUNT.
	MOVE WS-MR-TOTAL-LINE       TO MEMBER-RECORD.
	WRITE MEMBER-RECORD.
	MOVE 'RESPONSES REJECTED:'  TO WS-MR-T-DESC.
	MOVE WS01-REJECTED-COUNT    TO WS-MR-T-COUNT.
	MOVE WS-MR-TOTAL-LINE       TO MEMBER-RECORD.
	WRITE MEMBER-RECORD.
	MOVE 'CENTRES:'             TO WS-MR-T-DESC.
	MOVE WS01-CENTRES           TO WS-MR-T-COUNT.
	MOVE WS-MR-TOTAL-LINE       TO MEMBER-RECORD.
	WRITE MEMBER-RECORD.
*
	IF NOT UPDATE-MODE
	  MOVE WS-MR-NO-UPDATE-LINE TO MEMBER-RECORD
	  WRITE MEMBER-RECORD AFTER 2
	END-IF.
*
        CLOSE   MEMBER-REP.
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
        DISPLAY "STP117 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP117 ERROR".
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
