IDENTIFICATION DIVISION.
PROGRAM-ID.   STP110.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CONFIRMATION OF ACHIEVEMENT LETTERS
*
********************************************************************************
*
*       STP110 - Companion to STP075 and STP078.  Some learners
*		cannot have a reprint - the qualification has been
*		withdrawn, the student is on the archive database
*		(ARC_DB 'A') with data too incomplete for the reprint
*		cursors, or the employer only needs confirmation - and
*		customer services typed a confirmation letter by hand.
*		This run takes a request file in the style of
*		STP075's, validates each learner's certificated award
*		and prints a formal Confirmation of Achievement letter
*		(STP110LET) giving name, qualification title, level,
*		grade, award date, certificate number and
*		verification code.
*
*		Request file (COALETREQ), one letter per record:
*		  cols   1-  7  registration number
*		  col    8      space
*		  col    9      database (P = production STUDENTS,
*				A = archive STUDENTS@ARCA; space
*				defaults to P)
*		  col   10      space
*		  col   11      reason (W = qualification withdrawn,
*				A = archive record incomplete,
*				E = employer confirmation only)
*		  col   12      space
*		  col   13      charge flag (Y = chargeable)
*		  col   14      space
*		  cols  15- 24  customer services reference
*		  col   25      space
*		  cols  26- 65  addressee
*		  col   66      space
*		  cols  67-106  address line 1
*		  col  107      space
*		  cols 108-147  address line 2
*		  col  148      space
*		  cols 149-188  address line 3
*		  col  189      space
*		  cols 190-199  postcode
*
*		Validations:
*		  - the flags are valid and an addressee is given;
*		  - the student is on the database named, not deleted,
*		    and holds a certificate number;
*		  - the certificate has not been revoked (STP099);
*		  - no letter has already been issued to the student
*		    under the same customer services reference.
*		Anything else comes out on the exceptions report with
*		a reason.
*
*		The verification code quoted is the certificate's
*		active one on CERT_VERIFY_CODES; a certificate issued
*		before codes existed is given one from the unassigned
*		pool (STP098), made active against it as a reprint
*		would, so the letter can be verified.
*
*		Each letter issued is logged on COA_LETTERS:
*
*		  COAL_REF           letter reference 'COA' and seven
*				     digits (COAL_SEQ), printed on the
*				     letter
*		  COAL_ST_REG_NO / COAL_DB / COAL_REASON
*		  COAL_CENTRE_ID     student's centre, for billing
*		  COAL_CERT_NO / COAL_CVCO_CODE   as quoted
*		  COAL_CS_REFERENCE / COAL_ADDRESSEE
*		  COAL_CHARGE        charge flag
*		  COAL_RCFE_ID       fee raised, if chargeable
*		  COAL_ISSUE_DATE
*
*		A chargeable letter raises its fee on
*		REPRINT_CERTIFICATE_FEES as STP075 does, numbered
*		under the same lock, but already fulfilled: status
*		'O', dated today in RCFE_REPRINT_DATE and carrying
*		the letter reference in RCFE_COA_REF.  STP096 bills it
*		through COA_LETTERS at month end; STP106 matches its
*		remittance as for any other fee.
*
*		Run type 'U' logs the letters and raises the fees;
*		anything else prints the letters and rolls back, for a
*		trial pass.
*
* 15-Oct-2026	PJW	EC5270 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  REQUEST-FILE ASSIGN COALETREQ.
    SELECT  COA-REP      ASSIGN STP110TOT.
    SELECT  LETTER-FILE  ASSIGN STP110LET.
*
DATA DIVISION.
FILE SECTION.
*
FD  REQUEST-FILE
    LABEL RECORDS STANDARD.
01  REQUEST-RECORD.
    03  CLQ-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  CLQ-DB                    PIC X(01).
    03  FILLER                    PIC X(01).
    03  CLQ-REASON                PIC X(01).
    03  FILLER                    PIC X(01).
    03  CLQ-CHARGE                PIC X(01).
    03  FILLER                    PIC X(01).
    03  CLQ-REFERENCE             PIC X(10).
    03  FILLER                    PIC X(01).
    03  CLQ-ADDRESSEE             PIC X(40).
    03  FILLER                    PIC X(01).
    03  CLQ-ADDRESS-1             PIC X(40).
    03  FILLER                    PIC X(01).
    03  CLQ-ADDRESS-2             PIC X(40).
    03  FILLER                    PIC X(01).
    03  CLQ-ADDRESS-3             PIC X(40).
    03  FILLER                    PIC X(01).
    03  CLQ-POST-CODE             PIC X(10).
*
FD  COA-REP
    LABEL RECORDS STANDARD.
01  COA-RECORD                    PIC X(132).
*
FD  LETTER-FILE
    LABEL RECORDS STANDARD.
01  LETTER-RECORD                 PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-REG-NO			  PIC  X(07).
01  WS-DB			  PIC  X(01).
01  WS-REASON			  PIC  X(01).
01  WS-CHARGE			  PIC  X(01).
01  WS-REFERENCE		  PIC  X(10).
01  WS-ADDRESSEE		  PIC  X(40).
01  WS-EXISTS-COUNT		  PIC S9(09) COMP.
01  WS-REVOKED-COUNT		  PIC S9(09) COMP.
01  WS-LETTER-COUNT		  PIC S9(09) COMP.
01  WS-COA-REF			  PIC  X(10).
01  WS-FEE-BASE			  PIC S9(09) COMP.
01  WS-FEE-ID			  PIC S9(09) COMP.
01  WS-RUN-DATE			  PIC  X(11).
*
01  WS-L-DELETE			  PIC  X(01).
01  WS-L-CERT-NO		  PIC  X(10).
01  WS-L-NAME			  PIC  X(51).
01  WS-L-CENTRE-ID		  PIC  X(06).
01  WS-L-TITLE			  PIC  X(90).
01  WS-L-LEVEL			  PIC  X(02).
01  WS-L-GRADE			  PIC  X(15).
01  WS-L-AWARD-DATE		  PIC  X(11).
01  WS-L-VCODE			  PIC  X(12).
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
    03  WS01-REQUESTS-READ         PIC S9(09) COMP VALUE 0.
    03  WS01-LETTERS-ISSUED        PIC S9(09) COMP VALUE 0.
    03  WS01-REQUESTS-REJECTED     PIC S9(09) COMP VALUE 0.
    03  WS01-FEES-RAISED           PIC S9(09) COMP VALUE 0.
    03  WS01-CODES-ASSIGNED        PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM	          PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
*
01  WS-REQUEST-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  REQUEST-EOF				VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(50).
*
01  WS-COA-REPORT.
    03 WS-CR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-CR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP110'.
    03 WS-CR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'CONFIRMATION OF ACHIEVEMENT LETTERS'.
    03 WS-CR-COL-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(9)  VALUE 'REG NO'.
	05 FILLER		PIC X(4)  VALUE 'DB'.
	05 FILLER		PIC X(12) VALUE 'REFERENCE'.
	05 FILLER		PIC X(12) VALUE 'LETTER'.
	05 FILLER		PIC X(12) VALUE 'CERT NO'.
	05 FILLER		PIC X(50) VALUE 'RESULT'.
    03 WS-CR-DETAIL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-CR-D-REG-NO	PIC X(7).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-CR-D-DB		PIC X(1).
	05 FILLER		PIC X(3)  VALUE SPACES.
	05 WS-CR-D-REF		PIC X(10).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-CR-D-LETTER	PIC X(10).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-CR-D-CERT-NO	PIC X(10).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-CR-D-RESULT	PIC X(50).
    03 WS-CR-TOTAL-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-CR-T-DESC		PIC X(34).
	05 WS-CR-T-COUNT	PIC Z(7)9.
    03 WS-CR-TRIAL-LINE.
	05 FILLER		PIC X(52) VALUE
	  '*** TRIAL PASS - LETTERS AND FEES WERE NOT RECORDED'.
	05 FILLER		PIC X(3)  VALUE '***'.
*
01  WS-LETTER-LINES.
    03 WS-LT-HEAD.
	05 FILLER		PIC X(28) VALUE SPACES.
	05 FILLER		PIC X(27) VALUE
	  'CONFIRMATION OF ACHIEVEMENT'.
    03 WS-LT-REFS.
	05 FILLER		PIC X(10) VALUE 'OUR REF:  '.
	05 WS-LT-D-COA-REF	PIC X(10).
	05 FILLER		PIC X(5)  VALUE SPACES.
	05 FILLER		PIC X(11) VALUE 'YOUR REF:  '.
	05 WS-LT-D-CS-REF	PIC X(10).
	05 FILLER		PIC X(5)  VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'DATE: '.
	05 WS-LT-D-DATE		PIC X(11).
    03 WS-LT-ADDRESS.
	05 WS-LT-D-ADDRESS	PIC X(40).
    03 WS-LT-BODY-1.
	05 FILLER		PIC X(66) VALUE
	  'We confirm that the learner named below was awarded the'.
    03 WS-LT-BODY-2.
	05 FILLER		PIC X(66) VALUE
	  'qualification shown.  This letter is issued in place of a'.
    03 WS-LT-BODY-3.
	05 FILLER		PIC X(66) VALUE
	  'replacement certificate.'.
    03 WS-LT-NAME.
	05 FILLER		PIC X(22) VALUE 'NAME:'.
	05 WS-LT-D-NAME		PIC X(51).
    03 WS-LT-REG.
	05 FILLER		PIC X(22) VALUE 'REGISTRATION NUMBER:'.
	05 WS-LT-D-REG-NO	PIC X(7).
    03 WS-LT-TITLE.
	05 FILLER		PIC X(22) VALUE 'QUALIFICATION:'.
	05 WS-LT-D-TITLE	PIC X(90).
    03 WS-LT-LEVEL.
	05 FILLER		PIC X(22) VALUE 'LEVEL:'.
	05 WS-LT-D-LEVEL	PIC X(2).
    03 WS-LT-GRADE.
	05 FILLER		PIC X(22) VALUE 'GRADE:'.
	05 WS-LT-D-GRADE	PIC X(15).
    03 WS-LT-AWARDED.
	05 FILLER		PIC X(22) VALUE 'AWARD DATE:'.
	05 WS-LT-D-AWARDED	PIC X(11).
    03 WS-LT-CERT-NO.
	05 FILLER		PIC X(22) VALUE 'CERTIFICATE NUMBER:'.
	05 WS-LT-D-CERT-NO	PIC X(10).
    03 WS-LT-VCODE.
	05 FILLER		PIC X(22) VALUE 'VERIFICATION CODE:'.
	05 WS-LT-D-VCODE	PIC X(12).
    03 WS-LT-CLOSE-1.
	05 FILLER		PIC X(66) VALUE
	  'The award may be verified by quoting the certificate number'.
    03 WS-LT-CLOSE-2.
	05 FILLER		PIC X(66) VALUE
	  'and verification code above.'.
    03 WS-LT-SIGN.
	05 FILLER		PIC X(66) VALUE
	  'Customer Services'.
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

        PERFORM B-PROCESS-REQUESTS.

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
	IF WS-RUN-TYPE-PARM = 'U' OR 'u'
	THEN
	  MOVE 'U' TO WS-UPDATE-IND
	ELSE
	  MOVE 'N' TO WS-UPDATE-IND
	END-IF.
*
        OPEN    INPUT   REQUEST-FILE.
        OPEN    OUTPUT  COA-REP.
        OPEN    OUTPUT  LETTER-FILE.
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
	MOVE WS-RUN-DATE TO WS-CR-H1-RUN-DATE.
	MOVE WS-CR-HEAD-1 TO COA-RECORD.
	WRITE COA-RECORD AFTER PAGE.
	MOVE WS-CR-HEAD-2 TO COA-RECORD.
	WRITE COA-RECORD AFTER 2.
	MOVE WS-CR-COL-HEAD TO COA-RECORD.
	WRITE COA-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-REQUESTS SECTION.
**********************************************************************
*
*       Read each request, validate it and issue or reject it.
*
**********************************************************************
B-START.
*
        MOVE   'N'                 TO  WS-REQUEST-EOF-IND.
B-020.
        READ    REQUEST-FILE
            AT END  MOVE 'Y'       TO  WS-REQUEST-EOF-IND.

        IF  REQUEST-EOF
            GO TO B-EXIT
        END-IF.

        IF  CLQ-REG-NO = SPACES
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-REQUESTS-READ.

        MOVE    SPACES             TO  WS-CR-DETAIL
                                       WS-COA-REF.
        MOVE    CLQ-REG-NO         TO  WS-CR-D-REG-NO.
        MOVE    CLQ-DB             TO  WS-CR-D-DB.
        MOVE    CLQ-REFERENCE      TO  WS-CR-D-REF.

        PERFORM BA-VALIDATE-REQUEST.

        IF  WS-REJECT-REASON = SPACES
            PERFORM BB-ISSUE-LETTER
        ELSE
            MOVE WS-REJECT-REASON  TO  WS-CR-D-RESULT
            ADD 1                  TO  WS01-REQUESTS-REJECTED
        END-IF.

        MOVE    WS-CR-DETAIL       TO  COA-RECORD.
        WRITE   COA-RECORD.

        GO TO B-020.
*
B-EXIT.
*
        EXIT.
*
BA-VALIDATE-REQUEST SECTION.
**********************************************************************
*
*       Validate one request and read the learner's award.  The
*       first failure found is the reason reported; WS-REJECT-REASON
*       stays spaces when the request is clean.
*
**********************************************************************
BA-START.
*
        MOVE    SPACES             TO  WS-REJECT-REASON.
        MOVE    CLQ-REG-NO         TO  WS-REG-NO.
        MOVE    CLQ-REASON         TO  WS-REASON.
        MOVE    CLQ-REFERENCE      TO  WS-REFERENCE.
        MOVE    CLQ-ADDRESSEE      TO  WS-ADDRESSEE.

        IF  CLQ-DB = SPACE
            MOVE 'P'               TO  WS-DB
        ELSE
            MOVE CLQ-DB            TO  WS-DB
        END-IF.

        IF  CLQ-CHARGE = 'Y'
            MOVE 'Y'               TO  WS-CHARGE
        ELSE
            MOVE 'N'               TO  WS-CHARGE
        END-IF.

        IF  WS-DB NOT = 'P' AND 'A'
            MOVE 'DATABASE FLAG NOT P, A OR SPACE'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-REASON NOT = 'W' AND 'A' AND 'E'
            MOVE 'REASON NOT W, A OR E'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  CLQ-CHARGE NOT = 'Y' AND 'N' AND ' '
            MOVE 'CHARGE FLAG NOT Y, N OR SPACE'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-ADDRESSEE = SPACES
            MOVE 'NO ADDRESSEE GIVEN'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.
*
        IF  WS-DB = 'A'
            PERFORM BAB-READ-ARCHIVE
        ELSE
            PERFORM BAA-READ-STUDENT
        END-IF.

        IF  WS-REJECT-REASON NOT = SPACES
            GO TO BA-EXIT
        END-IF.

        IF  WS-L-DELETE = 'Y'
            MOVE 'STUDENT IS DELETED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-L-CERT-NO = SPACES
            MOVE 'STUDENT HAS NO CERTIFICATE NUMBER'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE    WS-L-CERT-NO       TO  WS-CR-D-CERT-NO.
*
* A certificate revoked by STP099 must never be confirmed.
*
        MOVE   "BA: ERROR CHECKING FOR A REVOKED CERTIFICATE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-REVOKED-COUNT
              FROM CERT_NO_REGISTRY
             WHERE CREG_CERT_NO = :WS-L-CERT-NO
               AND CREG_STATUS  = 'R'
        END-EXEC.

        IF  WS-REVOKED-COUNT > ZERO
            MOVE 'CERTIFICATE HAS BEEN REVOKED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE   "BA: ERROR CHECKING COA_LETTERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-LETTER-COUNT
              FROM COA_LETTERS
             WHERE COAL_ST_REG_NO    = :WS-REG-NO
               AND COAL_CS_REFERENCE = :WS-REFERENCE
        END-EXEC.

        IF  WS-LETTER-COUNT > ZERO
            MOVE 'LETTER ALREADY ISSUED FOR THIS REFERENCE'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BAA-READ-STUDENT SECTION.
**********************************************************************
*
*       The learner's certificated award on production STUDENTS,
*       outer joined so a withdrawn qualification still reads.
*
**********************************************************************
BAA-START.
*
        MOVE   "BAA: ERROR CHECKING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.

        IF  WS-EXISTS-COUNT = ZERO
            MOVE 'REG NO NOT ON STUDENTS'
                                   TO  WS-REJECT-REASON
            GO TO BAA-EXIT
        END-IF.

        MOVE   "BAA: ERROR READING STUDENT AWARD"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT  NVL(ST_DELETE,'N'),
                    NVL(ST_CERT_NO,' '),
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    NVL(ST_CENTRE_ID,' '),
                    NVL(AT_NAME,' '),
                    NVL(ST_ABS_LEVEL_ACHIEVED,' '),
                    NVL(RE_DESCRIPTION,
                        NVL(NVL(ST_BNM_GRADE,ST_OVER_GRADE),' ')),
                    NVL(TO_CHAR(NVL(ST_AWARD_PRINTED,ST_AWARD_ISSUE),
                                'DD-MON-YYYY'),' ')
              INTO :WS-L-DELETE,
                   :WS-L-CERT-NO,
                   :WS-L-NAME,
                   :WS-L-CENTRE-ID,
                   :WS-L-TITLE,
                   :WS-L-LEVEL,
                   :WS-L-GRADE,
                   :WS-L-AWARD-DATE
              FROM  STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AWARD_TITLES,
                    RESULTS
             WHERE  ST_REG_NO = :WS-REG-NO
               AND  AW_COURSE_NUMBER(+) = ST_COURSE_ID
               AND  AA_APPLICAT_NO(+) = AW_APPLICAT_NO
               AND  AT_NUMBER(+) = TO_NUMBER(AA_BTEC_TITLE)
               AND  RE_CODE(+) = NVL(ST_BNM_GRADE,ST_OVER_GRADE)
               AND  ROWNUM = 1
        END-EXEC.
*
BAA-EXIT.
*
        EXIT.
*
BAB-READ-ARCHIVE SECTION.
**********************************************************************
*
*       The learner's certificated award on the archive database,
*       joined to the live course tables as the CURSOR_7 archive
*       reprint stream does, but outer joined so an archive record
*       with incomplete course data still reads.
*
**********************************************************************
BAB-START.
*
        MOVE   "BAB: ERROR CHECKING STUDENTS@ARCA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM STUDENTS@ARCA
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.

        IF  WS-EXISTS-COUNT = ZERO
            MOVE 'REG NO NOT ON THE ARCHIVE'
                                   TO  WS-REJECT-REASON
            GO TO BAB-EXIT
        END-IF.

        MOVE   "BAB: ERROR READING ARCHIVE AWARD"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT  NVL(ST_DELETE,'N'),
                    NVL(ST_CERT_NO,' '),
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    NVL(ST_CENTRE_ID,' '),
                    NVL(AT_NAME,' '),
                    NVL(ST_ABS_LEVEL_ACHIEVED,' '),
                    NVL(RE_DESCRIPTION,
                        NVL(NVL(ST_BNM_GRADE,ST_OVER_GRADE),' ')),
                    NVL(TO_CHAR(NVL(ST_AWARD_PRINTED,ST_AWARD_ISSUE),
                                'DD-MON-YYYY'),' ')
              INTO :WS-L-DELETE,
                   :WS-L-CERT-NO,
                   :WS-L-NAME,
                   :WS-L-CENTRE-ID,
                   :WS-L-TITLE,
                   :WS-L-LEVEL,
                   :WS-L-GRADE,
                   :WS-L-AWARD-DATE
              FROM  STUDENTS@ARCA,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AWARD_TITLES,
                    RESULTS
             WHERE  ST_REG_NO = :WS-REG-NO
               AND  AW_COURSE_NUMBER(+) = ST_COURSE_ID
               AND  AA_APPLICAT_NO(+) = AW_APPLICAT_NO
               AND  AT_NUMBER(+) = TO_NUMBER(AA_BTEC_TITLE)
               AND  RE_CODE(+) = NVL(ST_BNM_GRADE,ST_OVER_GRADE)
               AND  ROWNUM = 1
        END-EXEC.
*
BAB-EXIT.
*
        EXIT.
*
BB-ISSUE-LETTER SECTION.
**********************************************************************
*
*       Number the letter, find or assign its verification code,
*       log it, raise the fee if chargeable and print it.
*
**********************************************************************
BB-START.
*
        MOVE   "BB: ERROR GETTING COAL_SEQ"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT 'COA'||LPAD(TO_CHAR(COAL_SEQ.NEXTVAL),7,'0')
              INTO :WS-COA-REF
              FROM DUAL
        END-EXEC.
*
        PERFORM BC-VERIFICATION-CODE.
*
        MOVE    ZERO               TO  WS-FEE-ID.
        IF  WS-CHARGE = 'Y'
            PERFORM BD-RAISE-FEE
        END-IF.
*
        MOVE   "BB: ERROR INSERTING COA_LETTERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO COA_LETTERS
                   (COAL_REF,
                    COAL_ST_REG_NO,
                    COAL_DB,
                    COAL_REASON,
                    COAL_CENTRE_ID,
                    COAL_CERT_NO,
                    COAL_CVCO_CODE,
                    COAL_CS_REFERENCE,
                    COAL_ADDRESSEE,
                    COAL_CHARGE,
                    COAL_RCFE_ID,
                    COAL_ISSUE_DATE)
            VALUES (:WS-COA-REF,
                    :WS-REG-NO,
                    :WS-DB,
                    :WS-REASON,
                    :WS-L-CENTRE-ID,
                    :WS-L-CERT-NO,
                    DECODE(RTRIM(:WS-L-VCODE),NULL,NULL,:WS-L-VCODE),
                    :WS-REFERENCE,
                    :WS-ADDRESSEE,
                    :WS-CHARGE,
                    DECODE(:WS-FEE-ID,0,NULL,:WS-FEE-ID),
                    SYSDATE)
        END-EXEC.
*
        PERFORM BE-PRINT-LETTER.
*
        ADD     1                  TO  WS01-LETTERS-ISSUED.
        MOVE    WS-COA-REF         TO  WS-CR-D-LETTER.
        IF  WS-FEE-ID > ZERO
            MOVE 'LETTER ISSUED - FEE RAISED'
                                   TO  WS-CR-D-RESULT
        ELSE
            MOVE 'LETTER ISSUED'   TO  WS-CR-D-RESULT
        END-IF.
*
BB-EXIT.
*
        EXIT.
*
BC-VERIFICATION-CODE SECTION.
**********************************************************************
*
*       The certificate's active verification code.  A certificate
*       with none is given the lowest unassigned code in the pool,
*       made active against it as STP098 applies a reprint's code.
*       An empty pool leaves the code blank on the letter.
*
**********************************************************************
BC-START.
*
        MOVE   "BC: ERROR READING CERT_VERIFY_CODES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(CVCO_CODE),' ')
              INTO :WS-L-VCODE
              FROM CERT_VERIFY_CODES
             WHERE CVCO_ST_REG_NO = :WS-REG-NO
               AND CVCO_STATUS    = 'A'
        END-EXEC.
*
        IF  WS-L-VCODE NOT = SPACES
            GO TO BC-EXIT
        END-IF.
*
        MOVE   "BC: ERROR ASSIGNING A VERIFICATION CODE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_VERIFY_CODES
               SET CVCO_STATUS     = 'A',
                   CVCO_ST_REG_NO  = :WS-REG-NO,
                   CVCO_CERT_NO    = :WS-L-CERT-NO,
                   CVCO_ISSUE_DATE = SYSDATE
             WHERE CVCO_CODE =
                   (SELECT MIN(CVCO_CODE)
                      FROM CERT_VERIFY_CODES
                     WHERE CVCO_STATUS = 'U')
               AND CVCO_STATUS = 'U'
        END-EXEC.
*
        IF  SQLERRD(3) = ZERO
            GO TO BC-EXIT
        END-IF.
*
        ADD     1                  TO  WS01-CODES-ASSIGNED.
*
        MOVE   "BC: ERROR READING ASSIGNED CODE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(CVCO_CODE),' ')
              INTO :WS-L-VCODE
              FROM CERT_VERIFY_CODES
             WHERE CVCO_ST_REG_NO = :WS-REG-NO
               AND CVCO_STATUS    = 'A'
        END-EXEC.
*
BC-EXIT.
*
        EXIT.
*
BD-RAISE-FEE SECTION.
**********************************************************************
*
*       Raise the letter's fee, numbered under the same lock as
*       STP075's, already fulfilled ('O', dated today) and carrying
*       the letter reference.
*
**********************************************************************
BD-START.
*
        MOVE   "BD: ERROR LOCKING REPRINT_CERTIFICATE_FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            LOCK TABLE REPRINT_CERTIFICATE_FEES IN EXCLUSIVE MODE
        END-EXEC.

        MOVE   "BD: ERROR ALLOCATING FEE ID"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(RCFE_ID),0)
              INTO :WS-FEE-BASE
              FROM REPRINT_CERTIFICATE_FEES
        END-EXEC.

        COMPUTE WS-FEE-ID = WS-FEE-BASE + 1.

        MOVE   "BD: ERROR INSERTING REPRINT_CERTIFICATE_FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO REPRINT_CERTIFICATE_FEES
                   (RCFE_ID,
                    RCFE_ST_REG_NO,
                    RCFE_STATUS,
                    RCFE_CS_REFERENCE,
                    RCFE_COA_REF,
                    RCFE_RAISED_DATE,
                    RCFE_REPRINT_DATE,
                    RCFE_UPDATE_DATE,
                    RCFE_UPDATE_USER)
            VALUES (:WS-FEE-ID,
                    :WS-REG-NO,
                    'O',
                    :WS-REFERENCE,
                    :WS-COA-REF,
                    SYSDATE,
                    SYSDATE,
                    SYSDATE,
                    'STP110')
        END-EXEC.

        ADD     1                  TO  WS01-FEES-RAISED.
*
BD-EXIT.
*
        EXIT.
*
BE-PRINT-LETTER SECTION.
**********************************************************************
*
*       Format one Confirmation of Achievement on the letters file.
*
**********************************************************************
BE-START.
*
        MOVE    WS-LT-HEAD         TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER PAGE.

        MOVE    WS-COA-REF         TO  WS-LT-D-COA-REF.
        MOVE    WS-REFERENCE       TO  WS-LT-D-CS-REF.
        MOVE    WS-RUN-DATE        TO  WS-LT-D-DATE.
        MOVE    WS-LT-REFS         TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 3.

        MOVE    CLQ-ADDRESSEE      TO  WS-LT-D-ADDRESS.
        MOVE    WS-LT-ADDRESS      TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 3.
        IF  CLQ-ADDRESS-1 NOT = SPACES
            MOVE CLQ-ADDRESS-1     TO  WS-LT-D-ADDRESS
            MOVE WS-LT-ADDRESS     TO  LETTER-RECORD
            WRITE LETTER-RECORD
        END-IF.
        IF  CLQ-ADDRESS-2 NOT = SPACES
            MOVE CLQ-ADDRESS-2     TO  WS-LT-D-ADDRESS
            MOVE WS-LT-ADDRESS     TO  LETTER-RECORD
            WRITE LETTER-RECORD
        END-IF.
        IF  CLQ-ADDRESS-3 NOT = SPACES
            MOVE CLQ-ADDRESS-3     TO  WS-LT-D-ADDRESS
            MOVE WS-LT-ADDRESS     TO  LETTER-RECORD
            WRITE LETTER-RECORD
        END-IF.
        IF  CLQ-POST-CODE NOT = SPACES
            MOVE CLQ-POST-CODE     TO  WS-LT-D-ADDRESS
            MOVE WS-LT-ADDRESS     TO  LETTER-RECORD
            WRITE LETTER-RECORD
        END-IF.

        MOVE    WS-LT-BODY-1       TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 3.
        MOVE    WS-LT-BODY-2       TO  LETTER-RECORD.
        WRITE   LETTER-RECORD.
        MOVE    WS-LT-BODY-3       TO  LETTER-RECORD.
        WRITE   LETTER-RECORD.

        MOVE    WS-L-NAME          TO  WS-LT-D-NAME.
        MOVE    WS-LT-NAME         TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 3.

        MOVE    WS-REG-NO          TO  WS-LT-D-REG-NO.
        MOVE    WS-LT-REG          TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 2.

        MOVE    WS-L-TITLE         TO  WS-LT-D-TITLE.
        MOVE    WS-LT-TITLE        TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 2.

        MOVE    WS-L-LEVEL         TO  WS-LT-D-LEVEL.
        MOVE    WS-LT-LEVEL        TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 2.

        MOVE    WS-L-GRADE         TO  WS-LT-D-GRADE.
        MOVE    WS-LT-GRADE        TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 2.

        MOVE    WS-L-AWARD-DATE    TO  WS-LT-D-AWARDED.
        MOVE    WS-LT-AWARDED      TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 2.

        MOVE    WS-L-CERT-NO       TO  WS-LT-D-CERT-NO.
        MOVE    WS-LT-CERT-NO      TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 2.

        MOVE    WS-L-VCODE         TO  WS-LT-D-VCODE.
        MOVE    WS-LT-VCODE        TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 2.

        MOVE    WS-LT-CLOSE-1      TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 3.
        MOVE    WS-LT-CLOSE-2      TO  LETTER-RECORD.
        WRITE   LETTER-RECORD.

        MOVE    WS-LT-SIGN         TO  LETTER-RECORD.
        WRITE   LETTER-RECORD AFTER 3.
*
BE-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the totals, commit (update mode) or roll back and say
*       goodbye.
*
**********************************************************************
D-START.
*
	MOVE 'REQUESTS READ:' TO WS-CR-T-DESC.
	MOVE WS01-REQUESTS-READ TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE TO COA-RECORD.
	WRITE COA-RECORD AFTER 2.
	MOVE 'LETTERS ISSUED:' TO WS-CR-T-DESC.
	MOVE WS01-LETTERS-ISSUED TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE TO COA-RECORD.
	WRITE COA-RECORD.
	MOVE 'REQUESTS REJECTED:' TO WS-CR-T-DESC.
	MOVE WS01-REQUESTS-REJECTED TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE TO COA-RECORD.
	WRITE COA-RECORD.
	MOVE 'FEES RAISED:' TO WS-CR-T-DESC.
	MOVE WS01-FEES-RAISED TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE TO COA-RECORD.
	WRITE COA-RECORD.
	MOVE 'VERIFICATION CODES ASSIGNED:' TO WS-CR-T-DESC.
	MOVE WS01-CODES-ASSIGNED TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE TO COA-RECORD.
	WRITE COA-RECORD.
*
	IF NOT UPDATE-MODE
	  MOVE WS-CR-TRIAL-LINE TO COA-RECORD
	  WRITE COA-RECORD AFTER 2
	END-IF.
*
        CLOSE   REQUEST-FILE.
        CLOSE   COA-REP.
        CLOSE   LETTER-FILE.
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
        DISPLAY "STP110 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP110 ERROR".
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
