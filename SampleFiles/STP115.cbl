IDENTIFICATION DIVISION.
PROGRAM-ID.   STP115.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	TIME-LIMITED CERTIFICATES - EXPIRY TRACKING AND RENEWAL REMINDERS
*
********************************************************************************
*
*       STP115 - Companion to STP070 and STP080.  Some awards are
*		only valid for a set period: STP070's
*		VH-GET-CERT-VALIDITY prints "Certificate valid for n
*		years from date of issue" from AT_AWARD_CODES
*		.AACO_YEARS_CERT_VALID, but nothing else used the
*		fact.  This program tracks every time-limited
*		certificate on CERT_EXPIRY:
*
*		  CEXP_ST_REG_NO / CEXP_CERT_NO   the certificate
*		  CEXP_CENTRE_ID / CEXP_AWARD_CODE / CEXP_AT_NUMBER
*		  CEXP_ISSUE_DATE     ST_AWARD_ISSUE
*		  CEXP_YEARS_VALID    AACO_YEARS_CERT_VALID
*		  CEXP_EXPIRY_DATE    issue date plus the years
*		  CEXP_STATUS         'L' live, 'E' expired, 'V' no
*				      longer held (the number was
*				      voided, revoked or reissued)
*		  CEXP_EXPIRED_DATE   date the expiry was recorded
*		  CEXP_LAST_LEAD_DAYS lead time of the last reminder
*		  CEXP_LAST_REMINDED  date of the last reminder
*
*		Each run:
*		- takes on newly issued time-limited certificates;
*		- marks 'V' any certificate whose number is no longer
*		  on the student, or is revoked or voided on
*		  CERT_NO_REGISTRY, so no reminder goes out for it
*		  (and does not take such a certificate on);
*		- sends renewal reminders at each lead time: a
*		  certificate whose days to expiry have come inside
*		  a lead time is reminded once for the shortest such
*		  lead time, unless it has already been reminded at
*		  that lead time or a shorter one.  The centre is
*		  always reminded (EXPREMCTR); the learner is too
*		  (EXPREMLRN) where STUDENTS holds an address;
*		- marks 'E' every live certificate whose expiry date
*		  has come, dated today.  STP080 sends these to the
*		  verification service as expired, so STP115 runs
*		  ahead of STP080 in the nightly.
*
*		Each centre's reminders are registered on
*		CENTRE_DOCUMENTS (type 'RENEWAL') for the centre
*		portal bundles (STP111).
*
*		EXPREMCTR and EXPREMLRN open with a header record and
*		close with a trailer ('*HDR'/'*TRL': file, program,
*		generated timestamp, run date and, on the trailer,
*		the record count).  Record layouts follow the header,
*		space separated:
*		  EXPREMCTR 'R' - centre, reg no, name, certificate
*			      number, course, award title, issue
*			      date, expiry date, days to expiry,
*			      lead time
*		  EXPREMLRN 'R' - reg no, name, address lines 1-3,
*			      postcode, certificate number, award
*			      title, expiry date, centre
*
*		Parameter: the lead times in days, up to four of
*		three digits each, longest first (default 180090030 -
*		six months, three months and one month).
*
* 15-Oct-2026	PJW	EC5275 : Program written.
* 15-Oct-2026	PJW	EC5280 : Stand down, and do not take on, a
*			certificate revoked or voided on
*			CERT_NO_REGISTRY.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  EXPIRY-REP   ASSIGN STP115TOT.
    SELECT  CENTRE-REM   ASSIGN EXPREMCTR.
    SELECT  LEARNER-REM  ASSIGN EXPREMLRN.
*
DATA DIVISION.
FILE SECTION.
*
FD  EXPIRY-REP
    LABEL RECORDS STANDARD.
01  EXPIRY-RECORD                 PIC X(132).
*
FD  CENTRE-REM
    LABEL RECORDS STANDARD.
01  CENTRE-REM-RECORD.
    03  ERC-REC-TYPE              PIC X(01).
    03  FILLER                    PIC X(01).
    03  ERC-CENTRE-ID             PIC X(06).
    03  FILLER                    PIC X(01).
    03  ERC-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  ERC-STUDENT-NAME          PIC X(51).
    03  FILLER                    PIC X(01).
    03  ERC-CERT-NO               PIC X(09).
    03  FILLER                    PIC X(01).
    03  ERC-COURSE-ID             PIC X(08).
    03  FILLER                    PIC X(01).
    03  ERC-AWARD-TITLE           PIC X(90).
    03  FILLER                    PIC X(01).
    03  ERC-ISSUE-DATE            PIC X(11).
    03  FILLER                    PIC X(01).
    03  ERC-EXPIRY-DATE           PIC X(11).
    03  FILLER                    PIC X(01).
    03  ERC-DAYS-LEFT             PIC 9(04).
    03  FILLER                    PIC X(01).
    03  ERC-LEAD-DAYS             PIC 9(03).
01  CENTRE-REM-CONTROL            PIC X(65).
*
FD  LEARNER-REM
    LABEL RECORDS STANDARD.
01  LEARNER-REM-RECORD.
    03  ERL-REC-TYPE              PIC X(01).
    03  FILLER                    PIC X(01).
    03  ERL-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  ERL-STUDENT-NAME          PIC X(51).
    03  FILLER                    PIC X(01).
    03  ERL-ADDRESS-1             PIC X(40).
    03  FILLER                    PIC X(01).
    03  ERL-ADDRESS-2             PIC X(40).
    03  FILLER                    PIC X(01).
    03  ERL-ADDRESS-3             PIC X(40).
    03  FILLER                    PIC X(01).
    03  ERL-POST-CODE             PIC X(10).
    03  FILLER                    PIC X(01).
    03  ERL-CERT-NO               PIC X(09).
    03  FILLER                    PIC X(01).
    03  ERL-AWARD-TITLE           PIC X(90).
    03  FILLER                    PIC X(01).
    03  ERL-EXPIRY-DATE           PIC X(11).
    03  FILLER                    PIC X(01).
    03  ERL-CENTRE-ID             PIC X(06).
01  LEARNER-REM-CONTROL           PIC X(65).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-REMINDER-DETAILS.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CERT-NO               PIC  X(09) OCCURS 200.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-STUDENT-NAME          PIC  X(51) OCCURS 200.
    03  DS02-COURSE-ID             PIC  X(08) OCCURS 200.
    03  DS02-AWARD-TITLE           PIC  X(90) OCCURS 200.
    03  DS02-ADDRESS-1             PIC  X(40) OCCURS 200.
    03  DS02-ADDRESS-2             PIC  X(40) OCCURS 200.
    03  DS02-ADDRESS-3             PIC  X(40) OCCURS 200.
    03  DS02-POST-CODE             PIC  X(10) OCCURS 200.
    03  DS02-ISSUE-DATE            PIC  X(11) OCCURS 200.
    03  DS02-EXPIRY-DATE           PIC  X(11) OCCURS 200.
    03  DS02-DAYS-LEFT             PIC S9(09) COMP OCCURS 200.
    03  DS02-LAST-LEAD             PIC S9(09) COMP OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
01  WS-MAX-LEAD			  PIC S9(04) COMP.
01  WS-R-REG-NO			  PIC  X(07).
01  WS-R-CERT-NO		  PIC  X(09).
01  WS-R-LEAD			  PIC S9(04) COMP.
01  WS-CDOC-CENTRE-ID		  PIC  X(06).
01  WS-CDOC-COUNT		  PIC S9(09) COMP.
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
    03  WS01-TRACKED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-NOT-HELD-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRE-REM-COUNT      PIC S9(09) COMP VALUE 0.
    03  WS01-LEARNER-REM-COUNT     PIC S9(09) COMP VALUE 0.
    03  WS01-NO-ADDRESS-COUNT      PIC S9(09) COMP VALUE 0.
    03  WS01-EXPIRED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-LAST-CENTRE           PIC  X(06) VALUE SPACES.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-LEAD-PARM		   PIC  X(12).
01  WS-LEAD-TABLE REDEFINES WS-LEAD-PARM.
    03  WS-LEAD-ENTRY		   PIC  X(03) OCCURS 4.
01  WS-LEAD-SUB			   PIC S9(04) COMP.
01  WS-LEAD-DAYS		   PIC S9(04) COMP.
01  WS-LEAD-VALUE		   PIC  9(03).
*
* Control record written as the first (header) and last (trailer)
* record of each reminder extract.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP115'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-EXPIRY-REPORT.
    03 WS-ER-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-ER-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'STP115'.
    03 WS-ER-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(60) VALUE
	  'TIME-LIMITED CERTIFICATES - EXPIRY AND RENEWAL REMINDERS'.
    03 WS-ER-HEAD-3.
	05 FILLER		PIC X(20) VALUE 'LEAD TIMES (DAYS) : '.
	05 WS-ER-H3-LEAD	PIC X(12).
    03 WS-ER-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-ER-T-DESC		PIC X(40).
	05 WS-ER-T-COUNT	PIC Z(7)9.
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

        PERFORM B-TRACK-CERTIFICATES.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM C-SEND-REMINDERS.

        PERFORM E-RECORD-EXPIRIES.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the lead times, open the files, log on to Oracle,
*       write the header records and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-LEAD-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-LEAD-PARM.
*
	IF WS-LEAD-PARM = SPACES
	THEN
	  MOVE '180090030' TO WS-LEAD-PARM
	END-IF.
*
* The longest lead time decides how far ahead the reminders look;
* an entry that is not three digits is ignored.
*
	MOVE ZERO TO WS-MAX-LEAD.
	PERFORM
	  VARYING WS-LEAD-SUB
	  FROM 1 BY 1
	  UNTIL WS-LEAD-SUB > 4
	    IF  WS-LEAD-ENTRY(WS-LEAD-SUB) NUMERIC
		MOVE WS-LEAD-ENTRY(WS-LEAD-SUB) TO WS-LEAD-VALUE
		IF  WS-LEAD-VALUE > WS-MAX-LEAD
		    MOVE WS-LEAD-VALUE TO WS-MAX-LEAD
		END-IF
	    END-IF
	END-PERFORM.
*
        OPEN    OUTPUT  EXPIRY-REP.
*
	IF WS-MAX-LEAD = ZERO
	THEN
	  MOVE "LEAD TIMES MUST BE THREE-DIGIT DAY COUNTS"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
        OPEN    OUTPUT  CENTRE-REM.
        OPEN    OUTPUT  LEARNER-REM.
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
	MOVE '*HDR'          TO WS-CTL-TYPE.
	MOVE WS-GENERATED    TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE.
	MOVE ZERO            TO WS-CTL-RECORD-COUNT.
	MOVE 'EXPREMCTR'     TO WS-CTL-FILE-NAME.
	WRITE CENTRE-REM-CONTROL FROM WS-CONTROL-RECORD.
	MOVE 'EXPREMLRN'     TO WS-CTL-FILE-NAME.
	WRITE LEARNER-REM-CONTROL FROM WS-CONTROL-RECORD.
*
	MOVE WS-RUN-DATE TO WS-ER-H1-RUN-DATE.
	MOVE WS-ER-HEAD-1 TO EXPIRY-RECORD.
	WRITE EXPIRY-RECORD AFTER PAGE.
	MOVE WS-ER-HEAD-2 TO EXPIRY-RECORD.
	WRITE EXPIRY-RECORD AFTER 2.
	MOVE WS-LEAD-PARM TO WS-ER-H3-LEAD.
	MOVE WS-ER-HEAD-3 TO EXPIRY-RECORD.
	WRITE EXPIRY-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-TRACK-CERTIFICATES SECTION.
**********************************************************************
*
*       Take on the time-limited certificates issued since the last
*       run, and stand down any whose number the student no longer
*       holds or which CERT_NO_REGISTRY shows revoked or voided.
*
**********************************************************************
B-START.
*
        MOVE   "B: ERROR INSERTING CERT_EXPIRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CERT_EXPIRY
                   (CEXP_ST_REG_NO,
                    CEXP_CERT_NO,
                    CEXP_CENTRE_ID,
                    CEXP_AWARD_CODE,
                    CEXP_AT_NUMBER,
                    CEXP_ISSUE_DATE,
                    CEXP_YEARS_VALID,
                    CEXP_EXPIRY_DATE,
                    CEXP_STATUS,
                    CEXP_CREATED_DATE)
            SELECT  ST_REG_NO,
                    ST_CERT_NO,
                    ST_CENTRE_ID,
                    AW_AWARD_CODE,
                    AACO_AT_NUMBER,
                    TRUNC(ST_AWARD_ISSUE),
                    AACO_YEARS_CERT_VALID,
                    ADD_MONTHS(TRUNC(ST_AWARD_ISSUE),
                               12 * AACO_YEARS_CERT_VALID),
                    'L',
                    SYSDATE
              FROM  STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AT_AWARD_CODES
             WHERE  ST_CERT_NO IS NOT NULL
               AND  ST_AWARD_ISSUE IS NOT NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AW_AWARD_CODE = NVL(ST_AWARD_CODE,AW_AWARD_CODE)
               AND  AW_APPLICAT_NO = AA_APPLICAT_NO
               AND  AACO_AT_NUMBER = TO_NUMBER(AA_BTEC_TITLE)
               AND  AACO_AC_CODE   = AW_AWARD_CODE
               AND  AACO_YEARS_CERT_VALID > 0
               AND  NOT EXISTS
                    (SELECT NULL
                       FROM CERT_EXPIRY
                      WHERE CEXP_ST_REG_NO = ST_REG_NO
                        AND CEXP_CERT_NO   = ST_CERT_NO)
               AND  NOT EXISTS
                    (SELECT NULL
                       FROM CERT_NO_REGISTRY
                      WHERE CREG_CERT_NO = ST_CERT_NO
                        AND CREG_STATUS IN ('R','V'))
        END-EXEC.
*
        MOVE    SQLERRD(3)         TO  WS01-TRACKED-COUNT.
*
        MOVE   "B: ERROR STANDING DOWN CERT_EXPIRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_EXPIRY
               SET CEXP_STATUS = 'V'
             WHERE CEXP_STATUS = 'L'
               AND (NOT EXISTS
                   (SELECT NULL
                      FROM STUDENTS
                     WHERE ST_REG_NO  = CEXP_ST_REG_NO
                       AND ST_CERT_NO = CEXP_CERT_NO)
                OR EXISTS
                   (SELECT NULL
                      FROM CERT_NO_REGISTRY
                     WHERE CREG_CERT_NO = CEXP_CERT_NO
                       AND CREG_STATUS IN ('R','V')))
        END-EXEC.
*
        MOVE    SQLERRD(3)         TO  WS01-NOT-HELD-COUNT.
*
B-EXIT.
*
        EXIT.
*
C-SEND-REMINDERS SECTION.
**********************************************************************
*
*       Every live certificate expiring inside the longest lead
*       time, by centre.
*
**********************************************************************
C-START.
*
        EXEC SQL
            DECLARE GET_EXPIRING CURSOR FOR
            SELECT  CEXP_ST_REG_NO,
                    CEXP_CERT_NO,
                    ST_CENTRE_ID,
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    ST_COURSE_ID,
                    NVL(AT_NAME,' '),
                    NVL(ST_ADDRESS_1,' '),
                    NVL(ST_ADDRESS_2,' '),
                    NVL(ST_ADDRESS_3,' '),
                    NVL(ST_POST_CODE,' '),
                    TO_CHAR(CEXP_ISSUE_DATE,'DD-MON-YYYY'),
                    TO_CHAR(CEXP_EXPIRY_DATE,'DD-MON-YYYY'),
                    CEXP_EXPIRY_DATE - TRUNC(SYSDATE),
                    NVL(CEXP_LAST_LEAD_DAYS,99999)
              FROM  CERT_EXPIRY,
                    STUDENTS,
                    AWARD_TITLES
             WHERE  CEXP_STATUS = 'L'
               AND  ST_REG_NO = CEXP_ST_REG_NO
               AND  AT_NUMBER(+) = CEXP_AT_NUMBER
               AND  CEXP_EXPIRY_DATE > TRUNC(SYSDATE)
               AND  CEXP_EXPIRY_DATE <= TRUNC(SYSDATE) + :WS-MAX-LEAD
             ORDER BY ST_CENTRE_ID,
                    CEXP_EXPIRY_DATE,
                    CEXP_ST_REG_NO
        END-EXEC.
*
        MOVE   "C: ERROR OPENING EXPIRING CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_EXPIRING
        END-EXEC.
*
        PERFORM CA-FETCH-EXPIRING
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING EXPIRING CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_EXPIRING
        END-EXEC.
*
        IF  WS01-CENTRE-COUNT > ZERO
            PERFORM CC-REGISTER-CENTRE
        END-IF.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-EXPIRING SECTION.
**********************************************************************
*
*       Get a set of expiring certificates and remind those that
*       have come inside a lead time not yet reminded.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING EXPIRING CERTIFICATES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_EXPIRING
             INTO  :DS02-REG-NO,
                   :DS02-CERT-NO,
                   :DS02-CENTRE-ID,
                   :DS02-STUDENT-NAME,
                   :DS02-COURSE-ID,
                   :DS02-AWARD-TITLE,
                   :DS02-ADDRESS-1,
                   :DS02-ADDRESS-2,
                   :DS02-ADDRESS-3,
                   :DS02-POST-CODE,
                   :DS02-ISSUE-DATE,
                   :DS02-EXPIRY-DATE,
                   :DS02-DAYS-LEFT,
                   :DS02-LAST-LEAD
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
            PERFORM CB-REMIND-CERTIFICATE
        END-PERFORM.
*
CA-EXIT.
*
        EXIT.
*
CB-REMIND-CERTIFICATE SECTION.
**********************************************************************
*
*       The certificate at WS01-INDEX: find the shortest lead time
*       its days to expiry have come inside; remind it if it has
*       not been reminded at that lead time or a shorter one.
*
**********************************************************************
CB-START.
*
	MOVE 9999 TO WS-LEAD-DAYS.
	PERFORM
	  VARYING WS-LEAD-SUB
	  FROM 1 BY 1
	  UNTIL WS-LEAD-SUB > 4
	    IF  WS-LEAD-ENTRY(WS-LEAD-SUB) NUMERIC
		MOVE WS-LEAD-ENTRY(WS-LEAD-SUB) TO WS-LEAD-VALUE
		IF  WS-LEAD-VALUE NOT < DS02-DAYS-LEFT(WS01-INDEX)
		AND WS-LEAD-VALUE < WS-LEAD-DAYS
		    MOVE WS-LEAD-VALUE TO WS-LEAD-DAYS
		END-IF
	    END-IF
	END-PERFORM.

	IF WS-LEAD-DAYS = 9999
	OR WS-LEAD-DAYS NOT < DS02-LAST-LEAD(WS01-INDEX)
	   GO TO CB-EXIT
	END-IF.

	IF DS02-CENTRE-ID(WS01-INDEX) NOT = WS01-LAST-CENTRE
	   IF WS01-CENTRE-COUNT > ZERO
	      PERFORM CC-REGISTER-CENTRE
	   END-IF
	   MOVE DS02-CENTRE-ID(WS01-INDEX) TO WS01-LAST-CENTRE
	   MOVE ZERO                       TO WS01-CENTRE-COUNT
	END-IF.

	MOVE SPACES                          TO CENTRE-REM-RECORD.
	MOVE 'R'                             TO ERC-REC-TYPE.
	MOVE DS02-CENTRE-ID(WS01-INDEX)      TO ERC-CENTRE-ID.
	MOVE DS02-REG-NO(WS01-INDEX)         TO ERC-REG-NO.
	MOVE DS02-STUDENT-NAME(WS01-INDEX)   TO ERC-STUDENT-NAME.
	MOVE DS02-CERT-NO(WS01-INDEX)        TO ERC-CERT-NO.
	MOVE DS02-COURSE-ID(WS01-INDEX)      TO ERC-COURSE-ID.
	MOVE DS02-AWARD-TITLE(WS01-INDEX)    TO ERC-AWARD-TITLE.
	MOVE DS02-ISSUE-DATE(WS01-INDEX)     TO ERC-ISSUE-DATE.
	MOVE DS02-EXPIRY-DATE(WS01-INDEX)    TO ERC-EXPIRY-DATE.
	MOVE DS02-DAYS-LEFT(WS01-INDEX)      TO ERC-DAYS-LEFT.
	MOVE WS-LEAD-DAYS                    TO ERC-LEAD-DAYS.
	WRITE CENTRE-REM-RECORD.
	ADD 1 TO WS01-CENTRE-REM-COUNT.
	ADD 1 TO WS01-CENTRE-COUNT.

	IF DS02-ADDRESS-1(WS01-INDEX) = SPACES
	OR DS02-POST-CODE(WS01-INDEX) = SPACES
	   ADD 1 TO WS01-NO-ADDRESS-COUNT
	ELSE
	   MOVE SPACES                         TO LEARNER-REM-RECORD
	   MOVE 'R'                            TO ERL-REC-TYPE
	   MOVE DS02-REG-NO(WS01-INDEX)        TO ERL-REG-NO
	   MOVE DS02-STUDENT-NAME(WS01-INDEX)  TO ERL-STUDENT-NAME
	   MOVE DS02-ADDRESS-1(WS01-INDEX)     TO ERL-ADDRESS-1
	   MOVE DS02-ADDRESS-2(WS01-INDEX)     TO ERL-ADDRESS-2
	   MOVE DS02-ADDRESS-3(WS01-INDEX)     TO ERL-ADDRESS-3
	   MOVE DS02-POST-CODE(WS01-INDEX)     TO ERL-POST-CODE
	   MOVE DS02-CERT-NO(WS01-INDEX)       TO ERL-CERT-NO
	   MOVE DS02-AWARD-TITLE(WS01-INDEX)   TO ERL-AWARD-TITLE
	   MOVE DS02-EXPIRY-DATE(WS01-INDEX)   TO ERL-EXPIRY-DATE
	   MOVE DS02-CENTRE-ID(WS01-INDEX)     TO ERL-CENTRE-ID
	   WRITE LEARNER-REM-RECORD
	   ADD 1 TO WS01-LEARNER-REM-COUNT
	END-IF.

	MOVE DS02-REG-NO(WS01-INDEX)  TO WS-R-REG-NO.
	MOVE DS02-CERT-NO(WS01-INDEX) TO WS-R-CERT-NO.
	MOVE WS-LEAD-DAYS             TO WS-R-LEAD.

        MOVE   "CB: ERROR UPDATING CERT_EXPIRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_EXPIRY
               SET CEXP_LAST_LEAD_DAYS = :WS-R-LEAD,
                   CEXP_LAST_REMINDED  = TRUNC(SYSDATE)
             WHERE CEXP_ST_REG_NO = :WS-R-REG-NO
               AND CEXP_CERT_NO   = :WS-R-CERT-NO
        END-EXEC.
*
CB-EXIT.
*
        EXIT.
*
CC-REGISTER-CENTRE SECTION.
**********************************************************************
*
*       Register the reminders just written for a centre on
*       CENTRE_DOCUMENTS.
*
**********************************************************************
CC-START.
*
        MOVE    WS01-LAST-CENTRE   TO  WS-CDOC-CENTRE-ID.
        MOVE    WS01-CENTRE-COUNT  TO  WS-CDOC-COUNT.
*
        MOVE   "CC: ERROR INSERTING CENTRE_DOCUMENTS"
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
                    'RENEWAL',
                    'STP115',
                    TRUNC(SYSDATE),
                    :WS-CDOC-COUNT,
                    'EXPREMCTR',
                    SYSDATE)
        END-EXEC.
*
CC-EXIT.
*
        EXIT.
*
E-RECORD-EXPIRIES SECTION.
**********************************************************************
*
*       Every live certificate whose expiry date has come is marked
*       expired, dated today, for STP080 to send.
*
**********************************************************************
E-START.
*
        MOVE   "E: ERROR EXPIRING CERT_EXPIRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_EXPIRY
               SET CEXP_STATUS       = 'E',
                   CEXP_EXPIRED_DATE = TRUNC(SYSDATE)
             WHERE CEXP_STATUS = 'L'
               AND CEXP_EXPIRY_DATE <= TRUNC(SYSDATE)
        END-EXEC.
*
        MOVE    SQLERRD(3)         TO  WS01-EXPIRED-COUNT.
*
E-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the trailer records, print the totals, commit and say
*       goodbye.
*
**********************************************************************
D-START.
*
	MOVE '*TRL'                 TO WS-CTL-TYPE.
	MOVE 'EXPREMCTR'            TO WS-CTL-FILE-NAME.
	MOVE WS01-CENTRE-REM-COUNT  TO WS-CTL-RECORD-COUNT.
	WRITE CENTRE-REM-CONTROL FROM WS-CONTROL-RECORD.
	MOVE 'EXPREMLRN'            TO WS-CTL-FILE-NAME.
	MOVE WS01-LEARNER-REM-COUNT TO WS-CTL-RECORD-COUNT.
	WRITE LEARNER-REM-CONTROL FROM WS-CONTROL-RECORD.
	CLOSE CENTRE-REM.
	CLOSE LEARNER-REM.
*
        MOVE   'CERTIFICATES TAKEN ON:'
                                   TO  WS-ER-T-DESC.
        MOVE    WS01-TRACKED-COUNT TO  WS-ER-T-COUNT.
        MOVE    WS-ER-TOTAL-LINE   TO  EXPIRY-RECORD.
        WRITE   EXPIRY-RECORD AFTER 3.
        MOVE   'CERTIFICATES NO LONGER HELD:'
                                   TO  WS-ER-T-DESC.
        MOVE    WS01-NOT-HELD-COUNT
                                   TO  WS-ER-T-COUNT.
        MOVE    WS-ER-TOTAL-LINE   TO  EXPIRY-RECORD.
        WRITE   EXPIRY-RECORD.
        MOVE   'CENTRE REMINDERS:'
                                   TO  WS-ER-T-DESC.
        MOVE    WS01-CENTRE-REM-COUNT
                                   TO  WS-ER-T-COUNT.
        MOVE    WS-ER-TOTAL-LINE   TO  EXPIRY-RECORD.
        WRITE   EXPIRY-RECORD.
        MOVE   'LEARNER REMINDERS:'
                                   TO  WS-ER-T-DESC.
        MOVE    WS01-LEARNER-REM-COUNT
                                   TO  WS-ER-T-COUNT.
        MOVE    WS-ER-TOTAL-LINE   TO  EXPIRY-RECORD.
        WRITE   EXPIRY-RECORD.
        MOVE   'LEARNERS WITH NO ADDRESS HELD:'
                                   TO  WS-ER-T-DESC.
        MOVE    WS01-NO-ADDRESS-COUNT
                                   TO  WS-ER-T-COUNT.
        MOVE    WS-ER-TOTAL-LINE   TO  EXPIRY-RECORD.
        WRITE   EXPIRY-RECORD.
        MOVE   'CERTIFICATES EXPIRED TODAY:'
                                   TO  WS-ER-T-DESC.
        MOVE    WS01-EXPIRED-COUNT TO  WS-ER-T-COUNT.
        MOVE    WS-ER-TOTAL-LINE   TO  EXPIRY-RECORD.
        WRITE   EXPIRY-RECORD.
        CLOSE   EXPIRY-REP.
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
        DISPLAY "STP115 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP115 ERROR".
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
