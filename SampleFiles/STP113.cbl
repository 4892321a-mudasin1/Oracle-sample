IDENTIFICATION DIVISION.
PROGRAM-ID.   STP113.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CERTIFICATE MESSAGES - AWARDS RUN EXTRACT AND PROOF LISTING
*
********************************************************************************
*
*       STP113 - Companion to STP070.  The message lines printed on
*		certificates (CMI membership, DMS level, PJEA
*		partnership, Qualifications Wales, dance and
*		production arts context, Licence to Practise), the
*		certificate validity legend and the more-than-one-
*		page endorsement were literals compiled into STP070.
*		They are now held as data in CERTIFICATE_MESSAGES,
*		one row per printed line:
*
*		  CMSG_ID              the message
*		  CMSG_LINE_NO         line within the message
*		  CMSG_SEQUENCE        print order among messages
*		  CMSG_USAGE           'L' message line,
*				       'V' validity legend ('#' in the
*				           text stands for the years),
*				       'E' multi-page endorsement
*		  CMSG_KEY_TYPE        'A' award code (CMSG_AWARD_CODE),
*				       'C' course (CMSG_AT_NUMBER, with
*				           CMSG_AWARD_CODE if given),
*				       'P' professional body
*				           (CMSG_PBOD_ID),
*				       'G' every certificate
*		  CMSG_EFFECTIVE_FROM  first issue date it applies to
*		  CMSG_EFFECTIVE_TO    last issue date (null: open)
*		  CMSG_ENGLISH_TEXT    the line in English
*		  CMSG_WELSH_TEXT      the line in Welsh (null: the
*				       English prints for every centre)
*
*		This program writes the CERTMSGEXT extract which
*		STP070 loads at run start, exactly as STP089's
*		LANGPREF extract works.  Professional body messages
*		are resolved here, through PROFESSIONAL_BODY_BTECS,
*		to one 'M' record per award code and award title of
*		the body, so STP070 matches every message on award
*		code, award title and issue date alone.  Messages
*		out of force tonight are still extracted, since a
*		reprint carries its original issue date.
*
*		It also prints a proof listing: for each message in
*		force on the certificate date, the centres, courses,
*		award codes and award titles of tonight's eligible
*		population (ST_AWARD_ELIG 'Y', no ST_CERT_NO, as
*		CURSOR_1 of STP070) that pick it up, with the number
*		of students.  A validity legend is shown only where
*		the award title and code carry a validity period; the
*		endorsement is shown for every certificate its key
*		covers, although it prints only on a certificate
*		that runs to more than one page.
*
*		Parameter: certificate date (DD-MON-YYYY), as keyed
*		to STP070; blank for today.
*
*		It is run in the awards run deck immediately ahead of
*		STP070, after STP089.  The extract opens with a
*		header record and closes with a trailer ('*HDR'/
*		'*TRL': file, program, generated timestamp, run date
*		and, on the trailer, the record count).  STP070
*		ignores, with a warning, a message extract that is
*		missing, stale or empty, and prints the compiled
*		wording; it refuses one that is incomplete.
*
* 15-Oct-2026	PJW	EC5273 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  MSG-REP      ASSIGN STP113TOT.
    SELECT  MSG-EXTRACT  ASSIGN CERTMSGEXT.
*
DATA DIVISION.
FILE SECTION.
*
FD  MSG-REP
    LABEL RECORDS STANDARD.
01  MSG-RECORD                    PIC X(132).
*
FD  MSG-EXTRACT
    LABEL RECORDS STANDARD.
01  MSG-EXTRACT-RECORD.
    03  CMX-REC-TYPE              PIC X(01).
    03  FILLER                    PIC X(01).
    03  CMX-MSG-ID                PIC 9(06).
    03  FILLER                    PIC X(01).
    03  CMX-LINE-NO               PIC 9(02).
    03  FILLER                    PIC X(01).
    03  CMX-SEQUENCE              PIC 9(04).
    03  FILLER                    PIC X(01).
    03  CMX-USAGE                 PIC X(01).
    03  FILLER                    PIC X(01).
    03  CMX-AWARD-CODE            PIC X(02).
    03  FILLER                    PIC X(01).
    03  CMX-BTEC-TITLE            PIC X(05).
    03  FILLER                    PIC X(01).
    03  CMX-EFFECTIVE-FROM        PIC X(08).
    03  FILLER                    PIC X(01).
    03  CMX-EFFECTIVE-TO          PIC X(08).
    03  FILLER                    PIC X(01).
    03  CMX-ENGLISH-TEXT          PIC X(70).
    03  FILLER                    PIC X(01).
    03  CMX-WELSH-TEXT            PIC X(70).
01  MSG-EXTRACT-CONTROL           PIC X(65).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-MSG-DETAILS.
    03  DS02-MSG-ID                PIC  9(06) OCCURS 200.
    03  DS02-LINE-NO               PIC  9(02) OCCURS 200.
    03  DS02-SEQUENCE              PIC  9(04) OCCURS 200.
    03  DS02-USAGE                 PIC  X(01) OCCURS 200.
    03  DS02-AWARD-CODE            PIC  X(02) OCCURS 200.
    03  DS02-BTEC-TITLE            PIC  X(05) OCCURS 200.
    03  DS02-EFFECTIVE-FROM        PIC  X(08) OCCURS 200.
    03  DS02-EFFECTIVE-TO          PIC  X(08) OCCURS 200.
    03  DS02-ENGLISH-TEXT          PIC  X(70) OCCURS 200.
    03  DS02-WELSH-TEXT            PIC  X(70) OCCURS 200.
*
01  DS04-PROOF-DETAILS.
    03  DS04-MSG-ID                PIC  9(06) OCCURS 200.
    03  DS04-SEQUENCE              PIC  9(04) OCCURS 200.
    03  DS04-USAGE                 PIC  X(01) OCCURS 200.
    03  DS04-KEY                   PIC  X(30) OCCURS 200.
    03  DS04-EFFECTIVE             PIC  X(23) OCCURS 200.
    03  DS04-ENGLISH-TEXT          PIC  X(70) OCCURS 200.
    03  DS04-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS04-COURSE-ID             PIC  X(08) OCCURS 200.
    03  DS04-AWARD-CODE            PIC  X(02) OCCURS 200.
    03  DS04-BTEC-TITLE            PIC  X(05) OCCURS 200.
    03  DS04-STUDENTS              PIC S9(09) COMP OCCURS 200.
*
01  WS-CERT-DATE		  PIC  X(11).
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
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
    03  WS01-RECORD-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-MESSAGE-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-MESSAGE-STUDENTS      PIC S9(09) COMP VALUE 0.
    03  WS01-PICKUP-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-LAST-MSG-ID           PIC  9(06) VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-CERT-DATE-PARM		   PIC  X(11).
*
* Control record written as the first (header) and last (trailer)
* record of the CERTMSGEXT file, so STP070 can tell a complete,
* current extract from a stale, truncated or missing one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'CERTMSGEXT'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP113'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-MSG-REPORT.
    03 WS-MR-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-MR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'STP113'.
    03 WS-MR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(44) VALUE
	  'CERTIFICATE MESSAGES - PROOF LISTING'.
	05 FILLER		PIC X(19) VALUE
	  'CERTIFICATE DATE : '.
	05 WS-MR-H2-CERT-DATE	PIC X(11).
    03 WS-MR-COL-HEAD.
	05 FILLER		PIC X(05) VALUE SPACES.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 FILLER		PIC X(10) VALUE 'COURSE'.
	05 FILLER		PIC X(07) VALUE 'AWARD'.
	05 FILLER		PIC X(07) VALUE 'TITLE'.
	05 FILLER		PIC X(08) VALUE 'STUDENTS'.
    03 WS-MR-MESSAGE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(08) VALUE 'MESSAGE '.
	05 WS-MR-M-MSG-ID	PIC Z(5)9.
	05 FILLER		PIC X(06) VALUE '  SEQ '.
	05 WS-MR-M-SEQUENCE	PIC Z(3)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-M-USAGE	PIC X(29).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-M-KEY		PIC X(30).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-M-EFFECTIVE	PIC X(23).
    03 WS-MR-TEXT.
	05 FILLER		PIC X(05) VALUE SPACES.
	05 WS-MR-X-TEXT		PIC X(70).
    03 WS-MR-DETAIL.
	05 FILLER		PIC X(05) VALUE SPACES.
	05 WS-MR-D-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-COURSE	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-AWARD-CODE	PIC X(02).
	05 FILLER		PIC X(05) VALUE SPACES.
	05 WS-MR-D-TITLE	PIC X(05).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-MR-D-STUDENTS	PIC Z(7)9.
    03 WS-MR-MSG-TOTAL.
	05 FILLER		PIC X(05) VALUE SPACES.
	05 FILLER		PIC X(30) VALUE
	  'STUDENTS PICKING UP MESSAGE:'.
	05 WS-MR-MT-STUDENTS	PIC Z(7)9.
    03 WS-MR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-MR-T-DESC		PIC X(34).
	05 WS-MR-T-COUNT	PIC Z(7)9.
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
        PERFORM B-EXTRACT-MESSAGES.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM C-PROOF-LISTING.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the certificate date, open the files, log on to
*       Oracle, write the header record and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-CERT-DATE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-CERT-DATE-PARM.
*
        OPEN    OUTPUT  MSG-REP.
        OPEN    OUTPUT  MSG-EXTRACT.
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
	IF WS-CERT-DATE-PARM = SPACES
	THEN
	  MOVE WS-RUN-DATE TO WS-CERT-DATE
	ELSE
	  MOVE WS-CERT-DATE-PARM TO WS-CERT-DATE
	END-IF.
*
        MOVE   "CERTIFICATE DATE NOT DD-MON-YYYY"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT TO_CHAR(TO_DATE(:WS-CERT-DATE,'DD-MON-YYYY'),
                           'DD-MON-YYYY')
              INTO :WS-CERT-DATE
              FROM DUAL
	END-EXEC.
*
	MOVE '*HDR'          TO WS-CTL-TYPE.
	MOVE WS-GENERATED    TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE.
	MOVE ZERO            TO WS-CTL-RECORD-COUNT.
	WRITE MSG-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
*
	MOVE WS-RUN-DATE TO WS-MR-H1-RUN-DATE.
	MOVE WS-MR-HEAD-1 TO MSG-RECORD.
	WRITE MSG-RECORD AFTER PAGE.
	MOVE WS-CERT-DATE TO WS-MR-H2-CERT-DATE.
	MOVE WS-MR-HEAD-2 TO MSG-RECORD.
	WRITE MSG-RECORD AFTER 2.
	MOVE WS-MR-COL-HEAD TO MSG-RECORD.
	WRITE MSG-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-EXTRACT-MESSAGES SECTION.
**********************************************************************
*
*       Write the 'M' extract records: every message line, in print
*       order, with professional body messages resolved to the
*       award codes and award titles of the body.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_MESSAGES CURSOR FOR
            SELECT  CMSG_ID,
                    CMSG_LINE_NO,
                    CMSG_SEQUENCE,
                    CMSG_USAGE,
                    DECODE(CMSG_KEY_TYPE,
                           'A',CMSG_AWARD_CODE,
                           'C',NVL(CMSG_AWARD_CODE,' '),
                           ' '),
                    DECODE(CMSG_KEY_TYPE,
                           'C',LTRIM(TO_CHAR(CMSG_AT_NUMBER)),
                           ' '),
                    TO_CHAR(CMSG_EFFECTIVE_FROM,'YYYYMMDD'),
                    NVL(TO_CHAR(CMSG_EFFECTIVE_TO,'YYYYMMDD'),
                        '99991231'),
                    CMSG_ENGLISH_TEXT,
                    NVL(CMSG_WELSH_TEXT,' ')
              FROM  CERTIFICATE_MESSAGES
             WHERE  CMSG_USAGE IN ('L','V','E')
               AND  (   (CMSG_KEY_TYPE = 'A'
                         AND CMSG_AWARD_CODE IS NOT NULL)
                     OR (CMSG_KEY_TYPE = 'C'
                         AND CMSG_AT_NUMBER IS NOT NULL)
                     OR  CMSG_KEY_TYPE = 'G')
            UNION ALL
            SELECT  DISTINCT
                    CMSG_ID,
                    CMSG_LINE_NO,
                    CMSG_SEQUENCE,
                    CMSG_USAGE,
                    PBBT_AWARD_CODE,
                    LTRIM(TO_CHAR(PBBT_AWARD_TITLE)),
                    TO_CHAR(CMSG_EFFECTIVE_FROM,'YYYYMMDD'),
                    NVL(TO_CHAR(CMSG_EFFECTIVE_TO,'YYYYMMDD'),
                        '99991231'),
                    CMSG_ENGLISH_TEXT,
                    NVL(CMSG_WELSH_TEXT,' ')
              FROM  CERTIFICATE_MESSAGES,
                    PROFESSIONAL_BODY_BTECS
             WHERE  CMSG_USAGE IN ('L','V','E')
               AND  CMSG_KEY_TYPE = 'P'
               AND  PBBT_PBOD_ID  = CMSG_PBOD_ID
             ORDER BY 3, 1, 5, 6, 2
        END-EXEC.
*
        MOVE   "B: ERROR OPENING MESSAGES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_MESSAGES
        END-EXEC.
*
        PERFORM BA-FETCH-MESSAGES
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING MESSAGES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_MESSAGES
        END-EXEC.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-MESSAGES SECTION.
**********************************************************************
*
*       Get a set of message lines and extract them.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING MESSAGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_MESSAGES
             INTO  :DS02-MSG-ID,
                   :DS02-LINE-NO,
                   :DS02-SEQUENCE,
                   :DS02-USAGE,
                   :DS02-AWARD-CODE,
                   :DS02-BTEC-TITLE,
                   :DS02-EFFECTIVE-FROM,
                   :DS02-EFFECTIVE-TO,
                   :DS02-ENGLISH-TEXT,
                   :DS02-WELSH-TEXT
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

            MOVE    SPACES                         TO
                                            MSG-EXTRACT-RECORD
            MOVE    'M'                            TO  CMX-REC-TYPE
            MOVE    DS02-MSG-ID(WS01-INDEX)        TO  CMX-MSG-ID
            MOVE    DS02-LINE-NO(WS01-INDEX)       TO  CMX-LINE-NO
            MOVE    DS02-SEQUENCE(WS01-INDEX)      TO  CMX-SEQUENCE
            MOVE    DS02-USAGE(WS01-INDEX)         TO  CMX-USAGE
            MOVE    DS02-AWARD-CODE(WS01-INDEX)    TO  CMX-AWARD-CODE
            MOVE    DS02-BTEC-TITLE(WS01-INDEX)    TO  CMX-BTEC-TITLE
            MOVE    DS02-EFFECTIVE-FROM(WS01-INDEX)
                                            TO  CMX-EFFECTIVE-FROM
            MOVE    DS02-EFFECTIVE-TO(WS01-INDEX)
                                            TO  CMX-EFFECTIVE-TO
            MOVE    DS02-ENGLISH-TEXT(WS01-INDEX)
                                            TO  CMX-ENGLISH-TEXT
            MOVE    DS02-WELSH-TEXT(WS01-INDEX)
                                            TO  CMX-WELSH-TEXT
            WRITE   MSG-EXTRACT-RECORD

            ADD     1                              TO  WS01-RECORD-COUNT
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
C-PROOF-LISTING SECTION.
**********************************************************************
*
*       Print, for each message in force on the certificate date,
*       the centre courses of tonight's population that pick it up.
*
**********************************************************************
C-START.
*
        EXEC SQL
            DECLARE GET_PROOF CURSOR FOR
            SELECT  CMSG_ID,
                    CMSG_SEQUENCE,
                    CMSG_USAGE,
                    DECODE(CMSG_KEY_TYPE,
                           'A','AWARD CODE '||CMSG_AWARD_CODE,
                           'C','COURSE '||TO_CHAR(CMSG_AT_NUMBER)||
                               DECODE(CMSG_AWARD_CODE,NULL,NULL,
                                      ' AWARD '||CMSG_AWARD_CODE),
                           'P','PROFESSIONAL BODY '||
                               TO_CHAR(CMSG_PBOD_ID),
                           'ALL CERTIFICATES'),
                    TO_CHAR(CMSG_EFFECTIVE_FROM,'DD-MON-YYYY')||
                    ' TO '||
                    NVL(TO_CHAR(CMSG_EFFECTIVE_TO,'DD-MON-YYYY'),
                        'OPEN'),
                    CMSG_ENGLISH_TEXT,
                    ST_CENTRE_ID,
                    ST_COURSE_ID,
                    AW_AWARD_CODE,
                    LTRIM(TO_CHAR(AA_BTEC_TITLE)),
                    COUNT(*)
              FROM  CERTIFICATE_MESSAGES,
                    STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AWARD_CODES
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  ST_REG_TYPE != 'I'
               AND  ST_COURSE_ID != 'KSQ00'
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AW_APPLICAT_NO = AA_APPLICAT_NO
               AND  AC_CODE = AW_AWARD_CODE
               AND  AC_EXTERNAL_CERT_NO IS NULL
               AND  CMSG_LINE_NO = 1
               AND  CMSG_USAGE IN ('L','V','E')
               AND  TO_DATE(:WS-CERT-DATE,'DD-MON-YYYY')
                    BETWEEN CMSG_EFFECTIVE_FROM
                        AND NVL(CMSG_EFFECTIVE_TO,
                                TO_DATE(:WS-CERT-DATE,'DD-MON-YYYY'))
               AND  (   CMSG_KEY_TYPE = 'G'
                     OR (CMSG_KEY_TYPE = 'A'
                         AND CMSG_AWARD_CODE = AW_AWARD_CODE)
                     OR (CMSG_KEY_TYPE = 'C'
                         AND CMSG_AT_NUMBER = TO_NUMBER(AA_BTEC_TITLE)
                         AND NVL(CMSG_AWARD_CODE,AW_AWARD_CODE)
                                               = AW_AWARD_CODE)
                     OR (CMSG_KEY_TYPE = 'P'
                         AND EXISTS
                            (SELECT NULL
                               FROM PROFESSIONAL_BODY_BTECS
                              WHERE PBBT_PBOD_ID     = CMSG_PBOD_ID
                                AND PBBT_AWARD_CODE  = AW_AWARD_CODE
                                AND PBBT_AWARD_TITLE =
                                        TO_NUMBER(AA_BTEC_TITLE))))
               AND  (   CMSG_USAGE != 'V'
                     OR EXISTS
                            (SELECT NULL
                               FROM AT_AWARD_CODES
                              WHERE AACO_AT_NUMBER =
                                        TO_NUMBER(AA_BTEC_TITLE)
                                AND AACO_AC_CODE   = AW_AWARD_CODE
                                AND AACO_YEARS_CERT_VALID IS NOT NULL))
             GROUP BY CMSG_ID,
                    CMSG_SEQUENCE,
                    CMSG_USAGE,
                    CMSG_KEY_TYPE,
                    CMSG_AWARD_CODE,
                    CMSG_AT_NUMBER,
                    CMSG_PBOD_ID,
                    CMSG_EFFECTIVE_FROM,
                    CMSG_EFFECTIVE_TO,
                    CMSG_ENGLISH_TEXT,
                    ST_CENTRE_ID,
                    ST_COURSE_ID,
                    AW_AWARD_CODE,
                    AA_BTEC_TITLE
             ORDER BY 2, 1, 7, 8, 9, 10
        END-EXEC.
*
        MOVE   "C: ERROR OPENING PROOF CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_PROOF
        END-EXEC.
*
        PERFORM CA-FETCH-PROOF
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING PROOF CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_PROOF
        END-EXEC.
*
        IF  WS01-MESSAGE-COUNT > ZERO
            PERFORM CB-MESSAGE-TOTAL
        END-IF.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-PROOF SECTION.
**********************************************************************
*
*       Get a set of message pickups and print them, with a heading
*       for each new message.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING PROOF"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_PROOF
             INTO  :DS04-MSG-ID,
                   :DS04-SEQUENCE,
                   :DS04-USAGE,
                   :DS04-KEY,
                   :DS04-EFFECTIVE,
                   :DS04-ENGLISH-TEXT,
                   :DS04-CENTRE-ID,
                   :DS04-COURSE-ID,
                   :DS04-AWARD-CODE,
                   :DS04-BTEC-TITLE,
                   :DS04-STUDENTS
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

            IF  WS01-MESSAGE-COUNT = ZERO
            OR  DS04-MSG-ID(WS01-INDEX) NOT = WS01-LAST-MSG-ID
                IF  WS01-MESSAGE-COUNT > ZERO
                    PERFORM CB-MESSAGE-TOTAL
                END-IF
                PERFORM CC-MESSAGE-HEADING
            END-IF

            MOVE    DS04-CENTRE-ID(WS01-INDEX)   TO  WS-MR-D-CENTRE
            MOVE    DS04-COURSE-ID(WS01-INDEX)   TO  WS-MR-D-COURSE
            MOVE    DS04-AWARD-CODE(WS01-INDEX)  TO  WS-MR-D-AWARD-CODE
            MOVE    DS04-BTEC-TITLE(WS01-INDEX)  TO  WS-MR-D-TITLE
            MOVE    DS04-STUDENTS(WS01-INDEX)    TO  WS-MR-D-STUDENTS
            MOVE    WS-MR-DETAIL                 TO  MSG-RECORD
            WRITE   MSG-RECORD

            ADD     DS04-STUDENTS(WS01-INDEX)    TO
                                            WS01-MESSAGE-STUDENTS
            ADD     DS04-STUDENTS(WS01-INDEX)    TO  WS01-PICKUP-COUNT
        END-PERFORM.
*
CA-EXIT.
*
        EXIT.
*
CB-MESSAGE-TOTAL SECTION.
**********************************************************************
*
*       Print the number of students picking up the message just
*       listed.
*
**********************************************************************
CB-START.
*
        MOVE    WS01-MESSAGE-STUDENTS  TO  WS-MR-MT-STUDENTS.
        MOVE    WS-MR-MSG-TOTAL        TO  MSG-RECORD.
        WRITE   MSG-RECORD.
*
CB-EXIT.
*
        EXIT.
*
CC-MESSAGE-HEADING SECTION.
**********************************************************************
*
*       Print the heading of the message at WS01-INDEX: its key,
*       use, effective dates and first English line.
*
**********************************************************************
CC-START.
*
        MOVE    DS04-MSG-ID(WS01-INDEX)    TO  WS01-LAST-MSG-ID.
        ADD     1                          TO  WS01-MESSAGE-COUNT.
        MOVE    ZERO                       TO  WS01-MESSAGE-STUDENTS.
*
        MOVE    DS04-MSG-ID(WS01-INDEX)    TO  WS-MR-M-MSG-ID.
        MOVE    DS04-SEQUENCE(WS01-INDEX)  TO  WS-MR-M-SEQUENCE.
        EVALUATE DS04-USAGE(WS01-INDEX)
          WHEN 'V'
            MOVE 'VALIDITY LEGEND'             TO WS-MR-M-USAGE
          WHEN 'E'
            MOVE 'ENDORSEMENT (MULTI-PAGE ONLY)'
                                               TO WS-MR-M-USAGE
          WHEN OTHER
            MOVE 'MESSAGE LINE'                TO WS-MR-M-USAGE
        END-EVALUATE.
        MOVE    DS04-KEY(WS01-INDEX)       TO  WS-MR-M-KEY.
        MOVE    DS04-EFFECTIVE(WS01-INDEX) TO  WS-MR-M-EFFECTIVE.
        MOVE    WS-MR-MESSAGE              TO  MSG-RECORD.
        WRITE   MSG-RECORD AFTER 2.
*
        MOVE    DS04-ENGLISH-TEXT(WS01-INDEX)
                                           TO  WS-MR-X-TEXT.
        MOVE    WS-MR-TEXT                 TO  MSG-RECORD.
        WRITE   MSG-RECORD.
*
CC-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the trailer record, print the totals and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE '*TRL'              TO WS-CTL-TYPE.
	MOVE WS01-RECORD-COUNT   TO WS-CTL-RECORD-COUNT.
	WRITE MSG-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
	CLOSE MSG-EXTRACT.
*
        MOVE   'MESSAGE LINES EXTRACTED:'
                                   TO  WS-MR-T-DESC.
        MOVE    WS01-RECORD-COUNT  TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MSG-RECORD.
        WRITE   MSG-RECORD AFTER 3.
        MOVE   'MESSAGES PICKED UP TONIGHT:'
                                   TO  WS-MR-T-DESC.
        MOVE    WS01-MESSAGE-COUNT TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MSG-RECORD.
        WRITE   MSG-RECORD.
        MOVE   'STUDENT MESSAGES TONIGHT:'
                                   TO  WS-MR-T-DESC.
        MOVE    WS01-PICKUP-COUNT  TO  WS-MR-T-COUNT.
        MOVE    WS-MR-TOTAL-LINE   TO  MSG-RECORD.
        WRITE   MSG-RECORD.
        CLOSE   MSG-REP.
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
        DISPLAY "STP113 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP113 ERROR".
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
