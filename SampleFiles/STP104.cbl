IDENTIFICATION DIVISION.
PROGRAM-ID.   STP104.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	DUPLICATE LEARNER AND DUPLICATE AWARD DETECTION
*
********************************************************************************
*
*       STP104 - Data quality run for the awards run deck, run
*		ahead of STP070.  Nothing stops the same person being
*		registered twice, at two centres or twice at the same
*		centre, and being certificated twice for the same
*		qualification.  This run matches tonight's eligible
*		population (ST_AWARD_ELIG 'Y', no ST_CERT_NO) against
*		the students already certificated:
*
*		  ULN       - the same ULN and course on both
*			      registrations;
*		  NAME/DOB  - the same surname (ignoring case), date
*			      of birth, gender and course.
*
*		Each probable duplicate goes on the referral report
*		with the certificated registration it matches, and
*		the eligible registration is written once to the
*		DUPEXCL exclusion extract (laid out as REGLISTFILE).
*		STP070 loads the extract at the start of a print run
*		and defers the students on it as referred duplicates,
*		so the print run holds them until someone decides
*		which registration is genuine.
*
*		Each pair is recorded on DUPLICATE_REFERRALS (status
*		'R').  Where the investigation finds two different
*		people, the pair is released by a line on the
*		DUPRELEASE file (status 'D'), after which the pair is
*		never referred again.  A genuine duplicate is dealt
*		with by deleting the unwanted registration, after
*		which it is no longer eligible.
*
*		Release file (DUPRELEASE, optional), one per record:
*		  cols  1- 7  eligible registration number
*		  col   8     space
*		  cols  9-15  matched (certificated) registration
*		  col  16     space
*		  cols 17-36  deciding officer
*
*		Parameter: mode - 'U' applies the releases and
*		records the referrals, anything else reports them and
*		rolls back.  The DUPEXCL extract is written in both
*		modes, so a report-only run still protects the print
*		run that follows.
*
*		DUPEXCL opens with a header record and closes with a
*		trailer ('*HDR'/'*TRL': file, program, generated
*		timestamp, run date and, on the trailer, the record
*		count).  STP070 refuses an exclusion extract that is
*		missing, stale or incomplete.
*
* 15-Oct-2026	PJW	EC5261 : Program written.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			DUPEXCL.
* 15-Oct-2026	PJW	EC5280 : A ULN match must also be on the same
*			course - a learner certificated in another
*			qualification is not a duplicate.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  OPTIONAL RELEASE-FILE ASSIGN DUPRELEASE.
    SELECT  DUP-REP      ASSIGN STP104TOT.
    SELECT  DUPEXCL-OUT  ASSIGN DUPEXCL.
*
DATA DIVISION.
FILE SECTION.
*
FD  RELEASE-FILE
    LABEL RECORDS STANDARD.
01  RELEASE-REC.
    03  DRL-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  DRL-MATCH-REG-NO          PIC X(07).
    03  FILLER                    PIC X(01).
    03  DRL-OFFICER               PIC X(20).
*
FD  DUP-REP
    LABEL RECORDS STANDARD.
01  DUP-RECORD                    PIC X(132).
*
FD  DUPEXCL-OUT
    LABEL RECORDS STANDARD.
01  DUPEXCL-RECORD.
    03  DXO-REG-NO                PIC X(07).
01  DUPEXCL-CONTROL               PIC X(65).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-REG-NO			  PIC  X(07).
01  WS-MATCH-REG-NO		  PIC  X(07).
01  WS-BASIS			  PIC  X(08).
01  WS-OFFICER			  PIC  X(20).
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
*
01  DS02-DUPLICATE-DETAILS.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-COURSE-ID             PIC  X(08) OCCURS 200.
    03  DS02-SURNAME               PIC  X(20) OCCURS 200.
    03  DS02-BIRTH-DATE            PIC  X(11) OCCURS 200.
    03  DS02-ULN                   PIC  X(10) OCCURS 200.
    03  DS02-MATCH-REG-NO          PIC  X(07) OCCURS 200.
    03  DS02-MATCH-CENTRE          PIC  X(06) OCCURS 200.
    03  DS02-MATCH-CERT-NO         PIC  X(09) OCCURS 200.
    03  DS02-MATCH-ISSUED          PIC  X(11) OCCURS 200.
    03  DS02-BASIS                 PIC  X(08) OCCURS 200.
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
    03  WS01-RELEASE-READ          PIC S9(09) COMP VALUE 0.
    03  WS01-RELEASED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-RELEASE-REJECTED      PIC S9(09) COMP VALUE 0.
    03  WS01-PAIR-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-HELD-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-NEW-REFERRALS         PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
* Control record written as the first (header) and last (trailer)
* record of the DUPEXCL file, so STP070 can tell a
* complete, current extract from a stale or truncated one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'DUPEXCL'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP104'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-MODE-PARM		   PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-RELEASE-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  RELEASE-EOF				VALUE 'Y'.
01  WS-LAST-HELD-REG-NO		   PIC  X(07) VALUE SPACES.
*
01  WS-DUP-REPORT.
    03 WS-DR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-DR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP104'.
    03 WS-DR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'PROBABLE DUPLICATE LEARNERS - REFERRAL REPORT'.
    03 WS-DR-HEAD-3.
	05 FILLER		PIC X(07) VALUE 'MODE : '.
	05 WS-DR-H3-MODE	PIC X(11).
    03 WS-DR-SECTION-HEAD.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-SH-DESC	PIC X(70).
    03 WS-DR-REL-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'MATCHED'.
	05 FILLER		PIC X(22) VALUE 'OFFICER'.
	05 FILLER		PIC X(40) VALUE 'RESULT'.
    03 WS-DR-REL-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-DR-R-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-R-MATCH-REG-NO	PIC X(07).
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-DR-R-OFFICER	PIC X(20).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-R-RESULT	PIC X(40).
    03 WS-DR-DUP-COLS-1.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(64) VALUE
	  '---------------- ELIGIBLE TONIGHT ----------------------------'.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 FILLER		PIC X(42) VALUE
	  '--------- ALREADY CERTIFICATED -----------'.
    03 WS-DR-DUP-COLS-2.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 FILLER		PIC X(10) VALUE 'COURSE'.
	05 FILLER		PIC X(22) VALUE 'SURNAME'.
	05 FILLER		PIC X(13) VALUE 'BORN'.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(13) VALUE 'ISSUED'.
	05 FILLER		PIC X(10) VALUE 'ULN'.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 FILLER		PIC X(08) VALUE 'MATCH'.
    03 WS-DR-DUP-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-DR-D-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-COURSE	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-SURNAME	PIC X(20).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-BORN		PIC X(11).
	05 FILLER		PIC X(06) VALUE SPACES.
	05 WS-DR-D-MATCH-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-MATCH-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-MATCH-CERT	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-MATCH-ISSUED	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-ULN		PIC X(10).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-BASIS	PIC X(08).
    03 WS-DR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-DR-T-DESC		PIC X(34).
	05 WS-DR-T-COUNT	PIC Z(7)9.
    03 WS-DR-NO-UPDATE-LINE.
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

        PERFORM B-APPLY-RELEASES.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM C-DETECT-DUPLICATES.

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
        OPEN    INPUT   RELEASE-FILE.
        OPEN    OUTPUT  DUP-REP.
        OPEN    OUTPUT  DUPEXCL-OUT.
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
              INTO WS-RUN-DATE,
                   :WS-GENERATED
              FROM DUAL
	END-EXEC.
*
	MOVE '*HDR'            TO WS-CTL-TYPE.
	MOVE WS-GENERATED      TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE       TO WS-CTL-RUN-DATE.
	MOVE ZERO              TO WS-CTL-RECORD-COUNT.
	WRITE DUPEXCL-CONTROL FROM WS-CONTROL-RECORD.
*
	MOVE WS-RUN-DATE TO WS-DR-H1-RUN-DATE.
	MOVE WS-DR-HEAD-1 TO DUP-RECORD.
	WRITE DUP-RECORD AFTER PAGE.
	MOVE WS-DR-HEAD-2 TO DUP-RECORD.
	WRITE DUP-RECORD AFTER 2.
	IF UPDATE-MODE
	  MOVE 'UPDATE'      TO WS-DR-H3-MODE
	ELSE
	  MOVE 'REPORT ONLY' TO WS-DR-H3-MODE
	END-IF.
	MOVE WS-DR-HEAD-3 TO DUP-RECORD.
	WRITE DUP-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-APPLY-RELEASES SECTION.
**********************************************************************
*
*       Release the pairs the investigation found to be different
*       people.  Each line must name a pair still open on
*       DUPLICATE_REFERRALS.
*
**********************************************************************
B-START.
*
	MOVE '1. REFERRALS RELEASED AS DIFFERENT PEOPLE' TO WS-DR-SH-DESC.
	MOVE WS-DR-SECTION-HEAD TO DUP-RECORD.
	WRITE DUP-RECORD AFTER 2.
	MOVE WS-DR-REL-COLS TO DUP-RECORD.
	WRITE DUP-RECORD.
*
        MOVE   'N'                 TO  WS-RELEASE-EOF-IND.
B-020.
        READ    RELEASE-FILE
            AT END  MOVE 'Y'       TO  WS-RELEASE-EOF-IND.

        IF  RELEASE-EOF
            GO TO B-040
        END-IF.

        IF  RELEASE-REC = SPACES
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-RELEASE-READ.
        MOVE    DRL-REG-NO         TO  WS-REG-NO.
        MOVE    DRL-MATCH-REG-NO   TO  WS-MATCH-REG-NO.
        MOVE    DRL-OFFICER        TO  WS-OFFICER.

        MOVE    WS-REG-NO          TO  WS-DR-R-REG-NO.
        MOVE    WS-MATCH-REG-NO    TO  WS-DR-R-MATCH-REG-NO.
        MOVE    WS-OFFICER         TO  WS-DR-R-OFFICER.

        IF  WS-OFFICER = SPACES
            MOVE 'REJECTED - DECIDING OFFICER IS REQUIRED'
                                   TO  WS-DR-R-RESULT
            ADD  1                 TO  WS01-RELEASE-REJECTED
            GO TO B-030
        END-IF.

        MOVE   "B: ERROR RELEASING DUPLICATE_REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DUPLICATE_REFERRALS
               SET DUPR_STATUS       = 'D',
                   DUPR_DECIDED_DATE = SYSDATE,
                   DUPR_DECIDED_USER = :WS-OFFICER
             WHERE DUPR_ST_REG_NO    = :WS-REG-NO
               AND DUPR_MATCH_REG_NO = :WS-MATCH-REG-NO
               AND DUPR_STATUS       = 'R'
        END-EXEC.

        IF  SQLERRD(3) = ZERO
            MOVE 'REJECTED - NO OPEN REFERRAL FOR THE PAIR'
                                   TO  WS-DR-R-RESULT
            ADD  1                 TO  WS01-RELEASE-REJECTED
        ELSE
            MOVE 'RELEASED - NOT A DUPLICATE'
                                   TO  WS-DR-R-RESULT
            ADD  1                 TO  WS01-RELEASED-COUNT
        END-IF.
B-030.
        MOVE    WS-DR-REL-DETAIL   TO  DUP-RECORD.
        WRITE   DUP-RECORD.
        GO TO B-020.
B-040.
        CLOSE   RELEASE-FILE.

        MOVE   'RELEASE LINES READ:'
                                   TO  WS-DR-T-DESC.
        MOVE    WS01-RELEASE-READ  TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DUP-RECORD.
        WRITE   DUP-RECORD AFTER 2.
        MOVE   'PAIRS RELEASED:'    TO  WS-DR-T-DESC.
        MOVE    WS01-RELEASED-COUNT
                                   TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DUP-RECORD.
        WRITE   DUP-RECORD.
        MOVE   'RELEASE LINES REJECTED:'
                                   TO  WS-DR-T-DESC.
        MOVE    WS01-RELEASE-REJECTED
                                   TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DUP-RECORD.
        WRITE   DUP-RECORD.
*
B-EXIT.
*
        EXIT.
*
C-DETECT-DUPLICATES SECTION.
**********************************************************************
*
*       Match tonight's eligible students against the certificated
*       ones, leaving out pairs already released as different
*       people.  Ordered by eligible registration so each is written
*       to the exclusion extract once, however many matches it has.
*
**********************************************************************
C-START.
*
        EXEC SQL
            DECLARE GET_DUPLICATES CURSOR FOR
            SELECT  E.ST_REG_NO,
                    NVL(E.ST_CENTRE_ID,' '),
                    NVL(TO_CHAR(E.ST_COURSE_ID),' '),
                    NVL(SUBSTR(E.ST_SURNAME,1,20),' '),
                    NVL(TO_CHAR(E.ST_BIRTH_DATE,'DD-MON-YYYY'),' '),
                    NVL(E.ST_ULN,' '),
                    C.ST_REG_NO,
                    NVL(C.ST_CENTRE_ID,' '),
                    C.ST_CERT_NO,
                    NVL(TO_CHAR(C.ST_AWARD_ISSUE,'DD-MON-YYYY'),' '),
                    DECODE(NVL(E.ST_ULN,'E'),NVL(C.ST_ULN,'C'),
                           'ULN','NAME/DOB')
              FROM  STUDENTS E,
                    STUDENTS C
             WHERE  E.ST_AWARD_ELIG = 'Y'
               AND  E.ST_CERT_NO IS NULL
               AND  NVL(E.ST_DELETE,'N') <> 'Y'
               AND  C.ST_CERT_NO IS NOT NULL
               AND  C.ST_REG_NO <> E.ST_REG_NO
               AND  NVL(C.ST_DELETE,'N') <> 'Y'
               AND  ((E.ST_ULN IS NOT NULL
                 AND  C.ST_ULN = E.ST_ULN
                 AND  C.ST_COURSE_ID = E.ST_COURSE_ID)
                OR   (UPPER(C.ST_SURNAME) = UPPER(E.ST_SURNAME)
                 AND  C.ST_BIRTH_DATE     = E.ST_BIRTH_DATE
                 AND  C.ST_SEX            = E.ST_SEX
                 AND  C.ST_COURSE_ID      = E.ST_COURSE_ID))
               AND  NOT EXISTS
                    (SELECT NULL
                       FROM DUPLICATE_REFERRALS
                      WHERE DUPR_ST_REG_NO    = E.ST_REG_NO
                        AND DUPR_MATCH_REG_NO = C.ST_REG_NO
                        AND DUPR_STATUS       = 'D')
             ORDER BY E.ST_REG_NO, C.ST_REG_NO
        END-EXEC.
*
	MOVE '2. PROBABLE DUPLICATES - HELD FROM THE PRINT RUN'
                                   TO  WS-DR-SH-DESC.
	MOVE WS-DR-SECTION-HEAD TO DUP-RECORD.
	WRITE DUP-RECORD AFTER PAGE.
	MOVE WS-DR-DUP-COLS-1 TO DUP-RECORD.
	WRITE DUP-RECORD AFTER 2.
	MOVE WS-DR-DUP-COLS-2 TO DUP-RECORD.
	WRITE DUP-RECORD.
*
        MOVE   "C: ERROR OPENING DUPLICATES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_DUPLICATES
        END-EXEC.
*
        PERFORM CA-FETCH-DUPLICATES
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING DUPLICATES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_DUPLICATES
        END-EXEC.
*
        MOVE   'PROBABLE DUPLICATE PAIRS:'
                                   TO  WS-DR-T-DESC.
        MOVE    WS01-PAIR-COUNT    TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DUP-RECORD.
        WRITE   DUP-RECORD AFTER 2.
        MOVE   'STUDENTS HELD (DUPEXCL):'
                                   TO  WS-DR-T-DESC.
        MOVE    WS01-HELD-COUNT    TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DUP-RECORD.
        WRITE   DUP-RECORD.
        MOVE   'NEW REFERRALS RECORDED:'
                                   TO  WS-DR-T-DESC.
        MOVE    WS01-NEW-REFERRALS TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DUP-RECORD.
        WRITE   DUP-RECORD.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-DUPLICATES SECTION.
**********************************************************************
*
*       Get a set of probable duplicates, report them, hold each
*       eligible student once and record any new referral.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING DUPLICATES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_DUPLICATES
             INTO  :DS02-REG-NO,
                   :DS02-CENTRE-ID,
                   :DS02-COURSE-ID,
                   :DS02-SURNAME,
                   :DS02-BIRTH-DATE,
                   :DS02-ULN,
                   :DS02-MATCH-REG-NO,
                   :DS02-MATCH-CENTRE,
                   :DS02-MATCH-CERT-NO,
                   :DS02-MATCH-ISSUED,
                   :DS02-BASIS
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

            MOVE    DS02-REG-NO(WS01-INDEX)       TO  WS-DR-D-REG-NO
            MOVE    DS02-CENTRE-ID(WS01-INDEX)    TO  WS-DR-D-CENTRE
            MOVE    DS02-COURSE-ID(WS01-INDEX)    TO  WS-DR-D-COURSE
            MOVE    DS02-SURNAME(WS01-INDEX)      TO  WS-DR-D-SURNAME
            MOVE    DS02-BIRTH-DATE(WS01-INDEX)   TO  WS-DR-D-BORN
            MOVE    DS02-MATCH-REG-NO(WS01-INDEX) TO  WS-DR-D-MATCH-REG-NO
            MOVE    DS02-MATCH-CENTRE(WS01-INDEX) TO  WS-DR-D-MATCH-CENTRE
            MOVE    DS02-MATCH-CERT-NO(WS01-INDEX)
                                                  TO  WS-DR-D-MATCH-CERT
            MOVE    DS02-MATCH-ISSUED(WS01-INDEX) TO  WS-DR-D-MATCH-ISSUED
            MOVE    DS02-ULN(WS01-INDEX)          TO  WS-DR-D-ULN
            MOVE    DS02-BASIS(WS01-INDEX)        TO  WS-DR-D-BASIS
            MOVE    WS-DR-DUP-DETAIL              TO  DUP-RECORD
            WRITE   DUP-RECORD
            ADD     1              TO  WS01-PAIR-COUNT

            IF  DS02-REG-NO(WS01-INDEX) NOT = WS-LAST-HELD-REG-NO
                MOVE DS02-REG-NO(WS01-INDEX)      TO  DXO-REG-NO
                WRITE DUPEXCL-RECORD
                MOVE DS02-REG-NO(WS01-INDEX)      TO  WS-LAST-HELD-REG-NO
                ADD  1             TO  WS01-HELD-COUNT
            END-IF

            MOVE    DS02-REG-NO(WS01-INDEX)       TO  WS-REG-NO
            MOVE    DS02-MATCH-REG-NO(WS01-INDEX) TO  WS-MATCH-REG-NO
            MOVE    DS02-BASIS(WS01-INDEX)        TO  WS-BASIS
            PERFORM CB-RECORD-REFERRAL
        END-PERFORM.
*
CA-EXIT.
*
        EXIT.
*
CB-RECORD-REFERRAL SECTION.
**********************************************************************
*
*       Record the pair on DUPLICATE_REFERRALS the first night it
*       is found.
*
**********************************************************************
CB-START.
*
        MOVE   "CB: ERROR INSERTING DUPLICATE_REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO DUPLICATE_REFERRALS
                   (DUPR_ST_REG_NO,
                    DUPR_MATCH_REG_NO,
                    DUPR_BASIS,
                    DUPR_STATUS,
                    DUPR_REFERRED_DATE)
            SELECT :WS-REG-NO,
                   :WS-MATCH-REG-NO,
                   :WS-BASIS,
                   'R',
                   SYSDATE
              FROM DUAL
             WHERE NOT EXISTS
                   (SELECT NULL
                      FROM DUPLICATE_REFERRALS
                     WHERE DUPR_ST_REG_NO    = :WS-REG-NO
                       AND DUPR_MATCH_REG_NO = :WS-MATCH-REG-NO)
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-NEW-REFERRALS.
*
CB-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Commit (update mode) or roll back (report-only mode) and say
*       goodbye.
*
**********************************************************************
D-START.
*
	IF NOT UPDATE-MODE
	  MOVE WS-DR-NO-UPDATE-LINE TO DUP-RECORD
	  WRITE DUP-RECORD AFTER 2
	END-IF.
*
        CLOSE   DUP-REP.
	MOVE '*TRL'            TO WS-CTL-TYPE.
	MOVE WS01-HELD-COUNT   TO WS-CTL-RECORD-COUNT.
	WRITE DUPEXCL-CONTROL FROM WS-CONTROL-RECORD.
        CLOSE   DUPEXCL-OUT.
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
        DISPLAY "STP104 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP104 ERROR".
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
