IDENTIFICATION DIVISION.
PROGRAM-ID.   STP099.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CERTIFICATE REVOCATION RUN AND REVOCATION REGISTER
*
********************************************************************************
*
*       STP099 - Companion to STP073 and STP084.  STP073 exists for
*		spoiled stationery: it works on a certificate range
*		from a single run date and puts the students back for
*		the next awards run.  When a malpractice investigation
*		or a withdrawn award means a learner's certificate
*		must be taken back, the certificate stays on record
*		but is revoked.  This run reads the revocations
*		decided by the compliance team and, in update mode:
*
*		- CERT_NO_REGISTRY: the registry row for the number is
*		  marked revoked (CREG_STATUS 'R') with the case
*		  reference, the reason code and text, the date and
*		  the Oracle user (or inserted revoked where the
*		  number pre-dates the registry);
*		- CERT_VERIFY_CODES: the certificate's active code is
*		  retired as revoked (CVCO_STATUS 'R', not 'X'), so
*		  STP085 answers the verification service REVOKED
*		  rather than NOT FOUND;
*		- ALL_REPRINT_CRITERIA: a pending request for the
*		  student alone is deleted, its unpaid fees written
*		  off (RCFE_STATUS 'F') as STP291 does on refusal and,
*		  if it was referred, its REPRINT_REFERRALS row closed
*		  as refused.  A pending range covering the student
*		  and others is parked under type 'V' (its own type
*		  kept in ARC_HELD_TYPE, any referral closed) so no
*		  reprint route can reissue the certificate, and is
*		  listed for customer services to split and re-key.
*		  STP091 never routes a revoked certificate and
*		  STP075 and STP293 refuse to queue one.
*
*		STUDENTS is left as it is: the certificate number
*		stays stamped so the awards run never re-certificates
*		the student.
*
*		Revocation file (REVOKEREQ), one per record:
*		  cols  1- 7  registration number
*		  col   8     space
*		  cols  9-17  certificate number as held on STUDENTS
*		  col  18     space
*		  cols 19-30  investigation case reference
*		  col  31     space
*		  cols 32-33  reason code
*		  col  34     space
*		  cols 35-94  reason
*
*		Each line must name a student holding that
*		certificate number, not already revoked, with a case
*		reference and a reason; anything else is rejected
*		with a reason on the report.
*
*		The report (STP099TOT) is the revocation register for
*		the compliance team: this run's revocations, the
*		rejections, and the full register of every revoked
*		certificate.
*
*		Parameter: mode - 'U' applies the revocations,
*		anything else reports what would be revoked and
*		rolls back.
*
* 15-Oct-2026	PJW	EC5256 : Program written.
* 15-Oct-2026	PJW	EC5280 : Park a pending range covering the
*			student instead of only listing it; write off
*			the fees and close the referral of a deleted
*			request.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  REVOKE-FILE  ASSIGN REVOKEREQ.
    SELECT  REVOKE-REP   ASSIGN STP099TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  REVOKE-FILE
    LABEL RECORDS STANDARD.
01  REVOKE-REC.
    03  RVQ-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  RVQ-CERT-NO               PIC X(09).
    03  FILLER                    PIC X(01).
    03  RVQ-CASE-REF              PIC X(12).
    03  FILLER                    PIC X(01).
    03  RVQ-REASON-CODE           PIC X(02).
    03  FILLER                    PIC X(01).
    03  RVQ-REASON                PIC X(60).
*
FD  REVOKE-REP
    LABEL RECORDS STANDARD.
01  REVOKE-RECORD                 PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-REG-NO			  PIC  X(07).
01  WS-CERT-NO			  PIC  X(09).
01  WS-CASE-REF			  PIC  X(12).
01  WS-REASON-CODE		  PIC  X(02).
01  WS-REASON			  PIC  X(60).
01  WS-HELD-CERT-NO		  PIC  X(09).
01  WS-CENTRE-ID		  PIC  X(06).
01  WS-AWARD-CODE		  PIC  X(02).
01  WS-ISSUE-DATE		  PIC  X(11).
01  WS-EXISTS-COUNT		  PIC S9(09) COMP.
01  WS-RANGE-COUNT		  PIC S9(09) COMP.
01  WS-RUN-DATE			  PIC  X(11).
01  WS-DECISION-REASON		  PIC  X(60).
*
01  DS02-REGISTER-DETAILS.
    03  DS02-CERT-NO               PIC  X(09) OCCURS 200.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-AWARD-CODE            PIC  X(02) OCCURS 200.
    03  DS02-ISSUE-DATE            PIC  X(11) OCCURS 200.
    03  DS02-REVOKE-DATE           PIC  X(11) OCCURS 200.
    03  DS02-CASE-REF              PIC  X(12) OCCURS 200.
    03  DS02-REASON-CODE           PIC  X(02) OCCURS 200.
    03  DS02-USER                  PIC  X(30) OCCURS 200.
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
    03  WS01-READ-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-REVOKED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-REJECTED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-REPRINTS-DELETED      PIC S9(09) COMP VALUE 0.
    03  WS01-RANGES-TO-SPLIT       PIC S9(09) COMP VALUE 0.
    03  WS01-FEES-WRITTEN-OFF      PIC S9(09) COMP VALUE 0.
    03  WS01-REGISTER-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-MODE-PARM		   PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-REVOKE-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  REVOKE-EOF				VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(50).
*
01  WS-REJECT-TABLE.
    03  WS-RJ-ENTRY OCCURS 200.
        05  WS-RJ-REG-NO           PIC  X(07).
        05  WS-RJ-CERT-NO          PIC  X(09).
        05  WS-RJ-CASE-REF         PIC  X(12).
        05  WS-RJ-REASON           PIC  X(50).
*
01  WS-REVOKE-REPORT.
    03 WS-RR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-RR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP099'.
    03 WS-RR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(40) VALUE
	  'CERTIFICATE REVOCATION REGISTER'.
	05 FILLER		PIC X(62) VALUE SPACES.
    03 WS-RR-HEAD-3.
	05 FILLER		PIC X(07) VALUE 'MODE : '.
	05 WS-RR-H3-MODE	PIC X(11).
    03 WS-RR-SECTION-HEAD.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-SH-DESC	PIC X(70).
    03 WS-RR-RUN-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(14) VALUE 'CASE REF'.
	05 FILLER		PIC X(04) VALUE 'RC'.
	05 FILLER		PIC X(62) VALUE 'REASON'.
	05 FILLER		PIC X(30) VALUE 'PENDING REPRINTS'.
    03 WS-RR-RUN-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RR-D-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-D-CERT-NO	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-D-CASE-REF	PIC X(12).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-D-REASON-CODE	PIC X(02).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-D-REASON	PIC X(60).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-D-PENDING	PIC X(30).
    03 WS-RR-REJ-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(14) VALUE 'CASE REF'.
	05 FILLER		PIC X(50) VALUE 'REASON REJECTED'.
    03 WS-RR-REJ-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RR-J-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-J-CERT-NO	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-J-CASE-REF	PIC X(12).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-J-REASON	PIC X(50).
    03 WS-RR-REG-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 FILLER		PIC X(04) VALUE 'AW'.
	05 FILLER		PIC X(13) VALUE 'ISSUED'.
	05 FILLER		PIC X(13) VALUE 'REVOKED'.
	05 FILLER		PIC X(14) VALUE 'CASE REF'.
	05 FILLER		PIC X(04) VALUE 'RC'.
	05 FILLER		PIC X(30) VALUE 'BY'.
    03 WS-RR-REG-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RR-G-CERT-NO	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-AWARD	PIC X(02).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-ISSUED	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-REVOKED	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-CASE-REF	PIC X(12).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-REASON-CODE	PIC X(02).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-G-USER		PIC X(30).
    03 WS-RR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RR-T-DESC		PIC X(34).
	05 WS-RR-T-COUNT	PIC Z(7)9.
    03 WS-RR-NO-UPDATE-LINE.
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

        PERFORM B-PROCESS-REVOCATIONS.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM C-REPORT-REGISTER.

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
        OPEN    INPUT   REVOKE-FILE.
        OPEN    OUTPUT  REVOKE-REP.
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
	MOVE WS-RUN-DATE TO WS-RR-H1-RUN-DATE.
	MOVE WS-RR-HEAD-1 TO REVOKE-RECORD.
	WRITE REVOKE-RECORD AFTER PAGE.
	MOVE WS-RR-HEAD-2 TO REVOKE-RECORD.
	WRITE REVOKE-RECORD AFTER 2.
	IF UPDATE-MODE
	  MOVE 'UPDATE'      TO WS-RR-H3-MODE
	ELSE
	  MOVE 'REPORT ONLY' TO WS-RR-H3-MODE
	END-IF.
	MOVE WS-RR-HEAD-3 TO REVOKE-RECORD.
	WRITE REVOKE-RECORD AFTER 2.
	MOVE '1. REVOCATIONS THIS RUN' TO WS-RR-SH-DESC.
	MOVE WS-RR-SECTION-HEAD TO REVOKE-RECORD.
	WRITE REVOKE-RECORD AFTER 2.
	MOVE WS-RR-RUN-COLS TO REVOKE-RECORD.
	WRITE REVOKE-RECORD.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-REVOCATIONS SECTION.
**********************************************************************
*
*       Read each revocation, validate it and revoke or reject it.
*       The rejections are held back and printed as their own
*       section once the file is done.
*
**********************************************************************
B-START.
*
        MOVE   'N'                 TO  WS-REVOKE-EOF-IND.
B-020.
        READ    REVOKE-FILE
            AT END  MOVE 'Y'       TO  WS-REVOKE-EOF-IND.

        IF  REVOKE-EOF
            GO TO B-040
        END-IF.

        IF  RVQ-REG-NO = SPACES
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-READ-COUNT.

        PERFORM BA-VALIDATE-REVOCATION.

        IF  WS-REJECT-REASON = SPACES
            PERFORM BB-REVOKE-CERTIFICATE
            ADD 1                  TO  WS01-REVOKED-COUNT
        END-IF.

        GO TO B-020.
B-040.
        CLOSE   REVOKE-FILE.

        MOVE   'REVOCATIONS READ:'  TO  WS-RR-T-DESC.
        MOVE    WS01-READ-COUNT    TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD AFTER 2.
        MOVE   'CERTIFICATES REVOKED:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-REVOKED-COUNT TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD.
        MOVE   'PENDING REPRINTS DELETED:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-REPRINTS-DELETED
                                   TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD.
        MOVE   'UNPAID REPRINT FEES WRITTEN OFF:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-FEES-WRITTEN-OFF
                                   TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD.
        MOVE   'PENDING RANGES PARKED TO SPLIT:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-RANGES-TO-SPLIT
                                   TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD.

        PERFORM BD-REPORT-REJECTIONS.
*
B-EXIT.
*
        EXIT.
*
BA-VALIDATE-REVOCATION SECTION.
**********************************************************************
*
*       Validate one revocation.  The first failure found is the
*       reason reported; WS-REJECT-REASON stays spaces when the line
*       is clean.  A rejection is held in the reject table for the
*       report (the first 200 are listed; all are counted).
*
**********************************************************************
BA-START.
*
        MOVE    SPACES             TO  WS-REJECT-REASON.
        MOVE    RVQ-REG-NO         TO  WS-REG-NO.
        MOVE    RVQ-CERT-NO        TO  WS-CERT-NO.
        MOVE    RVQ-CASE-REF       TO  WS-CASE-REF.
        MOVE    RVQ-REASON-CODE    TO  WS-REASON-CODE.
        MOVE    RVQ-REASON         TO  WS-REASON.

        IF  WS-CASE-REF = SPACES
            MOVE 'CASE REFERENCE IS REQUIRED'
                                   TO  WS-REJECT-REASON
            GO TO BA-900
        END-IF.

        IF  WS-REASON-CODE = SPACES
        OR  WS-REASON = SPACES
            MOVE 'REASON CODE AND REASON ARE REQUIRED'
                                   TO  WS-REJECT-REASON
            GO TO BA-900
        END-IF.

        MOVE   "BA: ERROR READING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(ST_CERT_NO),' '),
                   NVL(MAX(ST_CENTRE_ID),' '),
                   NVL(MAX(ST_AWARD_CODE),' '),
                   NVL(MAX(TO_CHAR(ST_AWARD_ISSUE,'DD-MON-YYYY')),' ')
              INTO :WS-EXISTS-COUNT,
                   :WS-HELD-CERT-NO,
                   :WS-CENTRE-ID,
                   :WS-AWARD-CODE,
                   :WS-ISSUE-DATE
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.

        IF  WS-EXISTS-COUNT = ZERO
            MOVE 'REG NO NOT ON STUDENTS'
                                   TO  WS-REJECT-REASON
            GO TO BA-900
        END-IF.

        IF  WS-HELD-CERT-NO = SPACES
            MOVE 'STUDENT HOLDS NO CERTIFICATE'
                                   TO  WS-REJECT-REASON
            GO TO BA-900
        END-IF.

        IF  WS-HELD-CERT-NO NOT = WS-CERT-NO
            MOVE 'CERT NO DOES NOT MATCH THE STUDENT'
                                   TO  WS-REJECT-REASON
            GO TO BA-900
        END-IF.

        MOVE   "BA: ERROR CHECKING CERT_NO_REGISTRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM CERT_NO_REGISTRY
             WHERE CREG_CERT_NO = :WS-CERT-NO
               AND CREG_STATUS  = 'R'
        END-EXEC.

        IF  WS-EXISTS-COUNT > ZERO
            MOVE 'CERTIFICATE ALREADY REVOKED'
                                   TO  WS-REJECT-REASON
            GO TO BA-900
        END-IF.

        GO TO BA-EXIT.
*
BA-900.
        ADD     1                  TO  WS01-REJECTED-COUNT.
        IF  WS01-REJECTED-COUNT NOT > 200
            MOVE WS-REG-NO         TO  WS-RJ-REG-NO(WS01-REJECTED-COUNT)
            MOVE WS-CERT-NO        TO  WS-RJ-CERT-NO(WS01-REJECTED-COUNT)
            MOVE WS-CASE-REF       TO  WS-RJ-CASE-REF(WS01-REJECTED-COUNT)
            MOVE WS-REJECT-REASON  TO  WS-RJ-REASON(WS01-REJECTED-COUNT)
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-REVOKE-CERTIFICATE SECTION.
**********************************************************************
*
*       Revoke one certificate: mark the registry, retire the
*       verification code as revoked, take the student's own
*       pending reprints off the table and report it.  In report-only
*       mode the same statements run and are rolled back at the end,
*       so the report shows exactly what an update run would do.
*
**********************************************************************
BB-START.
*
        MOVE   "BB: ERROR REVOKING CERT_NO_REGISTRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_NO_REGISTRY
               SET CREG_STATUS        = 'R',
                   CREG_REVOKE_DATE   = SYSDATE,
                   CREG_REVOKE_CASE   = :WS-CASE-REF,
                   CREG_REVOKE_CODE   = :WS-REASON-CODE,
                   CREG_REVOKE_REASON = :WS-REASON,
                   CREG_REVOKE_USER   = USER
             WHERE CREG_CERT_NO = :WS-CERT-NO
        END-EXEC.
*
        IF  SQLERRD(3) = ZERO THEN
            MOVE   "BB: ERROR INSERTING REVOKED REGISTRY ROW"
                                   TO  WS01-ERR-MESSAGE
            EXEC SQL
                INSERT INTO CERT_NO_REGISTRY
                       (CREG_CERT_NO,
                        CREG_ST_REG_NO,
                        CREG_CENTRE_ID,
                        CREG_AWARD_CODE,
                        CREG_STATUS,
                        CREG_SOURCE,
                        CREG_ISSUE_DATE,
                        CREG_REVOKE_DATE,
                        CREG_REVOKE_CASE,
                        CREG_REVOKE_CODE,
                        CREG_REVOKE_REASON,
                        CREG_REVOKE_USER)
                VALUES (:WS-CERT-NO,
                        :WS-REG-NO,
                        :WS-CENTRE-ID,
                        DECODE(RTRIM(:WS-AWARD-CODE),NULL,NULL,
                               :WS-AWARD-CODE),
                        'R',
                        'STP099',
                        DECODE(RTRIM(:WS-ISSUE-DATE),NULL,NULL,
                               TO_DATE(:WS-ISSUE-DATE,'DD-MON-YYYY')),
                        SYSDATE,
                        :WS-CASE-REF,
                        :WS-REASON-CODE,
                        :WS-REASON,
                        USER)
            END-EXEC
        END-IF.
*
        MOVE   "BB: ERROR RETIRING VERIFICATION CODE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_VERIFY_CODES
               SET CVCO_STATUS = 'R',
                   CVCO_RETIRED_DATE = SYSDATE
             WHERE CVCO_CERT_NO = :WS-CERT-NO
               AND CVCO_STATUS = 'A'
        END-EXEC.
*
        MOVE   "BB: ERROR WRITING OFF PENDING REPRINT FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE REPRINT_CERTIFICATE_FEES
               SET RCFE_STATUS      = 'F',
                   RCFE_UPDATE_DATE = SYSDATE,
                   RCFE_UPDATE_USER = 'STP099'
             WHERE RCFE_STATUS = 'R'
               AND RCFE_PAID_DATE IS NULL
               AND EXISTS
                   (SELECT NULL
                      FROM ALL_REPRINT_CRITERIA
                     WHERE ARC_FIRST_REG_NO = :WS-REG-NO
                       AND NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO)
                                            = :WS-REG-NO
                       AND RCFE_ID BETWEEN ARC_FIRST_REG_RCFE_ID
                                       AND ARC_LAST_REG_RCFE_ID)
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-FEES-WRITTEN-OFF.
*
        MOVE    SPACES             TO  WS-DECISION-REASON.
        STRING 'CERTIFICATE REVOKED - CASE '
                                   DELIMITED BY SIZE
               WS-CASE-REF         DELIMITED BY SIZE
          INTO WS-DECISION-REASON.
*
        MOVE   "BB: ERROR CLOSING REPRINT REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE REPRINT_REFERRALS
               SET RREF_STATUS          = 'F',
                   RREF_DECIDED_DATE    = SYSDATE,
                   RREF_DECIDED_BY      = USER,
                   RREF_DECISION_REASON = :WS-DECISION-REASON
             WHERE RREF_STATUS = 'P'
               AND RREF_ID IN
                   (SELECT ARC_RREF_ID
                      FROM ALL_REPRINT_CRITERIA
                     WHERE ARC_FIRST_REG_NO = :WS-REG-NO
                       AND NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO)
                                            = :WS-REG-NO
                       AND ARC_REPRINT_TYPE = 'Q')
        END-EXEC.
*
        MOVE   "BB: ERROR DELETING PENDING REPRINTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            DELETE FROM ALL_REPRINT_CRITERIA
             WHERE ARC_FIRST_REG_NO = :WS-REG-NO
               AND NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO) = :WS-REG-NO
        END-EXEC.
*
        ADD     SQLERRD(3)         TO  WS01-REPRINTS-DELETED.
        MOVE    SPACES             TO  WS-RR-D-PENDING.
        IF  SQLERRD(3) > ZERO
            MOVE 'OWN REQUEST DELETED'
                                   TO  WS-RR-D-PENDING
        END-IF.
*
* A range covering the student and others is parked under type 'V',
* which no reprint route, STP106, STP291 or the end-of-run archive
* selects, keeping its own type in ARC_HELD_TYPE as STP106 and STP112
* do.  A referred range's referral is closed, since the range as
* referred can no longer be released.
*
        MOVE   "BB: ERROR CLOSING REFERRALS OF PARKED RANGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE REPRINT_REFERRALS
               SET RREF_STATUS          = 'F',
                   RREF_DECIDED_DATE    = SYSDATE,
                   RREF_DECIDED_BY      = USER,
                   RREF_DECISION_REASON = :WS-DECISION-REASON
             WHERE RREF_STATUS = 'P'
               AND RREF_ID IN
                   (SELECT ARC_RREF_ID
                      FROM ALL_REPRINT_CRITERIA
                     WHERE :WS-REG-NO BETWEEN ARC_FIRST_REG_NO
                                          AND NVL(ARC_LAST_REG_NO,
                                                  ARC_FIRST_REG_NO)
                       AND ARC_REPRINT_TYPE = 'Q')
        END-EXEC.
*
        MOVE   "BB: ERROR PARKING PENDING RANGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ALL_REPRINT_CRITERIA
               SET ARC_HELD_TYPE    = DECODE(ARC_REPRINT_TYPE,
                                             'H',ARC_HELD_TYPE,
                                             'Q',ARC_HELD_TYPE,
                                             ARC_REPRINT_TYPE),
                   ARC_REPRINT_TYPE = 'V'
             WHERE :WS-REG-NO BETWEEN ARC_FIRST_REG_NO
                                  AND NVL(ARC_LAST_REG_NO,
                                          ARC_FIRST_REG_NO)
               AND ARC_REPRINT_TYPE <> 'V'
        END-EXEC.
*
        MOVE    SQLERRD(3)         TO  WS-RANGE-COUNT.
*
        IF  WS-RANGE-COUNT > ZERO
            MOVE '** RANGE PARKED - SPLIT IT **'
                                   TO  WS-RR-D-PENDING
            ADD  WS-RANGE-COUNT    TO  WS01-RANGES-TO-SPLIT
        END-IF.
*
        MOVE    WS-REG-NO          TO  WS-RR-D-REG-NO.
        MOVE    WS-CERT-NO         TO  WS-RR-D-CERT-NO.
        MOVE    WS-CASE-REF        TO  WS-RR-D-CASE-REF.
        MOVE    WS-REASON-CODE     TO  WS-RR-D-REASON-CODE.
        MOVE    WS-REASON          TO  WS-RR-D-REASON.
        MOVE    WS-RR-RUN-DETAIL   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD.
*
BB-EXIT.
*
        EXIT.
*
BD-REPORT-REJECTIONS SECTION.
**********************************************************************
*
*       The revocations refused, with the reason for each.
*
**********************************************************************
BD-START.
*
	MOVE '2. REVOCATIONS REJECTED' TO WS-RR-SH-DESC.
	MOVE WS-RR-SECTION-HEAD TO REVOKE-RECORD.
	WRITE REVOKE-RECORD AFTER 2.
	MOVE WS-RR-REJ-COLS TO REVOKE-RECORD.
	WRITE REVOKE-RECORD.
*
        PERFORM
          VARYING WS01-INDEX
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-REJECTED-COUNT
             OR WS01-INDEX > 200

            MOVE    WS-RJ-REG-NO(WS01-INDEX)   TO  WS-RR-J-REG-NO
            MOVE    WS-RJ-CERT-NO(WS01-INDEX)  TO  WS-RR-J-CERT-NO
            MOVE    WS-RJ-CASE-REF(WS01-INDEX) TO  WS-RR-J-CASE-REF
            MOVE    WS-RJ-REASON(WS01-INDEX)   TO  WS-RR-J-REASON
            MOVE    WS-RR-REJ-DETAIL           TO  REVOKE-RECORD
            WRITE   REVOKE-RECORD
        END-PERFORM.
*
        MOVE   'REVOCATIONS REJECTED:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-REJECTED-COUNT
                                   TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD AFTER 2.
*
BD-EXIT.
*
        EXIT.
*
C-REPORT-REGISTER SECTION.
**********************************************************************
*
*       The full register of revoked certificates, most recent first
*       (in update mode it includes this run's revocations).
*
**********************************************************************
C-START.
*
        EXEC SQL
            DECLARE GET_REGISTER CURSOR FOR
            SELECT  CREG_CERT_NO,
                    NVL(CREG_ST_REG_NO,' '),
                    NVL(CREG_CENTRE_ID,' '),
                    NVL(CREG_AWARD_CODE,' '),
                    NVL(TO_CHAR(CREG_ISSUE_DATE,'DD-MON-YYYY'),' '),
                    NVL(TO_CHAR(CREG_REVOKE_DATE,'DD-MON-YYYY'),' '),
                    NVL(CREG_REVOKE_CASE,' '),
                    NVL(CREG_REVOKE_CODE,' '),
                    NVL(CREG_REVOKE_USER,' ')
              FROM  CERT_NO_REGISTRY
             WHERE  CREG_STATUS = 'R'
             ORDER BY CREG_REVOKE_DATE DESC, CREG_CERT_NO
        END-EXEC.
*
	MOVE '3. REVOCATION REGISTER - ALL REVOKED CERTIFICATES'
                                   TO  WS-RR-SH-DESC.
	MOVE WS-RR-SECTION-HEAD TO REVOKE-RECORD.
	WRITE REVOKE-RECORD AFTER PAGE.
	MOVE WS-RR-REG-COLS TO REVOKE-RECORD.
	WRITE REVOKE-RECORD AFTER 2.
*
        MOVE   "C: ERROR OPENING REGISTER CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_REGISTER
        END-EXEC.
*
        PERFORM CA-FETCH-REGISTER
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING REGISTER CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_REGISTER
        END-EXEC.
*
        MOVE   'CERTIFICATES ON THE REGISTER:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-REGISTER-COUNT
                                   TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REVOKE-RECORD.
        WRITE   REVOKE-RECORD AFTER 2.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-REGISTER SECTION.
**********************************************************************
*
*       Get a set of register rows and report them.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING REGISTER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_REGISTER
             INTO  :DS02-CERT-NO,
                   :DS02-REG-NO,
                   :DS02-CENTRE-ID,
                   :DS02-AWARD-CODE,
                   :DS02-ISSUE-DATE,
                   :DS02-REVOKE-DATE,
                   :DS02-CASE-REF,
                   :DS02-REASON-CODE,
                   :DS02-USER
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

            MOVE    DS02-CERT-NO(WS01-INDEX)     TO  WS-RR-G-CERT-NO
            MOVE    DS02-REG-NO(WS01-INDEX)      TO  WS-RR-G-REG-NO
            MOVE    DS02-CENTRE-ID(WS01-INDEX)   TO  WS-RR-G-CENTRE
            MOVE    DS02-AWARD-CODE(WS01-INDEX)  TO  WS-RR-G-AWARD
            MOVE    DS02-ISSUE-DATE(WS01-INDEX)  TO  WS-RR-G-ISSUED
            MOVE    DS02-REVOKE-DATE(WS01-INDEX) TO  WS-RR-G-REVOKED
            MOVE    DS02-CASE-REF(WS01-INDEX)    TO  WS-RR-G-CASE-REF
            MOVE    DS02-REASON-CODE(WS01-INDEX) TO  WS-RR-G-REASON-CODE
            MOVE    DS02-USER(WS01-INDEX)        TO  WS-RR-G-USER
            MOVE    WS-RR-REG-DETAIL             TO  REVOKE-RECORD
            WRITE   REVOKE-RECORD

            ADD     1              TO  WS01-REGISTER-COUNT
        END-PERFORM.
*
CA-EXIT.
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
	  MOVE WS-RR-NO-UPDATE-LINE TO REVOKE-RECORD
	  WRITE REVOKE-RECORD AFTER 2
	END-IF.
*
        CLOSE   REVOKE-REP.
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
        DISPLAY "STP099 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP099 ERROR".
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
