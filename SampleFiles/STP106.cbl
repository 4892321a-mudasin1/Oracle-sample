IDENTIFICATION DIVISION.
PROGRAM-ID.   STP106.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	REPRINT FEE REMITTANCES, UNPAID REPRINT HOLD AND AGED DEBT REPORT
*
********************************************************************************
*
*       STP106 - Companion to STP075, STP096 and the reprint runs
*		(STP070 CURSOR_7/CURSOR_7A, STP087, STP090 and STP091).
*		Chargeable reprints used to print as soon as they were
*		selected and were billed by STP096 afterwards, so
*		unpaid reprints cost stationery and postage and were
*		rarely recovered.  A chargeable request now waits for
*		its fees.
*
*		1. Remittance intake.  Finance's payment file
*		   (REMITTANCE), one record per fee:
*		     col   1     record type (P = payment, W = fee
*				 waived on finance's authority)
*		     col   2     space
*		     cols  3-11  fee id (RCFE_ID)
*		     col  12     space
*		     cols 13-22  customer services reference
*		     col  23     space
*		     cols 24-34  date paid or waived (DD-MON-YYYY)
*		     col  35     space
*		     cols 36-42  amount paid, pence (payments only)
*		     col  43     space
*		     cols 44-63  finance's remittance reference
*		   Each record is matched to REPRINT_CERTIFICATE_FEES
*		   by fee id and, where the fee carries one (fees
*		   raised by STP075), by customer services reference.
*		   A match records RCFE_PAID_DATE and RCFE_PAID_AMOUNT,
*		   or RCFE_WAIVED_DATE, with RCFE_REMIT_REFERENCE.
*		   Unknown fees, reference mismatches, fees written
*		   off, fees already paid or waived, and bad dates or
*		   amounts are listed as exceptions and not applied.
*		   The file is optional - no payments, no file.
*
*		2. Hold and release.  A chargeable request
*		   (ARC_REPRINT_CHARGE 'Y') with any fee in its range
*		   still unpaid and unwaived is held: its reprint type
*		   is kept in ARC_HELD_TYPE and ARC_REPRINT_TYPE set
*		   to 'H', which no reprint route selects (CURSOR_7/
*		   CURSOR_7A and STP091 take 'B', STP087 'N' and 'G')
*		   and which the end-of-run archive leaves alone.  A
*		   held request whose fees are all paid or waived is
*		   released back to its own type for the next run.
*		   A chargeable request with no fees raised is held
*		   until they are.
*
*		3. Aged debt.  Every unpaid, unwaived fee by centre
*		   with its age since raised, a subtotal per centre
*		   and totals by age band.
*
*		Run in the deck ahead of the reprint runs.
*
*		Run types:
*		  'U' - apply the remittances, hold and release, and
*			report;
*		  'R' - report what would happen and roll back.
*
* 15-Oct-2026	PJW	EC5265 : Program written.
* 15-Oct-2026	PJW	EC5280 : Hold a chargeable request with no fees
*			raised; take the aged debt centre from the COA
*			letter or STUDENTS@ARCA as well as STUDENTS.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  OPTIONAL REMIT-FILE ASSIGN REMITTANCE.
    SELECT  DEBT-REP     ASSIGN STP106TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  REMIT-FILE
    LABEL RECORDS STANDARD.
01  REMIT-RECORD.
    03  RMT-TYPE                  PIC X(01).
    03  FILLER                    PIC X(01).
    03  RMT-FEE-ID                PIC X(09).
    03  RMT-FEE-ID-N REDEFINES RMT-FEE-ID
                                  PIC 9(09).
    03  FILLER                    PIC X(01).
    03  RMT-CS-REFERENCE          PIC X(10).
    03  FILLER                    PIC X(01).
    03  RMT-DATE                  PIC X(11).
    03  FILLER                    PIC X(01).
    03  RMT-AMOUNT                PIC X(07).
    03  RMT-AMOUNT-N REDEFINES RMT-AMOUNT
                                  PIC 9(05)V99.
    03  FILLER                    PIC X(01).
    03  RMT-REMIT-REFERENCE       PIC X(20).
*
FD  DEBT-REP
    LABEL RECORDS STANDARD.
01  DEBT-RECORD                   PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-FEE-ID			  PIC S9(09) COMP.
01  WS-FEE-FOUND		  PIC S9(09) COMP.
01  WS-FEE-STATUS		  PIC  X(01).
01  WS-FEE-REFERENCE		  PIC  X(10).
01  WS-FEE-SETTLED		  PIC  X(01).
01  WS-CS-REFERENCE		  PIC  X(10).
01  WS-REMIT-DATE		  PIC  X(11).
01  WS-DATE-OK			  PIC S9(09) COMP.
01  WS-PAID-AMOUNT		  PIC S9(07)V99 COMP-3.
01  WS-REMIT-REFERENCE		  PIC  X(20).
01  WS-RUN-DATE			  PIC  X(11).
01  WS-NO-FEES-COUNT		  PIC S9(09) COMP.
*
01  DS02-DEBT-DETAILS.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-FEE-ID                PIC S9(09) COMP OCCURS 200.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CS-REFERENCE          PIC  X(10) OCCURS 200.
    03  DS02-STATUS                PIC  X(01) OCCURS 200.
    03  DS02-RAISED                PIC  X(11) OCCURS 200.
    03  DS02-AGE                   PIC S9(09) COMP OCCURS 200.
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
    03  WS01-REMITS-READ           PIC S9(09) COMP VALUE 0.
    03  WS01-PAID-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-WAIVED-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-REJECTED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-HELD-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-RELEASED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-DEBT-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-1-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-2-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-3-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-4-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  UPDATE-MODE				VALUE 'U'.
01  WS-REMIT-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  REMIT-EOF				VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(40).
01  WS-LAST-CENTRE		   PIC  X(06) VALUE SPACES.
*
01  WS-DEBT-REPORT.
    03 WS-DR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-DR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP106'.
    03 WS-DR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(52) VALUE
	  'REPRINT FEE REMITTANCES, UNPAID HOLDS AND AGED DEBT'.
    03 WS-DR-HEAD-3.
	05 FILLER		PIC X(11) VALUE 'RUN TYPE : '.
	05 WS-DR-H3-RUN-TYPE	PIC X(01).
    03 WS-DR-SECTION-HEAD.
	05 FILLER		PIC X(01) VALUE SPACES.
	05 WS-DR-SH-DESC	PIC X(60).
    03 WS-DR-EXC-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'TYPE'.
	05 FILLER		PIC X(11) VALUE 'FEE ID'.
	05 FILLER		PIC X(12) VALUE 'REFERENCE'.
	05 FILLER		PIC X(13) VALUE 'DATE'.
	05 FILLER		PIC X(40) VALUE 'REASON'.
    03 WS-DR-EXCEPTION.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-DR-X-TYPE		PIC X(1).
	05 FILLER		PIC X(5)  VALUE SPACES.
	05 WS-DR-X-FEE-ID	PIC X(9).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-X-REFERENCE	PIC X(10).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-X-DATE		PIC X(11).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-X-REASON	PIC X(40).
    03 WS-DR-COL-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(8)  VALUE 'CENTRE'.
	05 FILLER		PIC X(11) VALUE 'FEE ID'.
	05 FILLER		PIC X(9)  VALUE 'REG NO'.
	05 FILLER		PIC X(12) VALUE 'REFERENCE'.
	05 FILLER		PIC X(10) VALUE 'PRINTED'.
	05 FILLER		PIC X(13) VALUE 'RAISED'.
	05 FILLER		PIC X(6)  VALUE 'DAYS'.
	05 FILLER		PIC X(7)  VALUE 'BAND'.
    03 WS-DR-DETAIL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-DR-D-CENTRE	PIC X(6).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-D-FEE-ID	PIC Z(8)9.
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-D-REG-NO	PIC X(7).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-D-REFERENCE	PIC X(10).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-D-PRINTED	PIC X(3).
	05 FILLER		PIC X(7)  VALUE SPACES.
	05 WS-DR-D-RAISED	PIC X(11).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-D-AGE		PIC ZZZ9.
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-DR-D-BAND		PIC X(7).
    03 WS-DR-CENTRE-TOTAL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(20) VALUE 'UNPAID FEES, CENTRE '.
	05 WS-DR-CT-CENTRE	PIC X(6).
	05 FILLER		PIC X(8)  VALUE ':'.
	05 WS-DR-CT-COUNT	PIC Z(7)9.
    03 WS-DR-TOTAL-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
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

        PERFORM B-APPLY-REMITTANCES.

        PERFORM C-HOLD-AND-RELEASE.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM E-AGED-DEBT.

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
        OPEN    OUTPUT  DEBT-REP.
*
	IF WS-RUN-TYPE-PARM NOT = 'U' AND 'R'
	THEN
	  MOVE "INVALID RUN TYPE - NOT U OR R"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
        OPEN    INPUT   REMIT-FILE.
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
	MOVE WS-RUN-DATE TO WS-DR-H1-RUN-DATE.
	MOVE WS-DR-HEAD-1 TO DEBT-RECORD.
	WRITE DEBT-RECORD AFTER PAGE.
	MOVE WS-DR-HEAD-2 TO DEBT-RECORD.
	WRITE DEBT-RECORD AFTER 2.
	MOVE WS-RUN-TYPE-PARM TO WS-DR-H3-RUN-TYPE.
	MOVE WS-DR-HEAD-3 TO DEBT-RECORD.
	WRITE DEBT-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-APPLY-REMITTANCES SECTION.
**********************************************************************
*
*       Read each remittance, match it to its fee and record the
*       payment or waiver; list the ones that cannot be applied.
*
**********************************************************************
B-START.
*
        MOVE   'REMITTANCE EXCEPTIONS - NOT APPLIED'
                                   TO  WS-DR-SH-DESC.
        MOVE    WS-DR-SECTION-HEAD TO  DEBT-RECORD.
        WRITE   DEBT-RECORD AFTER 2.
        MOVE    WS-DR-EXC-HEAD     TO  DEBT-RECORD.
        WRITE   DEBT-RECORD.

        MOVE   'N'                 TO  WS-REMIT-EOF-IND.
B-020.
        READ    REMIT-FILE
            AT END  MOVE 'Y'       TO  WS-REMIT-EOF-IND.

        IF  REMIT-EOF
            GO TO B-EXIT
        END-IF.

        IF  REMIT-RECORD = SPACES
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-REMITS-READ.

        PERFORM BA-VALIDATE-REMITTANCE.

        IF  WS-REJECT-REASON = SPACES
            PERFORM BB-APPLY-REMITTANCE
        ELSE
            MOVE RMT-TYPE          TO  WS-DR-X-TYPE
            MOVE RMT-FEE-ID        TO  WS-DR-X-FEE-ID
            MOVE RMT-CS-REFERENCE  TO  WS-DR-X-REFERENCE
            MOVE RMT-DATE          TO  WS-DR-X-DATE
            MOVE WS-REJECT-REASON  TO  WS-DR-X-REASON
            MOVE WS-DR-EXCEPTION   TO  DEBT-RECORD
            WRITE DEBT-RECORD
            ADD 1                  TO  WS01-REJECTED-COUNT
        END-IF.

        GO TO B-020.
*
B-EXIT.
*
        CLOSE   REMIT-FILE.
*
        EXIT.
*
BA-VALIDATE-REMITTANCE SECTION.
**********************************************************************
*
*       Validate one remittance.  The first failure found is the
*       reason reported; WS-REJECT-REASON stays spaces when the
*       remittance matches its fee and can be applied.
*
**********************************************************************
BA-START.
*
        MOVE    SPACES             TO  WS-REJECT-REASON.

        IF  RMT-TYPE NOT = 'P' AND 'W'
            MOVE 'RECORD TYPE NOT P OR W'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  RMT-FEE-ID IS NOT NUMERIC
            MOVE 'FEE ID NOT NUMERIC'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  RMT-TYPE = 'P'
        AND (RMT-AMOUNT IS NOT NUMERIC
             OR RMT-AMOUNT-N = ZERO)
            MOVE 'PAYMENT AMOUNT MISSING OR NOT NUMERIC'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE    RMT-FEE-ID-N       TO  WS-FEE-ID.
        MOVE    RMT-CS-REFERENCE   TO  WS-CS-REFERENCE.
        MOVE    RMT-DATE           TO  WS-REMIT-DATE.

        MOVE    ZERO               TO  WS-DATE-OK.

        EXEC SQL WHENEVER SQLERROR GO TO   BA-080 END-EXEC.

        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-DATE-OK
              FROM DUAL
             WHERE RTRIM(:WS-REMIT-DATE) IS NOT NULL
               AND TO_CHAR(TO_DATE(:WS-REMIT-DATE,'DD-MON-YYYY'),
                           'DD-MON-YYYY') = UPPER(:WS-REMIT-DATE)
        END-EXEC.
BA-080.
        EXEC SQL WHENEVER SQLERROR GO TO   ZZ-ABORT END-EXEC.

        IF  WS-DATE-OK = ZERO
            MOVE 'DATE NOT DD-MON-YYYY'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE   "BA: ERROR READING REPRINT_CERTIFICATE_FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(RCFE_STATUS),' '),
                   NVL(MAX(RCFE_CS_REFERENCE),' '),
                   NVL(MAX(DECODE(RCFE_PAID_DATE,NULL,
                                  DECODE(RCFE_WAIVED_DATE,NULL,'N',
                                         'W'),'P')),'N')
              INTO :WS-FEE-FOUND,
                   :WS-FEE-STATUS,
                   :WS-FEE-REFERENCE,
                   :WS-FEE-SETTLED
              FROM REPRINT_CERTIFICATE_FEES
             WHERE RCFE_ID = :WS-FEE-ID
        END-EXEC.

        IF  WS-FEE-FOUND = ZERO
            MOVE 'FEE ID NOT ON REPRINT_CERTIFICATE_FEES'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-FEE-REFERENCE NOT = SPACES
        AND WS-FEE-REFERENCE NOT = WS-CS-REFERENCE
            MOVE 'REFERENCE DOES NOT MATCH THE FEE'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-FEE-STATUS = 'F'
            MOVE 'FEE WRITTEN OFF'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-FEE-SETTLED = 'P'
            MOVE 'FEE ALREADY PAID'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-FEE-SETTLED = 'W'
            MOVE 'FEE ALREADY WAIVED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-APPLY-REMITTANCE SECTION.
**********************************************************************
*
*       Record the payment (date and amount) or the waiver on the
*       fee, with finance's remittance reference.
*
**********************************************************************
BB-START.
*
        MOVE    RMT-REMIT-REFERENCE
                                   TO  WS-REMIT-REFERENCE.

        IF  RMT-TYPE = 'W'
            GO TO BB-050
        END-IF.

        MOVE    RMT-AMOUNT-N       TO  WS-PAID-AMOUNT.

        MOVE   "BB: ERROR RECORDING PAYMENT"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE REPRINT_CERTIFICATE_FEES
               SET RCFE_PAID_DATE       =
                       TO_DATE(:WS-REMIT-DATE,'DD-MON-YYYY'),
                   RCFE_PAID_AMOUNT     = :WS-PAID-AMOUNT,
                   RCFE_REMIT_REFERENCE = :WS-REMIT-REFERENCE,
                   RCFE_UPDATE_DATE     = SYSDATE,
                   RCFE_UPDATE_USER     = 'STP106'
             WHERE RCFE_ID = :WS-FEE-ID
        END-EXEC.

        ADD     1                  TO  WS01-PAID-COUNT.
        GO TO BB-EXIT.
*
BB-050.
        MOVE   "BB: ERROR RECORDING WAIVER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE REPRINT_CERTIFICATE_FEES
               SET RCFE_WAIVED_DATE     =
                       TO_DATE(:WS-REMIT-DATE,'DD-MON-YYYY'),
                   RCFE_REMIT_REFERENCE = :WS-REMIT-REFERENCE,
                   RCFE_UPDATE_DATE     = SYSDATE,
                   RCFE_UPDATE_USER     = 'STP106'
             WHERE RCFE_ID = :WS-FEE-ID
        END-EXEC.

        ADD     1                  TO  WS01-WAIVED-COUNT.
*
BB-EXIT.
*
        EXIT.
*
C-HOLD-AND-RELEASE SECTION.
**********************************************************************
*
*       Release the held requests whose fees are now all paid or
*       waived, then hold the chargeable requests with a fee still
*       outstanding.  A held request keeps its own reprint type in
*       ARC_HELD_TYPE; type 'H' is selected by no reprint route.
*       A chargeable request with no fees raised against it (no
*       ARC_FIRST_REG_RCFE_ID) is held too, and stays held until its
*       fees are raised - it must not print for nothing.
*
**********************************************************************
C-START.
*
        MOVE   "C: ERROR RELEASING PAID REQUESTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ALL_REPRINT_CRITERIA
               SET ARC_REPRINT_TYPE = ARC_HELD_TYPE,
                   ARC_HELD_TYPE    = NULL
             WHERE ARC_REPRINT_TYPE = 'H'
               AND ARC_FIRST_REG_RCFE_ID IS NOT NULL
               AND NOT EXISTS
                   (SELECT NULL
                      FROM REPRINT_CERTIFICATE_FEES
                     WHERE RCFE_ID BETWEEN ARC_FIRST_REG_RCFE_ID
                                       AND ARC_LAST_REG_RCFE_ID
                       AND RCFE_STATUS = 'R'
                       AND RCFE_PAID_DATE   IS NULL
                       AND RCFE_WAIVED_DATE IS NULL)
        END-EXEC.

        MOVE    SQLERRD(3)         TO  WS01-RELEASED-COUNT.

        MOVE   "C: ERROR HOLDING UNPAID REQUESTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ALL_REPRINT_CRITERIA
               SET ARC_HELD_TYPE    = ARC_REPRINT_TYPE,
                   ARC_REPRINT_TYPE = 'H'
             WHERE ARC_REPRINT_TYPE IN ('B','N','G')
               AND NVL(ARC_REPRINT_CHARGE,'N') = 'Y'
               AND (ARC_FIRST_REG_RCFE_ID IS NULL
                    OR EXISTS
                   (SELECT NULL
                      FROM REPRINT_CERTIFICATE_FEES
                     WHERE RCFE_ID BETWEEN ARC_FIRST_REG_RCFE_ID
                                       AND ARC_LAST_REG_RCFE_ID
                       AND RCFE_STATUS = 'R'
                       AND RCFE_PAID_DATE   IS NULL
                       AND RCFE_WAIVED_DATE IS NULL))
        END-EXEC.

        MOVE    SQLERRD(3)         TO  WS01-HELD-COUNT.

        MOVE   "C: ERROR COUNTING REQUESTS WITH NO FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-NO-FEES-COUNT
              FROM ALL_REPRINT_CRITERIA
             WHERE ARC_REPRINT_TYPE = 'H'
               AND ARC_FIRST_REG_RCFE_ID IS NULL
        END-EXEC.
*
C-EXIT.
*
        EXIT.
*
E-AGED-DEBT SECTION.
**********************************************************************
*
*       List every unpaid, unwaived fee by centre, oldest first, with
*       a subtotal per centre.  Fees written off are not debt.  The
*       centre is the one billed on the COA letter for a COA fee,
*       otherwise the student's, from STUDENTS@ARCA for a student
*       no longer on the live database.
*
**********************************************************************
E-START.
*
        MOVE   'AGED DEBT - UNPAID REPRINT FEES BY CENTRE'
                                   TO  WS-DR-SH-DESC.
        MOVE    WS-DR-SECTION-HEAD TO  DEBT-RECORD.
        WRITE   DEBT-RECORD AFTER 2.
        MOVE    WS-DR-COL-HEAD     TO  DEBT-RECORD.
        WRITE   DEBT-RECORD.

        EXEC SQL
            DECLARE GET_DEBT CURSOR FOR
            SELECT  NVL(COAL_CENTRE_ID,
                        NVL(P.ST_CENTRE_ID,NVL(A.ST_CENTRE_ID,' '))),
                    RCFE_ID,
                    RCFE_ST_REG_NO,
                    NVL(RCFE_CS_REFERENCE,' '),
                    RCFE_STATUS,
                    TO_CHAR(NVL(RCFE_RAISED_DATE,RCFE_UPDATE_DATE),
                            'DD-MON-YYYY'),
                    TRUNC(SYSDATE) -
                    TRUNC(NVL(RCFE_RAISED_DATE,RCFE_UPDATE_DATE))
              FROM  STUDENTS P,
                    STUDENTS@ARCA A,
                    COA_LETTERS,
                    REPRINT_CERTIFICATE_FEES
             WHERE  RCFE_STATUS IN ('R','O')
               AND  RCFE_PAID_DATE   IS NULL
               AND  RCFE_WAIVED_DATE IS NULL
               AND  P.ST_REG_NO(+) = RCFE_ST_REG_NO
               AND  A.ST_REG_NO(+) = RCFE_ST_REG_NO
               AND  COAL_RCFE_ID(+) = RCFE_ID
             ORDER BY 1, NVL(RCFE_RAISED_DATE,RCFE_UPDATE_DATE), RCFE_ID
        END-EXEC.
*
        MOVE   "E: ERROR OPENING DEBT CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_DEBT
        END-EXEC.
*
        PERFORM EA-FETCH-DEBT
          UNTIL WS01-EOF.
*
        MOVE   "E: ERROR CLOSING DEBT CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_DEBT
        END-EXEC.
*
        IF  WS-LAST-CENTRE NOT = SPACES
            PERFORM EB-CENTRE-TOTAL
        END-IF.
*
E-EXIT.
*
        EXIT.
*
EA-FETCH-DEBT SECTION.
**********************************************************************
*
*       Get a set of unpaid fees and report them by age band, with a
*       subtotal at each change of centre.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR FETCHING DEBT"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_DEBT
             INTO  :DS02-CENTRE-ID,
                   :DS02-FEE-ID,
                   :DS02-REG-NO,
                   :DS02-CS-REFERENCE,
                   :DS02-STATUS,
                   :DS02-RAISED,
                   :DS02-AGE
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

            IF  DS02-CENTRE-ID(WS01-INDEX) NOT = WS-LAST-CENTRE
            AND WS-LAST-CENTRE NOT = SPACES
                PERFORM EB-CENTRE-TOTAL
            END-IF
            MOVE    DS02-CENTRE-ID(WS01-INDEX)     TO  WS-LAST-CENTRE

            MOVE    DS02-CENTRE-ID(WS01-INDEX)     TO  WS-DR-D-CENTRE
            MOVE    DS02-FEE-ID(WS01-INDEX)        TO  WS-DR-D-FEE-ID
            MOVE    DS02-REG-NO(WS01-INDEX)        TO  WS-DR-D-REG-NO
            MOVE    DS02-CS-REFERENCE(WS01-INDEX)  TO  WS-DR-D-REFERENCE
            MOVE    DS02-RAISED(WS01-INDEX)        TO  WS-DR-D-RAISED
            MOVE    DS02-AGE(WS01-INDEX)           TO  WS-DR-D-AGE

            IF  DS02-STATUS(WS01-INDEX) = 'O'
                MOVE 'YES'                         TO  WS-DR-D-PRINTED
            ELSE
                MOVE 'NO'                          TO  WS-DR-D-PRINTED
            END-IF

            EVALUATE TRUE
              WHEN DS02-AGE(WS01-INDEX) < 31
                MOVE '0-30'                        TO  WS-DR-D-BAND
                ADD  1                             TO  WS01-BAND-1-COUNT
              WHEN DS02-AGE(WS01-INDEX) < 61
                MOVE '31-60'                       TO  WS-DR-D-BAND
                ADD  1                             TO  WS01-BAND-2-COUNT
              WHEN DS02-AGE(WS01-INDEX) < 91
                MOVE '61-90'                       TO  WS-DR-D-BAND
                ADD  1                             TO  WS01-BAND-3-COUNT
              WHEN OTHER
                MOVE 'OVER 90'                     TO  WS-DR-D-BAND
                ADD  1                             TO  WS01-BAND-4-COUNT
            END-EVALUATE

            MOVE    WS-DR-DETAIL                   TO  DEBT-RECORD
            WRITE   DEBT-RECORD

            ADD  1                                 TO  WS01-DEBT-COUNT
            ADD  1                                 TO  WS01-CENTRE-COUNT
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
EB-CENTRE-TOTAL SECTION.
**********************************************************************
*
*       Subtotal the unpaid fees of the centre just finished.
*
**********************************************************************
EB-START.
*
	MOVE WS-LAST-CENTRE TO WS-DR-CT-CENTRE.
	MOVE WS01-CENTRE-COUNT TO WS-DR-CT-COUNT.
	MOVE WS-DR-CENTRE-TOTAL TO DEBT-RECORD.
	WRITE DEBT-RECORD AFTER 2.
	MOVE SPACES TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE ZERO TO WS01-CENTRE-COUNT.
*
EB-EXIT.
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
	MOVE 'REMITTANCES READ:'        TO WS-DR-T-DESC.
	MOVE WS01-REMITS-READ           TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD AFTER 2.
	MOVE '  PAYMENTS APPLIED:'      TO WS-DR-T-DESC.
	MOVE WS01-PAID-COUNT            TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE '  WAIVERS APPLIED:'       TO WS-DR-T-DESC.
	MOVE WS01-WAIVED-COUNT          TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE '  NOT APPLIED:'           TO WS-DR-T-DESC.
	MOVE WS01-REJECTED-COUNT        TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE 'REQUESTS RELEASED, FEES PAID:'
	                                TO WS-DR-T-DESC.
	MOVE WS01-RELEASED-COUNT        TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD AFTER 2.
	MOVE 'REQUESTS NEWLY HELD, FEES UNPAID:'
	                                TO WS-DR-T-DESC.
	MOVE WS01-HELD-COUNT            TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE 'REQUESTS HELD, NO FEES RAISED:'
	                                TO WS-DR-T-DESC.
	MOVE WS-NO-FEES-COUNT           TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE 'UNPAID FEES:'             TO WS-DR-T-DESC.
	MOVE WS01-DEBT-COUNT            TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD AFTER 2.
	MOVE '  0-30 DAYS:'             TO WS-DR-T-DESC.
	MOVE WS01-BAND-1-COUNT          TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE '  31-60 DAYS:'            TO WS-DR-T-DESC.
	MOVE WS01-BAND-2-COUNT          TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE '  61-90 DAYS:'            TO WS-DR-T-DESC.
	MOVE WS01-BAND-3-COUNT          TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
	MOVE '  OVER 90 DAYS:'          TO WS-DR-T-DESC.
	MOVE WS01-BAND-4-COUNT          TO WS-DR-T-COUNT.
	MOVE WS-DR-TOTAL-LINE           TO DEBT-RECORD.
	WRITE DEBT-RECORD.
*
        IF  NOT UPDATE-MODE
            MOVE WS-DR-NO-UPDATE-LINE TO DEBT-RECORD
            WRITE DEBT-RECORD AFTER 2
        END-IF.
*
        CLOSE   DEBT-REP.
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
        DISPLAY "STP106 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP106 ERROR".
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
