IDENTIFICATION DIVISION.
PROGRAM-ID.   STP103.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	BULK CLEARANCE OF AWARDS RUN BLOCKS FROM CENTRE EVIDENCE
*
********************************************************************************
*
*       STP103 - Companion to STP295 and STP070.  STP295 tells the
*		centres about their BNM_AWARDS_RUN_BLOCKS and chases
*		them for evidence; when the evidence comes back the
*		quality team prepare a clearance file and this run
*		clears the blocks in bulk instead of one by one.
*
*		Clearance file (CLEARFILE), one per record:
*		  cols  1- 7  registration number
*		  col   8     space
*		  col   9     block reason code (BARB_REASON_CODE)
*		  col  10     space
*		  cols 11-25  evidence reference
*		  col  26     space
*		  cols 27-46  clearing officer
*
*		Each line must match an open block (BARB_CLEARED_IND
*		not 'Y') for the student with the same reason code.
*		A matching line clears every open block of that
*		reason for the student: BARB_CLEARED_IND 'Y',
*		BARB_CLEARED_DATE today, BARB_CLEARED_USER the
*		clearing officer and BARB_EVIDENCE_REF the evidence
*		reference.  STP295's next run captures the clearance
*		to BARB_CLEARANCE_HIST and confirms it to the centre
*		as usual.  Anything that does not match is rejected
*		with a reason on the exceptions report (STP103EXC).
*
*		Every student cleared by the run is then checked: a
*		student with no open block left and no certificate
*		yet is written to the REGLISTFILE extract, so the
*		students can go straight through an STP070 list-mode
*		(run type 'L') run, which re-applies every other
*		eligibility, deferral and blocking check.  As with
*		STP076 the extract is capped at the STP070 list-run
*		capacity; students beyond it are reported HELD OVER.
*		A file clearing more than 2000 students stops the
*		run, rolled back, to be split.
*
*		Reports: STP103TOT (clearances and students released)
*		and STP103EXC (lines rejected).
*
*		Parameter: mode - 'U' applies the clearances and
*		writes the REGLISTFILE extract, anything else reports
*		what would be cleared and rolls back.
*
* 15-Oct-2026	PJW	EC5260 : Program written.
* 15-Oct-2026	PJW	EC5280 : Stop, rolled back, when more students
*			are cleared than can be checked for release.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  CLEAR-FILE   ASSIGN CLEARFILE.
    SELECT  CLEAR-REP    ASSIGN STP103TOT.
    SELECT  EXCEPT-REP   ASSIGN STP103EXC.
    SELECT  REGLIST-OUT  ASSIGN REGLISTFILE.
*
DATA DIVISION.
FILE SECTION.
*
FD  CLEAR-FILE
    LABEL RECORDS STANDARD.
01  CLEAR-REC.
    03  CLQ-REG-NO                PIC X(07).
    03  FILLER                    PIC X(01).
    03  CLQ-REASON-CODE           PIC X(01).
    03  FILLER                    PIC X(01).
    03  CLQ-EVIDENCE-REF          PIC X(15).
    03  FILLER                    PIC X(01).
    03  CLQ-OFFICER               PIC X(20).
*
FD  CLEAR-REP
    LABEL RECORDS STANDARD.
01  CLEAR-RECORD                  PIC X(132).
*
FD  EXCEPT-REP
    LABEL RECORDS STANDARD.
01  EXCEPT-RECORD                 PIC X(132).
*
FD  REGLIST-OUT
    LABEL RECORDS STANDARD.
01  REGLIST-RECORD.
    03  RLO-REG-NO                PIC X(07).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-REG-NO			  PIC  X(07).
01  WS-REASON-CODE		  PIC  X(01).
01  WS-EVIDENCE-REF		  PIC  X(15).
01  WS-OFFICER			  PIC  X(20).
01  WS-CERT-NO			  PIC  X(09).
01  WS-CENTRE-ID		  PIC  X(06).
01  WS-BLOCK-COUNT		  PIC S9(09) COMP.
01  WS-OPEN-COUNT		  PIC S9(09) COMP.
01  WS-REASON-COUNT		  PIC S9(09) COMP.
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
    03  WS01-INDEX                 PIC S9(09) COMP.
    03  WS01-READ-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-CLEARED-LINES         PIC S9(09) COMP VALUE 0.
    03  WS01-BLOCKS-CLEARED        PIC S9(09) COMP VALUE 0.
    03  WS01-REJECTED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-STUDENT-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-RELEASED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-STILL-BLOCKED         PIC S9(09) COMP VALUE 0.
    03  WS01-CERTIFICATED          PIC S9(09) COMP VALUE 0.
    03  WS01-HELD-OVER-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-LIST-CAP              PIC S9(09) COMP VALUE 1000.
    03  WS01-STUDENT-MAX           PIC S9(09) COMP VALUE 2000.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-MODE-PARM		   PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-CLEAR-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  CLEAR-EOF				VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(50).
01  WS-FOUND-IND		   PIC  X(01).
    88  STUDENT-HELD				VALUE 'Y'.
*
*	The students cleared by this run, one entry each however
*	many of their lines were cleared.
*
01  WS-STUDENT-TABLE.
    03  WS-SC-REG-NO               PIC  X(07) OCCURS 2000.
*
01  WS-CLEAR-REPORT.
    03 WS-CR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-CR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP103'.
    03 WS-CR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(45) VALUE
	  'AWARDS RUN BLOCKS - BULK CLEARANCE'.
	05 FILLER		PIC X(57) VALUE SPACES.
    03 WS-CR-HEAD-EXC.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(45) VALUE
	  'AWARDS RUN BLOCKS - CLEARANCE EXCEPTIONS'.
	05 FILLER		PIC X(57) VALUE SPACES.
    03 WS-CR-HEAD-3.
	05 FILLER		PIC X(07) VALUE 'MODE : '.
	05 WS-CR-H3-MODE	PIC X(11).
    03 WS-CR-SECTION-HEAD.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-SH-DESC	PIC X(70).
    03 WS-CR-CLR-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(04) VALUE 'RC'.
	05 FILLER		PIC X(17) VALUE 'EVIDENCE REF'.
	05 FILLER		PIC X(22) VALUE 'CLEARING OFFICER'.
	05 FILLER		PIC X(14) VALUE 'BLOCKS CLEARED'.
    03 WS-CR-CLR-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-D-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-D-REASON-CODE	PIC X(01).
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-CR-D-EVIDENCE-REF	PIC X(15).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-D-OFFICER	PIC X(20).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-D-BLOCKS	PIC Z(7)9.
    03 WS-CR-REJ-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(04) VALUE 'RC'.
	05 FILLER		PIC X(17) VALUE 'EVIDENCE REF'.
	05 FILLER		PIC X(22) VALUE 'CLEARING OFFICER'.
	05 FILLER		PIC X(50) VALUE 'REASON REJECTED'.
    03 WS-CR-REJ-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-J-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-J-REASON-CODE	PIC X(01).
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-CR-J-EVIDENCE-REF	PIC X(15).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-J-OFFICER	PIC X(20).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-J-REASON	PIC X(50).
    03 WS-CR-REL-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 FILLER		PIC X(11) VALUE 'OPEN BLOCKS'.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(30) VALUE 'STATUS'.
    03 WS-CR-REL-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-L-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-L-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-L-OPEN		PIC Z(10)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-L-CERT-NO	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-L-STATUS	PIC X(30).
    03 WS-CR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-T-DESC		PIC X(34).
	05 WS-CR-T-COUNT	PIC Z(7)9.
    03 WS-CR-NO-UPDATE-LINE.
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

        PERFORM B-PROCESS-CLEARANCES.

        PERFORM C-RELEASE-STUDENTS.

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
        OPEN    INPUT   CLEAR-FILE.
        OPEN    OUTPUT  CLEAR-REP.
        OPEN    OUTPUT  EXCEPT-REP.
*
	IF UPDATE-MODE
	THEN
	  OPEN OUTPUT REGLIST-OUT
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
	IF UPDATE-MODE
	  MOVE 'UPDATE'      TO WS-CR-H3-MODE
	ELSE
	  MOVE 'REPORT ONLY' TO WS-CR-H3-MODE
	END-IF.
	MOVE WS-RUN-DATE TO WS-CR-H1-RUN-DATE.
*
	MOVE WS-CR-HEAD-1 TO CLEAR-RECORD.
	WRITE CLEAR-RECORD AFTER PAGE.
	MOVE WS-CR-HEAD-2 TO CLEAR-RECORD.
	WRITE CLEAR-RECORD AFTER 2.
	MOVE WS-CR-HEAD-3 TO CLEAR-RECORD.
	WRITE CLEAR-RECORD AFTER 2.
	MOVE '1. BLOCKS CLEARED THIS RUN' TO WS-CR-SH-DESC.
	MOVE WS-CR-SECTION-HEAD TO CLEAR-RECORD.
	WRITE CLEAR-RECORD AFTER 2.
	MOVE WS-CR-CLR-COLS TO CLEAR-RECORD.
	WRITE CLEAR-RECORD.
*
	MOVE WS-CR-HEAD-1 TO EXCEPT-RECORD.
	WRITE EXCEPT-RECORD AFTER PAGE.
	MOVE WS-CR-HEAD-EXC TO EXCEPT-RECORD.
	WRITE EXCEPT-RECORD AFTER 2.
	MOVE WS-CR-HEAD-3 TO EXCEPT-RECORD.
	WRITE EXCEPT-RECORD AFTER 2.
	MOVE WS-CR-REJ-COLS TO EXCEPT-RECORD.
	WRITE EXCEPT-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-CLEARANCES SECTION.
**********************************************************************
*
*       Read each clearance line, validate it and clear the blocks
*       or reject it to the exceptions report.
*
**********************************************************************
B-START.
*
        MOVE   'N'                 TO  WS-CLEAR-EOF-IND.
B-020.
        READ    CLEAR-FILE
            AT END  MOVE 'Y'       TO  WS-CLEAR-EOF-IND.

        IF  CLEAR-EOF
            GO TO B-040
        END-IF.

        IF  CLEAR-REC = SPACES
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-READ-COUNT.

        PERFORM BA-VALIDATE-CLEARANCE.

        IF  WS-REJECT-REASON = SPACES
            PERFORM BB-CLEAR-BLOCKS
        ELSE
            PERFORM BC-REJECT-LINE
        END-IF.

        GO TO B-020.
B-040.
        CLOSE   CLEAR-FILE.

        MOVE   'CLEARANCE LINES READ:'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-READ-COUNT    TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD AFTER 2.
        MOVE   'CLEARANCE LINES APPLIED:'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-CLEARED-LINES TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
        MOVE   'BLOCKS CLEARED:'    TO  WS-CR-T-DESC.
        MOVE    WS01-BLOCKS-CLEARED
                                   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
        MOVE   'LINES REJECTED (SEE STP103EXC):'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-REJECTED-COUNT
                                   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
*
        MOVE   'LINES REJECTED:'    TO  WS-CR-T-DESC.
        MOVE    WS01-REJECTED-COUNT
                                   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  EXCEPT-RECORD.
        WRITE   EXCEPT-RECORD AFTER 2.
*
B-EXIT.
*
        EXIT.
*
BA-VALIDATE-CLEARANCE SECTION.
**********************************************************************
*
*       Validate one clearance line.  The first failure found is the
*       reason reported; WS-REJECT-REASON stays spaces when the line
*       matches an open block.
*
**********************************************************************
BA-START.
*
        MOVE    SPACES             TO  WS-REJECT-REASON.
        MOVE    CLQ-REG-NO         TO  WS-REG-NO.
        MOVE    CLQ-REASON-CODE    TO  WS-REASON-CODE.
        MOVE    CLQ-EVIDENCE-REF   TO  WS-EVIDENCE-REF.
        MOVE    CLQ-OFFICER        TO  WS-OFFICER.

        IF  WS-REG-NO = SPACES
            MOVE 'REGISTRATION NUMBER IS REQUIRED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-REASON-CODE = SPACES
            MOVE 'BLOCK REASON CODE IS REQUIRED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-EVIDENCE-REF = SPACES
            MOVE 'EVIDENCE REFERENCE IS REQUIRED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-OFFICER = SPACES
            MOVE 'CLEARING OFFICER IS REQUIRED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE   "BA: ERROR READING BNM_AWARDS_RUN_BLOCKS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(SUM(DECODE(BARB_REASON_CODE,:WS-REASON-CODE,
                                  1,0)),0),
                   NVL(SUM(DECODE(BARB_REASON_CODE,:WS-REASON-CODE,
                           DECODE(NVL(BARB_CLEARED_IND,'N'),'N',1,0),
                                  0)),0)
              INTO :WS-BLOCK-COUNT,
                   :WS-REASON-COUNT,
                   :WS-OPEN-COUNT
              FROM BNM_AWARDS_RUN_BLOCKS
             WHERE BARB_REG_NO = :WS-REG-NO
        END-EXEC.

        IF  WS-BLOCK-COUNT = ZERO
            MOVE 'NO AWARDS RUN BLOCK HELD FOR THE STUDENT'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-REASON-COUNT = ZERO
            MOVE 'STUDENT HAS NO BLOCK WITH THIS REASON CODE'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-OPEN-COUNT = ZERO
            MOVE 'BLOCK WITH THIS REASON CODE ALREADY CLEARED'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-CLEAR-BLOCKS SECTION.
**********************************************************************
*
*       Clear the student's open blocks for the reason code and note
*       the student for the release check.  In report-only mode the
*       update runs and is rolled back at the end, so the report
*       shows exactly what an update run would do (and a repeated
*       line is rejected as already cleared in both modes).
*
**********************************************************************
BB-START.
*
        MOVE   "BB: ERROR CLEARING BNM_AWARDS_RUN_BLOCKS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE BNM_AWARDS_RUN_BLOCKS
               SET BARB_CLEARED_IND   = 'Y',
                   BARB_CLEARED_DATE  = SYSDATE,
                   BARB_CLEARED_USER  = :WS-OFFICER,
                   BARB_EVIDENCE_REF  = :WS-EVIDENCE-REF
             WHERE BARB_REG_NO       = :WS-REG-NO
               AND BARB_REASON_CODE  = :WS-REASON-CODE
               AND NVL(BARB_CLEARED_IND,'N') = 'N'
        END-EXEC.
*
        ADD     1                  TO  WS01-CLEARED-LINES.
        ADD     SQLERRD(3)         TO  WS01-BLOCKS-CLEARED.
*
        MOVE    WS-REG-NO          TO  WS-CR-D-REG-NO.
        MOVE    WS-REASON-CODE     TO  WS-CR-D-REASON-CODE.
        MOVE    WS-EVIDENCE-REF    TO  WS-CR-D-EVIDENCE-REF.
        MOVE    WS-OFFICER         TO  WS-CR-D-OFFICER.
        MOVE    SQLERRD(3)         TO  WS-CR-D-BLOCKS.
        MOVE    WS-CR-CLR-DETAIL   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
*
        MOVE   'N'                 TO  WS-FOUND-IND.
        PERFORM
          VARYING WS01-INDEX
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-STUDENT-COUNT
             OR STUDENT-HELD
            IF  WS-SC-REG-NO(WS01-INDEX) = WS-REG-NO
                MOVE 'Y'           TO  WS-FOUND-IND
            END-IF
        END-PERFORM.
*
*
* A student cleared but not kept here would never be checked for
* release, so a file clearing more students than the table holds
* stops the run and is rolled back, to be split and rerun.
*
        IF  NOT STUDENT-HELD
        AND WS01-STUDENT-COUNT NOT < WS01-STUDENT-MAX
            MOVE "BB: MORE THAN 2000 STUDENTS CLEARED - SPLIT CLEARFILE"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  NOT STUDENT-HELD
            ADD  1                 TO  WS01-STUDENT-COUNT
            MOVE WS-REG-NO         TO  WS-SC-REG-NO(WS01-STUDENT-COUNT)
        END-IF.
*
BB-EXIT.
*
        EXIT.
*
BC-REJECT-LINE SECTION.
**********************************************************************
*
*       List a rejected line on the exceptions report.
*
**********************************************************************
BC-START.
*
        ADD     1                  TO  WS01-REJECTED-COUNT.
        MOVE    CLQ-REG-NO         TO  WS-CR-J-REG-NO.
        MOVE    CLQ-REASON-CODE    TO  WS-CR-J-REASON-CODE.
        MOVE    CLQ-EVIDENCE-REF   TO  WS-CR-J-EVIDENCE-REF.
        MOVE    CLQ-OFFICER        TO  WS-CR-J-OFFICER.
        MOVE    WS-REJECT-REASON   TO  WS-CR-J-REASON.
        MOVE    WS-CR-REJ-DETAIL   TO  EXCEPT-RECORD.
        WRITE   EXCEPT-RECORD.
*
BC-EXIT.
*
        EXIT.
*
C-RELEASE-STUDENTS SECTION.
**********************************************************************
*
*       For each student cleared by the run: released (and written
*       to REGLISTFILE in update mode) when no block is left open
*       and no certificate is stamped; otherwise reported with the
*       reason the student stays out of the list run.
*
**********************************************************************
C-START.
*
	MOVE '2. STUDENTS CLEARED - RELEASE FOR A LIST-MODE RUN'
                                   TO  WS-CR-SH-DESC.
	MOVE WS-CR-SECTION-HEAD TO CLEAR-RECORD.
	WRITE CLEAR-RECORD AFTER PAGE.
	MOVE WS-CR-REL-COLS TO CLEAR-RECORD.
	WRITE CLEAR-RECORD AFTER 2.
*
        PERFORM
          VARYING WS01-INDEX
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-STUDENT-COUNT
            MOVE    WS-SC-REG-NO(WS01-INDEX)     TO  WS-REG-NO
            PERFORM CA-CHECK-STUDENT
        END-PERFORM.
*
        MOVE   'STUDENTS CLEARED:'  TO  WS-CR-T-DESC.
        MOVE    WS01-STUDENT-COUNT TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD AFTER 2.
        MOVE   'RELEASED TO REGLISTFILE:'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-RELEASED-COUNT
                                   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
        MOVE   'STILL BLOCKED:'     TO  WS-CR-T-DESC.
        MOVE    WS01-STILL-BLOCKED TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
        MOVE   'ALREADY CERTIFICATED:'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-CERTIFICATED  TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
        MOVE   'HELD OVER (LIST CAPACITY):'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-HELD-OVER-COUNT
                                   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
*
C-EXIT.
*
        EXIT.
*
CA-CHECK-STUDENT SECTION.
**********************************************************************
*
*       Decide one cleared student's release.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR COUNTING OPEN BLOCKS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-OPEN-COUNT
              FROM BNM_AWARDS_RUN_BLOCKS
             WHERE BARB_REG_NO = :WS-REG-NO
               AND NVL(BARB_CLEARED_IND,'N') = 'N'
        END-EXEC.
*
        MOVE   "CA: ERROR READING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(ST_CERT_NO),' '),
                   NVL(MAX(ST_CENTRE_ID),' ')
              INTO :WS-CERT-NO,
                   :WS-CENTRE-ID
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.
*
        MOVE    WS-REG-NO          TO  WS-CR-L-REG-NO.
        MOVE    WS-CENTRE-ID       TO  WS-CR-L-CENTRE.
        MOVE    WS-OPEN-COUNT      TO  WS-CR-L-OPEN.
        MOVE    WS-CERT-NO         TO  WS-CR-L-CERT-NO.
*
        IF  WS-OPEN-COUNT > ZERO
            MOVE 'OTHER BLOCKS STILL OPEN'
                                   TO  WS-CR-L-STATUS
            ADD  1                 TO  WS01-STILL-BLOCKED
        ELSE
            IF  WS-CERT-NO NOT = SPACES
                MOVE 'ALREADY CERTIFICATED'
                                   TO  WS-CR-L-STATUS
                ADD  1             TO  WS01-CERTIFICATED
            ELSE
*
* The extract is capped at the STP070 list-run capacity, as STP076's
* is: students beyond the cap are reported HELD OVER and picked up
* from this report once the first list has been through the run.
*
                IF  WS01-RELEASED-COUNT < WS01-LIST-CAP
                    MOVE 'RELEASED TO REGLISTFILE'
                                   TO  WS-CR-L-STATUS
                    ADD  1         TO  WS01-RELEASED-COUNT
                    IF  UPDATE-MODE
                        MOVE WS-REG-NO TO  RLO-REG-NO
                        WRITE REGLIST-RECORD
                    END-IF
                ELSE
                    MOVE 'HELD OVER'
                                   TO  WS-CR-L-STATUS
                    ADD  1         TO  WS01-HELD-OVER-COUNT
                END-IF
            END-IF
        END-IF.
*
        MOVE    WS-CR-REL-DETAIL   TO  CLEAR-RECORD.
        WRITE   CLEAR-RECORD.
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
	  MOVE WS-CR-NO-UPDATE-LINE TO CLEAR-RECORD
	  WRITE CLEAR-RECORD AFTER 2
	  MOVE WS-CR-NO-UPDATE-LINE TO EXCEPT-RECORD
	  WRITE EXCEPT-RECORD AFTER 2
	END-IF.
*
        CLOSE   CLEAR-REP.
        CLOSE   EXCEPT-REP.
*
	IF UPDATE-MODE
	THEN
	  CLOSE REGLIST-OUT
	END-IF.
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
        DISPLAY "STP103 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP103 ERROR".
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
