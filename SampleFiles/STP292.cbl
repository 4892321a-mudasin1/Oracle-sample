IDENTIFICATION DIVISION.
PROGRAM-ID.   STP292.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	RESULTS ENQUIRIES AND APPEALS - ONLINE MAINTENANCE
*
********************************************************************************
*
*       STP292 - Maintenance dialogue in the style of STP298 and
*		STP293 for the RESULT_APPEALS case table (described
*		in STP105).  While a learner's or centre's results
*		enquiry or appeal is open the student is held out of
*		the awards run: STP105 writes the open cases to the
*		APPEALEXT extract and STP070 defers the students on
*		it.
*
*		Options:
*		  O - open a case for a student: enquiry or appeal,
*		      raised by the learner or the centre, with the
*		      enquiry or appeal reference and a note.  The
*		      student's centre, qualification and grade are
*		      taken as they stand.  A student may have only
*		      one open case;
*		  U - update an open case with a new note;
*		  C - close a case with its outcome - grade upheld,
*		      raised or lowered (the new grade is required
*		      when it changed).  On an upheld grade the
*		      student drops off the next APPEALEXT extract
*		      and the next awards run picks them up; on a
*		      changed grade STP105 keeps the student on the
*		      extract until the new grade has been loaded
*		      onto STUDENTS.  A changed grade on a
*		      certificate already issued is put right by the
*		      STP077 corrective reprint once the amended
*		      result is loaded;
*		  V - view a student's cases;
*		  X - exit.
*
*		Every open, update and close is written to
*		RESULT_APPEAL_AUDITS with the case, the action, the
*		outcome, the note, the Oracle user and the date.
*
* 15-Oct-2026	PJW	EC5264 : Program written.
* 15-Oct-2026	PJW	EC5280 : A case closed with a changed grade
*			stays held until the new grade is loaded.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*
DATA DIVISION.
FILE SECTION.
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-REG-NO			  PIC  X(07).
01  WS-CENTRE-ID		  PIC  X(06).
01  WS-AWARD-CODE		  PIC  X(02).
01  WS-COURSE-ID		  PIC  X(08).
01  WS-GRADE			  PIC  X(02).
01  WS-CERT-NO			  PIC  X(09).
01  WS-CASE-KEY			  PIC  X(09).
01  WS-CASE-ID			  PIC S9(09) COMP.
01  WS-CASE-TYPE		  PIC  X(01).
01  WS-RAISED-BY		  PIC  X(01).
01  WS-REFERENCE		  PIC  X(20).
01  WS-NOTES			  PIC  X(60).
01  WS-STATUS			  PIC  X(01).
01  WS-OUTCOME			  PIC  X(01).
01  WS-NEW-GRADE		  PIC  X(02).
01  WS-OPENED			  PIC  X(11).
01  WS-ACTION			  PIC  X(06).
01  WS-EXISTS-COUNT		  PIC S9(09) COMP.
*
01  DS02-CASE-DETAILS.
    03  DS02-CASE-ID               PIC S9(09) COMP OCCURS 50.
    03  DS02-CASE-TYPE             PIC  X(01) OCCURS 50.
    03  DS02-STATUS                PIC  X(01) OCCURS 50.
    03  DS02-OPENED                PIC  X(11) OCCURS 50.
    03  DS02-CLOSED                PIC  X(11) OCCURS 50.
    03  DS02-OLD-GRADE             PIC  X(02) OCCURS 50.
    03  DS02-OUTCOME               PIC  X(01) OCCURS 50.
    03  DS02-NEW-GRADE             PIC  X(02) OCCURS 50.
    03  DS02-REFERENCE             PIC  X(20) OCCURS 50.
    03  DS02-NOTES                 PIC  X(60) OCCURS 50.
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
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-OPTION			   PIC  X(01).
01  WS-CONFIRM			   PIC  X(01).
01  WS-VALID-IND		   PIC  X(01).
    88  KEYS-VALID				VALUE "Y".
01  WS-EDIT-CASE-ID		   PIC  Z(8)9.
*
01  WS-CASE-LINE.
    03  WS-CL-CASE-ID		  PIC  Z(8)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-CL-TYPE		  PIC  X(01).
    03  FILLER			  PIC  X(03) VALUE SPACES.
    03  WS-CL-STATUS		  PIC  X(01).
    03  FILLER			  PIC  X(03) VALUE SPACES.
    03  WS-CL-OPENED		  PIC  X(11).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-CL-CLOSED		  PIC  X(11).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-CL-OLD-GRADE		  PIC  X(02).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-CL-OUTCOME		  PIC  X(01).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-CL-NEW-GRADE		  PIC  X(02).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-CL-REFERENCE		  PIC  X(20).
*
01  WS-CASE-NOTES.
    03  FILLER			  PIC  X(08) VALUE '  NOTE  '.
    03  WS-CN-NOTES		  PIC  X(60).
*
PROCEDURE DIVISION.
MAIN SECTION.
**********************************************************************
*
*       Main control section - the menu loop.
*
**********************************************************************
MAIN-START.
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
MAIN-020.
        DISPLAY " ".
        DISPLAY "RESULTS ENQUIRIES AND APPEALS (STP292)".
        DISPLAY "--------------------------------------".
        DISPLAY "O - OPEN A CASE".
        DISPLAY "U - UPDATE AN OPEN CASE".
        DISPLAY "C - CLOSE A CASE WITH ITS OUTCOME".
        DISPLAY "V - VIEW A STUDENT'S CASES".
        DISPLAY "X - EXIT".
        DISPLAY "OPTION: " WITH NO ADVANCING.
        ACCEPT  WS-OPTION.

        IF  WS-OPTION = 'o' MOVE 'O' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'u' MOVE 'U' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'c' MOVE 'C' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'v' MOVE 'V' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'x' MOVE 'X' TO WS-OPTION END-IF.

        EVALUATE WS-OPTION
          WHEN 'O'  PERFORM B-OPEN-CASE
          WHEN 'U'  PERFORM C-UPDATE-CASE
          WHEN 'C'  PERFORM F-CLOSE-CASE
          WHEN 'V'  PERFORM E-VIEW-CASES
          WHEN 'X'  GO TO MAIN-080
          WHEN OTHER DISPLAY "INVALID OPTION"
        END-EVALUATE.

        GO TO MAIN-020.
*
MAIN-080.
        EXEC SQL WHENEVER SQLERROR   GO TO MAIN-800 END-EXEC.
*
        EXEC SQL COMMIT WORK                     END-EXEC.
*
        DISPLAY "STP292 - SESSION ENDED".
        GO TO MAIN-EXIT.
*
MAIN-800.
        MOVE 'COMMIT WORK FAILED' TO WS01-ERR-MESSAGE.
        PERFORM ZZ-ABORT.
*
MAIN-EXIT.
*
        STOP RUN.
*
B-OPEN-CASE SECTION.
**********************************************************************
*
*       Open a case: show the student, refuse a second open case,
*       take the case details, confirm, insert, audit and commit.
*
**********************************************************************
B-START.
*
        PERFORM Y-PROMPT-STUDENT.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        MOVE   "B: ERROR CHECKING RESULT_APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(RAP_CASE_ID),0)
              INTO :WS-CASE-ID
              FROM RESULT_APPEALS
             WHERE RAP_REG_NO = :WS-REG-NO
               AND RAP_STATUS = 'O'
        END-EXEC.

        IF  WS-CASE-ID > ZERO
            MOVE WS-CASE-ID        TO  WS-EDIT-CASE-ID
            DISPLAY "CASE ", WS-EDIT-CASE-ID,
                    " IS ALREADY OPEN FOR THIS STUDENT - UPDATE IT"
            GO TO B-EXIT
        END-IF.

        DISPLAY "ENQUIRY OR APPEAL (E/A):   " WITH NO ADVANCING.
        ACCEPT  WS-CASE-TYPE.
        DISPLAY "RAISED BY LEARNER OR CENTRE (L/C): " WITH NO ADVANCING.
        ACCEPT  WS-RAISED-BY.
        DISPLAY "REFERENCE: " WITH NO ADVANCING.
        ACCEPT  WS-REFERENCE.
        DISPLAY "NOTE:      " WITH NO ADVANCING.
        ACCEPT  WS-NOTES.

        IF  WS-CASE-TYPE = 'e' MOVE 'E' TO WS-CASE-TYPE END-IF.
        IF  WS-CASE-TYPE = 'a' MOVE 'A' TO WS-CASE-TYPE END-IF.
        IF  WS-RAISED-BY = 'l' MOVE 'L' TO WS-RAISED-BY END-IF.
        IF  WS-RAISED-BY = 'c' MOVE 'C' TO WS-RAISED-BY END-IF.

        IF  WS-CASE-TYPE NOT = 'E' AND 'A'
            DISPLAY "CASE TYPE MUST BE E OR A - NOT OPENED"
            GO TO B-EXIT
        END-IF.

        IF  WS-RAISED-BY NOT = 'L' AND 'C'
            DISPLAY "RAISED BY MUST BE L OR C - NOT OPENED"
            GO TO B-EXIT
        END-IF.

        IF  WS-REFERENCE = SPACES
            DISPLAY "A REFERENCE IS REQUIRED - NOT OPENED"
            GO TO B-EXIT
        END-IF.

        DISPLAY "CONFIRM THE CASE IS OPENED - THE STUDENT WILL BE HELD",
                " (Y/N): " WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "CASE NOT OPENED - NOTHING CHANGED"
            GO TO B-EXIT
        END-IF.

*       Serialise case numbering; the lock holds until the commit.
        MOVE   "B: ERROR LOCKING RESULT_APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            LOCK TABLE RESULT_APPEALS IN EXCLUSIVE MODE
        END-EXEC.

        MOVE   "B: ERROR ALLOCATING CASE NUMBER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(RAP_CASE_ID),0) + 1
              INTO :WS-CASE-ID
              FROM RESULT_APPEALS
        END-EXEC.

        MOVE   "B: ERROR INSERTING RESULT_APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO RESULT_APPEALS
                   (RAP_CASE_ID,
                    RAP_REG_NO,
                    RAP_CENTRE_ID,
                    RAP_AWARD_CODE,
                    RAP_COURSE_ID,
                    RAP_CASE_TYPE,
                    RAP_RAISED_BY,
                    RAP_REFERENCE,
                    RAP_STATUS,
                    RAP_OPENED,
                    RAP_OPENED_BY,
                    RAP_OLD_GRADE,
                    RAP_NOTES)
            VALUES (:WS-CASE-ID,
                    :WS-REG-NO,
                    :WS-CENTRE-ID,
                    :WS-AWARD-CODE,
                    :WS-COURSE-ID,
                    :WS-CASE-TYPE,
                    :WS-RAISED-BY,
                    :WS-REFERENCE,
                    'O',
                    SYSDATE,
                    USER,
                    :WS-GRADE,
                    :WS-NOTES)
        END-EXEC.

        MOVE   'OPEN  '            TO  WS-ACTION.
        MOVE    SPACE              TO  WS-OUTCOME.
        PERFORM Z-WRITE-AUDIT.

        EXEC SQL COMMIT WORK END-EXEC.

        MOVE    WS-CASE-ID         TO  WS-EDIT-CASE-ID.
        DISPLAY "CASE ", WS-EDIT-CASE-ID, " OPENED AND AUDITED".
        DISPLAY "THE STUDENT IS HELD FROM THE NEXT AWARDS RUN".
*
B-EXIT.
*
        EXIT.
*
C-UPDATE-CASE SECTION.
**********************************************************************
*
*       Add a note to an open case, audited.
*
**********************************************************************
C-START.
*
        PERFORM YA-PROMPT-CASE.

        IF  NOT KEYS-VALID
            GO TO C-EXIT
        END-IF.

        IF  WS-STATUS NOT = 'O'
            DISPLAY "THE CASE IS CLOSED - NOT UPDATED"
            GO TO C-EXIT
        END-IF.

        DISPLAY "NEW NOTE: " WITH NO ADVANCING.
        ACCEPT  WS-NOTES.

        IF  WS-NOTES = SPACES
            DISPLAY "A NOTE IS REQUIRED - NOT UPDATED"
            GO TO C-EXIT
        END-IF.

        MOVE   "C: ERROR UPDATING RESULT_APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE RESULT_APPEALS
               SET RAP_NOTES      = :WS-NOTES,
                   RAP_UPDATED    = SYSDATE,
                   RAP_UPDATED_BY = USER
             WHERE RAP_CASE_ID = :WS-CASE-ID
        END-EXEC.

        MOVE   'UPDATE'            TO  WS-ACTION.
        MOVE    SPACE              TO  WS-OUTCOME.
        PERFORM Z-WRITE-AUDIT.

        EXEC SQL COMMIT WORK END-EXEC.

        DISPLAY "CASE UPDATED AND AUDITED".
*
C-EXIT.
*
        EXIT.
*
F-CLOSE-CASE SECTION.
**********************************************************************
*
*       Close a case with its outcome: upheld, or the grade raised or
*       lowered with the new grade.  Closing upheld releases the
*       student for the next awards run; a changed grade keeps the
*       student held by STP105 until the new grade is loaded.
*
**********************************************************************
F-START.
*
        PERFORM YA-PROMPT-CASE.

        IF  NOT KEYS-VALID
            GO TO F-EXIT
        END-IF.

        IF  WS-STATUS NOT = 'O'
            DISPLAY "THE CASE IS ALREADY CLOSED"
            GO TO F-EXIT
        END-IF.

        DISPLAY "OUTCOME - U UPHELD, R RAISED, L LOWERED: "
            WITH NO ADVANCING.
        ACCEPT  WS-OUTCOME.

        IF  WS-OUTCOME = 'u' MOVE 'U' TO WS-OUTCOME END-IF.
        IF  WS-OUTCOME = 'r' MOVE 'R' TO WS-OUTCOME END-IF.
        IF  WS-OUTCOME = 'l' MOVE 'L' TO WS-OUTCOME END-IF.

        IF  WS-OUTCOME NOT = 'U' AND 'R' AND 'L'
            DISPLAY "OUTCOME MUST BE U, R OR L - NOT CLOSED"
            GO TO F-EXIT
        END-IF.

        MOVE    SPACES             TO  WS-NEW-GRADE.
        IF  WS-OUTCOME NOT = 'U'
            DISPLAY "NEW GRADE: " WITH NO ADVANCING
            ACCEPT  WS-NEW-GRADE
            IF  WS-NEW-GRADE = SPACES
            OR  WS-NEW-GRADE = WS-GRADE
                DISPLAY "THE CHANGED GRADE IS REQUIRED - NOT CLOSED"
                GO TO F-EXIT
            END-IF
        END-IF.

        DISPLAY "NOTE: " WITH NO ADVANCING.
        ACCEPT  WS-NOTES.

        IF  WS-NOTES = SPACES
            DISPLAY "A NOTE IS REQUIRED - NOT CLOSED"
            GO TO F-EXIT
        END-IF.

        DISPLAY "CONFIRM THE CASE IS CLOSED (Y/N): " WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "CASE NOT CLOSED - NOTHING CHANGED"
            GO TO F-EXIT
        END-IF.

        MOVE   "F: ERROR CLOSING RESULT_APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE RESULT_APPEALS
               SET RAP_STATUS     = 'C',
                   RAP_OUTCOME    = :WS-OUTCOME,
                   RAP_NEW_GRADE  = :WS-NEW-GRADE,
                   RAP_NOTES      = :WS-NOTES,
                   RAP_CLOSED     = SYSDATE,
                   RAP_CLOSED_BY  = USER
             WHERE RAP_CASE_ID = :WS-CASE-ID
        END-EXEC.

        MOVE   'CLOSE '            TO  WS-ACTION.
        PERFORM Z-WRITE-AUDIT.

        EXEC SQL COMMIT WORK END-EXEC.

        DISPLAY "CASE CLOSED AND AUDITED".
        IF  WS-OUTCOME = 'U'
            DISPLAY "THE STUDENT IS RELEASED FOR THE NEXT AWARDS RUN"
        ELSE
            DISPLAY "THE STUDENT STAYS HELD UNTIL THE NEW GRADE IS ",
                    "LOADED"
        END-IF.

        MOVE   "F: ERROR READING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
               AND ST_CERT_NO IS NOT NULL
        END-EXEC.

        IF  WS-OUTCOME NOT = 'U'
        AND WS-EXISTS-COUNT > ZERO
            DISPLAY "CERTIFICATE ALREADY ISSUED - STP077 RAISES THE ",
                    "CORRECTIVE REPRINT"
            DISPLAY "ONCE THE AMENDED RESULT IS LOADED"
        END-IF.
*
F-EXIT.
*
        EXIT.
*
E-VIEW-CASES SECTION.
**********************************************************************
*
*       Show a student's cases, oldest first.
*
**********************************************************************
E-START.
*
        DISPLAY "REGISTRATION NUMBER: " WITH NO ADVANCING.
        ACCEPT  WS-REG-NO.

        IF  WS-REG-NO = SPACES
            GO TO E-EXIT
        END-IF.

        EXEC SQL
            DECLARE GET_CASES CURSOR FOR
            SELECT  RAP_CASE_ID,
                    RAP_CASE_TYPE,
                    RAP_STATUS,
                    TO_CHAR(RAP_OPENED,'DD-MON-YYYY'),
                    NVL(TO_CHAR(RAP_CLOSED,'DD-MON-YYYY'),' '),
                    NVL(RAP_OLD_GRADE,' '),
                    NVL(RAP_OUTCOME,' '),
                    NVL(RAP_NEW_GRADE,' '),
                    NVL(RAP_REFERENCE,' '),
                    NVL(RAP_NOTES,' ')
              FROM  RESULT_APPEALS
             WHERE  RAP_REG_NO = :WS-REG-NO
             ORDER BY RAP_OPENED, RAP_CASE_ID
        END-EXEC.

        DISPLAY "  CASE NO  T  S  OPENED       CLOSED       GR  O  NG",
                "  REFERENCE".

        MOVE   "E: ERROR OPENING CASES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_CASES
        END-EXEC.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM EA-FETCH-CASES
          UNTIL WS01-EOF.

        MOVE   "E: ERROR CLOSING CASES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_CASES
        END-EXEC.

        IF  WS01-ROWS-TOTAL = ZERO
            DISPLAY "NO CASES RECORDED FOR THIS STUDENT"
        END-IF.
*
E-EXIT.
*
        EXIT.
*
EA-FETCH-CASES SECTION.
**********************************************************************
*
*       Get a set of cases and show them.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR FETCHING CASES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_CASES
             INTO  :DS02-CASE-ID,
                   :DS02-CASE-TYPE,
                   :DS02-STATUS,
                   :DS02-OPENED,
                   :DS02-CLOSED,
                   :DS02-OLD-GRADE,
                   :DS02-OUTCOME,
                   :DS02-NEW-GRADE,
                   :DS02-REFERENCE,
                   :DS02-NOTES
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

            MOVE    DS02-CASE-ID(WS01-INDEX)     TO  WS-CL-CASE-ID
            MOVE    DS02-CASE-TYPE(WS01-INDEX)   TO  WS-CL-TYPE
            MOVE    DS02-STATUS(WS01-INDEX)      TO  WS-CL-STATUS
            MOVE    DS02-OPENED(WS01-INDEX)      TO  WS-CL-OPENED
            MOVE    DS02-CLOSED(WS01-INDEX)      TO  WS-CL-CLOSED
            MOVE    DS02-OLD-GRADE(WS01-INDEX)   TO  WS-CL-OLD-GRADE
            MOVE    DS02-OUTCOME(WS01-INDEX)     TO  WS-CL-OUTCOME
            MOVE    DS02-NEW-GRADE(WS01-INDEX)   TO  WS-CL-NEW-GRADE
            MOVE    DS02-REFERENCE(WS01-INDEX)   TO  WS-CL-REFERENCE
            DISPLAY WS-CASE-LINE
            MOVE    DS02-NOTES(WS01-INDEX)       TO  WS-CN-NOTES
            DISPLAY WS-CASE-NOTES
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
Y-PROMPT-STUDENT SECTION.
**********************************************************************
*
*       Prompt for the registration number and show the student's
*       centre, qualification, grade and certificate position.
*
**********************************************************************
Y-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "REGISTRATION NUMBER: " WITH NO ADVANCING.
        ACCEPT  WS-REG-NO.

        IF  WS-REG-NO = SPACES
            GO TO Y-EXIT
        END-IF.

        EXEC SQL WHENEVER NOT FOUND GO TO Y-900 END-EXEC.

        MOVE   "Y: ERROR READING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(ST_CENTRE_ID,' '),
                   NVL(ST_AWARD_CODE,' '),
                   NVL(TO_CHAR(ST_COURSE_ID),' '),
                   NVL(NVL(ST_BNM_GRADE,ST_OVER_GRADE),' '),
                   NVL(TO_CHAR(ST_CERT_NO),'NONE')
              INTO :WS-CENTRE-ID,
                   :WS-AWARD-CODE,
                   :WS-COURSE-ID,
                   :WS-GRADE,
                   :WS-CERT-NO
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.

        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

        DISPLAY "CENTRE      ", WS-CENTRE-ID.
        DISPLAY "AWARD CODE  ", WS-AWARD-CODE.
        DISPLAY "COURSE      ", WS-COURSE-ID.
        DISPLAY "GRADE       ", WS-GRADE.
        DISPLAY "CERT NO     ", WS-CERT-NO.

        MOVE 'Y' TO WS-VALID-IND.
        GO TO Y-EXIT.
*
Y-900.
        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
        DISPLAY "REGISTRATION NUMBER NOT ON STUDENTS".
*
Y-EXIT.
*
        EXIT.
*
YA-PROMPT-CASE SECTION.
**********************************************************************
*
*       Prompt for the case number and show the case.
*
**********************************************************************
YA-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "CASE NUMBER: " WITH NO ADVANCING.
        ACCEPT  WS-CASE-KEY.

        IF  WS-CASE-KEY = SPACES
            GO TO YA-EXIT
        END-IF.

        EXEC SQL WHENEVER NOT FOUND GO TO YA-900 END-EXEC.

        MOVE   "YA: ERROR READING RESULT_APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT RAP_CASE_ID,
                   RAP_REG_NO,
                   NVL(RAP_CASE_TYPE,' '),
                   NVL(RAP_REFERENCE,' '),
                   RAP_STATUS,
                   TO_CHAR(RAP_OPENED,'DD-MON-YYYY'),
                   NVL(RAP_OLD_GRADE,' '),
                   NVL(RAP_NOTES,' ')
              INTO :WS-CASE-ID,
                   :WS-REG-NO,
                   :WS-CASE-TYPE,
                   :WS-REFERENCE,
                   :WS-STATUS,
                   :WS-OPENED,
                   :WS-GRADE,
                   :WS-NOTES
              FROM RESULT_APPEALS
             WHERE TO_CHAR(RAP_CASE_ID) = RTRIM(:WS-CASE-KEY)
        END-EXEC.

        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

        DISPLAY "STUDENT     ", WS-REG-NO.
        DISPLAY "CASE TYPE   ", WS-CASE-TYPE.
        DISPLAY "REFERENCE   ", WS-REFERENCE.
        DISPLAY "STATUS      ", WS-STATUS.
        DISPLAY "OPENED      ", WS-OPENED.
        DISPLAY "GRADE       ", WS-GRADE.
        DISPLAY "NOTE        ", WS-NOTES.

        MOVE 'Y' TO WS-VALID-IND.
        GO TO YA-EXIT.
*
YA-900.
        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
        DISPLAY "CASE NUMBER NOT ON RESULT_APPEALS".
*
YA-EXIT.
*
        EXIT.
*
Z-WRITE-AUDIT SECTION.
**********************************************************************
*
*       One audit row per open, update and close: the case, the
*       action, the outcome, the note, the Oracle user and the date.
*
**********************************************************************
Z-START.
*
        MOVE   "Z: ERROR WRITING RESULT_APPEAL_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO RESULT_APPEAL_AUDITS
                   (RAPA_CASE_ID,
                    RAPA_ACTION,
                    RAPA_OUTCOME,
                    RAPA_NOTES,
                    RAPA_DATE,
                    RAPA_USER)
            VALUES (:WS-CASE-ID,
                    :WS-ACTION,
                    :WS-OUTCOME,
                    :WS-NOTES,
                    SYSDATE,
                    USER)
        END-EXEC.
*
Z-EXIT.
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
        DISPLAY "STP292 ERROR".
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
