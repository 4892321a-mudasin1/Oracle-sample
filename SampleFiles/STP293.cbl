IDENTIFICATION DIVISION.
PROGRAM-ID.   STP293.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CERTIFICATE NAME AMENDMENT - ONLINE MAINTENANCE
*
********************************************************************************
*
*       STP293 - Maintenance dialogue in the style of STP298 and
*		STP294 for the name a certificate prints with.  The
*		print run takes NVL(ST_CERT_NAME, ST_FORENAMES||' '||
*		ST_SURNAME), and a misspelt name used to be put right
*		by direct SQL with the reprint keyed separately -
*		nothing recorded who changed it, what it was, or
*		whether the replacement ever went out.
*
*		Options:
*		  A - amend a student's certificate name.  The
*		      surname, forenames and certificate name are
*		      shown and each may be re-keyed (blank leaves
*		      it as it is).  New values must start with a
*		      letter and hold only letters, spaces, hyphens,
*		      apostrophes and full stops; at least one value
*		      must actually change; a reason code and a
*		      justification are required and the change is
*		      confirmed before it is made;
*		  V - view the name change history of a student;
*		  X - exit.
*
*		Every changed value is written to CERT_NAME_AUDITS
*		with the old and new values, the reason, the Oracle
*		user and the date.  If the student already holds a
*		certificate (ST_CERT_NO set) a single-student
*		REPLACEMENT reprint, not chargeable, is raised in
*		ALL_REPRINT_CRITERIA unless one is already pending
*		for a reprint route (type B, N or G).
*		It is stamped in ARC_COMMENT as an intake batch with
*		the reference NAMECHANGE ('BATCH YYYYMMDDHHMM
*		NAMECHANGE'), so STP097 measures it against the
*		service promise and STP097 and STP299 show it as a
*		name-correction reprint.  No reprint is raised for a
*		certificate revoked by STP099, nor when the student
*		has a certificate name and only the surname or
*		forenames change - the certificate prints the
*		certificate name, which is unchanged.
*
* 15-Oct-2026	PJW	EC5255 : Program written.
* 15-Oct-2026	PJW	EC5256 : Never raise a replacement for a
*			revoked certificate.
* 15-Oct-2026	PJW	EC5280 : No replacement when a certificate name
*			is held and only the surname or forenames
*			change.  A held, referred or parked request
*			no longer stops the replacement.
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
01  WS-OLD-SURNAME		  PIC  X(35).
01  WS-OLD-FORENAMES		  PIC  X(35).
01  WS-OLD-CERT-NAME		  PIC  X(51).
01  WS-NEW-SURNAME		  PIC  X(35).
01  WS-NEW-FORENAMES		  PIC  X(35).
01  WS-NEW-CERT-NAME		  PIC  X(51).
01  WS-CERT-NO			  PIC  X(09).
01  WS-REASON-CODE		  PIC  X(02).
01  WS-JUSTIFICATION		  PIC  X(60).
01  WS-FIELD			  PIC  X(10).
01  WS-OLD-VALUE		  PIC  X(51).
01  WS-NEW-VALUE		  PIC  X(51).
01  WS-REPRINT-IND		  PIC  X(01).
01  WS-ARC-COMMENT		  PIC  X(40).
01  WS-BATCH-ID			  PIC  X(12).
01  WS-EXISTS-COUNT		  PIC S9(09) COMP.
*
01  DS02-HISTORY-DETAILS.
    03  DS02-DATE                  PIC  X(11) OCCURS 50.
    03  DS02-FIELD                 PIC  X(10) OCCURS 50.
    03  DS02-OLD-VALUE             PIC  X(51) OCCURS 50.
    03  DS02-NEW-VALUE             PIC  X(51) OCCURS 50.
    03  DS02-REASON-CODE           PIC  X(02) OCCURS 50.
    03  DS02-REPRINT-IND           PIC  X(01) OCCURS 50.
    03  DS02-USER                  PIC  X(30) OCCURS 50.
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
    03  WS01-CHANGE-COUNT          PIC S9(09) COMP.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-OPTION			   PIC  X(01).
01  WS-CONFIRM			   PIC  X(01).
01  WS-VALID-IND		   PIC  X(01).
    88  KEYS-VALID				VALUE "Y".
*
*Name characters allowed on a certificate: every allowed character
*is converted to a space and anything left over is refused.
01  WS-NAME-CHECK		   PIC  X(51).
01  WS-NAME-ALLOWED		   PIC  X(56) VALUE
    "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz-'. ".
01  WS-NAME-SPACES		   PIC  X(56) VALUE SPACES.
*
01  WS-HIST-LINE.
    03  WS-HL-DATE		  PIC  X(11).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-FIELD		  PIC  X(10).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-REASON		  PIC  X(02).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-REPRINT		  PIC  X(01).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-USER		  PIC  X(30).
*
01  WS-HIST-VALUES.
    03  FILLER			  PIC  X(06) VALUE '  OLD '.
    03  WS-HV-OLD		  PIC  X(51).
    03  FILLER			  PIC  X(06) VALUE '  NEW '.
    03  WS-HV-NEW		  PIC  X(51).
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
        DISPLAY "CERTIFICATE NAME AMENDMENT (STP293)".
        DISPLAY "-----------------------------------".
        DISPLAY "A - AMEND A CERTIFICATE NAME".
        DISPLAY "V - VIEW A STUDENT'S NAME CHANGES".
        DISPLAY "X - EXIT".
        DISPLAY "OPTION: " WITH NO ADVANCING.
        ACCEPT  WS-OPTION.

        IF  WS-OPTION = 'a' MOVE 'A' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'v' MOVE 'V' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'x' MOVE 'X' TO WS-OPTION END-IF.

        EVALUATE WS-OPTION
          WHEN 'A'  PERFORM B-AMEND-NAME
          WHEN 'V'  PERFORM E-VIEW-HISTORY
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
        DISPLAY "STP293 - SESSION ENDED".
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
B-AMEND-NAME SECTION.
**********************************************************************
*
*       Amend one student's certificate name: show the current
*       values, take and validate the new ones, require a reason,
*       confirm, update STUDENTS, audit each changed value, raise
*       the replacement reprint and commit.
*
**********************************************************************
B-START.
*
        PERFORM Y-PROMPT-STUDENT.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        PERFORM YB-PROMPT-NAMES.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        PERFORM YA-PROMPT-REASON.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        DISPLAY "CONFIRM THE AMENDMENT (Y/N): " WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "AMENDMENT ABANDONED - NOTHING CHANGED"
            GO TO B-EXIT
        END-IF.

        PERFORM BA-RAISE-REPRINT.

        IF  WS-NEW-SURNAME NOT = SPACES
            MOVE   "B: ERROR UPDATING ST_SURNAME"
                                   TO  WS01-ERR-MESSAGE
            EXEC SQL
                UPDATE STUDENTS
                   SET ST_SURNAME = :WS-NEW-SURNAME
                 WHERE ST_REG_NO  = :WS-REG-NO
            END-EXEC
            MOVE 'SURNAME   '      TO  WS-FIELD
            MOVE WS-OLD-SURNAME    TO  WS-OLD-VALUE
            MOVE WS-NEW-SURNAME    TO  WS-NEW-VALUE
            PERFORM Z-WRITE-AUDIT
        END-IF.

        IF  WS-NEW-FORENAMES NOT = SPACES
            MOVE   "B: ERROR UPDATING ST_FORENAMES"
                                   TO  WS01-ERR-MESSAGE
            EXEC SQL
                UPDATE STUDENTS
                   SET ST_FORENAMES = :WS-NEW-FORENAMES
                 WHERE ST_REG_NO    = :WS-REG-NO
            END-EXEC
            MOVE 'FORENAMES '      TO  WS-FIELD
            MOVE WS-OLD-FORENAMES  TO  WS-OLD-VALUE
            MOVE WS-NEW-FORENAMES  TO  WS-NEW-VALUE
            PERFORM Z-WRITE-AUDIT
        END-IF.

        IF  WS-NEW-CERT-NAME NOT = SPACES
            MOVE   "B: ERROR UPDATING ST_CERT_NAME"
                                   TO  WS01-ERR-MESSAGE
            EXEC SQL
                UPDATE STUDENTS
                   SET ST_CERT_NAME = :WS-NEW-CERT-NAME
                 WHERE ST_REG_NO    = :WS-REG-NO
            END-EXEC
            MOVE 'CERT NAME '      TO  WS-FIELD
            MOVE WS-OLD-CERT-NAME  TO  WS-OLD-VALUE
            MOVE WS-NEW-CERT-NAME  TO  WS-NEW-VALUE
            PERFORM Z-WRITE-AUDIT
        END-IF.

        EXEC SQL COMMIT WORK END-EXEC.

        DISPLAY "NAME AMENDED AND AUDITED".

        EVALUATE WS-REPRINT-IND
          WHEN 'Y'
            DISPLAY "REPLACEMENT REPRINT RAISED: ", WS-ARC-COMMENT
          WHEN 'P'
            DISPLAY "A REPRINT IS ALREADY PENDING - NONE RAISED"
          WHEN 'R'
            DISPLAY "CERTIFICATE REVOKED - NO REPRINT RAISED"
          WHEN 'U'
            DISPLAY "CERT NAME UNCHANGED - NO REPRINT NEEDED"
          WHEN OTHER
            DISPLAY "NOT YET CERTIFICATED - NO REPRINT NEEDED"
        END-EVALUATE.
*
B-EXIT.
*
        EXIT.
*
BA-RAISE-REPRINT SECTION.
**********************************************************************
*
*       Queue the replacement for a certificated student: a
*       single-student range with the REPLACEMENT wording, not
*       chargeable, stamped as an intake batch with reference
*       NAMECHANGE.  A request already pending for the student will
*       print the new name anyway, so a second is not raised - but
*       only a request a reprint route will take (B, N or G) counts;
*       one held for payment, referred or parked to be split may
*       never print.
*       WS-REPRINT-IND comes back 'Y' raised, 'P' already pending,
*       'R' certificate revoked, 'U' printed name unchanged, 'N' not
*       certificated.
*
**********************************************************************
BA-START.
*
        IF  WS-CERT-NO = 'NONE'
            MOVE 'N'               TO  WS-REPRINT-IND
            GO TO BA-EXIT
        END-IF.
*
* A student with a certificate name prints with it, so a change to
* the surname or forenames alone leaves the printed name as it was.
*
        IF  WS-OLD-CERT-NAME NOT = SPACES
        AND WS-NEW-CERT-NAME = SPACES
            MOVE 'U'               TO  WS-REPRINT-IND
            GO TO BA-EXIT
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
            MOVE 'R'               TO  WS-REPRINT-IND
            GO TO BA-EXIT
        END-IF.

        MOVE   "BA: ERROR CHECKING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM ALL_REPRINT_CRITERIA
             WHERE :WS-REG-NO BETWEEN ARC_FIRST_REG_NO
                                  AND NVL(ARC_LAST_REG_NO,
                                          ARC_FIRST_REG_NO)
               AND ARC_REPRINT_TYPE IN ('B','N','G')
        END-EXEC.

        IF  WS-EXISTS-COUNT > ZERO
            MOVE 'P'               TO  WS-REPRINT-IND
            GO TO BA-EXIT
        END-IF.

        MOVE   "BA: ERROR READING BATCH ID"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT TO_CHAR(SYSDATE,'YYYYMMDDHH24MI')
              INTO :WS-BATCH-ID
              FROM DUAL
        END-EXEC.

        MOVE    SPACES             TO  WS-ARC-COMMENT.
        STRING 'BATCH '            DELIMITED BY SIZE
               WS-BATCH-ID         DELIMITED BY SIZE
               ' NAMECHANGE'       DELIMITED BY SIZE
          INTO WS-ARC-COMMENT.

        MOVE   "BA: ERROR INSERTING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO ALL_REPRINT_CRITERIA
                   (ARC_REPRINT_TYPE,
                    ARC_DB,
                    ARC_FIRST_REG_NO,
                    ARC_LAST_REG_NO,
                    ARC_REPRINT_WORDING,
                    ARC_REPRINT_CHARGE,
                    ARC_COMMENT)
            VALUES ('B',
                    'P',
                    :WS-REG-NO,
                    :WS-REG-NO,
                    'Y',
                    'N',
                    :WS-ARC-COMMENT)
        END-EXEC.

        MOVE   'Y'                 TO  WS-REPRINT-IND.
*
BA-EXIT.
*
        EXIT.
*
E-VIEW-HISTORY SECTION.
**********************************************************************
*
*       Show a student's name changes, oldest first.
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
            DECLARE GET_HISTORY CURSOR FOR
            SELECT  TO_CHAR(CNAU_DATE,'DD-MON-YYYY'),
                    CNAU_FIELD,
                    NVL(CNAU_OLD_VALUE,' '),
                    NVL(CNAU_NEW_VALUE,' '),
                    CNAU_REASON_CODE,
                    CNAU_REPRINT_IND,
                    CNAU_USER
              FROM  CERT_NAME_AUDITS
             WHERE  CNAU_ST_REG_NO = :WS-REG-NO
             ORDER BY CNAU_DATE
        END-EXEC.

        DISPLAY "DATE         FIELD       RC  R  BY".

        MOVE   "E: ERROR OPENING HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_HISTORY
        END-EXEC.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM EA-FETCH-HISTORY
          UNTIL WS01-EOF.

        MOVE   "E: ERROR CLOSING HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_HISTORY
        END-EXEC.

        IF  WS01-ROWS-TOTAL = ZERO
            DISPLAY "NO NAME CHANGES RECORDED"
        END-IF.
*
E-EXIT.
*
        EXIT.
*
EA-FETCH-HISTORY SECTION.
**********************************************************************
*
*       Get a set of name change audits and show them.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR FETCHING NAME CHANGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_HISTORY
             INTO  :DS02-DATE,
                   :DS02-FIELD,
                   :DS02-OLD-VALUE,
                   :DS02-NEW-VALUE,
                   :DS02-REASON-CODE,
                   :DS02-REPRINT-IND,
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

            MOVE    DS02-DATE(WS01-INDEX)        TO  WS-HL-DATE
            MOVE    DS02-FIELD(WS01-INDEX)       TO  WS-HL-FIELD
            MOVE    DS02-REASON-CODE(WS01-INDEX) TO  WS-HL-REASON
            MOVE    DS02-REPRINT-IND(WS01-INDEX) TO  WS-HL-REPRINT
            MOVE    DS02-USER(WS01-INDEX)        TO  WS-HL-USER
            DISPLAY WS-HIST-LINE
            MOVE    DS02-OLD-VALUE(WS01-INDEX)   TO  WS-HV-OLD
            MOVE    DS02-NEW-VALUE(WS01-INDEX)   TO  WS-HV-NEW
            DISPLAY WS-HIST-VALUES
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
Y-PROMPT-STUDENT SECTION.
**********************************************************************
*
*       Prompt for the registration number and show the names held
*       now and the certificate position.
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
            SELECT NVL(ST_SURNAME,' '),
                   NVL(ST_FORENAMES,' '),
                   NVL(ST_CERT_NAME,' '),
                   NVL(TO_CHAR(ST_CERT_NO),'NONE')
              INTO :WS-OLD-SURNAME,
                   :WS-OLD-FORENAMES,
                   :WS-OLD-CERT-NAME,
                   :WS-CERT-NO
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.

        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

        DISPLAY "SURNAME     ", WS-OLD-SURNAME.
        DISPLAY "FORENAMES   ", WS-OLD-FORENAMES.
        DISPLAY "CERT NAME   ", WS-OLD-CERT-NAME.
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
YA-PROMPT-REASON SECTION.
**********************************************************************
*
*       Prompt for the reason code and the free-text justification;
*       both are required.
*
**********************************************************************
YA-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "REASON CODE:   " WITH NO ADVANCING.
        ACCEPT  WS-REASON-CODE.
        DISPLAY "JUSTIFICATION: " WITH NO ADVANCING.
        ACCEPT  WS-JUSTIFICATION.

        IF  WS-REASON-CODE = SPACES
            DISPLAY "A REASON CODE IS REQUIRED"
            GO TO YA-EXIT
        END-IF.

        IF  WS-JUSTIFICATION = SPACES
            DISPLAY "A JUSTIFICATION IS REQUIRED"
            GO TO YA-EXIT
        END-IF.

        MOVE 'Y' TO WS-VALID-IND.
*
YA-EXIT.
*
        EXIT.
*
YB-PROMPT-NAMES SECTION.
**********************************************************************
*
*       Prompt for the new values (blank leaves a value as it is),
*       check each one keyed and insist on at least one real change.
*       A value re-keyed unchanged is treated as not keyed.
*
**********************************************************************
YB-START.
*
        MOVE 'N' TO WS-VALID-IND.
        MOVE ZERO TO WS01-CHANGE-COUNT.

        DISPLAY "NEW SURNAME (BLANK = NO CHANGE):   "
            WITH NO ADVANCING.
        ACCEPT  WS-NEW-SURNAME.
        DISPLAY "NEW FORENAMES (BLANK = NO CHANGE): "
            WITH NO ADVANCING.
        ACCEPT  WS-NEW-FORENAMES.
        DISPLAY "NEW CERT NAME (BLANK = NO CHANGE): "
            WITH NO ADVANCING.
        ACCEPT  WS-NEW-CERT-NAME.

        IF  WS-NEW-SURNAME = WS-OLD-SURNAME
            MOVE SPACES            TO  WS-NEW-SURNAME
        END-IF.
        IF  WS-NEW-FORENAMES = WS-OLD-FORENAMES
            MOVE SPACES            TO  WS-NEW-FORENAMES
        END-IF.
        IF  WS-NEW-CERT-NAME = WS-OLD-CERT-NAME
            MOVE SPACES            TO  WS-NEW-CERT-NAME
        END-IF.

        IF  WS-NEW-SURNAME NOT = SPACES
            MOVE WS-NEW-SURNAME    TO  WS-NAME-CHECK
            PERFORM YC-CHECK-NAME
            IF  NOT KEYS-VALID
                DISPLAY "SURNAME IS NOT A VALID NAME"
                GO TO YB-EXIT
            END-IF
            ADD 1                  TO  WS01-CHANGE-COUNT
        END-IF.

        IF  WS-NEW-FORENAMES NOT = SPACES
            MOVE WS-NEW-FORENAMES  TO  WS-NAME-CHECK
            PERFORM YC-CHECK-NAME
            IF  NOT KEYS-VALID
                DISPLAY "FORENAMES ARE NOT A VALID NAME"
                GO TO YB-EXIT
            END-IF
            ADD 1                  TO  WS01-CHANGE-COUNT
        END-IF.

        IF  WS-NEW-CERT-NAME NOT = SPACES
            MOVE WS-NEW-CERT-NAME  TO  WS-NAME-CHECK
            PERFORM YC-CHECK-NAME
            IF  NOT KEYS-VALID
                DISPLAY "CERT NAME IS NOT A VALID NAME"
                GO TO YB-EXIT
            END-IF
            ADD 1                  TO  WS01-CHANGE-COUNT
        END-IF.

        MOVE 'N' TO WS-VALID-IND.

        IF  WS01-CHANGE-COUNT = ZERO
            DISPLAY "NOTHING CHANGED - NO AMENDMENT MADE"
            GO TO YB-EXIT
        END-IF.

        MOVE 'Y' TO WS-VALID-IND.
*
YB-EXIT.
*
        EXIT.
*
YC-CHECK-NAME SECTION.
**********************************************************************
*
*       A name must start with a letter and hold only letters,
*       spaces, hyphens, apostrophes and full stops.
*
**********************************************************************
YC-START.
*
        MOVE 'N' TO WS-VALID-IND.

        IF  WS-NAME-CHECK(1:1) NOT ALPHABETIC
        OR  WS-NAME-CHECK(1:1) = SPACE
            GO TO YC-EXIT
        END-IF.

        INSPECT WS-NAME-CHECK
            CONVERTING WS-NAME-ALLOWED TO WS-NAME-SPACES.

        IF  WS-NAME-CHECK NOT = SPACES
            GO TO YC-EXIT
        END-IF.

        MOVE 'Y' TO WS-VALID-IND.
*
YC-EXIT.
*
        EXIT.
*
Z-WRITE-AUDIT SECTION.
**********************************************************************
*
*       One audit row per changed value: the field, the old and new
*       values, the reason code and justification, whether a
*       replacement reprint was raised, the Oracle user and the date.
*
**********************************************************************
Z-START.
*
        MOVE   "Z: ERROR WRITING CERT_NAME_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CERT_NAME_AUDITS
                   (CNAU_ST_REG_NO,
                    CNAU_FIELD,
                    CNAU_OLD_VALUE,
                    CNAU_NEW_VALUE,
                    CNAU_REASON_CODE,
                    CNAU_COMMENT,
                    CNAU_REPRINT_IND,
                    CNAU_DATE,
                    CNAU_USER)
            VALUES (:WS-REG-NO,
                    :WS-FIELD,
                    DECODE(RTRIM(:WS-OLD-VALUE),NULL,NULL,
                           :WS-OLD-VALUE),
                    :WS-NEW-VALUE,
                    :WS-REASON-CODE,
                    :WS-JUSTIFICATION,
                    :WS-REPRINT-IND,
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
        DISPLAY "STP293 ERROR".
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
