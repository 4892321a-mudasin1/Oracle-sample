IDENTIFICATION DIVISION.
PROGRAM-ID.   STP291.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	REPRINT REFERRAL QUEUE - RELEASE OR REFUSE
*
********************************************************************************
*
*       STP291 - Maintenance dialogue in the style of STP292 and
*		STP293 for the reprint referral queue STP112 builds.
*		A referred request is held in ALL_REPRINT_CRITERIA
*		under type 'Q' with its own type in ARC_HELD_TYPE and
*		its referral number in ARC_RREF_ID.
*
*		Options:
*		  L - list the referrals awaiting a decision, oldest
*		      first;
*		  V - view a referral with the reasons it was
*		      referred;
*		  R - release a pending referral: the request goes
*		      back to its own type for the next reprint run
*		      (STP106 holds it again if its fees are still
*		      unpaid);
*		  F - refuse a pending referral: the request is taken
*		      off ALL_REPRINT_CRITERIA and its unpaid fees
*		      are written off (RCFE_STATUS 'F').  Fees already
*		      paid are counted and left for finance to
*		      refund;
*		  X - exit.
*
*		Every decision requires a reason and is confirmed
*		before it is made.  The decision ('R' released or 'F'
*		refused), the reason, the Oracle user and the date are
*		recorded on REPRINT_REFERRALS.
*
* 15-Oct-2026	PJW	EC5272 : Program written.
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
01  WS-REFERRAL-KEY		  PIC  X(09).
01  WS-REFERRAL-ID		  PIC S9(09) COMP.
01  WS-FIRST-REG		  PIC  X(07).
01  WS-LAST-REG			  PIC  X(07).
01  WS-REPRINT-TYPE		  PIC  X(01).
01  WS-DB			  PIC  X(01).
01  WS-COMMENT			  PIC  X(40).
01  WS-SCORE			  PIC S9(04) COMP.
01  WS-STATUS			  PIC  X(01).
01  WS-REFERRED			  PIC  X(11).
01  WS-DECIDED			  PIC  X(11).
01  WS-DECIDED-BY		  PIC  X(30).
01  WS-DECISION-REASON		  PIC  X(60).
01  WS-HELD-COUNT		  PIC S9(09) COMP.
01  WS-PAID-COUNT		  PIC S9(09) COMP.
01  WS-WRITTEN-OFF-COUNT	  PIC S9(09) COMP.
*
01  DS02-QUEUE-DETAILS.
    03  DS02-REFERRAL-ID           PIC S9(09) COMP OCCURS 50.
    03  DS02-REFERRED              PIC  X(11) OCCURS 50.
    03  DS02-FIRST-REG             PIC  X(07) OCCURS 50.
    03  DS02-LAST-REG              PIC  X(07) OCCURS 50.
    03  DS02-SCORE                 PIC S9(04) COMP OCCURS 50.
    03  DS02-COMMENT               PIC  X(40) OCCURS 50.
*
01  DS04-REASON-DETAILS.
    03  DS04-REASON                PIC  X(40) OCCURS 10.
    03  DS04-STUDENT-COUNT         PIC S9(09) COMP OCCURS 10.
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
01  WS-EDIT-SCORE		   PIC  ZZZ9.
01  WS-EDIT-COUNT		   PIC  Z(8)9.
*
01  WS-QUEUE-LINE.
    03  WS-QL-REFERRAL-ID	  PIC  Z(8)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-QL-REFERRED		  PIC  X(11).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-QL-FIRST-REG		  PIC  X(07).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-QL-LAST-REG		  PIC  X(07).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-QL-SCORE		  PIC  ZZZ9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-QL-COMMENT		  PIC  X(40).
*
01  WS-REASON-LINE.
    03  FILLER			  PIC  X(08) VALUE '  REASON'.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-RL-REASON		  PIC  X(40).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-RL-COUNT		  PIC  Z(6)9.
    03  FILLER			  PIC  X(09) VALUE ' STUDENTS'.
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
        DISPLAY "REPRINT REFERRAL QUEUE (STP291)".
        DISPLAY "-------------------------------".
        DISPLAY "L - LIST REFERRALS AWAITING A DECISION".
        DISPLAY "V - VIEW A REFERRAL AND ITS REASONS".
        DISPLAY "R - RELEASE A REFERRED REQUEST".
        DISPLAY "F - REFUSE A REFERRED REQUEST".
        DISPLAY "X - EXIT".
        DISPLAY "OPTION: " WITH NO ADVANCING.
        ACCEPT  WS-OPTION.

        IF  WS-OPTION = 'l' MOVE 'L' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'v' MOVE 'V' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'r' MOVE 'R' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'f' MOVE 'F' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'x' MOVE 'X' TO WS-OPTION END-IF.

        EVALUATE WS-OPTION
          WHEN 'L'  PERFORM B-LIST-QUEUE
          WHEN 'V'  PERFORM C-VIEW-REFERRAL
          WHEN 'R'  PERFORM E-RELEASE-REFERRAL
          WHEN 'F'  PERFORM F-REFUSE-REFERRAL
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
        DISPLAY "STP291 - SESSION ENDED".
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
B-LIST-QUEUE SECTION.
**********************************************************************
*
*       Show the referrals awaiting a decision, oldest first.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_QUEUE CURSOR FOR
            SELECT  RREF_ID,
                    TO_CHAR(RREF_REFERRED_DATE,'DD-MON-YYYY'),
                    RREF_FIRST_REG_NO,
                    RREF_LAST_REG_NO,
                    RREF_SCORE,
                    NVL(RREF_COMMENT,' ')
              FROM  REPRINT_REFERRALS
             WHERE  RREF_STATUS = 'P'
             ORDER BY RREF_REFERRED_DATE, RREF_ID
        END-EXEC.

        DISPLAY "REFERRAL   REFERRED     FIRST    LAST     SCORE",
                "  REQUEST".

        MOVE   "B: ERROR OPENING QUEUE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_QUEUE
        END-EXEC.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM BA-FETCH-QUEUE
          UNTIL WS01-EOF.

        MOVE   "B: ERROR CLOSING QUEUE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_QUEUE
        END-EXEC.

        IF  WS01-ROWS-TOTAL = ZERO
            DISPLAY "NO REFERRALS AWAITING A DECISION"
        END-IF.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-QUEUE SECTION.
**********************************************************************
*
*       Get a set of pending referrals and show them.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING QUEUE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_QUEUE
             INTO  :DS02-REFERRAL-ID,
                   :DS02-REFERRED,
                   :DS02-FIRST-REG,
                   :DS02-LAST-REG,
                   :DS02-SCORE,
                   :DS02-COMMENT
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

            MOVE    DS02-REFERRAL-ID(WS01-INDEX) TO  WS-QL-REFERRAL-ID
            MOVE    DS02-REFERRED(WS01-INDEX)    TO  WS-QL-REFERRED
            MOVE    DS02-FIRST-REG(WS01-INDEX)   TO  WS-QL-FIRST-REG
            MOVE    DS02-LAST-REG(WS01-INDEX)    TO  WS-QL-LAST-REG
            MOVE    DS02-SCORE(WS01-INDEX)       TO  WS-QL-SCORE
            MOVE    DS02-COMMENT(WS01-INDEX)     TO  WS-QL-COMMENT
            DISPLAY WS-QUEUE-LINE
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
C-VIEW-REFERRAL SECTION.
**********************************************************************
*
*       Show one referral, its reasons and any decision taken.
*
**********************************************************************
C-START.
*
        PERFORM YA-PROMPT-REFERRAL.

        IF  NOT KEYS-VALID
            GO TO C-EXIT
        END-IF.

        IF  WS-STATUS NOT = 'P'
            DISPLAY "DECIDED     ", WS-DECIDED, " BY ", WS-DECIDED-BY
            DISPLAY "REASON      ", WS-DECISION-REASON
        END-IF.
*
C-EXIT.
*
        EXIT.
*
E-RELEASE-REFERRAL SECTION.
**********************************************************************
*
*       Release a pending referral: put the request back to its own
*       type and record the decision.
*
**********************************************************************
E-START.
*
        PERFORM YA-PROMPT-REFERRAL.

        IF  NOT KEYS-VALID
            GO TO E-EXIT
        END-IF.

        IF  WS-STATUS NOT = 'P'
            DISPLAY "THE REFERRAL HAS ALREADY BEEN DECIDED"
            GO TO E-EXIT
        END-IF.

        PERFORM YB-PROMPT-DECISION.

        IF  NOT KEYS-VALID
            GO TO E-EXIT
        END-IF.

        DISPLAY "CONFIRM THE REQUEST IS RELEASED FOR REPRINTING (Y/N): "
            WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "NOT RELEASED - NOTHING CHANGED"
            GO TO E-EXIT
        END-IF.

        MOVE   "E: ERROR RELEASING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE ALL_REPRINT_CRITERIA
               SET ARC_REPRINT_TYPE = ARC_HELD_TYPE,
                   ARC_HELD_TYPE    = NULL
             WHERE ARC_RREF_ID      = :WS-REFERRAL-ID
               AND ARC_REPRINT_TYPE = 'Q'
        END-EXEC.

        IF  SQLERRD(3) = ZERO
            EXEC SQL ROLLBACK WORK END-EXEC
            DISPLAY "THE REQUEST IS NO LONGER HELD - NOT RELEASED"
            GO TO E-EXIT
        END-IF.

        MOVE   'R'                 TO  WS-STATUS.
        PERFORM Z-RECORD-DECISION.

        EXEC SQL COMMIT WORK END-EXEC.

        DISPLAY "REFERRAL RELEASED AND RECORDED".
        DISPLAY "THE REQUEST IS PICKED UP BY THE NEXT REPRINT RUN".
*
E-EXIT.
*
        EXIT.
*
F-REFUSE-REFERRAL SECTION.
**********************************************************************
*
*       Refuse a pending referral: write off its unpaid fees, take
*       the request off ALL_REPRINT_CRITERIA and record the decision.
*
**********************************************************************
F-START.
*
        PERFORM YA-PROMPT-REFERRAL.

        IF  NOT KEYS-VALID
            GO TO F-EXIT
        END-IF.

        IF  WS-STATUS NOT = 'P'
            DISPLAY "THE REFERRAL HAS ALREADY BEEN DECIDED"
            GO TO F-EXIT
        END-IF.

        PERFORM YB-PROMPT-DECISION.

        IF  NOT KEYS-VALID
            GO TO F-EXIT
        END-IF.

        DISPLAY "CONFIRM THE REQUEST IS REFUSED AND REMOVED (Y/N): "
            WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "NOT REFUSED - NOTHING CHANGED"
            GO TO F-EXIT
        END-IF.

        MOVE   "F: ERROR CHECKING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-HELD-COUNT
              FROM ALL_REPRINT_CRITERIA
             WHERE ARC_RREF_ID      = :WS-REFERRAL-ID
               AND ARC_REPRINT_TYPE = 'Q'
        END-EXEC.

        IF  WS-HELD-COUNT = ZERO
            DISPLAY "THE REQUEST IS NO LONGER HELD - NOT REFUSED"
            GO TO F-EXIT
        END-IF.

        MOVE   "F: ERROR COUNTING PAID FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-PAID-COUNT
              FROM ALL_REPRINT_CRITERIA,
                   REPRINT_CERTIFICATE_FEES
             WHERE ARC_RREF_ID      = :WS-REFERRAL-ID
               AND ARC_REPRINT_TYPE = 'Q'
               AND RCFE_ID BETWEEN ARC_FIRST_REG_RCFE_ID
                               AND ARC_LAST_REG_RCFE_ID
               AND RCFE_STATUS = 'R'
               AND RCFE_PAID_DATE IS NOT NULL
        END-EXEC.

        MOVE   "F: ERROR WRITING OFF UNPAID FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE REPRINT_CERTIFICATE_FEES
               SET RCFE_STATUS      = 'F',
                   RCFE_UPDATE_DATE = SYSDATE,
                   RCFE_UPDATE_USER = 'STP291'
             WHERE RCFE_STATUS = 'R'
               AND RCFE_PAID_DATE IS NULL
               AND EXISTS
                   (SELECT NULL
                      FROM ALL_REPRINT_CRITERIA
                     WHERE ARC_RREF_ID      = :WS-REFERRAL-ID
                       AND ARC_REPRINT_TYPE = 'Q'
                       AND RCFE_ID BETWEEN ARC_FIRST_REG_RCFE_ID
                                       AND ARC_LAST_REG_RCFE_ID)
        END-EXEC.

        MOVE    SQLERRD(3)         TO  WS-WRITTEN-OFF-COUNT.

        MOVE   "F: ERROR DELETING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            DELETE FROM ALL_REPRINT_CRITERIA
             WHERE ARC_RREF_ID      = :WS-REFERRAL-ID
               AND ARC_REPRINT_TYPE = 'Q'
        END-EXEC.

        MOVE   'F'                 TO  WS-STATUS.
        PERFORM Z-RECORD-DECISION.

        EXEC SQL COMMIT WORK END-EXEC.

        DISPLAY "REFERRAL REFUSED AND RECORDED - REQUEST REMOVED".
        MOVE    WS-WRITTEN-OFF-COUNT
                                   TO  WS-EDIT-COUNT.
        DISPLAY "UNPAID FEES WRITTEN OFF  ", WS-EDIT-COUNT.

        IF  WS-PAID-COUNT > ZERO
            MOVE WS-PAID-COUNT     TO  WS-EDIT-COUNT
            DISPLAY "FEES ALREADY PAID        ", WS-EDIT-COUNT,
                    " - REFER TO FINANCE FOR REFUND"
        END-IF.
*
F-EXIT.
*
        EXIT.
*
YA-PROMPT-REFERRAL SECTION.
**********************************************************************
*
*       Prompt for the referral number and show the referral with
*       the reasons it was referred.
*
**********************************************************************
YA-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "REFERRAL NUMBER: " WITH NO ADVANCING.
        ACCEPT  WS-REFERRAL-KEY.

        IF  WS-REFERRAL-KEY = SPACES
            GO TO YA-EXIT
        END-IF.

        EXEC SQL WHENEVER NOT FOUND GO TO YA-900 END-EXEC.

        MOVE   "YA: ERROR READING REPRINT_REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT RREF_ID,
                   RREF_FIRST_REG_NO,
                   RREF_LAST_REG_NO,
                   RREF_REPRINT_TYPE,
                   RREF_DB,
                   NVL(RREF_COMMENT,' '),
                   RREF_SCORE,
                   RREF_STATUS,
                   TO_CHAR(RREF_REFERRED_DATE,'DD-MON-YYYY'),
                   NVL(TO_CHAR(RREF_DECIDED_DATE,'DD-MON-YYYY'),' '),
                   NVL(RREF_DECIDED_BY,' '),
                   NVL(RREF_DECISION_REASON,' ')
              INTO :WS-REFERRAL-ID,
                   :WS-FIRST-REG,
                   :WS-LAST-REG,
                   :WS-REPRINT-TYPE,
                   :WS-DB,
                   :WS-COMMENT,
                   :WS-SCORE,
                   :WS-STATUS,
                   :WS-REFERRED,
                   :WS-DECIDED,
                   :WS-DECIDED-BY,
                   :WS-DECISION-REASON
              FROM REPRINT_REFERRALS
             WHERE TO_CHAR(RREF_ID) = RTRIM(:WS-REFERRAL-KEY)
        END-EXEC.

        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

        MOVE    WS-SCORE           TO  WS-EDIT-SCORE.
        DISPLAY "FIRST REG   ", WS-FIRST-REG.
        DISPLAY "LAST REG    ", WS-LAST-REG.
        DISPLAY "TYPE / DB   ", WS-REPRINT-TYPE, " / ", WS-DB.
        DISPLAY "REQUEST     ", WS-COMMENT.
        DISPLAY "REFERRED    ", WS-REFERRED.
        DISPLAY "SCORE       ", WS-EDIT-SCORE.
        DISPLAY "STATUS      ", WS-STATUS.

        MOVE   "YA: ERROR READING REPRINT_REFERRAL_REASONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT RRRE_REASON,
                   RRRE_STUDENT_COUNT
              INTO :DS04-REASON,
                   :DS04-STUDENT-COUNT
              FROM REPRINT_REFERRAL_REASONS
             WHERE RRRE_RREF_ID = :WS-REFERRAL-ID
        END-EXEC.

        PERFORM
          VARYING WS01-INDEX
          FROM 1 BY 1
          UNTIL WS01-INDEX > SQLERRD(3)

            MOVE    DS04-REASON(WS01-INDEX)        TO  WS-RL-REASON
            MOVE    DS04-STUDENT-COUNT(WS01-INDEX) TO  WS-RL-COUNT
            DISPLAY WS-REASON-LINE
        END-PERFORM.

        MOVE 'Y' TO WS-VALID-IND.
        GO TO YA-EXIT.
*
YA-900.
        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
        DISPLAY "REFERRAL NUMBER NOT ON REPRINT_REFERRALS".
*
YA-EXIT.
*
        EXIT.
*
YB-PROMPT-DECISION SECTION.
**********************************************************************
*
*       Take the reason for the decision, which is required.
*
**********************************************************************
YB-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "REASON FOR THE DECISION: " WITH NO ADVANCING.
        ACCEPT  WS-DECISION-REASON.

        IF  WS-DECISION-REASON = SPACES
            DISPLAY "A REASON IS REQUIRED - NOTHING CHANGED"
            GO TO YB-EXIT
        END-IF.

        MOVE 'Y' TO WS-VALID-IND.
*
YB-EXIT.
*
        EXIT.
*
Z-RECORD-DECISION SECTION.
**********************************************************************
*
*       Record the decision on the referral: the outcome, the
*       reason, the Oracle user and the date.
*
**********************************************************************
Z-START.
*
        MOVE   "Z: ERROR RECORDING THE DECISION"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE REPRINT_REFERRALS
               SET RREF_STATUS          = :WS-STATUS,
                   RREF_DECIDED_DATE    = SYSDATE,
                   RREF_DECIDED_BY      = USER,
                   RREF_DECISION_REASON = :WS-DECISION-REASON
             WHERE RREF_ID     = :WS-REFERRAL-ID
               AND RREF_STATUS = 'P'
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
        DISPLAY "STP291 ERROR".
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
