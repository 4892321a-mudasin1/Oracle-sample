IDENTIFICATION DIVISION.
PROGRAM-ID.   STP120.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CERTIFICATE NUMBER STREAMS - ONLINE MAINTENANCE
*
********************************************************************************
*
*       STP120 - Maintenance dialogue in the style of STP293 for the
*		certificate number streams STP070 allocates from.
*		Each award code's stream is the CONTROL_VALUES row
*		'CERT_NO_' || award code, whose CV_NEXT_VALUE is the
*		next number to issue; STP070 rejects a student with
*		reason 24 when the row is missing.  Streams used to
*		be set up and extended by direct SQL with no record
*		of the range intended, which is how STP084 comes to
*		find numbers beyond a ceiling.  The range of every
*		stream is now held in CERT_NO_STREAMS:
*
*		  CNST_AWARD_CODE     the award code
*		  CNST_CV_TYPE        the CONTROL_VALUES row
*		  CNST_RANGE_START / CNST_RANGE_END
*		  CNST_STATUS         'O' open, 'C' closed
*		  CNST_OPENED_DATE / CNST_CLOSED_DATE
*		  CNST_CLOSED_NEXT    next value when closed
*
*		Options:
*		  C - create a stream: the range is keyed and the
*		      CONTROL_VALUES row written with the first
*		      number.  An award code already in CONTROL_VALUES
*		      but never recorded here is registered with the
*		      range instead, keeping its next value, which
*		      must lie within the range;
*		  E - extend an open stream by raising the end of its
*		      range;
*		  L - close an open stream: its CONTROL_VALUES row is
*		      deleted, so STP070 rejects the award code with
*		      reason 24 until a new stream is created.  The
*		      next value is kept as CNST_CLOSED_NEXT, which
*		      STP084 and STP085 take into the allocation
*		      ceiling in place of the deleted row;
*		  V - view every stream with its next number and the
*		      numbers left;
*		  H - view the change history of an award code;
*		  X - exit.
*
*		A new or extended range may not overlap the range of
*		any other stream, open or closed, nor take in the
*		next value of another CONTROL_VALUES stream.  Nor may
*		it take in a native number already in
*		CERT_NO_REGISTRY unless that number was issued by
*		this stream below its next value.  A reason is
*		required and every change is confirmed, written to
*		CERT_NO_STREAM_AUDITS with the old and new range,
*		the next value, the Oracle user and the date, and
*		committed.  STP121 reports the headroom left.
*
* 15-Oct-2026	PJW	EC5279 : Program written.
* 15-Oct-2026	PJW	EC5280 : Document the closed stream ceiling.
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
01  WS-AWARD-CODE		  PIC  X(02).
01  WS-CV-TYPE			  PIC  X(10).
01  WS-ACTION			  PIC  X(01).
01  WS-OLD-START		  PIC S9(09) COMP.
01  WS-OLD-END			  PIC S9(09) COMP.
01  WS-NEW-START		  PIC S9(09) COMP.
01  WS-NEW-END			  PIC S9(09) COMP.
01  WS-NEXT-VALUE		  PIC S9(09) COMP.
01  WS-REASON			  PIC  X(60).
01  WS-OPEN-COUNT		  PIC S9(09) COMP.
01  WS-CV-COUNT			  PIC S9(09) COMP.
01  WS-CLASH-COUNT		  PIC S9(09) COMP.
01  WS-CLASH-FIRST		  PIC S9(09) COMP.
01  WS-CLASH-CODE		  PIC  X(02).
01  WS-UNREGISTERED-COUNT	  PIC S9(09) COMP.
*
01  DS02-STREAM-DETAILS.
    03  DS02-AWARD-CODE            PIC  X(02) OCCURS 50.
    03  DS02-STATUS                PIC  X(01) OCCURS 50.
    03  DS02-RANGE-START           PIC S9(09) COMP OCCURS 50.
    03  DS02-RANGE-END             PIC S9(09) COMP OCCURS 50.
    03  DS02-NEXT-VALUE            PIC S9(09) COMP OCCURS 50.
    03  DS02-DATE                  PIC  X(11) OCCURS 50.
*
01  DS04-HISTORY-DETAILS.
    03  DS04-DATE                  PIC  X(11) OCCURS 50.
    03  DS04-ACTION                PIC  X(01) OCCURS 50.
    03  DS04-OLD-START             PIC S9(09) COMP OCCURS 50.
    03  DS04-OLD-END               PIC S9(09) COMP OCCURS 50.
    03  DS04-NEW-START             PIC S9(09) COMP OCCURS 50.
    03  DS04-NEW-END               PIC S9(09) COMP OCCURS 50.
    03  DS04-NEXT-VALUE            PIC S9(09) COMP OCCURS 50.
    03  DS04-REASON                PIC  X(60) OCCURS 50.
    03  DS04-USER                  PIC  X(30) OCCURS 50.
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
01  WS-START-IN			   PIC  X(09).
01  WS-END-IN			   PIC  X(09).
01  WS-HEADROOM			   PIC S9(09) COMP.
*
01  WS-STREAM-LINE.
    03  WS-SL-AWARD-CODE	  PIC  X(02).
    03  FILLER			  PIC  X(03) VALUE SPACES.
    03  WS-SL-STATUS		  PIC  X(01).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-SL-START		  PIC  Z(08)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-SL-END		  PIC  Z(08)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-SL-NEXT		  PIC  Z(08)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-SL-LEFT		  PIC  -(08)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-SL-DATE		  PIC  X(11).
*
01  WS-HIST-LINE.
    03  WS-HL-DATE		  PIC  X(11).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-ACTION		  PIC  X(01).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-OLD-START		  PIC  Z(08)9.
    03  FILLER			  PIC  X(01) VALUE '-'.
    03  WS-HL-OLD-END		  PIC  Z(08)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-NEW-START		  PIC  Z(08)9.
    03  FILLER			  PIC  X(01) VALUE '-'.
    03  WS-HL-NEW-END		  PIC  Z(08)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-NEXT		  PIC  Z(08)9.
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-HL-USER		  PIC  X(30).
*
01  WS-HIST-REASON.
    03  FILLER			  PIC  X(09) VALUE '  REASON '.
    03  WS-HR-REASON		  PIC  X(60).
*
01  WS-NUMBER-LINE.
    03  WS-NL-DESC		  PIC  X(20).
    03  WS-NL-NUMBER		  PIC  Z(08)9.
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
        DISPLAY "CERTIFICATE NUMBER STREAMS (STP120)".
        DISPLAY "-----------------------------------".
        DISPLAY "C - CREATE A STREAM".
        DISPLAY "E - EXTEND A STREAM".
        DISPLAY "L - CLOSE A STREAM".
        DISPLAY "V - VIEW THE STREAMS".
        DISPLAY "H - VIEW AN AWARD CODE'S STREAM CHANGES".
        DISPLAY "X - EXIT".
        DISPLAY "OPTION: " WITH NO ADVANCING.
        ACCEPT  WS-OPTION.

        IF  WS-OPTION = 'c' MOVE 'C' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'e' MOVE 'E' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'l' MOVE 'L' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'v' MOVE 'V' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'h' MOVE 'H' TO WS-OPTION END-IF.
        IF  WS-OPTION = 'x' MOVE 'X' TO WS-OPTION END-IF.

        EVALUATE WS-OPTION
          WHEN 'C'  PERFORM B-CREATE-STREAM
          WHEN 'E'  PERFORM C-EXTEND-STREAM
          WHEN 'L'  PERFORM D-CLOSE-STREAM
          WHEN 'V'  PERFORM E-VIEW-STREAMS
          WHEN 'H'  PERFORM F-VIEW-HISTORY
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
        DISPLAY "STP120 - SESSION ENDED".
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
B-CREATE-STREAM SECTION.
**********************************************************************
*
*       Create a stream for an award code with no open stream: take
*       and check the range, require a reason, confirm, record the
*       stream, write the CONTROL_VALUES row (unless the award code
*       is already allocating and is only being registered), audit
*       and commit.
*
**********************************************************************
B-START.
*
        PERFORM Y-PROMPT-STREAM.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        IF  WS-OPEN-COUNT > ZERO
            DISPLAY "AN OPEN STREAM ALREADY EXISTS - USE EXTEND"
            GO TO B-EXIT
        END-IF.

        IF  WS-CV-COUNT > ZERO
            DISPLAY "CONTROL_VALUES ALREADY ALLOCATES THIS AWARD CODE"
            DISPLAY "THE STREAM WILL BE REGISTERED WITH ITS NEXT VALUE"
        END-IF.

        PERFORM YB-PROMPT-RANGE.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        IF  WS-CV-COUNT = ZERO
            MOVE WS-NEW-START      TO  WS-NEXT-VALUE
        END-IF.

        IF  WS-NEXT-VALUE < WS-NEW-START
        OR  WS-NEXT-VALUE > WS-NEW-END + 1
            DISPLAY "THE NEXT VALUE MUST LIE WITHIN THE RANGE"
            GO TO B-EXIT
        END-IF.

        PERFORM YC-CHECK-RANGE.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        PERFORM YA-PROMPT-REASON.

        IF  NOT KEYS-VALID
            GO TO B-EXIT
        END-IF.

        DISPLAY "CONFIRM THE NEW STREAM (Y/N): " WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "CREATION ABANDONED - NOTHING CHANGED"
            GO TO B-EXIT
        END-IF.

        MOVE   "B: ERROR INSERTING CERT_NO_STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CERT_NO_STREAMS
                   (CNST_AWARD_CODE,
                    CNST_CV_TYPE,
                    CNST_RANGE_START,
                    CNST_RANGE_END,
                    CNST_STATUS,
                    CNST_OPENED_DATE)
            VALUES (:WS-AWARD-CODE,
                    :WS-CV-TYPE,
                    :WS-NEW-START,
                    :WS-NEW-END,
                    'O',
                    SYSDATE)
        END-EXEC.

        IF  WS-CV-COUNT = ZERO
            MOVE   "B: ERROR INSERTING CONTROL_VALUES"
                                   TO  WS01-ERR-MESSAGE
            EXEC SQL
                INSERT INTO CONTROL_VALUES
                       (CV_TYPE,
                        CV_NEXT_VALUE)
                VALUES (:WS-CV-TYPE,
                        :WS-NEXT-VALUE)
            END-EXEC
        END-IF.

        MOVE 'C'                   TO  WS-ACTION.
        MOVE ZERO                  TO  WS-OLD-START
                                       WS-OLD-END.
        PERFORM Z-WRITE-AUDIT.

        EXEC SQL COMMIT WORK END-EXEC.

        IF  WS-CV-COUNT = ZERO
            DISPLAY "STREAM CREATED AND AUDITED"
        ELSE
            DISPLAY "STREAM REGISTERED AND AUDITED"
        END-IF.
*
B-EXIT.
*
        EXIT.
*
C-EXTEND-STREAM SECTION.
**********************************************************************
*
*       Extend an open stream: the new end must be beyond the old,
*       and the whole of the extended range is checked again.
*
**********************************************************************
C-START.
*
        PERFORM Y-PROMPT-STREAM.

        IF  NOT KEYS-VALID
            GO TO C-EXIT
        END-IF.

        IF  WS-OPEN-COUNT = ZERO
            DISPLAY "NO OPEN STREAM FOR THIS AWARD CODE - USE CREATE"
            GO TO C-EXIT
        END-IF.

        IF  WS-CV-COUNT = ZERO
            DISPLAY "NO CONTROL_VALUES ROW - CLOSE AND CREATE AGAIN"
            GO TO C-EXIT
        END-IF.

        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "NEW RANGE END (9 DIGITS):   " WITH NO ADVANCING.
        ACCEPT  WS-END-IN.

        IF  WS-END-IN NOT NUMERIC
            DISPLAY "THE RANGE END MUST BE 9 DIGITS"
            GO TO C-EXIT
        END-IF.

        MOVE WS-OLD-START          TO  WS-NEW-START.
        MOVE WS-END-IN             TO  WS-NEW-END.

        IF  WS-NEW-END NOT > WS-OLD-END
            DISPLAY "THE NEW END MUST BE BEYOND THE CURRENT END"
            GO TO C-EXIT
        END-IF.

        PERFORM YC-CHECK-RANGE.

        IF  NOT KEYS-VALID
            GO TO C-EXIT
        END-IF.

        PERFORM YA-PROMPT-REASON.

        IF  NOT KEYS-VALID
            GO TO C-EXIT
        END-IF.

        DISPLAY "CONFIRM THE EXTENSION (Y/N): " WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "EXTENSION ABANDONED - NOTHING CHANGED"
            GO TO C-EXIT
        END-IF.

        MOVE   "C: ERROR UPDATING CERT_NO_STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_NO_STREAMS
               SET CNST_RANGE_END  = :WS-NEW-END
             WHERE CNST_AWARD_CODE = :WS-AWARD-CODE
               AND CNST_STATUS     = 'O'
        END-EXEC.

        MOVE 'E'                   TO  WS-ACTION.
        PERFORM Z-WRITE-AUDIT.

        EXEC SQL COMMIT WORK END-EXEC.

        DISPLAY "STREAM EXTENDED AND AUDITED".
*
C-EXIT.
*
        EXIT.
*
D-CLOSE-STREAM SECTION.
**********************************************************************
*
*       Close an open stream: delete its CONTROL_VALUES row so that
*       STP070 allocates no more from it, and mark it closed with the
*       next value it had reached.
*
**********************************************************************
D-START.
*
        PERFORM Y-PROMPT-STREAM.

        IF  NOT KEYS-VALID
            GO TO D-EXIT
        END-IF.

        IF  WS-OPEN-COUNT = ZERO
            DISPLAY "NO OPEN STREAM FOR THIS AWARD CODE"
            GO TO D-EXIT
        END-IF.

        PERFORM YA-PROMPT-REASON.

        IF  NOT KEYS-VALID
            GO TO D-EXIT
        END-IF.

        DISPLAY "CONFIRM CLOSING THE STREAM (Y/N): "
            WITH NO ADVANCING.
        ACCEPT  WS-CONFIRM.

        IF  WS-CONFIRM NOT = 'Y' AND 'y'
            DISPLAY "CLOSURE ABANDONED - NOTHING CHANGED"
            GO TO D-EXIT
        END-IF.

        MOVE   "D: ERROR DELETING CONTROL_VALUES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            DELETE FROM CONTROL_VALUES
             WHERE CV_TYPE = :WS-CV-TYPE
        END-EXEC.

        MOVE   "D: ERROR UPDATING CERT_NO_STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CERT_NO_STREAMS
               SET CNST_STATUS      = 'C',
                   CNST_CLOSED_DATE = SYSDATE,
                   CNST_CLOSED_NEXT = :WS-NEXT-VALUE
             WHERE CNST_AWARD_CODE  = :WS-AWARD-CODE
               AND CNST_STATUS      = 'O'
        END-EXEC.

        MOVE 'L'                   TO  WS-ACTION.
        MOVE WS-OLD-START          TO  WS-NEW-START.
        MOVE WS-OLD-END            TO  WS-NEW-END.
        PERFORM Z-WRITE-AUDIT.

        EXEC SQL COMMIT WORK END-EXEC.

        DISPLAY "STREAM CLOSED AND AUDITED".
        DISPLAY "STP070 WILL REJECT THIS AWARD CODE (REASON 24)".
*
D-EXIT.
*
        EXIT.
*
E-VIEW-STREAMS SECTION.
**********************************************************************
*
*       Show every stream, open streams with their CONTROL_VALUES
*       next number and the numbers left, closed streams with the
*       next value they had reached.  Certificate streams allocating
*       in CONTROL_VALUES but never registered here are counted.
*
**********************************************************************
E-START.
*
        EXEC SQL
            DECLARE GET_STREAMS CURSOR FOR
            SELECT  CNST_AWARD_CODE,
                    CNST_STATUS,
                    CNST_RANGE_START,
                    CNST_RANGE_END,
                    NVL(DECODE(CNST_STATUS,'O',CV_NEXT_VALUE,
                                               CNST_CLOSED_NEXT),0),
                    TO_CHAR(NVL(CNST_CLOSED_DATE,CNST_OPENED_DATE),
                            'DD-MON-YYYY')
              FROM  CERT_NO_STREAMS,
                    CONTROL_VALUES
             WHERE  CV_TYPE(+) =
                    DECODE(CNST_STATUS,'O',CNST_CV_TYPE,'*')
             ORDER BY CNST_AWARD_CODE, CNST_RANGE_START
        END-EXEC.

        DISPLAY "AC  S      START        END       NEXT       LEFT  "
                "OPENED/CLOSED".

        MOVE   "E: ERROR OPENING STREAMS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_STREAMS
        END-EXEC.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM EA-FETCH-STREAMS
          UNTIL WS01-EOF.

        MOVE   "E: ERROR CLOSING STREAMS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_STREAMS
        END-EXEC.

        IF  WS01-ROWS-TOTAL = ZERO
            DISPLAY "NO STREAMS RECORDED"
        END-IF.

        MOVE   "E: ERROR COUNTING UNREGISTERED STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-UNREGISTERED-COUNT
              FROM CONTROL_VALUES
             WHERE CV_TYPE LIKE 'CERT_NO%'
               AND NOT EXISTS
                   (SELECT 1
                      FROM CERT_NO_STREAMS
                     WHERE CNST_CV_TYPE = CV_TYPE
                       AND CNST_STATUS  = 'O')
        END-EXEC.

        IF  WS-UNREGISTERED-COUNT > ZERO
            MOVE "NOT REGISTERED:"  TO  WS-NL-DESC
            MOVE WS-UNREGISTERED-COUNT
                                   TO  WS-NL-NUMBER
            DISPLAY WS-NUMBER-LINE
        END-IF.
*
E-EXIT.
*
        EXIT.
*
EA-FETCH-STREAMS SECTION.
**********************************************************************
*
*       Get a set of streams and show them.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR FETCHING STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_STREAMS
             INTO  :DS02-AWARD-CODE,
                   :DS02-STATUS,
                   :DS02-RANGE-START,
                   :DS02-RANGE-END,
                   :DS02-NEXT-VALUE,
                   :DS02-DATE
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

            MOVE    DS02-AWARD-CODE(WS01-INDEX)  TO  WS-SL-AWARD-CODE
            MOVE    DS02-STATUS(WS01-INDEX)      TO  WS-SL-STATUS
            MOVE    DS02-RANGE-START(WS01-INDEX) TO  WS-SL-START
            MOVE    DS02-RANGE-END(WS01-INDEX)   TO  WS-SL-END
            MOVE    DS02-NEXT-VALUE(WS01-INDEX)  TO  WS-SL-NEXT
            IF  DS02-STATUS(WS01-INDEX) = 'O'
                COMPUTE WS-HEADROOM = DS02-RANGE-END(WS01-INDEX)
                                    - DS02-NEXT-VALUE(WS01-INDEX) + 1
            ELSE
                MOVE    ZERO                     TO  WS-HEADROOM
            END-IF
            MOVE    WS-HEADROOM                  TO  WS-SL-LEFT
            MOVE    DS02-DATE(WS01-INDEX)        TO  WS-SL-DATE
            DISPLAY WS-STREAM-LINE
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
F-VIEW-HISTORY SECTION.
**********************************************************************
*
*       Show an award code's stream changes, oldest first.
*
**********************************************************************
F-START.
*
        DISPLAY "AWARD CODE: " WITH NO ADVANCING.
        ACCEPT  WS-AWARD-CODE.

        IF  WS-AWARD-CODE = SPACES
            GO TO F-EXIT
        END-IF.

        EXEC SQL
            DECLARE GET_HISTORY CURSOR FOR
            SELECT  TO_CHAR(CNSA_DATE,'DD-MON-YYYY'),
                    CNSA_ACTION,
                    NVL(CNSA_OLD_START,0),
                    NVL(CNSA_OLD_END,0),
                    CNSA_NEW_START,
                    CNSA_NEW_END,
                    CNSA_NEXT_VALUE,
                    CNSA_REASON,
                    CNSA_USER
              FROM  CERT_NO_STREAM_AUDITS
             WHERE  CNSA_AWARD_CODE = :WS-AWARD-CODE
             ORDER BY CNSA_DATE
        END-EXEC.

        DISPLAY "DATE         A  OLD RANGE            "
                "NEW RANGE                 NEXT  BY".

        MOVE   "F: ERROR OPENING HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_HISTORY
        END-EXEC.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM FA-FETCH-HISTORY
          UNTIL WS01-EOF.

        MOVE   "F: ERROR CLOSING HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_HISTORY
        END-EXEC.

        IF  WS01-ROWS-TOTAL = ZERO
            DISPLAY "NO STREAM CHANGES RECORDED"
        END-IF.
*
F-EXIT.
*
        EXIT.
*
FA-FETCH-HISTORY SECTION.
**********************************************************************
*
*       Get a set of stream change audits and show them.
*
**********************************************************************
FA-START.
*
        MOVE   "FA: ERROR FETCHING STREAM CHANGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_HISTORY
             INTO  :DS04-DATE,
                   :DS04-ACTION,
                   :DS04-OLD-START,
                   :DS04-OLD-END,
                   :DS04-NEW-START,
                   :DS04-NEW-END,
                   :DS04-NEXT-VALUE,
                   :DS04-REASON,
                   :DS04-USER
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

            MOVE    DS04-DATE(WS01-INDEX)        TO  WS-HL-DATE
            MOVE    DS04-ACTION(WS01-INDEX)      TO  WS-HL-ACTION
            MOVE    DS04-OLD-START(WS01-INDEX)   TO  WS-HL-OLD-START
            MOVE    DS04-OLD-END(WS01-INDEX)     TO  WS-HL-OLD-END
            MOVE    DS04-NEW-START(WS01-INDEX)   TO  WS-HL-NEW-START
            MOVE    DS04-NEW-END(WS01-INDEX)     TO  WS-HL-NEW-END
            MOVE    DS04-NEXT-VALUE(WS01-INDEX)  TO  WS-HL-NEXT
            MOVE    DS04-USER(WS01-INDEX)        TO  WS-HL-USER
            DISPLAY WS-HIST-LINE
            MOVE    DS04-REASON(WS01-INDEX)      TO  WS-HR-REASON
            DISPLAY WS-HIST-REASON
        END-PERFORM.
*
FA-EXIT.
*
        EXIT.
*
Y-PROMPT-STREAM SECTION.
**********************************************************************
*
*       Prompt for the award code and show its open stream, if any,
*       and its CONTROL_VALUES next number, if any.
*
**********************************************************************
Y-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "AWARD CODE: " WITH NO ADVANCING.
        ACCEPT  WS-AWARD-CODE.

        IF  WS-AWARD-CODE = SPACES
            GO TO Y-EXIT
        END-IF.

        MOVE    SPACES             TO  WS-CV-TYPE.
        STRING 'CERT_NO_'          DELIMITED BY SIZE
               WS-AWARD-CODE       DELIMITED BY SIZE
          INTO WS-CV-TYPE.

        MOVE   "Y: ERROR READING CERT_NO_STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(CNST_RANGE_START),0),
                   NVL(MAX(CNST_RANGE_END),0)
              INTO :WS-OPEN-COUNT,
                   :WS-OLD-START,
                   :WS-OLD-END
              FROM CERT_NO_STREAMS
             WHERE CNST_AWARD_CODE = :WS-AWARD-CODE
               AND CNST_STATUS     = 'O'
        END-EXEC.

        MOVE   "Y: ERROR READING CONTROL_VALUES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(CV_NEXT_VALUE),0)
              INTO :WS-CV-COUNT,
                   :WS-NEXT-VALUE
              FROM CONTROL_VALUES
             WHERE CV_TYPE = :WS-CV-TYPE
        END-EXEC.

        IF  WS-OPEN-COUNT > ZERO
            MOVE "RANGE START         " TO  WS-NL-DESC
            MOVE WS-OLD-START      TO  WS-NL-NUMBER
            DISPLAY WS-NUMBER-LINE
            MOVE "RANGE END           " TO  WS-NL-DESC
            MOVE WS-OLD-END        TO  WS-NL-NUMBER
            DISPLAY WS-NUMBER-LINE
        ELSE
            DISPLAY "NO OPEN STREAM RECORDED"
        END-IF.

        IF  WS-CV-COUNT > ZERO
            MOVE "NEXT NUMBER         " TO  WS-NL-DESC
            MOVE WS-NEXT-VALUE     TO  WS-NL-NUMBER
            DISPLAY WS-NUMBER-LINE
        ELSE
            DISPLAY "NOT ALLOCATING - NO CONTROL_VALUES ROW"
        END-IF.

        IF  WS-OPEN-COUNT > ZERO
        AND WS-CV-COUNT   > ZERO
        AND WS-NEXT-VALUE > WS-OLD-END + 1
            DISPLAY "*** NEXT NUMBER IS BEYOND THE RANGE END ***"
        END-IF.

        MOVE 'Y' TO WS-VALID-IND.
*
Y-EXIT.
*
        EXIT.
*
YA-PROMPT-REASON SECTION.
**********************************************************************
*
*       Prompt for the reason for the change; it is required.
*
**********************************************************************
YA-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "REASON: " WITH NO ADVANCING.
        ACCEPT  WS-REASON.

        IF  WS-REASON = SPACES
            DISPLAY "A REASON IS REQUIRED"
            GO TO YA-EXIT
        END-IF.

        MOVE 'Y' TO WS-VALID-IND.
*
YA-EXIT.
*
        EXIT.
*
YB-PROMPT-RANGE SECTION.
**********************************************************************
*
*       Prompt for the first and last numbers of a new range; both
*       are keyed as 9 digits and the start may not follow the end.
*
**********************************************************************
YB-START.
*
        MOVE 'N' TO WS-VALID-IND.

        DISPLAY "RANGE START (9 DIGITS): " WITH NO ADVANCING.
        ACCEPT  WS-START-IN.
        DISPLAY "RANGE END (9 DIGITS):   " WITH NO ADVANCING.
        ACCEPT  WS-END-IN.

        IF  WS-START-IN NOT NUMERIC
        OR  WS-END-IN   NOT NUMERIC
            DISPLAY "THE RANGE MUST BE KEYED AS 9 DIGITS"
            GO TO YB-EXIT
        END-IF.

        MOVE WS-START-IN           TO  WS-NEW-START.
        MOVE WS-END-IN             TO  WS-NEW-END.

        IF  WS-NEW-START = ZERO
        OR  WS-NEW-START > WS-NEW-END
            DISPLAY "THE RANGE START MUST BE ABOVE ZERO AND NOT "
                    "BEYOND THE END"
            GO TO YB-EXIT
        END-IF.

        MOVE 'Y' TO WS-VALID-IND.
*
YB-EXIT.
*
        EXIT.
*
YC-CHECK-RANGE SECTION.
**********************************************************************
*
*       Check WS-NEW-START to WS-NEW-END against every other stream,
*       open or closed, against the next value of every other
*       CONTROL_VALUES certificate stream, and against the native
*       numbers in CERT_NO_REGISTRY.  A registered number is allowed
*       only if this award code issued it below WS-NEXT-VALUE.
*
**********************************************************************
YC-START.
*
        MOVE 'N' TO WS-VALID-IND.

        MOVE   "YC: ERROR CHECKING CERT_NO_STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MIN(CNST_AWARD_CODE),' ')
              INTO :WS-CLASH-COUNT,
                   :WS-CLASH-CODE
              FROM CERT_NO_STREAMS
             WHERE CNST_RANGE_START <= :WS-NEW-END
               AND CNST_RANGE_END   >= :WS-NEW-START
               AND NOT (CNST_AWARD_CODE = :WS-AWARD-CODE
                        AND CNST_STATUS = 'O')
        END-EXEC.

        IF  WS-CLASH-COUNT > ZERO
            DISPLAY "RANGE OVERLAPS THE STREAM FOR AWARD CODE ",
                    WS-CLASH-CODE
            GO TO YC-EXIT
        END-IF.

        MOVE   "YC: ERROR CHECKING CONTROL_VALUES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MIN(SUBSTR(CV_TYPE,9,2)),' ')
              INTO :WS-CLASH-COUNT,
                   :WS-CLASH-CODE
              FROM CONTROL_VALUES
             WHERE CV_TYPE LIKE 'CERT_NO%'
               AND CV_TYPE != :WS-CV-TYPE
               AND CV_NEXT_VALUE BETWEEN :WS-NEW-START
                                     AND :WS-NEW-END
        END-EXEC.

        IF  WS-CLASH-COUNT > ZERO
            DISPLAY "RANGE TAKES IN THE NEXT NUMBER OF AWARD CODE ",
                    WS-CLASH-CODE
            GO TO YC-EXIT
        END-IF.

        MOVE   "YC: ERROR CHECKING CERT_NO_REGISTRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MIN(TO_NUMBER(CREG_CERT_NO)),0)
              INTO :WS-CLASH-COUNT,
                   :WS-CLASH-FIRST
              FROM CERT_NO_REGISTRY
             WHERE SUBSTR(CREG_CERT_NO,1,1) NOT IN
                   (SELECT MCPX_PREFIX
                      FROM MIGRATED_CERT_PREFIXES)
               AND TO_NUMBER(CREG_CERT_NO) BETWEEN :WS-NEW-START
                                               AND :WS-NEW-END
               AND (TO_NUMBER(CREG_CERT_NO) >= :WS-NEXT-VALUE
                    OR CREG_AWARD_CODE != :WS-AWARD-CODE)
        END-EXEC.

        IF  WS-CLASH-COUNT > ZERO
            MOVE "ALREADY REGISTERED: " TO  WS-NL-DESC
            MOVE WS-CLASH-COUNT    TO  WS-NL-NUMBER
            DISPLAY WS-NUMBER-LINE
            MOVE "FIRST SUCH NUMBER:  " TO  WS-NL-DESC
            MOVE WS-CLASH-FIRST    TO  WS-NL-NUMBER
            DISPLAY WS-NUMBER-LINE
            DISPLAY "RANGE TAKES IN NUMBERS ALREADY IN CERT_NO_REGISTRY"
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
*       One audit row per change: the action ('C' create or register,
*       'E' extend, 'L' close), the old range (none on creation), the
*       new range, the next value, the reason, the Oracle user and
*       the date.
*
**********************************************************************
Z-START.
*
        MOVE   "Z: ERROR WRITING CERT_NO_STREAM_AUDITS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CERT_NO_STREAM_AUDITS
                   (CNSA_AWARD_CODE,
                    CNSA_ACTION,
                    CNSA_OLD_START,
                    CNSA_OLD_END,
                    CNSA_NEW_START,
                    CNSA_NEW_END,
                    CNSA_NEXT_VALUE,
                    CNSA_REASON,
                    CNSA_DATE,
                    CNSA_USER)
            VALUES (:WS-AWARD-CODE,
                    :WS-ACTION,
                    DECODE(:WS-OLD-START,0,NULL,:WS-OLD-START),
                    DECODE(:WS-OLD-END,0,NULL,:WS-OLD-END),
                    :WS-NEW-START,
                    :WS-NEW-END,
                    :WS-NEXT-VALUE,
                    :WS-REASON,
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
        DISPLAY "STP120 ERROR".
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
