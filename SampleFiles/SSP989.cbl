IDENTIFICATION DIVISION.
PROGRAM-ID.   SSP989.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	RUN DECK STEP LEDGER - BEGIN, STEP START/END, RESUME AND STATUS
*
********************************************************************************
*
*       SSP989 - Companion to SSP990 and SSP994.  The nightly awards
*		deck has grown to some fifteen steps, and when one
*		fails the operator has had to work out by hand which
*		steps already ran and which are safe to repeat.  Each
*		run of a deck is now recorded step by step.
*
*		The steps of each deck are data in DECK_STEPS:
*
*		  DSTP_DECK_NAME      deck (AWARDS, ...)
*		  DSTP_SEQ            order of the step in the deck
*		  DSTP_STEP_NAME      step name as the deck labels it
*				      (program, plus its run type
*				      where it runs more than once)
*		  DSTP_MANDATORY_IND  'Y' - may never be skipped on a
*				      resume (the post-run applies,
*				      which must follow a print run,
*				      and the steps whose screening,
*				      holds and extracts the print run
*				      relies on)
*		  DSTP_DESCRIPTION    free text
*
*		The AWARDS deck is set up as SSP990A (lock), STP072,
*		STP089, STP090, STP081X, STP098X, STP297, SSP992X,
*		STP104, STP093, STP075, STP112U, STP106U, STP105X,
*		STP108, STP113, STP070, STP081U, STP084U, STP086U,
*		STP098U, STP087U, STP094 and SSP990R (release).
*		Mandatory are the five 'U' applies after STP070 and,
*		ahead of it, STP112U (the reprint fraud screen),
*		STP106U (the unpaid reprint holds), STP105X, whose
*		APPEALEXT extract STP070 refuses to run without, and
*		STP108 and STP113, without whose LOGOEXT and
*		CERTMSGEXT extracts STP070 only warns and prints
*		certificates with no logos or messages.
*
*		Each run of a deck is a row on DECK_RUNS (DRUN_ID,
*		DRUN_DECK_NAME, DRUN_STATUS 'R' running, 'F' failed
*		or 'C' complete, DRUN_STARTED, DRUN_ENDED,
*		DRUN_USER), and each of its steps a row on
*		DECK_STEP_LEDGER (DSL_DRUN_ID, DSL_SEQ,
*		DSL_STEP_NAME, DSL_MANDATORY_IND, DSL_STATUS 'P'
*		pending, 'R' running, 'C' complete, 'F' failed or 'S'
*		skipped, DSL_STARTED, DSL_ENDED, DSL_OUTCOME - the
*		deck's completion status for the step, DSL_ATTEMPTS,
*		DSL_SKIPPED_BY).
*
*		Run types:
*		  'B' - begin a run of the deck: the ledger is laid
*			out from DECK_STEPS.  Refused while an
*			earlier run of the same deck is unfinished -
*			that run must be resumed;
*		  'S' - a step is starting.  Refused (aborting the
*			deck) if an earlier step is neither complete
*			nor skipped, or if the step itself is
*			already complete in this run;
*		  'E' - a step has ended, outcome 'C' complete or
*			'F' failed, with the deck's status code.  A
*			failure marks the run failed; the last step
*			completing marks it complete;
*		  'R' - resume the unfinished run at its failed
*			step, or at a later step named by the
*			operator, the steps between being marked
*			skipped.  A mandatory step may not be
*			skipped, and a completed step may not be
*			run again.  A step left running (the deck
*			died under it) counts as failed.  The step
*			to resume at is written to the RESUMESTEP
*			file for the deck to go to, and the deck
*			status is printed;
*		  'P' - print the deck status (one page for the
*			shift log): the latest run of the deck, or
*			the run number given.
*
*		Parameters: run type; deck name; step name ('S', 'E',
*		and optionally 'R'); outcome ('E'); status code ('E')
*		or run number ('P').
*
* 15-Oct-2026	PJW	EC5263 : Program written.
* 15-Oct-2026	PJW	EC5280 : Deck list brought up to date with the
*			reprint screening and hold steps and the
*			extracts STP070 loads.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  DECK-REP    ASSIGN SSP989TOT.
    SELECT  RESUME-FILE ASSIGN RESUMESTEP.
*
DATA DIVISION.
FILE SECTION.
*
FD  DECK-REP
    LABEL RECORDS STANDARD.
01  DECK-RECORD                   PIC X(132).
*
FD  RESUME-FILE
    LABEL RECORDS STANDARD.
01  RESUME-RECORD.
    03  RSM-STEP-NAME             PIC X(12).
    03  FILLER                    PIC X(01).
    03  RSM-DECK-RUN-ID           PIC 9(09).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-DECK-NAME		  PIC  X(10).
01  WS-STEP-NAME		  PIC  X(12).
01  WS-OUTCOME-PARM		  PIC  X(01).
01  WS-FIFTH-PARM		  PIC  X(10).
01  WS-DECK-RUN-ID		  PIC S9(09) COMP.
01  WS-OPEN-RUN-ID		  PIC S9(09) COMP.
01  WS-STEP-SEQ			  PIC S9(04) COMP.
01  WS-STEP-STATUS		  PIC  X(01).
01  WS-RESUME-SEQ		  PIC S9(04) COMP.
01  WS-RESUME-STEP		  PIC  X(12).
01  WS-BLOCKING-STEP		  PIC  X(12).
01  WS-STEP-COUNT		  PIC S9(09) COMP.
01  WS-LEFT-COUNT		  PIC S9(09) COMP.
01  WS-ROWS-HIT			  PIC S9(09) COMP.
01  WS-RUN-STARTED		  PIC  X(17).
01  WS-RUN-ENDED		  PIC  X(17).
01  WS-RUN-USER			  PIC  X(30).
01  WS-RUN-STATUS		  PIC  X(08).
*
01  DS02-STEP-DETAILS.
    03  DS02-SEQ                   PIC S9(04) COMP OCCURS 50.
    03  DS02-STEP-NAME             PIC  X(12) OCCURS 50.
    03  DS02-MANDATORY             PIC  X(01) OCCURS 50.
    03  DS02-STATUS                PIC  X(08) OCCURS 50.
    03  DS02-STARTED               PIC  X(17) OCCURS 50.
    03  DS02-ENDED                 PIC  X(17) OCCURS 50.
    03  DS02-OUTCOME               PIC  X(10) OCCURS 50.
    03  DS02-ATTEMPTS              PIC S9(04) COMP OCCURS 50.
*
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
    03  WS01-EOF-IND               PIC  X(01).
        88  WS01-EOF                          VALUE "Y".
    03  WS01-ROWS-TOTAL            PIC S9(09) COMP.
    03  WS01-ROWS-THIS-FETCH       PIC S9(09) COMP.
    03  WS01-INDEX                 PIC S9(09) COMP.
    03  WS01-COMPLETE-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-FAILED-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-SKIPPED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-PENDING-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
01  WS-NEXT-STEP		   PIC  X(12) VALUE SPACES.
01  WS-EDIT-RUN-ID		   PIC  Z(8)9.
*
01  WS-DECK-REPORT.
    03 WS-DR-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-DR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'SSP989'.
    03 WS-DR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(40) VALUE 'RUN DECK STEP LEDGER'.
    03 WS-DR-HEAD-3.
	05 FILLER		PIC X(11) VALUE 'RUN TYPE : '.
	05 WS-DR-H3-RUN-TYPE	PIC X(01).
	05 FILLER		PIC X(10) VALUE '   DECK : '.
	05 WS-DR-H3-DECK	PIC X(10).
	05 FILLER		PIC X(13) VALUE '   DECK RUN :'.
	05 WS-DR-H3-RUN-ID	PIC Z(8)9.
    03 WS-DR-HEAD-4.
	05 FILLER		PIC X(11) VALUE 'STARTED  : '.
	05 WS-DR-H4-STARTED	PIC X(17).
	05 FILLER		PIC X(07) VALUE '  BY : '.
	05 WS-DR-H4-USER	PIC X(30).
	05 FILLER		PIC X(10) VALUE '  ENDED : '.
	05 WS-DR-H4-ENDED	PIC X(17).
	05 FILLER		PIC X(11) VALUE '  STATUS : '.
	05 WS-DR-H4-STATUS	PIC X(08).
    03 WS-DR-COL-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(05) VALUE 'SEQ'.
	05 FILLER		PIC X(14) VALUE 'STEP'.
	05 FILLER		PIC X(06) VALUE 'MAND'.
	05 FILLER		PIC X(10) VALUE 'STATUS'.
	05 FILLER		PIC X(19) VALUE 'STARTED'.
	05 FILLER		PIC X(19) VALUE 'ENDED'.
	05 FILLER		PIC X(12) VALUE 'OUTCOME'.
	05 FILLER		PIC X(08) VALUE 'ATTEMPTS'.
    03 WS-DR-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-DR-D-SEQ		PIC ZZ9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-STEP		PIC X(12).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-MANDATORY	PIC X(01).
	05 FILLER		PIC X(05) VALUE SPACES.
	05 WS-DR-D-STATUS	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-STARTED	PIC X(17).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-ENDED	PIC X(17).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-OUTCOME	PIC X(10).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-DR-D-ATTEMPTS	PIC ZZZ9.
    03 WS-DR-NEXT-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(34) VALUE 'NEXT STEP TO RUN:'.
	05 WS-DR-N-STEP		PIC X(12).
    03 WS-DR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-DR-T-DESC		PIC X(34).
	05 WS-DR-T-COUNT	PIC Z(7)9.
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

        EVALUATE WS-RUN-TYPE-PARM
          WHEN 'B'  PERFORM B-BEGIN-DECK
          WHEN 'S'  PERFORM C-START-STEP
          WHEN 'E'  PERFORM E-END-STEP
          WHEN 'R'  PERFORM F-RESUME-DECK
                    PERFORM G-DECK-STATUS
          WHEN 'P'  PERFORM G-DECK-STATUS
        END-EVALUATE.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept and validate the parameters, open the report, log on
*       to Oracle and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-RUN-TYPE-PARM.
    	ACCEPT WS-DECK-NAME.
    	ACCEPT WS-STEP-NAME.
    	ACCEPT WS-OUTCOME-PARM.
    	ACCEPT WS-FIFTH-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-RUN-TYPE-PARM.
        DISPLAY WS-DECK-NAME.
        DISPLAY WS-STEP-NAME.
        DISPLAY WS-OUTCOME-PARM.
        DISPLAY WS-FIFTH-PARM.
*
        OPEN    OUTPUT  DECK-REP.
*
	IF WS-RUN-TYPE-PARM NOT = 'B' AND 'S' AND 'E' AND 'R' AND 'P'
	THEN
	  MOVE "INVALID RUN TYPE - NOT B, S, E, R OR P"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-DECK-NAME = SPACES
	THEN
	  MOVE "DECK NAME IS REQUIRED"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF (WS-RUN-TYPE-PARM = 'S' OR 'E')
	AND WS-STEP-NAME = SPACES
	THEN
	  MOVE "STEP NAME IS REQUIRED"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-RUN-TYPE-PARM = 'E'
	AND WS-OUTCOME-PARM NOT = 'C' AND 'F'
	THEN
	  MOVE "INVALID STEP OUTCOME - NOT C OR F"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-RUN-TYPE-PARM = 'R'
	THEN
	  OPEN OUTPUT RESUME-FILE
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
	MOVE WS-RUN-DATE TO WS-DR-H1-RUN-DATE.
	MOVE WS-DR-HEAD-1 TO DECK-RECORD.
	WRITE DECK-RECORD AFTER PAGE.
	MOVE WS-DR-HEAD-2 TO DECK-RECORD.
	WRITE DECK-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-BEGIN-DECK SECTION.
**********************************************************************
*
*       Begin a run of the deck, laying out its ledger from
*       DECK_STEPS.  An unfinished earlier run must be resumed
*       instead.
*
**********************************************************************
B-START.
*
* Two operators beginning the same deck at once must serialise, or
* both would see no unfinished run and take the same run number.
* The exclusive table lock holds until the commit in D-TERMINATE.
*
        MOVE   "B: ERROR LOCKING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            LOCK TABLE DECK_RUNS IN EXCLUSIVE MODE
        END-EXEC.
*
        MOVE   "B: ERROR CHECKING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(DRUN_ID),0)
              INTO :WS-OPEN-RUN-ID
              FROM DECK_RUNS
             WHERE DRUN_DECK_NAME = :WS-DECK-NAME
               AND DRUN_STATUS IN ('R','F')
        END-EXEC.
*
        IF  WS-OPEN-RUN-ID > ZERO
            MOVE WS-OPEN-RUN-ID    TO  WS-EDIT-RUN-ID
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'DECK RUN '                 DELIMITED BY SIZE
                   WS-EDIT-RUN-ID              DELIMITED BY SIZE
                   ' IS UNFINISHED - RESUME IT (RUN TYPE R)'
                                               DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE   "B: ERROR READING DECK_STEPS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-STEP-COUNT
              FROM DECK_STEPS
             WHERE DSTP_DECK_NAME = :WS-DECK-NAME
        END-EXEC.
*
        IF  WS-STEP-COUNT = ZERO
            MOVE 'NO STEPS DEFINED FOR DECK ON DECK_STEPS'
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE   "B: ERROR ALLOCATING DECK RUN"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(DRUN_ID),0) + 1
              INTO :WS-DECK-RUN-ID
              FROM DECK_RUNS
        END-EXEC.
*
        MOVE   "B: ERROR INSERTING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO DECK_RUNS
                   (DRUN_ID,
                    DRUN_DECK_NAME,
                    DRUN_STATUS,
                    DRUN_STARTED,
                    DRUN_USER)
            VALUES (:WS-DECK-RUN-ID,
                    :WS-DECK-NAME,
                    'R',
                    SYSDATE,
                    USER)
        END-EXEC.
*
        MOVE   "B: ERROR INSERTING DECK_STEP_LEDGER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO DECK_STEP_LEDGER
                   (DSL_DRUN_ID,
                    DSL_SEQ,
                    DSL_STEP_NAME,
                    DSL_MANDATORY_IND,
                    DSL_STATUS,
                    DSL_ATTEMPTS)
            SELECT :WS-DECK-RUN-ID,
                   DSTP_SEQ,
                   DSTP_STEP_NAME,
                   NVL(DSTP_MANDATORY_IND,'N'),
                   'P',
                   0
              FROM DECK_STEPS
             WHERE DSTP_DECK_NAME = :WS-DECK-NAME
        END-EXEC.
*
        MOVE    WS-DECK-RUN-ID     TO  WS-EDIT-RUN-ID.
        DISPLAY "SSP989 - DECK RUN " WS-EDIT-RUN-ID " BEGUN".
*
        PERFORM H-PRINT-RUN-HEADING.
*
        MOVE   'STEPS LAID OUT:'    TO  WS-DR-T-DESC.
        MOVE    WS-STEP-COUNT      TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD AFTER 2.
*
B-EXIT.
*
        EXIT.
*
C-START-STEP SECTION.
**********************************************************************
*
*       A step is starting.  Every earlier step must be complete or
*       skipped, and the step must not already be complete.
*
**********************************************************************
C-START.
*
        PERFORM Y-FIND-OPEN-RUN.
        PERFORM YA-FIND-STEP.
*
        IF  WS-STEP-STATUS = 'C' OR 'S'
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'STEP '                     DELIMITED BY SIZE
                   WS-STEP-NAME                DELIMITED BY SPACE
                   ' IS ALREADY COMPLETE OR SKIPPED IN THIS RUN'
                                               DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE   "C: ERROR CHECKING EARLIER STEPS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(DSL_STEP_NAME),' ')
              INTO :WS-BLOCKING-STEP
              FROM DECK_STEP_LEDGER
             WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
               AND DSL_SEQ =
                   (SELECT MIN(DSL_SEQ)
                      FROM DECK_STEP_LEDGER
                     WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
                       AND DSL_SEQ < :WS-STEP-SEQ
                       AND DSL_STATUS NOT IN ('C','S'))
        END-EXEC.
*
        IF  WS-BLOCKING-STEP NOT = SPACES
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'EARLIER STEP '             DELIMITED BY SIZE
                   WS-BLOCKING-STEP            DELIMITED BY SPACE
                   ' IS NOT COMPLETE - RESUME THE DECK'
                                               DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE   "C: ERROR UPDATING DECK_STEP_LEDGER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DECK_STEP_LEDGER
               SET DSL_STATUS   = 'R',
                   DSL_STARTED  = SYSDATE,
                   DSL_ENDED    = NULL,
                   DSL_OUTCOME  = NULL,
                   DSL_ATTEMPTS = DSL_ATTEMPTS + 1
             WHERE DSL_DRUN_ID   = :WS-DECK-RUN-ID
               AND DSL_STEP_NAME = :WS-STEP-NAME
        END-EXEC.
*
        MOVE   "C: ERROR UPDATING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DECK_RUNS
               SET DRUN_STATUS = 'R'
             WHERE DRUN_ID = :WS-DECK-RUN-ID
        END-EXEC.
*
        PERFORM H-PRINT-RUN-HEADING.
*
        MOVE   'STEP STARTED:'      TO  WS-DR-T-DESC.
        MOVE    WS-STEP-SEQ        TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD AFTER 2.
*
C-EXIT.
*
        EXIT.
*
E-END-STEP SECTION.
**********************************************************************
*
*       A step has ended.  Record its outcome; a failure fails the
*       run, and the last step completing completes it.
*
**********************************************************************
E-START.
*
        PERFORM Y-FIND-OPEN-RUN.
        PERFORM YA-FIND-STEP.
*
        IF  WS-STEP-STATUS NOT = 'R'
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'STEP '                     DELIMITED BY SIZE
                   WS-STEP-NAME                DELIMITED BY SPACE
                   ' WAS NOT RECORDED AS STARTED'
                                               DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE   "E: ERROR UPDATING DECK_STEP_LEDGER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DECK_STEP_LEDGER
               SET DSL_STATUS  = :WS-OUTCOME-PARM,
                   DSL_ENDED   = SYSDATE,
                   DSL_OUTCOME = :WS-FIFTH-PARM
             WHERE DSL_DRUN_ID   = :WS-DECK-RUN-ID
               AND DSL_STEP_NAME = :WS-STEP-NAME
        END-EXEC.
*
        MOVE   "E: ERROR COUNTING STEPS LEFT"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-LEFT-COUNT
              FROM DECK_STEP_LEDGER
             WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
               AND DSL_STATUS NOT IN ('C','S')
        END-EXEC.
*
	IF WS-OUTCOME-PARM = 'F'
	THEN
          MOVE   "E: ERROR FAILING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE
          EXEC SQL
              UPDATE DECK_RUNS
                 SET DRUN_STATUS = 'F'
               WHERE DRUN_ID = :WS-DECK-RUN-ID
          END-EXEC
          DISPLAY "SSP989 - STEP " WS-STEP-NAME " FAILED"
          GO TO E-090
	END-IF.
*
	IF WS-LEFT-COUNT = ZERO
	THEN
          MOVE   "E: ERROR COMPLETING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE
          EXEC SQL
              UPDATE DECK_RUNS
                 SET DRUN_STATUS = 'C',
                     DRUN_ENDED  = SYSDATE
               WHERE DRUN_ID = :WS-DECK-RUN-ID
          END-EXEC
          DISPLAY "SSP989 - DECK RUN COMPLETE"
	END-IF.
*
E-090.
        PERFORM H-PRINT-RUN-HEADING.
*
        MOVE   'STEPS STILL TO RUN:'
                                   TO  WS-DR-T-DESC.
        MOVE    WS-LEFT-COUNT      TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD AFTER 2.
*
E-EXIT.
*
        EXIT.
*
F-RESUME-DECK SECTION.
**********************************************************************
*
*       Resume the unfinished run at its failed step, or at the later
*       step the operator named, skipping what lies between - never a
*       mandatory step.  The step to go to is written to RESUMESTEP.
*
**********************************************************************
F-START.
*
        PERFORM Y-FIND-OPEN-RUN.
*
* A step still shown running died with the deck, without its end
* being recorded.
*
        MOVE   "F: ERROR FAILING ORPHANED STEPS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DECK_STEP_LEDGER
               SET DSL_STATUS  = 'F',
                   DSL_ENDED   = SYSDATE,
                   DSL_OUTCOME = 'NO END'
             WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
               AND DSL_STATUS  = 'R'
        END-EXEC.
*
        MOVE   "F: ERROR FINDING RESUME STEP"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(DSL_SEQ),0),
                   NVL(MAX(DSL_STEP_NAME),' ')
              INTO :WS-RESUME-SEQ,
                   :WS-RESUME-STEP
              FROM DECK_STEP_LEDGER
             WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
               AND DSL_SEQ =
                   (SELECT MIN(DSL_SEQ)
                      FROM DECK_STEP_LEDGER
                     WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
                       AND DSL_STATUS NOT IN ('C','S'))
        END-EXEC.
*
        IF  WS-RESUME-STEP = SPACES
            MOVE 'EVERY STEP OF THE DECK RUN IS COMPLETE - NOTHING TO RESUME'
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        IF  WS-STEP-NAME = SPACES
        OR  WS-STEP-NAME = WS-RESUME-STEP
            GO TO F-080
        END-IF.
*
        PERFORM YA-FIND-STEP.
*
        IF  WS-STEP-SEQ < WS-RESUME-SEQ
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'STEP '                     DELIMITED BY SIZE
                   WS-STEP-NAME                DELIMITED BY SPACE
                   ' IS ALREADY COMPLETE - RESUME FROM '
                                               DELIMITED BY SIZE
                   WS-RESUME-STEP              DELIMITED BY SPACE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE   "F: ERROR CHECKING MANDATORY STEPS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(DSL_STEP_NAME),' ')
              INTO :WS-BLOCKING-STEP
              FROM DECK_STEP_LEDGER
             WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
               AND DSL_SEQ =
                   (SELECT MIN(DSL_SEQ)
                      FROM DECK_STEP_LEDGER
                     WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
                       AND DSL_SEQ >= :WS-RESUME-SEQ
                       AND DSL_SEQ <  :WS-STEP-SEQ
                       AND DSL_STATUS NOT IN ('C','S')
                       AND DSL_MANDATORY_IND = 'Y')
        END-EXEC.
*
        IF  WS-BLOCKING-STEP NOT = SPACES
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'MANDATORY STEP '           DELIMITED BY SIZE
                   WS-BLOCKING-STEP            DELIMITED BY SPACE
                   ' MAY NOT BE SKIPPED - RESUME FROM '
                                               DELIMITED BY SIZE
                   WS-RESUME-STEP              DELIMITED BY SPACE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE   "F: ERROR SKIPPING STEPS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DECK_STEP_LEDGER
               SET DSL_STATUS     = 'S',
                   DSL_ENDED      = SYSDATE,
                   DSL_SKIPPED_BY = USER
             WHERE DSL_DRUN_ID = :WS-DECK-RUN-ID
               AND DSL_SEQ >= :WS-RESUME-SEQ
               AND DSL_SEQ <  :WS-STEP-SEQ
               AND DSL_STATUS NOT IN ('C','S')
        END-EXEC.
*
        MOVE    SQLERRD(3)         TO  WS-ROWS-HIT.
        MOVE    WS-STEP-NAME       TO  WS-RESUME-STEP.
*
        MOVE   'STEPS SKIPPED BY OPERATOR:'
                                   TO  WS-DR-T-DESC.
        MOVE    WS-ROWS-HIT        TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD AFTER 2.
*
F-080.
        MOVE   "F: ERROR UPDATING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE DECK_RUNS
               SET DRUN_STATUS = 'R'
             WHERE DRUN_ID = :WS-DECK-RUN-ID
        END-EXEC.
*
        MOVE    SPACES             TO  RESUME-RECORD.
        MOVE    WS-RESUME-STEP     TO  RSM-STEP-NAME.
        MOVE    WS-DECK-RUN-ID     TO  RSM-DECK-RUN-ID.
        WRITE   RESUME-RECORD.
*
        DISPLAY "SSP989 - RESUME AT STEP " WS-RESUME-STEP.
*
F-EXIT.
*
        EXIT.
*
G-DECK-STATUS SECTION.
**********************************************************************
*
*       Print the deck status: the run heading, every step with its
*       outcome, the totals and the next step to run.
*
**********************************************************************
G-START.
*
	IF WS-RUN-TYPE-PARM = 'R'
	THEN
	  GO TO G-020
	END-IF.
*
        MOVE   "G: ERROR FINDING DECK RUN"
                                   TO  WS01-ERR-MESSAGE.
*
	IF WS-FIFTH-PARM = SPACES
	THEN
          EXEC SQL
              SELECT NVL(MAX(DRUN_ID),0)
                INTO :WS-DECK-RUN-ID
                FROM DECK_RUNS
               WHERE DRUN_DECK_NAME = :WS-DECK-NAME
          END-EXEC
	ELSE
          EXEC SQL
              SELECT NVL(MAX(DRUN_ID),0)
                INTO :WS-DECK-RUN-ID
                FROM DECK_RUNS
               WHERE DRUN_DECK_NAME = :WS-DECK-NAME
                 AND DRUN_ID = TO_NUMBER(RTRIM(:WS-FIFTH-PARM))
          END-EXEC
	END-IF.
*
        IF  WS-DECK-RUN-ID = ZERO
            MOVE 'NO SUCH RUN OF THE DECK ON DECK_RUNS'
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
G-020.
        PERFORM H-PRINT-RUN-HEADING.
*
        EXEC SQL
            DECLARE GET_STEPS CURSOR FOR
            SELECT  DSL_SEQ,
                    DSL_STEP_NAME,
                    DECODE(DSL_MANDATORY_IND,'Y','Y',' '),
                    DECODE(DSL_STATUS,'P','PENDING',
                                      'R','RUNNING',
                                      'C','COMPLETE',
                                      'F','FAILED',
                                      'S','SKIPPED',
                                          DSL_STATUS),
                    NVL(TO_CHAR(DSL_STARTED,'DD-MON-YYYY:HH24:MI'),' '),
                    NVL(TO_CHAR(DSL_ENDED,'DD-MON-YYYY:HH24:MI'),' '),
                    NVL(DSL_OUTCOME,' '),
                    DSL_ATTEMPTS
              FROM  DECK_STEP_LEDGER
             WHERE  DSL_DRUN_ID = :WS-DECK-RUN-ID
             ORDER BY DSL_SEQ
        END-EXEC.
*
        MOVE    WS-DR-COL-HEAD     TO  DECK-RECORD.
        WRITE   DECK-RECORD AFTER 2.
*
        MOVE   "G: ERROR OPENING STEPS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_STEPS
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM GA-FETCH-STEPS
          UNTIL WS01-EOF.
*
        MOVE   "G: ERROR CLOSING STEPS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_STEPS
        END-EXEC.
*
        MOVE   'STEPS COMPLETE:'    TO  WS-DR-T-DESC.
        MOVE    WS01-COMPLETE-COUNT
                                   TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD AFTER 2.
        MOVE   'STEPS FAILED:'      TO  WS-DR-T-DESC.
        MOVE    WS01-FAILED-COUNT  TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD.
        MOVE   'STEPS SKIPPED:'     TO  WS-DR-T-DESC.
        MOVE    WS01-SKIPPED-COUNT TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD.
        MOVE   'STEPS PENDING OR RUNNING:'
                                   TO  WS-DR-T-DESC.
        MOVE    WS01-PENDING-COUNT TO  WS-DR-T-COUNT.
        MOVE    WS-DR-TOTAL-LINE   TO  DECK-RECORD.
        WRITE   DECK-RECORD.
*
	IF WS-NEXT-STEP = SPACES
	THEN
	  MOVE 'NONE' TO WS-DR-N-STEP
	ELSE
	  MOVE WS-NEXT-STEP TO WS-DR-N-STEP
	END-IF.
        MOVE    WS-DR-NEXT-LINE    TO  DECK-RECORD.
        WRITE   DECK-RECORD AFTER 2.
*
G-EXIT.
*
        EXIT.
*
GA-FETCH-STEPS SECTION.
**********************************************************************
*
*       Get a set of ledger steps, report and count them, and note
*       the first step still to run.
*
**********************************************************************
GA-START.
*
        MOVE   "GA: ERROR FETCHING STEPS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_STEPS
             INTO  :DS02-SEQ,
                   :DS02-STEP-NAME,
                   :DS02-MANDATORY,
                   :DS02-STATUS,
                   :DS02-STARTED,
                   :DS02-ENDED,
                   :DS02-OUTCOME,
                   :DS02-ATTEMPTS
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

            MOVE    DS02-SEQ(WS01-INDEX)       TO  WS-DR-D-SEQ
            MOVE    DS02-STEP-NAME(WS01-INDEX) TO  WS-DR-D-STEP
            MOVE    DS02-MANDATORY(WS01-INDEX) TO  WS-DR-D-MANDATORY
            MOVE    DS02-STATUS(WS01-INDEX)    TO  WS-DR-D-STATUS
            MOVE    DS02-STARTED(WS01-INDEX)   TO  WS-DR-D-STARTED
            MOVE    DS02-ENDED(WS01-INDEX)     TO  WS-DR-D-ENDED
            MOVE    DS02-OUTCOME(WS01-INDEX)   TO  WS-DR-D-OUTCOME
            MOVE    DS02-ATTEMPTS(WS01-INDEX)  TO  WS-DR-D-ATTEMPTS
            MOVE    WS-DR-DETAIL               TO  DECK-RECORD
            WRITE   DECK-RECORD

            EVALUATE DS02-STATUS(WS01-INDEX)
              WHEN 'COMPLETE'
                ADD 1                          TO  WS01-COMPLETE-COUNT
              WHEN 'FAILED'
                ADD 1                          TO  WS01-FAILED-COUNT
              WHEN 'SKIPPED'
                ADD 1                          TO  WS01-SKIPPED-COUNT
              WHEN OTHER
                ADD 1                          TO  WS01-PENDING-COUNT
            END-EVALUATE

            IF  WS-NEXT-STEP = SPACES
            AND DS02-STATUS(WS01-INDEX) NOT = 'COMPLETE'
            AND DS02-STATUS(WS01-INDEX) NOT = 'SKIPPED'
                MOVE DS02-STEP-NAME(WS01-INDEX) TO  WS-NEXT-STEP
            END-IF
        END-PERFORM.
*
GA-EXIT.
*
        EXIT.
*
H-PRINT-RUN-HEADING SECTION.
**********************************************************************
*
*       Print the run type, deck and deck run, and who started the
*       run, when, and where it stands.
*
**********************************************************************
H-START.
*
        MOVE   "H: ERROR READING DECK_RUNS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT TO_CHAR(DRUN_STARTED,'DD-MON-YYYY:HH24:MI'),
                   NVL(TO_CHAR(DRUN_ENDED,'DD-MON-YYYY:HH24:MI'),' '),
                   NVL(DRUN_USER,' '),
                   DECODE(DRUN_STATUS,'R','RUNNING',
                                      'F','FAILED',
                                      'C','COMPLETE',
                                          DRUN_STATUS)
              INTO :WS-RUN-STARTED,
                   :WS-RUN-ENDED,
                   :WS-RUN-USER,
                   :WS-RUN-STATUS
              FROM DECK_RUNS
             WHERE DRUN_ID = :WS-DECK-RUN-ID
        END-EXEC.
*
	MOVE WS-RUN-TYPE-PARM TO WS-DR-H3-RUN-TYPE.
	MOVE WS-DECK-NAME     TO WS-DR-H3-DECK.
	MOVE WS-DECK-RUN-ID   TO WS-DR-H3-RUN-ID.
	MOVE WS-DR-HEAD-3     TO DECK-RECORD.
	WRITE DECK-RECORD AFTER 2.
	MOVE WS-RUN-STARTED   TO WS-DR-H4-STARTED.
	MOVE WS-RUN-USER      TO WS-DR-H4-USER.
	MOVE WS-RUN-ENDED     TO WS-DR-H4-ENDED.
	MOVE WS-RUN-STATUS    TO WS-DR-H4-STATUS.
	MOVE WS-DR-HEAD-4     TO DECK-RECORD.
	WRITE DECK-RECORD.
	IF WS-STEP-NAME NOT = SPACES
	AND WS-RUN-TYPE-PARM NOT = 'P'
	THEN
	  MOVE SPACES TO DECK-RECORD
	  STRING ' STEP : '     DELIMITED BY SIZE
	         WS-STEP-NAME   DELIMITED BY SIZE
	    INTO DECK-RECORD
	  WRITE DECK-RECORD
	END-IF.
*
H-EXIT.
*
        EXIT.
*
Y-FIND-OPEN-RUN SECTION.
**********************************************************************
*
*       Find the deck's unfinished run, running or failed.
*
**********************************************************************
Y-START.
*
        MOVE   "Y: ERROR FINDING OPEN DECK RUN"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(DRUN_ID),0)
              INTO :WS-DECK-RUN-ID
              FROM DECK_RUNS
             WHERE DRUN_DECK_NAME = :WS-DECK-NAME
               AND DRUN_STATUS IN ('R','F')
        END-EXEC.
*
        IF  WS-DECK-RUN-ID = ZERO
            MOVE 'NO UNFINISHED RUN OF THE DECK - BEGIN ONE (RUN TYPE B)'
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
Y-EXIT.
*
        EXIT.
*
YA-FIND-STEP SECTION.
**********************************************************************
*
*       Find the named step in the run's ledger.
*
**********************************************************************
YA-START.
*
        MOVE   "YA: ERROR READING DECK_STEP_LEDGER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(DSL_SEQ),0),
                   NVL(MAX(DSL_STATUS),' ')
              INTO :WS-STEP-SEQ,
                   :WS-STEP-STATUS
              FROM DECK_STEP_LEDGER
             WHERE DSL_DRUN_ID   = :WS-DECK-RUN-ID
               AND DSL_STEP_NAME = :WS-STEP-NAME
        END-EXEC.
*
        IF  WS-STEP-STATUS = SPACES
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'STEP '                     DELIMITED BY SIZE
                   WS-STEP-NAME                DELIMITED BY SPACE
                   ' IS NOT A STEP OF THIS DECK'
                                               DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
YA-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Commit and say goodbye.
*
**********************************************************************
D-START.
*
        CLOSE   DECK-REP.
*
	IF WS-RUN-TYPE-PARM = 'R'
	THEN
	  CLOSE RESUME-FILE
	END-IF.
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
        DISPLAY "SSP989 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "SSP989 ERROR".
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
