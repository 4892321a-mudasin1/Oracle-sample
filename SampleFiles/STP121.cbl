IDENTIFICATION DIVISION.
PROGRAM-ID.   STP121.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CERTIFICATE NUMBER STREAMS - WEEKLY HEADROOM FORECAST
*
********************************************************************************
*
*       STP121 - Weekly report on every certificate number stream
*		STP070 allocates from, so a stream is extended with
*		STP120 before it runs out rather than after STP070
*		has overrun its ceiling.  For each stream it shows
*		the range held on CERT_NO_STREAMS, the next number
*		in CONTROL_VALUES and the numbers left, and projects
*		from the RUN_DETAILS usage history how many runs
*		(and weeks) the stream has left.
*
*		STP070 writes a RUN_DETAILS row for each award code
*		on each run, named from the file prefix, the award
*		code, the run type, '.', the format and the batch,
*		with the comment 'NUMBER OF AWARDS ISSUED (docref)
*		= n'.  The usage of a stream is taken from the rows
*		of run type 'P' over the history period (reprint
*		rows are left out): the runs are the
*		distinct run dates, the numbers used the sum of n.
*		Numbers left times runs over numbers used gives the
*		runs left; the weeks left likewise.
*
*		Parameters (both optional):
*		  1 - weeks of usage history (default 26);
*		  2 - flag a stream with fewer runs left than
*		      this (default 10).
*
*		Flagged for action, and counted:
*		  - a stream under the runs-left threshold;
*		  - a stream at or beyond its range end;
*		  - a CONTROL_VALUES stream not registered on
*		    CERT_NO_STREAMS (its range is not known);
*		  - an open stream with no CONTROL_VALUES row, which
*		    STP070 rejects with reason 24.
*		A stream with no use in the period is noted but not
*		counted.
*
* 15-Oct-2026	PJW	EC5279 : Program written.
* 15-Oct-2026	PJW	EC5280 : Usage taken from run type 'P' rows only.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  HEADROOM-REP    ASSIGN STP121TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  HEADROOM-REP
    LABEL RECORDS STANDARD.
01  HEADROOM-RECORD               PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-STREAM-DETAILS.
    03  DS02-AWARD-CODE            PIC  X(02) OCCURS 200.
    03  DS02-STREAM-IND            PIC  X(01) OCCURS 200.
    03  DS02-RANGE-START           PIC S9(09) COMP OCCURS 200.
    03  DS02-RANGE-END             PIC S9(09) COMP OCCURS 200.
    03  DS02-NEXT-VALUE            PIC S9(09) COMP OCCURS 200.
    03  DS02-RUNS                  PIC S9(09) COMP OCCURS 200.
    03  DS02-ISSUED                PIC S9(09) COMP OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-WEEKS-BACK		  PIC S9(04) COMP.
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
    03  WS01-ACTION-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-UNUSED-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-WEEKS-PARM		   PIC  X(03).
01  WS-WEEKS-PARM-NUM REDEFINES WS-WEEKS-PARM
				   PIC  9(03).
01  WS-THRESHOLD-PARM		   PIC  X(03).
01  WS-THRESHOLD-PARM-NUM REDEFINES WS-THRESHOLD-PARM
				   PIC  9(03).
01  WS-THRESHOLD		   PIC S9(04) COMP.
01  WS-HEADROOM			   PIC S9(09) COMP.
01  WS-AVG-PER-RUN		   PIC S9(09) COMP.
01  WS-RUNS-LEFT		   PIC S9(09) COMP.
01  WS-WEEKS-LEFT		   PIC S9(09) COMP.
*
01  WS-HEADROOM-REPORT.
    03 WS-HR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-HR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP121'.
    03 WS-HR-HEAD-2.
	05 FILLER		PIC X(25) VALUE SPACES.
	05 FILLER		PIC X(60) VALUE
	  'CERTIFICATE NUMBER STREAMS - HEADROOM FORECAST'.
    03 WS-HR-HEAD-3.
	05 FILLER		PIC X(23) VALUE 'USAGE HISTORY (WEEKS): '.
	05 WS-HR-H3-WEEKS	PIC ZZ9.
	05 FILLER		PIC X(06) VALUE SPACES.
	05 FILLER		PIC X(24) VALUE 'FLAG UNDER (RUNS LEFT): '.
	05 WS-HR-H3-THRESHOLD	PIC ZZ9.
    03 WS-HR-COL-HEAD-1.
	05 FILLER		PIC X(05) VALUE SPACES.
	05 FILLER		PIC X(22) VALUE '      RANGE'.
	05 FILLER		PIC X(11) VALUE '     NEXT'.
	05 FILLER		PIC X(12) VALUE '   NUMBERS'.
	05 FILLER		PIC X(08) VALUE '  RUNS'.
	05 FILLER		PIC X(11) VALUE '  NUMBERS'.
	05 FILLER		PIC X(09) VALUE '    AVG'.
	05 FILLER		PIC X(09) VALUE '   RUNS'.
	05 FILLER		PIC X(09) VALUE '  WEEKS'.
    03 WS-HR-COL-HEAD-2.
	05 FILLER		PIC X(05) VALUE 'AC'.
	05 FILLER		PIC X(11) VALUE '    START'.
	05 FILLER		PIC X(11) VALUE '      END'.
	05 FILLER		PIC X(11) VALUE '   NUMBER'.
	05 FILLER		PIC X(12) VALUE '      LEFT'.
	05 FILLER		PIC X(08) VALUE '  USED'.
	05 FILLER		PIC X(11) VALUE '     USED'.
	05 FILLER		PIC X(09) VALUE 'PER RUN'.
	05 FILLER		PIC X(09) VALUE '   LEFT'.
	05 FILLER		PIC X(09) VALUE '   LEFT'.
	05 FILLER		PIC X(07) VALUE 'ACTION'.
    03 WS-HR-DETAIL-LINE.
	05 WS-HR-D-AWARD-CODE	PIC X(02).
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-HR-D-START	PIC Z(8)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-END		PIC Z(8)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-NEXT		PIC Z(8)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-LEFT		PIC -(9)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-RUNS		PIC Z(5)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-ISSUED	PIC Z(8)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-AVG		PIC Z(6)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-RUNS-LEFT	PIC Z(6)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-WEEKS-LEFT	PIC Z(6)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-HR-D-ACTION	PIC X(34).
    03 WS-HR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-HR-T-DESC		PIC X(40).
	05 WS-HR-T-COUNT	PIC Z(7)9.
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
        PERFORM B-REPORT-STREAMS.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the parameters, open the report, log on to Oracle and
*       print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-WEEKS-PARM.
    	ACCEPT WS-THRESHOLD-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-WEEKS-PARM.
        DISPLAY WS-THRESHOLD-PARM.
*
        IF  WS-WEEKS-PARM = SPACES
        OR  WS-WEEKS-PARM NOT NUMERIC
        OR  WS-WEEKS-PARM-NUM = ZERO
            MOVE 26                TO  WS-WEEKS-BACK
        ELSE
            MOVE WS-WEEKS-PARM-NUM TO  WS-WEEKS-BACK
        END-IF.
*
        IF  WS-THRESHOLD-PARM = SPACES
        OR  WS-THRESHOLD-PARM NOT NUMERIC
            MOVE 10                TO  WS-THRESHOLD
        ELSE
            MOVE WS-THRESHOLD-PARM-NUM
                                   TO  WS-THRESHOLD
        END-IF.
*
        OPEN    OUTPUT  HEADROOM-REP.
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
              INTO :WS-RUN-DATE
              FROM DUAL
	END-EXEC.
*
	MOVE WS-RUN-DATE TO WS-HR-H1-RUN-DATE.
	MOVE WS-HR-HEAD-1 TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD AFTER PAGE.
	MOVE WS-HR-HEAD-2 TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD AFTER 2.
	MOVE WS-WEEKS-BACK TO WS-HR-H3-WEEKS.
	MOVE WS-THRESHOLD TO WS-HR-H3-THRESHOLD.
	MOVE WS-HR-HEAD-3 TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD AFTER 2.
	MOVE WS-HR-COL-HEAD-1 TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD AFTER 2.
	MOVE WS-HR-COL-HEAD-2 TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD.
*
A-EXIT.
*
        EXIT.
*
B-REPORT-STREAMS SECTION.
**********************************************************************
*
*       Every certificate stream: the CONTROL_VALUES streams with
*       their open CERT_NO_STREAMS range ('R' registered, 'U' not),
*       plus open streams with no CONTROL_VALUES row ('M'), each
*       with its runs and numbers used over the history period.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_STREAMS CURSOR FOR
            SELECT  S.AWARD_CODE,
                    S.STREAM_IND,
                    S.RANGE_START,
                    S.RANGE_END,
                    S.NEXT_VALUE,
                    NVL(U.RUNS,0),
                    NVL(U.ISSUED,0)
              FROM  (SELECT SUBSTR(CV_TYPE,9,2)  AWARD_CODE,
                            DECODE(CNST_AWARD_CODE,NULL,'U','R')
                                                 STREAM_IND,
                            NVL(CNST_RANGE_START,0)
                                                 RANGE_START,
                            NVL(CNST_RANGE_END,0)
                                                 RANGE_END,
                            CV_NEXT_VALUE        NEXT_VALUE
                       FROM CONTROL_VALUES,
                            CERT_NO_STREAMS
                      WHERE CV_TYPE LIKE 'CERT_NO%'
                        AND CNST_CV_TYPE(+) = CV_TYPE
                        AND CNST_STATUS(+)  = 'O'
                     UNION ALL
                     SELECT CNST_AWARD_CODE,
                            'M',
                            CNST_RANGE_START,
                            CNST_RANGE_END,
                            0
                       FROM CERT_NO_STREAMS
                      WHERE CNST_STATUS = 'O'
                        AND NOT EXISTS
                            (SELECT 1
                               FROM CONTROL_VALUES
                              WHERE CV_TYPE = CNST_CV_TYPE)) S,
                    (SELECT SUBSTR(RD_NAME,INSTR(RD_NAME,'.') - 3,2)
                                                 AWARD_CODE,
                            COUNT(DISTINCT RD_DATE)
                                                 RUNS,
                            SUM(NVL(TO_NUMBER(LTRIM(SUBSTR(RD_COMMENT,
                                INSTR(RD_COMMENT,'=') + 1))),0))
                                                 ISSUED
                       FROM RUN_DETAILS
                      WHERE RD_COMMENT LIKE 'NUMBER OF AWARDS ISSUED (%'
                        AND SUBSTR(RD_NAME,INSTR(RD_NAME,'.') - 1,1)
                                                 = 'P'
                        AND RD_DATE >= TRUNC(SYSDATE) -
                                       (7 * :WS-WEEKS-BACK)
                      GROUP BY SUBSTR(RD_NAME,INSTR(RD_NAME,'.') - 3,2))
                    U
             WHERE  U.AWARD_CODE(+) = S.AWARD_CODE
             ORDER BY S.AWARD_CODE
        END-EXEC.
*
        MOVE   "B: ERROR OPENING STREAMS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_STREAMS
        END-EXEC.
*
        PERFORM BA-FETCH-STREAMS
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING STREAMS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_STREAMS
        END-EXEC.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-STREAMS SECTION.
**********************************************************************
*
*       Get a set of streams and print them.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING STREAMS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_STREAMS
             INTO  :DS02-AWARD-CODE,
                   :DS02-STREAM-IND,
                   :DS02-RANGE-START,
                   :DS02-RANGE-END,
                   :DS02-NEXT-VALUE,
                   :DS02-RUNS,
                   :DS02-ISSUED
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

            PERFORM BB-PRINT-STREAM
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-PRINT-STREAM SECTION.
**********************************************************************
*
*       Work out the numbers left and the runs and weeks they will
*       last at the rate used over the period, decide whether the
*       stream needs action and print it.
*
**********************************************************************
BB-START.
*
        MOVE    SPACES             TO  WS-HR-D-ACTION.
        MOVE    ZERO               TO  WS-HEADROOM
                                       WS-AVG-PER-RUN
                                       WS-RUNS-LEFT
                                       WS-WEEKS-LEFT.

        MOVE DS02-AWARD-CODE(WS01-INDEX)  TO  WS-HR-D-AWARD-CODE.
        MOVE DS02-RANGE-START(WS01-INDEX) TO  WS-HR-D-START.
        MOVE DS02-RANGE-END(WS01-INDEX)   TO  WS-HR-D-END.
        MOVE DS02-NEXT-VALUE(WS01-INDEX)  TO  WS-HR-D-NEXT.
        MOVE DS02-RUNS(WS01-INDEX)        TO  WS-HR-D-RUNS.
        MOVE DS02-ISSUED(WS01-INDEX)      TO  WS-HR-D-ISSUED.

        IF  DS02-STREAM-IND(WS01-INDEX) = 'R'
            COMPUTE WS-HEADROOM = DS02-RANGE-END(WS01-INDEX)
                                - DS02-NEXT-VALUE(WS01-INDEX) + 1
        END-IF.

        IF  DS02-ISSUED(WS01-INDEX) > ZERO
            COMPUTE WS-AVG-PER-RUN ROUNDED
                  = DS02-ISSUED(WS01-INDEX) / DS02-RUNS(WS01-INDEX)
            IF  WS-HEADROOM > ZERO
                COMPUTE WS-RUNS-LEFT
                      = WS-HEADROOM * DS02-RUNS(WS01-INDEX)
                                    / DS02-ISSUED(WS01-INDEX)
                COMPUTE WS-WEEKS-LEFT
                      = WS-HEADROOM * WS-WEEKS-BACK
                                    / DS02-ISSUED(WS01-INDEX)
            END-IF
        END-IF.

        MOVE WS-HEADROOM           TO  WS-HR-D-LEFT.
        MOVE WS-AVG-PER-RUN        TO  WS-HR-D-AVG.
        MOVE WS-RUNS-LEFT          TO  WS-HR-D-RUNS-LEFT.
        MOVE WS-WEEKS-LEFT         TO  WS-HR-D-WEEKS-LEFT.

        EVALUATE TRUE
          WHEN DS02-STREAM-IND(WS01-INDEX) = 'U'
            MOVE '*** NOT REGISTERED - USE STP120'
                                   TO  WS-HR-D-ACTION
            ADD  1                 TO  WS01-ACTION-COUNT
          WHEN DS02-STREAM-IND(WS01-INDEX) = 'M'
            MOVE '*** NO CONTROL_VALUES ROW'
                                   TO  WS-HR-D-ACTION
            ADD  1                 TO  WS01-ACTION-COUNT
          WHEN WS-HEADROOM NOT > ZERO
            MOVE '*** EXHAUSTED - EXTEND NOW'
                                   TO  WS-HR-D-ACTION
            ADD  1                 TO  WS01-ACTION-COUNT
          WHEN DS02-ISSUED(WS01-INDEX) = ZERO
            MOVE 'NO USE IN PERIOD'
                                   TO  WS-HR-D-ACTION
            ADD  1                 TO  WS01-UNUSED-COUNT
          WHEN WS-RUNS-LEFT < WS-THRESHOLD
            MOVE '*** EXTEND - FEW RUNS LEFT'
                                   TO  WS-HR-D-ACTION
            ADD  1                 TO  WS01-ACTION-COUNT
        END-EVALUATE.

        MOVE WS-HR-DETAIL-LINE     TO  HEADROOM-RECORD.
        WRITE HEADROOM-RECORD.
*
BB-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Print the totals, commit and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE 'STREAMS REPORTED:'         TO WS-HR-T-DESC.
	MOVE WS01-ROWS-TOTAL             TO WS-HR-T-COUNT.
	MOVE WS-HR-TOTAL-LINE            TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD AFTER 3.
	MOVE 'STREAMS WITH NO USE IN PERIOD:'
					 TO WS-HR-T-DESC.
	MOVE WS01-UNUSED-COUNT           TO WS-HR-T-COUNT.
	MOVE WS-HR-TOTAL-LINE            TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD.
	MOVE 'STREAMS NEEDING ACTION:'   TO WS-HR-T-DESC.
	MOVE WS01-ACTION-COUNT           TO WS-HR-T-COUNT.
	MOVE WS-HR-TOTAL-LINE            TO HEADROOM-RECORD.
	WRITE HEADROOM-RECORD.
*
        CLOSE   HEADROOM-REP.
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
        DISPLAY "STP121 - STREAMS NEEDING ACTION ",
                WS01-ACTION-COUNT WITH CONVERSION.
        DISPLAY "STP121 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP121 ERROR".
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
