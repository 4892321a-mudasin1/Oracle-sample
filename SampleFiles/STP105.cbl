IDENTIFICATION DIVISION.
PROGRAM-ID.   STP105.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	RESULTS ENQUIRY AND APPEAL HOLD EXTRACT AND AGEING REPORT
*
********************************************************************************
*
*       STP105 - Companion to STP070 and STP292.  A results enquiry
*		or appeal used to be protected only by ST_RECON_IND,
*		and a certificate printed while the case was open
*		had to be put right afterwards by STP077.  Cases are
*		now held on the RESULT_APPEALS table, maintained
*		through the STP292 dialogue:
*
*		  RAP_CASE_ID       case number
*		  RAP_REG_NO        student
*		  RAP_CENTRE_ID     centre, RAP_AWARD_CODE and
*				    RAP_COURSE_ID qualification, as
*				    held when the case was opened
*		  RAP_CASE_TYPE     'E' results enquiry, 'A' appeal
*		  RAP_RAISED_BY     'L' learner, 'C' centre
*		  RAP_REFERENCE     the enquiry or appeal reference
*		  RAP_STATUS        'O' open, 'C' closed
*		  RAP_OPENED        date opened
*		  RAP_OLD_GRADE     grade held when opened
*		  RAP_OUTCOME       'U' upheld, 'R' raised, 'L'
*				    lowered (closed cases)
*		  RAP_NEW_GRADE     grade awarded on a changed
*				    outcome
*		  RAP_CLOSED        date closed
*
*		Every open case is listed by centre and qualification
*		with its age in days and age band, with a subtotal
*		per centre and totals per age band.
*
*		Run types:
*		  'X' - list the open cases and write the students to
*			the APPEALEXT extract, which STP070 loads at
*			the start of an awards run (as it loads the
*			EMBARGOEXT embargoes) and defers every listed
*			student while the case is open.  Run in the
*			awards run deck immediately ahead of STP070;
*		  'R' - the list only: the weekly ageing report.
*
*		Closing a case upheld drops the student from the
*		next extract, so the next awards run picks them up
*		with no data fix.  A case closed with the grade
*		raised or lowered stays on the extract (marked '*'
*		on the report and counted as awaiting its new grade)
*		until NVL(ST_BNM_GRADE,ST_OVER_GRADE) equals
*		RAP_NEW_GRADE, so the old grade is never printed.
*		The extract opens with a header record and closes
*		with a trailer ('*HDR'/'*TRL': file, program,
*		generated timestamp, run date and, on the trailer,
*		the record count).  STP070 refuses an appeal
*		extract that is missing, stale or incomplete.
*
* 15-Oct-2026	PJW	EC5264 : Program written.
* 15-Oct-2026	PJW	EC5280 : Keep holding a case closed with a
*			changed grade until the new grade is loaded.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  APP-REP     ASSIGN STP105TOT.
    SELECT  APP-EXTRACT ASSIGN APPEALEXT.
*
DATA DIVISION.
FILE SECTION.
*
FD  APP-REP
    LABEL RECORDS STANDARD.
01  APP-RECORD                    PIC X(132).
*
FD  APP-EXTRACT
    LABEL RECORDS STANDARD.
01  APP-EXTRACT-RECORD.
    03  APPX-REG-NO               PIC X(07).
    03  FILLER                    PIC X(01).
    03  APPX-CASE-ID              PIC 9(09).
    03  FILLER                    PIC X(01).
    03  APPX-OPENED               PIC X(11).
01  APP-EXTRACT-CONTROL           PIC X(65).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-CASE-DETAILS.
    03  DS02-CASE-ID               PIC S9(09) COMP OCCURS 200.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-AWARD-CODE            PIC  X(02) OCCURS 200.
    03  DS02-COURSE-ID             PIC  X(08) OCCURS 200.
    03  DS02-CASE-TYPE             PIC  X(01) OCCURS 200.
    03  DS02-RAISED-BY             PIC  X(01) OCCURS 200.
    03  DS02-REFERENCE             PIC  X(20) OCCURS 200.
    03  DS02-STATUS                PIC  X(01) OCCURS 200.
    03  DS02-OPENED                PIC  X(11) OCCURS 200.
    03  DS02-AGE                   PIC S9(09) COMP OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
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
    03  WS01-OPEN-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-AWAITING-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-1-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-2-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-3-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-4-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  EXTRACT-MODE				VALUE 'X'.
01  WS-LAST-CENTRE		   PIC  X(06) VALUE SPACES.
*
* Control record written as the first (header) and last (trailer)
* record of the APPEALEXT file, so STP070 can tell a complete,
* current extract from a stale, truncated or missing one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'APPEALEXT'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP105'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-APPEAL-REPORT.
    03 WS-AR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-AR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP105'.
    03 WS-AR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(46) VALUE
	  'OPEN RESULTS ENQUIRIES AND APPEALS - BY AGE'.
    03 WS-AR-HEAD-3.
	05 FILLER		PIC X(11) VALUE 'RUN TYPE : '.
	05 WS-AR-H3-RUN-TYPE	PIC X(01).
    03 WS-AR-COL-HEAD.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(8)  VALUE 'CENTRE'.
	05 FILLER		PIC X(7)  VALUE 'AWARD'.
	05 FILLER		PIC X(10) VALUE 'COURSE'.
	05 FILLER		PIC X(9)  VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'CASE NO'.
	05 FILLER		PIC X(6)  VALUE 'TYPE'.
	05 FILLER		PIC X(5)  VALUE 'BY'.
	05 FILLER		PIC X(13) VALUE 'OPENED'.
	05 FILLER		PIC X(6)  VALUE 'DAYS'.
	05 FILLER		PIC X(9)  VALUE 'BAND'.
	05 FILLER		PIC X(20) VALUE 'REFERENCE'.
    03 WS-AR-DETAIL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-AR-D-CENTRE	PIC X(6).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-AWARD	PIC X(2).
	05 FILLER		PIC X(5)  VALUE SPACES.
	05 WS-AR-D-COURSE	PIC X(8).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-REG-NO	PIC X(7).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-CASE-ID	PIC Z(8)9.
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-TYPE		PIC X(4).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-RAISED-BY	PIC X(3).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-OPENED	PIC X(11).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-AGE		PIC ZZZ9.
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-BAND		PIC X(7).
	05 FILLER		PIC X(2)  VALUE SPACES.
	05 WS-AR-D-REFERENCE	PIC X(20).
    03 WS-AR-CENTRE-TOTAL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(19) VALUE 'OPEN CASES, CENTRE '.
	05 WS-AR-CT-CENTRE	PIC X(6).
	05 FILLER		PIC X(9)  VALUE ':'.
	05 WS-AR-CT-COUNT	PIC Z(7)9.
    03 WS-AR-TOTAL-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 WS-AR-T-DESC		PIC X(34).
	05 WS-AR-T-COUNT	PIC Z(7)9.
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
        PERFORM B-PROCESS-CASES.

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
        OPEN    OUTPUT  APP-REP.
*
	IF WS-RUN-TYPE-PARM NOT = 'X' AND 'R'
	THEN
	  MOVE "INVALID RUN TYPE - NOT X OR R"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF EXTRACT-MODE
	THEN
	  OPEN OUTPUT APP-EXTRACT
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
            SELECT TO_CHAR(SYSDATE,'DD-MON-YYYY'),
                   TO_CHAR(SYSDATE,'DD-MON-YYYY:HH24:MI:SS')
              INTO WS-RUN-DATE,
                   :WS-GENERATED
              FROM DUAL
	END-EXEC.
*
	IF EXTRACT-MODE
	THEN
	  MOVE '*HDR'          TO WS-CTL-TYPE
	  MOVE WS-GENERATED    TO WS-CTL-GENERATED
	  MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE
	  MOVE ZERO            TO WS-CTL-RECORD-COUNT
	  WRITE APP-EXTRACT-CONTROL FROM WS-CONTROL-RECORD
	END-IF.
*
	MOVE WS-RUN-DATE TO WS-AR-H1-RUN-DATE.
	MOVE WS-AR-HEAD-1 TO APP-RECORD.
	WRITE APP-RECORD AFTER PAGE.
	MOVE WS-AR-HEAD-2 TO APP-RECORD.
	WRITE APP-RECORD AFTER 2.
	MOVE WS-RUN-TYPE-PARM TO WS-AR-H3-RUN-TYPE.
	MOVE WS-AR-HEAD-3 TO APP-RECORD.
	WRITE APP-RECORD AFTER 2.
	MOVE WS-AR-COL-HEAD TO APP-RECORD.
	WRITE APP-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-CASES SECTION.
**********************************************************************
*
*       List every open case by centre and qualification, oldest
*       first, and in extract mode write each to the extract.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_CASES CURSOR FOR
            SELECT  RAP_CASE_ID,
                    RAP_REG_NO,
                    NVL(RAP_CENTRE_ID,' '),
                    NVL(RAP_AWARD_CODE,' '),
                    NVL(TO_CHAR(RAP_COURSE_ID),' '),
                    NVL(RAP_CASE_TYPE,' '),
                    NVL(RAP_RAISED_BY,' '),
                    NVL(RAP_REFERENCE,' '),
                    RAP_STATUS,
                    TO_CHAR(RAP_OPENED,'DD-MON-YYYY'),
                    TRUNC(SYSDATE) - TRUNC(RAP_OPENED)
              FROM  RESULT_APPEALS
             WHERE  RAP_STATUS = 'O'
                OR  (RAP_STATUS = 'C'
               AND   RAP_OUTCOME IN ('R','L')
               AND   NOT EXISTS
                     (SELECT NULL
                        FROM STUDENTS
                       WHERE ST_REG_NO = RAP_REG_NO
                         AND NVL(ST_BNM_GRADE,ST_OVER_GRADE)
                                       = RAP_NEW_GRADE))
             ORDER BY RAP_CENTRE_ID, RAP_AWARD_CODE, RAP_COURSE_ID,
                      RAP_OPENED, RAP_CASE_ID
        END-EXEC.
*
        MOVE   "B: ERROR OPENING CASES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_CASES
        END-EXEC.
*
        PERFORM BA-FETCH-CASES
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING CASES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_CASES
        END-EXEC.
*
        IF  WS-LAST-CENTRE NOT = SPACES
            PERFORM BB-CENTRE-TOTAL
        END-IF.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-CASES SECTION.
**********************************************************************
*
*       Get a set of open cases, report them by age band with a
*       subtotal at each change of centre, and write them to the
*       extract in extract mode.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING CASES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_CASES
             INTO  :DS02-CASE-ID,
                   :DS02-REG-NO,
                   :DS02-CENTRE-ID,
                   :DS02-AWARD-CODE,
                   :DS02-COURSE-ID,
                   :DS02-CASE-TYPE,
                   :DS02-RAISED-BY,
                   :DS02-REFERENCE,
                   :DS02-STATUS,
                   :DS02-OPENED,
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
                PERFORM BB-CENTRE-TOTAL
            END-IF
            MOVE    DS02-CENTRE-ID(WS01-INDEX)     TO  WS-LAST-CENTRE

            MOVE    DS02-CENTRE-ID(WS01-INDEX)     TO  WS-AR-D-CENTRE
            MOVE    DS02-AWARD-CODE(WS01-INDEX)    TO  WS-AR-D-AWARD
            MOVE    DS02-COURSE-ID(WS01-INDEX)     TO  WS-AR-D-COURSE
            MOVE    DS02-REG-NO(WS01-INDEX)        TO  WS-AR-D-REG-NO
            MOVE    DS02-CASE-ID(WS01-INDEX)       TO  WS-AR-D-CASE-ID
            MOVE    DS02-OPENED(WS01-INDEX)        TO  WS-AR-D-OPENED
            MOVE    DS02-AGE(WS01-INDEX)           TO  WS-AR-D-AGE
            MOVE    DS02-REFERENCE(WS01-INDEX)     TO  WS-AR-D-REFERENCE

            EVALUATE DS02-CASE-TYPE(WS01-INDEX)
              WHEN 'E'   MOVE 'ENQ'                TO  WS-AR-D-TYPE
              WHEN 'A'   MOVE 'APP'                TO  WS-AR-D-TYPE
              WHEN OTHER MOVE DS02-CASE-TYPE(WS01-INDEX)
                                                   TO  WS-AR-D-TYPE
            END-EVALUATE

            IF  DS02-STATUS(WS01-INDEX) = 'C'
                MOVE '*'                           TO  WS-AR-D-TYPE(4:1)
                ADD  1                             TO  WS01-AWAITING-COUNT
            END-IF

            EVALUATE DS02-RAISED-BY(WS01-INDEX)
              WHEN 'L'   MOVE 'LRN'                TO  WS-AR-D-RAISED-BY
              WHEN 'C'   MOVE 'CEN'                TO  WS-AR-D-RAISED-BY
              WHEN OTHER MOVE DS02-RAISED-BY(WS01-INDEX)
                                                   TO  WS-AR-D-RAISED-BY
            END-EVALUATE

            EVALUATE TRUE
              WHEN DS02-AGE(WS01-INDEX) < 8
                MOVE '0-7'                         TO  WS-AR-D-BAND
                ADD  1                             TO  WS01-BAND-1-COUNT
              WHEN DS02-AGE(WS01-INDEX) < 15
                MOVE '8-14'                        TO  WS-AR-D-BAND
                ADD  1                             TO  WS01-BAND-2-COUNT
              WHEN DS02-AGE(WS01-INDEX) < 29
                MOVE '15-28'                       TO  WS-AR-D-BAND
                ADD  1                             TO  WS01-BAND-3-COUNT
              WHEN OTHER
                MOVE 'OVER 28'                     TO  WS-AR-D-BAND
                ADD  1                             TO  WS01-BAND-4-COUNT
            END-EVALUATE

            MOVE    WS-AR-DETAIL                   TO  APP-RECORD
            WRITE   APP-RECORD

            IF  EXTRACT-MODE THEN
                MOVE SPACES                        TO  APP-EXTRACT-RECORD
                MOVE DS02-REG-NO(WS01-INDEX)       TO  APPX-REG-NO
                MOVE DS02-CASE-ID(WS01-INDEX)      TO  APPX-CASE-ID
                MOVE DS02-OPENED(WS01-INDEX)       TO  APPX-OPENED
                WRITE APP-EXTRACT-RECORD
            END-IF

            ADD  1                                 TO  WS01-OPEN-COUNT
            ADD  1                                 TO  WS01-CENTRE-COUNT
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-CENTRE-TOTAL SECTION.
**********************************************************************
*
*       Subtotal the open cases of the centre just finished.
*
**********************************************************************
BB-START.
*
	MOVE WS-LAST-CENTRE TO WS-AR-CT-CENTRE.
	MOVE WS01-CENTRE-COUNT TO WS-AR-CT-COUNT.
	MOVE WS-AR-CENTRE-TOTAL TO APP-RECORD.
	WRITE APP-RECORD AFTER 2.
	MOVE SPACES TO APP-RECORD.
	WRITE APP-RECORD.
	MOVE ZERO TO WS01-CENTRE-COUNT.
*
BB-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the totals by age band and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE 'OPEN CASES:'              TO WS-AR-T-DESC.
	MOVE WS01-OPEN-COUNT            TO WS-AR-T-COUNT.
	MOVE WS-AR-TOTAL-LINE           TO APP-RECORD.
	WRITE APP-RECORD AFTER 2.
	MOVE '  OPEN 0-7 DAYS:'         TO WS-AR-T-DESC.
	MOVE WS01-BAND-1-COUNT          TO WS-AR-T-COUNT.
	MOVE WS-AR-TOTAL-LINE           TO APP-RECORD.
	WRITE APP-RECORD.
	MOVE '  OPEN 8-14 DAYS:'        TO WS-AR-T-DESC.
	MOVE WS01-BAND-2-COUNT          TO WS-AR-T-COUNT.
	MOVE WS-AR-TOTAL-LINE           TO APP-RECORD.
	WRITE APP-RECORD.
	MOVE '  OPEN 15-28 DAYS:'       TO WS-AR-T-DESC.
	MOVE WS01-BAND-3-COUNT          TO WS-AR-T-COUNT.
	MOVE WS-AR-TOTAL-LINE           TO APP-RECORD.
	WRITE APP-RECORD.
	MOVE '  OPEN OVER 28 DAYS:'     TO WS-AR-T-DESC.
	MOVE WS01-BAND-4-COUNT          TO WS-AR-T-COUNT.
	MOVE WS-AR-TOTAL-LINE           TO APP-RECORD.
	WRITE APP-RECORD.
	MOVE '* CLOSED, AWAITING NEW GRADE:' TO WS-AR-T-DESC.
	MOVE WS01-AWAITING-COUNT        TO WS-AR-T-COUNT.
	MOVE WS-AR-TOTAL-LINE           TO APP-RECORD.
	WRITE APP-RECORD.
*
        CLOSE   APP-REP.
*
	IF EXTRACT-MODE
	THEN
	  MOVE '*TRL'            TO WS-CTL-TYPE
	  MOVE WS01-OPEN-COUNT   TO WS-CTL-RECORD-COUNT
	  WRITE APP-EXTRACT-CONTROL FROM WS-CONTROL-RECORD
	  CLOSE APP-EXTRACT
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
        DISPLAY "STP105 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP105 ERROR".
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
