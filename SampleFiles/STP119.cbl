IDENTIFICATION DIVISION.
PROGRAM-ID.   STP119.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	WORKING-DAY CALENDAR - ANNUAL LOAD AND MAINTENANCE
*
********************************************************************************
*
*       STP119 - Every ageing and service-level figure (STP097's
*		reprint promise, STP083's despatch ageing, STP295's
*		block age and STP071's warning window) is measured
*		in working days from the WORKING_CALENDAR table, so
*		Christmas and Easter no longer age everything.  This
*		program keeps that table:
*
*		  WCAL_REGION        'E' England and Wales,
*				     'S' Scotland,
*				     'N' Northern Ireland
*		  WCAL_DATE          one row per region per day
*		  WCAL_WORKING_IND   'Y' business day, 'N' not
*		  WCAL_DAY_TYPE      'W' working day, 'S' weekend,
*				     'B' bank holiday or closure
*		  WCAL_DESCRIPTION   holiday name (type 'B' only)
*		  WCAL_AMENDED_DATE
*
*		A working-day age is the number of working days
*		after the start date up to and including the end
*		date, so an item is 0 days old on the day it
*		arrives and a Friday item is 1 day old on Monday.
*
*		Run types:
*		  'L' - annual load.  Second parameter: the year
*			(YYYY).  Every day of the year is written
*			for each region, Saturdays and Sundays as
*			weekends, then the bank holidays file
*			(BANKHOLS: region (E, S, N or A for all
*			three), date YYYYMMDD, holiday name (30),
*			space separated) is applied.  A year already
*			on the calendar is refused - amend it with
*			run type 'M'.
*		  'M' - maintenance.  The amendments file
*			(CALAMEND: action, region, date, name, space
*			separated) is applied: action 'A' makes a
*			working day a bank holiday or closure day
*			(substitute days, extra holidays), action
*			'D' restores a bank holiday to a working
*			day.  Weekends cannot be amended.
*
*		Third parameter 'U' commits the changes; anything
*		else rolls them back after reporting, for a trial
*		pass.  Rows that cannot be applied are listed with
*		the reason.  Both run types finish with each
*		region's coverage, flagging a region whose calendar
*		runs out within 90 days.
*
*		Entries in either file starting '*' are comments.
*
* 15-Oct-2026	PJW	EC5278 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  OPTIONAL HOLIDAYS-IN   ASSIGN BANKHOLS.
    SELECT  OPTIONAL AMEND-IN      ASSIGN CALAMEND.
    SELECT  CAL-REP                ASSIGN STP119TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  HOLIDAYS-IN
    LABEL RECORDS STANDARD.
01  HOLIDAYS-IN-RECORD.
    03  BHI-REGION                PIC X(01).
    03  FILLER                    PIC X(01).
    03  BHI-DATE                  PIC X(08).
    03  FILLER                    PIC X(01).
    03  BHI-NAME                  PIC X(30).
*
FD  AMEND-IN
    LABEL RECORDS STANDARD.
01  AMEND-IN-RECORD.
    03  CAI-ACTION                PIC X(01).
    03  FILLER                    PIC X(01).
    03  CAI-REGION                PIC X(01).
    03  FILLER                    PIC X(01).
    03  CAI-DATE                  PIC X(08).
    03  FILLER                    PIC X(01).
    03  CAI-NAME                  PIC X(30).
*
FD  CAL-REP
    LABEL RECORDS STANDARD.
01  CAL-RECORD                    PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-COVERAGE-DETAILS.
    03  DS02-REGION                PIC  X(01) OCCURS 200.
    03  DS02-REGION-NAME           PIC  X(20) OCCURS 200.
    03  DS02-FIRST-DATE            PIC  X(11) OCCURS 200.
    03  DS02-LAST-DATE             PIC  X(11) OCCURS 200.
    03  DS02-HOLIDAYS              PIC S9(09) COMP OCCURS 200.
    03  DS02-SHORT-IND             PIC  X(01) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-YEAR-START		  PIC  X(08).
01  WS-DAYS-IN-YEAR		  PIC S9(09) COMP.
01  WS-DAY-OFFSET		  PIC S9(09) COMP.
01  WS-MATCH-COUNT		  PIC S9(09) COMP.
01  WS-L-REGION			  PIC  X(01).
01  WS-E-ACTION			  PIC  X(01).
01  WS-E-REGION			  PIC  X(01).
01  WS-E-DATE			  PIC  X(08).
01  WS-E-DATE-PARTS REDEFINES WS-E-DATE.
    03  WS-E-YEAR		  PIC  X(04).
    03  WS-E-MONTH		  PIC  X(02).
    03  WS-E-DAY		  PIC  X(02).
01  WS-E-NAME			  PIC  X(30).
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
    03  WS01-REGION-INDEX          PIC S9(09) COMP.
    03  WS01-DAYS-WRITTEN          PIC S9(09) COMP VALUE 0.
    03  WS01-ENTRIES-READ          PIC S9(09) COMP VALUE 0.
    03  WS01-ENTRIES-APPLIED       PIC S9(09) COMP VALUE 0.
    03  WS01-ENTRIES-REJECTED      PIC S9(09) COMP VALUE 0.
    03  WS01-SHORT-COUNT           PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-REGION-LIST		   PIC  X(03) VALUE 'ESN'.
01  WS-REGION-TABLE REDEFINES WS-REGION-LIST.
    03  WS-REGION-CODE		   PIC  X(01) OCCURS 3.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  LOAD-RUN				VALUE 'L'.
    88  MAINTENANCE-RUN				VALUE 'M'.
01  WS-YEAR-PARM		   PIC  X(04).
01  WS-YEAR-PARM-NUM REDEFINES WS-YEAR-PARM
				   PIC  9(04).
01  WS-UPDATE-PARM		   PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-INPUT-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  INPUT-EOF				VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(30).
*
01  WS-CAL-REPORT.
    03 WS-CR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-CR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP119'.
    03 WS-CR-HEAD-2.
	05 FILLER		PIC X(25) VALUE SPACES.
	05 FILLER		PIC X(60) VALUE
	  'WORKING-DAY CALENDAR - LOAD AND MAINTENANCE'.
    03 WS-CR-HEAD-3.
	05 FILLER		PIC X(10) VALUE 'RUN TYPE: '.
	05 WS-CR-H3-TYPE	PIC X(01).
	05 FILLER		PIC X(4)  VALUE SPACES.
	05 WS-CR-H3-DESC	PIC X(30).
	05 WS-CR-H3-YEAR	PIC X(04).
    03 WS-CR-SECTION-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-SH-DESC	PIC X(64).
    03 WS-CR-ENTRY-COLS.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 FILLER		PIC X(05) VALUE 'ACT'.
	05 FILLER		PIC X(08) VALUE 'REGION'.
	05 FILLER		PIC X(10) VALUE 'DATE'.
	05 FILLER		PIC X(32) VALUE 'DESCRIPTION'.
	05 FILLER		PIC X(30) VALUE 'RESULT'.
    03 WS-CR-ENTRY-LINE.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-CR-EL-ACTION	PIC X(01).
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-CR-EL-REGION	PIC X(01).
	05 FILLER		PIC X(07) VALUE SPACES.
	05 WS-CR-EL-DATE	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-EL-NAME	PIC X(30).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-EL-RESULT	PIC X(30).
    03 WS-CR-COVER-COLS.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 FILLER		PIC X(22) VALUE 'REGION'.
	05 FILLER		PIC X(13) VALUE 'FROM'.
	05 FILLER		PIC X(13) VALUE 'TO'.
	05 FILLER		PIC X(12) VALUE 'HOLIDAYS'.
    03 WS-CR-COVER-LINE.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-CR-CL-REGION	PIC X(20).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-CL-FIRST	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-CL-LAST	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-CL-HOLIDAYS	PIC Z(7)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-CL-WARNING	PIC X(30).
    03 WS-CR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-T-DESC		PIC X(40).
	05 WS-CR-T-COUNT	PIC Z(7)9.
    03 WS-CR-NO-UPDATE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(50) VALUE
	  '*** TRIAL RUN - CALENDAR NOT CHANGED ***'.
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

        IF  LOAD-RUN
            PERFORM B-GENERATE-YEAR
            PERFORM C-APPLY-BANK-HOLIDAYS
        END-IF.

        IF  MAINTENANCE-RUN
            PERFORM E-APPLY-AMENDMENTS
        END-IF.

        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM G-REPORT-COVERAGE.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept and validate the parameters, open the files, log on
*       to Oracle and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-RUN-TYPE-PARM.
    	ACCEPT WS-YEAR-PARM.
    	ACCEPT WS-UPDATE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-RUN-TYPE-PARM.
        DISPLAY WS-YEAR-PARM.
        DISPLAY WS-UPDATE-PARM.
*
        OPEN    OUTPUT  CAL-REP.
*
	IF NOT LOAD-RUN
	AND NOT MAINTENANCE-RUN
	THEN
	  MOVE "RUN TYPE MUST BE L OR M"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF LOAD-RUN
	AND (WS-YEAR-PARM NOT NUMERIC
	     OR WS-YEAR-PARM-NUM < 2000)
	THEN
	  MOVE "RUN TYPE L REQUIRES THE YEAR (YYYY)"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-UPDATE-PARM = 'U' OR 'u'
	THEN
	  MOVE 'U' TO WS-UPDATE-IND
	ELSE
	  MOVE 'N' TO WS-UPDATE-IND
	END-IF.
*
	IF LOAD-RUN
	THEN
	  OPEN INPUT HOLIDAYS-IN
	  STRING WS-YEAR-PARM '0101' DELIMITED BY SIZE
	    INTO WS-YEAR-START
	ELSE
	  OPEN INPUT AMEND-IN
	  MOVE SPACES TO WS-YEAR-PARM
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
              INTO :WS-RUN-DATE
              FROM DUAL
	END-EXEC.
*
	MOVE WS-RUN-DATE TO WS-CR-H1-RUN-DATE.
	MOVE WS-CR-HEAD-1 TO CAL-RECORD.
	WRITE CAL-RECORD AFTER PAGE.
	MOVE WS-CR-HEAD-2 TO CAL-RECORD.
	WRITE CAL-RECORD AFTER 2.
	MOVE WS-RUN-TYPE-PARM TO WS-CR-H3-TYPE.
	IF LOAD-RUN
	  IF UPDATE-MODE
	    MOVE 'ANNUAL LOAD FOR YEAR'
				   TO WS-CR-H3-DESC
	  ELSE
	    MOVE 'TRIAL ANNUAL LOAD FOR YEAR'
				   TO WS-CR-H3-DESC
	  END-IF
	ELSE
	  IF UPDATE-MODE
	    MOVE 'MAINTENANCE'     TO WS-CR-H3-DESC
	  ELSE
	    MOVE 'TRIAL MAINTENANCE'
				   TO WS-CR-H3-DESC
	  END-IF
	END-IF.
	MOVE WS-YEAR-PARM TO WS-CR-H3-YEAR.
	MOVE WS-CR-HEAD-3 TO CAL-RECORD.
	WRITE CAL-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-GENERATE-YEAR SECTION.
**********************************************************************
*
*       Write every day of the year for each region, weekdays as
*       working days and Saturdays and Sundays as weekends.  A year
*       already on the calendar is refused.
*
**********************************************************************
B-START.
*
        MOVE   "B: ERROR CHECKING WORKING_CALENDAR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-MATCH-COUNT
              FROM WORKING_CALENDAR
             WHERE WCAL_DATE >= TO_DATE(:WS-YEAR-START,'YYYYMMDD')
               AND WCAL_DATE <
                   ADD_MONTHS(TO_DATE(:WS-YEAR-START,'YYYYMMDD'),12)
        END-EXEC.

        IF  WS-MATCH-COUNT > ZERO
            MOVE "YEAR ALREADY ON THE CALENDAR - AMEND WITH RUN TYPE M"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        EXEC SQL
            SELECT ADD_MONTHS(TO_DATE(:WS-YEAR-START,'YYYYMMDD'),12)
                   - TO_DATE(:WS-YEAR-START,'YYYYMMDD')
              INTO :WS-DAYS-IN-YEAR
              FROM DUAL
        END-EXEC.

        MOVE   "B: ERROR INSERTING WORKING_CALENDAR"
                                   TO  WS01-ERR-MESSAGE.

        PERFORM
          VARYING WS01-REGION-INDEX
          FROM 1 BY 1
          UNTIL WS01-REGION-INDEX > 3

            MOVE WS-REGION-CODE(WS01-REGION-INDEX) TO WS-L-REGION

            PERFORM
              VARYING WS-DAY-OFFSET
              FROM 0 BY 1
              UNTIL WS-DAY-OFFSET NOT < WS-DAYS-IN-YEAR

                EXEC SQL
                    INSERT INTO WORKING_CALENDAR
                           (WCAL_REGION,
                            WCAL_DATE,
                            WCAL_WORKING_IND,
                            WCAL_DAY_TYPE,
                            WCAL_DESCRIPTION,
                            WCAL_AMENDED_DATE)
                    SELECT :WS-L-REGION,
                           DAY_DATE,
                           DECODE(TO_CHAR(DAY_DATE,'DY',
                                  'NLS_DATE_LANGUAGE=ENGLISH'),
                                  'SAT','N','SUN','N','Y'),
                           DECODE(TO_CHAR(DAY_DATE,'DY',
                                  'NLS_DATE_LANGUAGE=ENGLISH'),
                                  'SAT','S','SUN','S','W'),
                           NULL,
                           SYSDATE
                      FROM (SELECT TO_DATE(:WS-YEAR-START,'YYYYMMDD')
                                   + :WS-DAY-OFFSET DAY_DATE
                              FROM DUAL)
                END-EXEC

                ADD  1             TO  WS01-DAYS-WRITTEN
            END-PERFORM
        END-PERFORM.
*
B-EXIT.
*
        EXIT.
*
C-APPLY-BANK-HOLIDAYS SECTION.
**********************************************************************
*
*       Apply the year's bank holidays file to the days just
*       written, listing each entry with the result.
*
**********************************************************************
C-START.
*
        MOVE   '1. BANK HOLIDAYS APPLIED'
                                   TO  WS-CR-SH-DESC.
        MOVE    WS-CR-SECTION-HEAD TO  CAL-RECORD.
        WRITE   CAL-RECORD AFTER 2.
        MOVE    WS-CR-ENTRY-COLS   TO  CAL-RECORD.
        WRITE   CAL-RECORD.
*
        MOVE   'N'                 TO  WS-INPUT-EOF-IND.
C-020.
        READ    HOLIDAYS-IN
            AT END  MOVE 'Y'       TO  WS-INPUT-EOF-IND.

        IF  INPUT-EOF
            GO TO C-EXIT
        END-IF.

        IF  HOLIDAYS-IN-RECORD = SPACES
        OR  BHI-REGION = '*'
            GO TO C-020
        END-IF.

        MOVE   'A'                 TO  WS-E-ACTION.
        MOVE    BHI-REGION         TO  WS-E-REGION.
        MOVE    BHI-DATE           TO  WS-E-DATE.
        MOVE    BHI-NAME           TO  WS-E-NAME.

        PERFORM BA-PROCESS-ENTRY.

        GO TO C-020.
*
C-EXIT.
*
        EXIT.
*
E-APPLY-AMENDMENTS SECTION.
**********************************************************************
*
*       Apply the amendments file, listing each entry with the
*       result.
*
**********************************************************************
E-START.
*
        MOVE   '1. CALENDAR AMENDMENTS APPLIED'
                                   TO  WS-CR-SH-DESC.
        MOVE    WS-CR-SECTION-HEAD TO  CAL-RECORD.
        WRITE   CAL-RECORD AFTER 2.
        MOVE    WS-CR-ENTRY-COLS   TO  CAL-RECORD.
        WRITE   CAL-RECORD.
*
        MOVE   'N'                 TO  WS-INPUT-EOF-IND.
E-020.
        READ    AMEND-IN
            AT END  MOVE 'Y'       TO  WS-INPUT-EOF-IND.

        IF  INPUT-EOF
            GO TO E-EXIT
        END-IF.

        IF  AMEND-IN-RECORD = SPACES
        OR  CAI-ACTION = '*'
            GO TO E-020
        END-IF.

        MOVE    CAI-ACTION         TO  WS-E-ACTION.
        MOVE    CAI-REGION         TO  WS-E-REGION.
        MOVE    CAI-DATE           TO  WS-E-DATE.
        MOVE    CAI-NAME           TO  WS-E-NAME.

        PERFORM BA-PROCESS-ENTRY.

        GO TO E-020.
*
E-EXIT.
*
        EXIT.
*
BA-PROCESS-ENTRY SECTION.
**********************************************************************
*
*       Check one holiday or amendment entry, apply it if it passes
*       and list it with the result.
*
**********************************************************************
BA-START.
*
        ADD     1                  TO  WS01-ENTRIES-READ.

        PERFORM BB-CHECK-ENTRY.

        IF  WS-REJECT-REASON = SPACES
            PERFORM BC-APPLY-ENTRY
        END-IF.

        MOVE    WS-E-ACTION        TO  WS-CR-EL-ACTION.
        MOVE    WS-E-REGION        TO  WS-CR-EL-REGION.
        MOVE    WS-E-DATE          TO  WS-CR-EL-DATE.
        MOVE    WS-E-NAME          TO  WS-CR-EL-NAME.

        IF  WS-REJECT-REASON = SPACES
            MOVE 'APPLIED'         TO  WS-CR-EL-RESULT
            ADD  1                 TO  WS01-ENTRIES-APPLIED
        ELSE
            MOVE WS-REJECT-REASON  TO  WS-CR-EL-RESULT
            ADD  1                 TO  WS01-ENTRIES-REJECTED
        END-IF.

        MOVE    WS-CR-ENTRY-LINE   TO  CAL-RECORD.
        WRITE   CAL-RECORD.
*
BA-EXIT.
*
        EXIT.
*
BB-CHECK-ENTRY SECTION.
**********************************************************************
*
*       Check the entry; WS-REJECT-REASON is left at spaces when it
*       can be applied.  The date must already be on the calendar
*       for the region, which also proves it is a real date.
*
**********************************************************************
BB-START.
*
        MOVE    SPACES             TO  WS-REJECT-REASON.

        IF  WS-E-ACTION NOT = 'A' AND 'D'
            MOVE 'ACTION NOT A OR D'
                                   TO  WS-REJECT-REASON
            GO TO BB-EXIT
        END-IF.

        IF  WS-E-REGION NOT = 'E' AND 'S' AND 'N' AND 'A'
            MOVE 'REGION NOT E, S, N OR A'
                                   TO  WS-REJECT-REASON
            GO TO BB-EXIT
        END-IF.

        IF  WS-E-DATE NOT NUMERIC
            MOVE 'DATE INVALID'    TO  WS-REJECT-REASON
            GO TO BB-EXIT
        END-IF.

        IF  LOAD-RUN
        AND WS-E-YEAR NOT = WS-YEAR-PARM
            MOVE 'NOT IN THE YEAR BEING LOADED'
                                   TO  WS-REJECT-REASON
            GO TO BB-EXIT
        END-IF.

        IF  WS-E-ACTION = 'A'
        AND WS-E-NAME = SPACES
            MOVE 'NO HOLIDAY NAME' TO  WS-REJECT-REASON
            GO TO BB-EXIT
        END-IF.

        MOVE   "BB: ERROR CHECKING WORKING_CALENDAR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-MATCH-COUNT
              FROM WORKING_CALENDAR
             WHERE (WCAL_REGION = :WS-E-REGION
                    OR :WS-E-REGION = 'A')
               AND TO_CHAR(WCAL_DATE,'YYYYMMDD') = :WS-E-DATE
        END-EXEC.

        IF  WS-MATCH-COUNT = ZERO
            MOVE 'DATE NOT ON THE CALENDAR'
                                   TO  WS-REJECT-REASON
        END-IF.
*
BB-EXIT.
*
        EXIT.
*
BC-APPLY-ENTRY SECTION.
**********************************************************************
*
*       Make a working day a bank holiday, or restore a bank holiday
*       to a working day.  Nothing changed means the day was already
*       what was asked for, or is a weekend.
*
**********************************************************************
BC-START.
*
        MOVE   "BC: ERROR UPDATING WORKING_CALENDAR"
                                   TO  WS01-ERR-MESSAGE.

        IF  WS-E-ACTION = 'A'
            EXEC SQL
                UPDATE WORKING_CALENDAR
                   SET WCAL_WORKING_IND  = 'N',
                       WCAL_DAY_TYPE     = 'B',
                       WCAL_DESCRIPTION  = RTRIM(:WS-E-NAME),
                       WCAL_AMENDED_DATE = SYSDATE
                 WHERE (WCAL_REGION = :WS-E-REGION
                        OR :WS-E-REGION = 'A')
                   AND WCAL_DATE = TO_DATE(:WS-E-DATE,'YYYYMMDD')
                   AND WCAL_DAY_TYPE = 'W'
            END-EXEC
            IF  SQLERRD(3) = ZERO
                MOVE 'NOT A WORKING DAY'
                                   TO  WS-REJECT-REASON
            END-IF
        ELSE
            EXEC SQL
                UPDATE WORKING_CALENDAR
                   SET WCAL_WORKING_IND  = 'Y',
                       WCAL_DAY_TYPE     = 'W',
                       WCAL_DESCRIPTION  = NULL,
                       WCAL_AMENDED_DATE = SYSDATE
                 WHERE (WCAL_REGION = :WS-E-REGION
                        OR :WS-E-REGION = 'A')
                   AND WCAL_DATE = TO_DATE(:WS-E-DATE,'YYYYMMDD')
                   AND WCAL_DAY_TYPE = 'B'
            END-EXEC
            IF  SQLERRD(3) = ZERO
                MOVE 'NOT A BANK HOLIDAY'
                                   TO  WS-REJECT-REASON
            END-IF
        END-IF.
*
BC-EXIT.
*
        EXIT.
*
G-REPORT-COVERAGE SECTION.
**********************************************************************
*
*       Each region's coverage after the run, with its bank holidays
*       from today to the end of the calendar, flagging a region
*       whose calendar runs out within 90 days.
*
**********************************************************************
G-START.
*
        EXEC SQL
            DECLARE GET_COVERAGE CURSOR FOR
            SELECT  WCAL_REGION,
                    DECODE(WCAL_REGION,'E','ENGLAND AND WALES',
                                       'S','SCOTLAND',
                                       'N','NORTHERN IRELAND',
                                       'UNKNOWN'),
                    TO_CHAR(MIN(WCAL_DATE),'DD-MON-YYYY'),
                    TO_CHAR(MAX(WCAL_DATE),'DD-MON-YYYY'),
                    SUM(DECODE(WCAL_DAY_TYPE,'B',
                        DECODE(SIGN(WCAL_DATE - TRUNC(SYSDATE)),
                               -1,0,1),0)),
                    DECODE(SIGN(MAX(WCAL_DATE) -
                                (TRUNC(SYSDATE) + 90)),-1,'Y','N')
              FROM  WORKING_CALENDAR
             GROUP BY WCAL_REGION
             ORDER BY DECODE(WCAL_REGION,'E',1,'S',2,'N',3,4)
        END-EXEC.
*
        MOVE   '2. CALENDAR COVERAGE BY REGION (HOLIDAYS FROM TODAY)'
                                   TO  WS-CR-SH-DESC.
        MOVE    WS-CR-SECTION-HEAD TO  CAL-RECORD.
        WRITE   CAL-RECORD AFTER 3.
        MOVE    WS-CR-COVER-COLS   TO  CAL-RECORD.
        WRITE   CAL-RECORD.
*
        MOVE   "G: ERROR OPENING COVERAGE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_COVERAGE
        END-EXEC.
*
        PERFORM GA-FETCH-COVERAGE
          UNTIL WS01-EOF.
*
        MOVE   "G: ERROR CLOSING COVERAGE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_COVERAGE
        END-EXEC.
*
G-EXIT.
*
        EXIT.
*
GA-FETCH-COVERAGE SECTION.
**********************************************************************
*
*       Get the regions' coverage and print it.
*
**********************************************************************
GA-START.
*
        MOVE   "GA: ERROR FETCHING COVERAGE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_COVERAGE
             INTO  :DS02-REGION,
                   :DS02-REGION-NAME,
                   :DS02-FIRST-DATE,
                   :DS02-LAST-DATE,
                   :DS02-HOLIDAYS,
                   :DS02-SHORT-IND
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

            MOVE DS02-REGION-NAME(WS01-INDEX) TO  WS-CR-CL-REGION
            MOVE DS02-FIRST-DATE(WS01-INDEX)  TO  WS-CR-CL-FIRST
            MOVE DS02-LAST-DATE(WS01-INDEX)   TO  WS-CR-CL-LAST
            MOVE DS02-HOLIDAYS(WS01-INDEX)    TO  WS-CR-CL-HOLIDAYS

            IF  DS02-SHORT-IND(WS01-INDEX) = 'Y'
                MOVE '*** LOAD THE NEXT YEAR ***'
                                              TO  WS-CR-CL-WARNING
                ADD  1                        TO  WS01-SHORT-COUNT
            ELSE
                MOVE SPACES                   TO  WS-CR-CL-WARNING
            END-IF

            MOVE WS-CR-COVER-LINE             TO  CAL-RECORD
            WRITE CAL-RECORD
        END-PERFORM.
*
GA-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Print the totals, commit (or roll back a trial run) and say
*       goodbye.
*
**********************************************************************
D-START.
*
	IF LOAD-RUN
	THEN
	  CLOSE HOLIDAYS-IN
	  MOVE 'CALENDAR DAYS WRITTEN:'  TO WS-CR-T-DESC
	  MOVE WS01-DAYS-WRITTEN         TO WS-CR-T-COUNT
	  MOVE WS-CR-TOTAL-LINE          TO CAL-RECORD
	  WRITE CAL-RECORD AFTER 3
	ELSE
	  CLOSE AMEND-IN
	  MOVE SPACES                    TO CAL-RECORD
	  WRITE CAL-RECORD AFTER 2
	END-IF.
*
	MOVE 'ENTRIES READ:'             TO WS-CR-T-DESC.
	MOVE WS01-ENTRIES-READ           TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE            TO CAL-RECORD.
	WRITE CAL-RECORD.
	MOVE 'ENTRIES APPLIED:'          TO WS-CR-T-DESC.
	MOVE WS01-ENTRIES-APPLIED        TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE            TO CAL-RECORD.
	WRITE CAL-RECORD.
	MOVE 'ENTRIES NOT APPLIED:'      TO WS-CR-T-DESC.
	MOVE WS01-ENTRIES-REJECTED       TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE            TO CAL-RECORD.
	WRITE CAL-RECORD.
	MOVE 'REGIONS RUNNING OUT WITHIN 90 DAYS:'
					 TO WS-CR-T-DESC.
	MOVE WS01-SHORT-COUNT            TO WS-CR-T-COUNT.
	MOVE WS-CR-TOTAL-LINE            TO CAL-RECORD.
	WRITE CAL-RECORD.
*
	IF NOT UPDATE-MODE
	  MOVE WS-CR-NO-UPDATE-LINE TO CAL-RECORD
	  WRITE CAL-RECORD AFTER 2
	END-IF.
*
        CLOSE   CAL-REP.
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
        DISPLAY "STP119 - ENTRIES NOT APPLIED ",
                WS01-ENTRIES-REJECTED WITH CONVERSION.
        DISPLAY "STP119 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP119 ERROR".
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
