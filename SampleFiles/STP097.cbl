*		measurable end to end.  This report shows:
*
*		1. outstanding requests by age band (0-5, 6-10,
*		   11-20, over 20 working days since intake) with
*		   the customer-services reference on every line;
*		2. fulfilled requests by month and requesting team
*		   (the two-character team prefix of the reference):
*		   the count, the count inside the ten-working-day
*		   service promise and the percentage met.
*
*		Ages are working days on the England and Wales
*		WORKING_CALENDAR (maintained by STP119); the
*		calendar-day age and average are shown alongside.
*
*		Parameter: months of archive to analyse (default 6).
*		Requests keyed before the STP075 intake existed carry
*		no batch stamp and are outside the measurement.
*
*		Replacements raised by the STP293 name amendment
*		dialogue carry the reference NAMECHANGE; they are
*		shown as name corrections on the outstanding list
*		and as team NA in the fulfilled figures.
*
* 03-Sep-2026	PJW	EC5249 : Program written.
* 15-Oct-2026	PJW	EC5255 : Show name-correction replacements
*			raised by STP293 on the outstanding list, with
*			their own total.
* 15-Oct-2026	PJW	EC5278 : Measure age and the service promise in
*			working days from WORKING_CALENDAR, showing
*			calendar days alongside.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-MONTHS-BACK		  PIC S9(04) COMP.
01  WS-CAL-REGION		  PIC  X(01) VALUE 'E'.
01  WS-CAL-COUNT		  PIC S9(09) COMP.
01  WS-PROMISE-DAYS		  PIC S9(04) COMP VALUE 10.
*
01  DS02-OUTSTANDING-DETAILS.
    03  DS02-FIRST-REG             PIC  X(07) OCCURS 200.
    03  DS02-LAST-REG              PIC  X(07) OCCURS 200.
    03  DS02-AGE-DAYS              PIC S9(09) COMP OCCURS 200.
    03  DS02-WORK-DAYS             PIC S9(09) COMP OCCURS 200.
    03  DS02-CS-REFERENCE          PIC  X(30) OCCURS 200.
*
01  DS04-SLA-DETAILS.
    03  DS04-FULFILLED             PIC S9(09) COMP OCCURS 200.
    03  DS04-MET                   PIC S9(09) COMP OCCURS 200.
    03  DS04-AVG-DAYS              PIC S9(09) COMP OCCURS 200.
    03  DS04-AVG-WORK-DAYS         PIC S9(09) COMP OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
*
    03  WS01-ROWS-THIS-FETCH       PIC S9(09) COMP.
    03  WS01-INDEX                 PIC S9(09) COMP.
    03  WS01-OUTSTANDING-COUNT     PIC S9(09) COMP VALUE 0.
    03  WS01-NAME-CORR-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-1                PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-2                PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-3                PIC S9(09) COMP VALUE 0.
    03 WS-SL-OUT-COLS.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(17) VALUE 'RANGE'.
	05 FILLER		PIC X(06) VALUE 'CAL'.
	05 FILLER		PIC X(06) VALUE 'WORK'.
	05 FILLER		PIC X(10) VALUE 'BAND'.
	05 FILLER		PIC X(30) VALUE 'CS REFERENCE'.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 FILLER		PIC X(15) VALUE 'CAUSE'.
    03 WS-SL-OUT-DETAIL.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-SL-O-FIRST	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-SL-O-AGE		PIC Z(3)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-SL-O-WORK-AGE	PIC Z(3)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-SL-O-BAND		PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-SL-O-CS-REF	PIC X(30).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-SL-O-CAUSE	PIC X(15).
    03 WS-SL-SLA-COLS.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(09) VALUE 'MONTH'.
	05 FILLER		PIC X(11) VALUE 'FULFILLED'.
	05 FILLER		PIC X(09) VALUE 'MET SLA'.
	05 FILLER		PIC X(10) VALUE 'PCT MET'.
	05 FILLER		PIC X(10) VALUE 'AVG CAL'.
	05 FILLER		PIC X(08) VALUE 'AVG WORK'.
    03 WS-SL-SLA-DETAIL.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-SL-S-MONTH	PIC X(07).
	05 FILLER		PIC X(01) VALUE '%'.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-SL-S-AVG		PIC Z(3)9.
	05 FILLER		PIC X(06) VALUE SPACES.
	05 WS-SL-S-AVG-WORK	PIC Z(3)9.
    03 WS-SL-BAND-TOTALS.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(08) VALUE '0-5:'.
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the parameter, open the report, log on to Oracle,
*       check the working calendar covers today and print the
*       headings.
*
**********************************************************************
A-START.
              INTO WS-RUN-DATE
              FROM DUAL
	END-EXEC.
*
        MOVE   "ERROR CHECKING WORKING_CALENDAR"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT COUNT(*)
              INTO :WS-CAL-COUNT
              FROM WORKING_CALENDAR
             WHERE WCAL_REGION = :WS-CAL-REGION
               AND WCAL_DATE   = TRUNC(SYSDATE)
	END-EXEC.
*
	IF WS-CAL-COUNT = ZERO
	THEN
	  MOVE "WORKING CALENDAR NOT LOADED FOR TODAY - RUN STP119"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	MOVE WS-RUN-DATE TO WS-SL-H1-RUN-DATE.
	MOVE WS-SL-HEAD-1 TO SLA-RECORD.
B-REPORT-OUTSTANDING SECTION.
**********************************************************************
*
*       Outstanding requests by working-day age since intake batch.
*
**********************************************************************
B-START.
                    NVL(ARC_LAST_REG_NO,ARC_FIRST_REG_NO),
                    TRUNC(SYSDATE) -
                        TO_DATE(SUBSTR(ARC_COMMENT,7,8),'YYYYMMDD'),
                    (SELECT COUNT(*)
                       FROM WORKING_CALENDAR
                      WHERE WCAL_REGION      = :WS-CAL-REGION
                        AND WCAL_WORKING_IND = 'Y'
                        AND WCAL_DATE >
                            TO_DATE(SUBSTR(ARC_COMMENT,7,8),'YYYYMMDD')
                        AND WCAL_DATE <= TRUNC(SYSDATE)),
                    SUBSTR(ARC_COMMENT,20)
              FROM  ALL_REPRINT_CRITERIA
             WHERE  ARC_COMMENT LIKE 'BATCH %'
             ORDER BY 4 DESC, 3 DESC, 1
        END-EXEC.
*
        MOVE   '1. OUTSTANDING REQUESTS BY WORKING DAYS SINCE INTAKE'
                                   TO  WS-SL-SH-DESC.
        MOVE    WS-SL-SECTION-HEAD TO  SLA-RECORD.
        WRITE   SLA-RECORD AFTER 2.
                                   TO  WS-SL-T-COUNT.
        MOVE    WS-SL-TOTAL-LINE   TO  SLA-RECORD.
        WRITE   SLA-RECORD.
        MOVE   'OF WHICH NAME CORRECTIONS:'
                                   TO  WS-SL-T-DESC.
        MOVE    WS01-NAME-CORR-COUNT
                                   TO  WS-SL-T-COUNT.
        MOVE    WS-SL-TOTAL-LINE   TO  SLA-RECORD.
        WRITE   SLA-RECORD.
*
B-EXIT.
*
             INTO  :DS02-FIRST-REG,
                   :DS02-LAST-REG,
                   :DS02-AGE-DAYS,
                   :DS02-WORK-DAYS,
                   :DS02-CS-REFERENCE
        END-EXEC.
*
            MOVE    DS02-FIRST-REG(WS01-INDEX)    TO  WS-SL-O-FIRST
            MOVE    DS02-LAST-REG(WS01-INDEX)     TO  WS-SL-O-LAST
            MOVE    DS02-AGE-DAYS(WS01-INDEX)     TO  WS-SL-O-AGE
            MOVE    DS02-WORK-DAYS(WS01-INDEX)    TO  WS-SL-O-WORK-AGE
            MOVE    DS02-CS-REFERENCE(WS01-INDEX) TO  WS-SL-O-CS-REF

            IF  DS02-CS-REFERENCE(WS01-INDEX)(1:10) = 'NAMECHANGE'
                MOVE 'NAME CORRECTION' TO WS-SL-O-CAUSE
                ADD  1         TO WS01-NAME-CORR-COUNT
            ELSE
                MOVE SPACES    TO WS-SL-O-CAUSE
            END-IF

            EVALUATE TRUE
              WHEN DS02-WORK-DAYS(WS01-INDEX) < 6
                MOVE '0-5     ' TO WS-SL-O-BAND
                ADD  1         TO WS01-BAND-1
              WHEN DS02-WORK-DAYS(WS01-INDEX) < 11
                MOVE '6-10    ' TO WS-SL-O-BAND
                ADD  1         TO WS01-BAND-2
              WHEN DS02-WORK-DAYS(WS01-INDEX) < 21
                MOVE '11-20   ' TO WS-SL-O-BAND
                ADD  1         TO WS01-BAND-3
              WHEN OTHER
**********************************************************************
*
*       Fulfilled requests by month and requesting team: count, count
*       inside the ten-working-day promise, average elapsed calendar
*       and working days.
*
**********************************************************************
C-START.
*
        EXEC SQL
            DECLARE GET_SLA CURSOR FOR
            SELECT  SLA_MONTH,
                    SLA_TEAM,
                    COUNT(*),
                    SUM(DECODE(SIGN(SLA_WORK_DAYS - :WS-PROMISE-DAYS),
                        1,0,1)),
                    ROUND(AVG(SLA_CAL_DAYS)),
                    ROUND(AVG(SLA_WORK_DAYS))
              FROM  (SELECT TO_CHAR(ARCH_RUN_DATE,'YYYY-MM') SLA_MONTH,
                            SUBSTR(ARCH_COMMENT,20,2) SLA_TEAM,
                            TRUNC(ARCH_RUN_DATE) -
                              TO_DATE(SUBSTR(ARCH_COMMENT,7,8),
                                      'YYYYMMDD') SLA_CAL_DAYS,
                            (SELECT COUNT(*)
                               FROM WORKING_CALENDAR
                              WHERE WCAL_REGION      = :WS-CAL-REGION
                                AND WCAL_WORKING_IND = 'Y'
                                AND WCAL_DATE >
                                    TO_DATE(SUBSTR(ARCH_COMMENT,7,8),
                                            'YYYYMMDD')
                                AND WCAL_DATE <= TRUNC(ARCH_RUN_DATE))
                                                     SLA_WORK_DAYS
                       FROM ALL_REPRINT_CRITERIA_HIST
                      WHERE ARCH_COMMENT LIKE 'BATCH %'
                        AND ARCH_RUN_DATE >=
                            ADD_MONTHS(TRUNC(SYSDATE),- :WS-MONTHS-BACK))
             GROUP BY SLA_MONTH,
                      SLA_TEAM
             ORDER BY 1, 2
        END-EXEC.
*
                   :DS04-TEAM,
                   :DS04-FULFILLED,
                   :DS04-MET,
                   :DS04-AVG-DAYS,
                   :DS04-AVG-WORK-DAYS
        END-EXEC.
*
        IF  SQLCODE IS POSITIVE THEN
            MOVE    DS04-FULFILLED(WS01-INDEX) TO  WS-SL-S-FULFILLED
            MOVE    DS04-MET(WS01-INDEX)       TO  WS-SL-S-MET
            MOVE    DS04-AVG-DAYS(WS01-INDEX)  TO  WS-SL-S-AVG
            MOVE    DS04-AVG-WORK-DAYS(WS01-INDEX)
                                               TO  WS-SL-S-AVG-WORK

            IF  DS04-FULFILLED(WS01-INDEX) > ZERO
                COMPUTE WS01-PCT-MET ROUNDED =
