*          	   	*PROFILE=name takes the remaining parameters from the
*          	   	RUNPROFILE file, echoed in full; a profile setting the
*          	   	BARB update to 'Y' must carry the CONFIRM UPDATES token.
* 15/10/26     PJW 	EC5271 - Register each centre's split blocks file and
*          	   	chase letter on CENTRE_DOCUMENTS for the centre portal
*          	   	bundles (STP111).
* 15/10/26     PJW 	EC5278 - Block age, the AGED flag, chase letters and
*          	   	escalation measured in working days from the England
*          	   	and Wales WORKING_CALENDAR (STP119); the threshold is
*          	   	21 working days.  The CSV and escalation extracts
*          	   	carry the calendar-day age as well.
******************************************************************************
/
ENVIRONMENT DIVISION.
	03  ESC-BLOCK-AGE			PIC 9(5).
	03  FILLER				PIC X(1) VALUE SPACE.
	03  ESC-CLAIM-DATE			PIC X(9).
	03  FILLER				PIC X(1) VALUE SPACE.
	03  ESC-BLOCK-CAL-DAYS			PIC 9(5).
/
WORKING-STORAGE SECTION.
*
01	WS-REASON-CODE                  PIC X(1).
01	WS-CENTRE-FILTER                PIC X(6).
01	WS-BLOCK-AGE-DAYS                PIC S9(5).
*EC5278
01	WS-BLOCK-WORK-DAYS              PIC S9(5).
01	WS-CAL-REGION                   PIC X(1)	VALUE 'E'.
01	WS-CAL-COUNT                    PIC S9(9).
*EC5218
01	WS-CAPTURE-TS                   PIC X(20).
01	WS-H-REG-NO                     PIC X(7).
01	WS-H-REASON-CODE                PIC X(1).
01	WS-H-CLEARED-DATE               PIC X(11).
01	WS-H-CLEARED-USER               PIC X(20).
*EC5271
01	WS-CDOC-CENTRE-ID               PIC X(6).
01	WS-CDOC-TYPE                    PIC X(10).
01	WS-CDOC-COUNT                   PIC S9(9) COMP.
01	WS-CDOC-FILE-NAME               PIC X(40).
*
	EXEC SQL
		END DECLARE SECTION
	03  WS-CURRENT-DATE		PIC X(21).
*
	03  WS-CSV-REQD		PIC X(1).
	03  WS-CSV-CAL-DAYS		PIC 9(5).
	03  WS-CSV-WORK-DAYS		PIC 9(5).
	03  WS-SPLIT-REQD		PIC X(1).
	03  WS-LETTERS-REQD	PIC X(1).
	03  WS-CENTRE-FILE-STATUS	PIC X(1) VALUE 'N'.
		88 CENTRE-FILE-OPEN	VALUE 'Y'.
	03  WS-CENTRE-FILENAME		PIC X(14).
*
	03  WS-AGE-THRESHOLD		PIC S999 COMP-3 VALUE 21.
*
	03  WS-TOT-CENTRES		PIC 9(4) COMP VALUE 0.
	03  WS-TOT-STUDENTS		PIC 9(6) COMP VALUE 0.
	03  WS-LET-OVERFLOW-IND		PIC X(1) VALUE 'N'.
	03  WS-TOT-LETTERS		PIC 9(4) COMP VALUE 0.
	03  WS-TOT-ESCALATED		PIC 9(6) COMP VALUE 0.
*EC5271
	03  WS-CDOC-START-STUDENTS	PIC 9(6) COMP VALUE 0.
*
	03  WS-LET-HEAD-LINE.
		05  FILLER		PIC X(16) VALUE SPACES.
		05  WS-LET-D-REASON	PIC X(23).
		05  FILLER		PIC X(1).
		05  WS-LET-D-AGE	PIC ZZZ9.
		05  FILLER		PIC X(13) VALUE ' WORKING DAYS'.
	03  WS-LET-ACTION-1.
		05  FILLER		PIC X(50) VALUE
		    'Please review each reason against the explanations'.
		05  FILLER			PIC X(9)  VALUE 'CLAIM'.
		05  FILLER			PIC X(10) VALUE 'CLAIM DATE'.
                05  FILLER                      PIC X     VALUE SPACE.
                05  FILLER                      PIC X(4)  VALUE 'WDAY'.
                05  FILLER                      PIC X     VALUE SPACE.
                05  FILLER                      PIC X(4)  VALUE SPACES.
*
                             ),
		       to_char(trunc(barb_date),'DD-MON-YY'),
                       barb_reason_code,
                       trunc(sysdate) - trunc(barb_date),
                       (select count(*)
                          from working_calendar
                         where wcal_region      = :ws-cal-region
                           and wcal_working_ind = 'Y'
                           and wcal_date        > trunc(barb_date)
                           and wcal_date       <= trunc(sysdate)
                       )
		 from  students
		      ,centres
		      ,npps
********************************************************************************
*									       *
*     THIS SECTION OPENS CURSOR_1.                                    	       *
*     EC5278 - BLOCK AGES ARE IN WORKING DAYS, SO THE WORKING CALENDAR	       *
*     MUST BE LOADED FOR TODAY.						       *
*									       *
********************************************************************************
BD-010.
		WHENEVER SQLWARNING
			CONTINUE
	END-EXEC.
*
	EXEC SQL
		SELECT COUNT(*)
		  INTO :WS-CAL-COUNT
		  FROM WORKING_CALENDAR
		 WHERE WCAL_REGION = :WS-CAL-REGION
		   AND WCAL_DATE   = TRUNC(SYSDATE)
	END-EXEC.
*
	IF WS-CAL-COUNT = 0
	THEN
	    MOVE 'WORKING CALENDAR NOT LOADED FOR TODAY - RUN STP119'
	      TO WS-ERR-MESSAGE
	    PERFORM ZZ-ABORT
	END-IF.
*
	EXEC SQL OPEN CURSOR_1 END-EXEC.
*
	MOVE WS-CENTRE-NO   TO WS-R-CENTRE-NO
			       WS-OLD-CENTRE-NO.
        MOVE WS-REASON-CODE TO WS-OLD-REASON-CODE.
        MOVE WS-TOT-STUDENTS TO WS-CDOC-START-STUDENTS.
*
        PERFORM ZA-NEW-PAGE.
*
                                OR WS-REASON-CODE NOT EQUAL WS-OLD-REASON-CODE
			 	OR WS-CENTRE-NO   NOT EQUAL WS-OLD-CENTRE-NO
        END-IF.
*
*
* EC5271 - register the centre's split file and chase letter for the
* centre portal bundles, before ZL empties the letter buffer.
*
        IF WS-SPLIT-REQD = 'Y'
        THEN
            MOVE WS-OLD-CENTRE-NO   TO WS-CDOC-CENTRE-ID
            MOVE 'BLOCKS'           TO WS-CDOC-TYPE
            MOVE WS-CENTRE-FILENAME TO WS-CDOC-FILE-NAME
            COMPUTE WS-CDOC-COUNT = WS-TOT-STUDENTS
                                  - WS-CDOC-START-STUDENTS
            PERFORM ZR-REGISTER-DOCUMENT
        END-IF.
*
        IF WS-LETTERS-REQD = 'Y' AND WS-LET-COUNT > 0
        THEN
            MOVE WS-OLD-CENTRE-NO   TO WS-CDOC-CENTRE-ID
            MOVE 'CHASE'            TO WS-CDOC-TYPE
            MOVE 'LETTERFILE'       TO WS-CDOC-FILE-NAME
            MOVE WS-LET-COUNT       TO WS-CDOC-COUNT
            PERFORM ZR-REGISTER-DOCUMENT
        END-IF.
*
        IF WS-LETTERS-REQD = 'Y'
        THEN
        MOVE WS-REASON        TO WS-R-REASON.
        MOVE WS-CLAIM-TYPE    TO WS-R-CLAIM-TYPE.
        MOVE WS-CLAIM-DATE    TO WS-R-CLAIM-DATE.
        MOVE WS-BLOCK-WORK-DAYS TO WS-R-BLOCK-AGE.
*
        IF WS-BLOCK-WORK-DAYS > WS-AGE-THRESHOLD
        THEN
          MOVE 'AGED' TO WS-R-AGED-FLAG
        ELSE
* extract.
*
        IF WS-LETTERS-REQD = 'Y'
        AND WS-BLOCK-WORK-DAYS > WS-AGE-THRESHOLD
        THEN
          IF WS-LET-COUNT < WS-LET-MAX
            ADD 1 TO WS-LET-COUNT
            MOVE WS-REG-NO         TO WS-LET-REG-NO(WS-LET-COUNT)
            MOVE WS-NAME-UCAS-REF  TO WS-LET-NAME(WS-LET-COUNT)
            MOVE WS-REASON         TO WS-LET-REASON(WS-LET-COUNT)
            MOVE WS-BLOCK-WORK-DAYS TO WS-LET-AGE(WS-LET-COUNT)
          ELSE
            MOVE 'Y' TO WS-LET-OVERFLOW-IND
          END-IF

          IF WS-BLOCK-WORK-DAYS > WS-AGE-THRESHOLD * 2
            MOVE SPACES           TO ESC-REC
            MOVE WS-CENTRE-NO     TO ESC-CENTRE-NO
            MOVE WS-REG-NO        TO ESC-REG-NO
            MOVE WS-COURSE-NVQ-ID TO ESC-COURSE-ID
            MOVE WS-REASON-CODE   TO ESC-REASON-CODE
            MOVE WS-BLOCK-WORK-DAYS TO ESC-BLOCK-AGE
            MOVE WS-CLAIM-DATE    TO ESC-CLAIM-DATE
            MOVE WS-BLOCK-AGE-DAYS TO ESC-BLOCK-CAL-DAYS
            WRITE ESC-REC
            ADD 1 TO WS-TOT-ESCALATED
          END-IF
                        WS-REASON,
                        WS-CLAIM-TYPE,
                        WS-CLAIM-DATE,
                        WS-BLOCK-AGE-DAYS,
                        WS-BLOCK-WORK-DAYS.
*
	EXEC SQL
		WHENEVER SQLERROR
                                :WS-CLAIM-TYPE,
                                :WS-CLAIM-DATE,
                                :WS-REASON-CODE,
                                :WS-BLOCK-AGE-DAYS,
                                :WS-BLOCK-WORK-DAYS
	END-EXEC.
*
	GO TO XA-999.
*									       *
*     THIS SECTION WRITES ONE COMMA-DELIMITED RECORD TO THE CSV EXTRACT       *
*     FILE, CARRYING THE SAME CURSOR_1 FIELDS AS THE PRINTED LISTING.         *
*     EC5278 - FOLLOWED BY THE BLOCK AGE IN CALENDAR AND WORKING DAYS.        *
*									       *
********************************************************************************
ZV-010.
*
	MOVE WS-BLOCK-AGE-DAYS  TO WS-CSV-CAL-DAYS.
	MOVE WS-BLOCK-WORK-DAYS TO WS-CSV-WORK-DAYS.
*
	STRING	'"' DELIMITED BY SIZE
		WS-CENTRE-NO DELIMITED BY SIZE
		WS-CLAIM-TYPE DELIMITED BY SIZE
		'","' DELIMITED BY SIZE
		WS-CLAIM-DATE DELIMITED BY SIZE
		'",' DELIMITED BY SIZE
		WS-CSV-CAL-DAYS DELIMITED BY SIZE
		',' DELIMITED BY SIZE
		WS-CSV-WORK-DAYS DELIMITED BY SIZE
	   INTO CSV-REC
	END-STRING.
*
*
	EXIT.
/
ZR-REGISTER-DOCUMENT SECTION.
********************************************************************************
*									       *
*     EC5271 - THIS SECTION REGISTERS A DOCUMENT WRITTEN FOR THE CENTRE JUST  *
*     COMPLETED ON CENTRE_DOCUMENTS, FROM WHICH STP111 BUILDS THE CENTRE      *
*     PORTAL BUNDLES.                                                          *
*									       *
********************************************************************************
ZR-010.
*
	EXEC SQL
		WHENEVER SQLERROR
			GO TO ZR-050
	END-EXEC.
*
	EXEC SQL
		INSERT INTO CENTRE_DOCUMENTS
		       (CDOC_ID,
		        CDOC_CENTRE_ID,
		        CDOC_DOC_TYPE,
		        CDOC_SOURCE_PROGRAM,
		        CDOC_RUN_DATE,
		        CDOC_RECORD_COUNT,
		        CDOC_FILE_NAME,
		        CDOC_CREATED_DATE)
		VALUES (CDOC_SEQ.NEXTVAL,
		        :WS-CDOC-CENTRE-ID,
		        :WS-CDOC-TYPE,
		        'STP295',
		        TRUNC(SYSDATE),
		        :WS-CDOC-COUNT,
		        :WS-CDOC-FILE-NAME,
		        SYSDATE)
	END-EXEC.
*
	GO TO ZR-999.
*
ZR-050.
	MOVE 'CENTRE_DOCUMENTS INSERT FAILED' TO WS-ERR-MESSAGE.
	PERFORM ZZ-ABORT.
*
ZR-999.
*
	EXIT.
/
ZZ-ABORT SECTION.
********************************************************************************
*									       *
