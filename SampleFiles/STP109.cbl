IDENTIFICATION DIVISION.
PROGRAM-ID.   STP109.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	ELIGIBLE STUDENTS NOT CERTIFICATED - ESTATE RECONCILIATION
*
********************************************************************************
*
*       STP109 - Companion to STP070, drawing together the single-
*		reason listings (STP079 ten-week, STP095 finance,
*		STP082/STP295 awards run blocks, STP072 embargoes,
*		STP086 rejections).  Every student with
*		ST_AWARD_ELIG = 'Y', no certificate number and not
*		deleted should be explained by a known reason; a
*		student none of them explains is silently stuck.
*
*		Each student is tested against every reason and put
*		in the first that holds, in this order:
*
*		   1  outside awards run scope - registration type
*		      'I', course KSQ00 or an externally certificated
*		      award code, which STP070's cursors never select;
*		   2  awards run block - an open BNM_AWARDS_RUN_BLOCKS
*		      row, or PK_BNM.FN_HOLD_CERTIFICATION holding the
*		      student as STP070's cursors test it;
*		   3  deferral - a DEFERRED_AWARDS row for the
*		      student, or course-wide or centre-wide at the
*		      student's centre;
*		   4  certificate embargo - a CERT_EMBARGOES row in
*		      force today for the award code (and course,
*		      where the embargo names one);
*		   5  ten-week hold - PK_BNM.FN_10_WEEK_BLOCK;
*		   6  finance certification block -
*		      PK_FINANCE_BLOCKING.FN_CENTRE_FINANCE_CERT_BLOCK;
*		   7  results enquiry or appeal open on RESULT_APPEALS,
*		      or closed regraded (R or L) with the new grade
*		      not yet loaded (the STP105 APPEALEXT hold);
*		   8  probable duplicate referred on
*		      DUPLICATE_REFERRALS (the STP104 DUPEXCL hold);
*		   9  STP070 rejection on BTEC_REJECTED_STUDENTS within
*		      the recent window, counted by the reason code of
*		      the student's latest rejection (STP086);
*		  10  no known reason.
*
*		The blocking tests are the same functions STP070's
*		cursors apply, so the reconciliation cannot disagree
*		with the awards run.  Students matching no reason are
*		listed by centre, oldest registration first, with
*		their age in days since registration and an age band.
*		The estate totals give every category, the rejection
*		reasons within category 9 and the unexplained age
*		bands, and the categories are proved to add back to
*		the eligible population.  Students matching more than
*		one reason are counted once, in the first, and the
*		number of them is shown.
*
*		Parameter: days back for a rejection to count as
*		recent, default 90 as in STP086.
*
* 15-Oct-2026	PJW	EC5269 : Program written.
* 15-Oct-2026	PJW	EC5280 : Count a closed regraded appeal awaiting
*			its new grade as held, as STP105 does.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  RECON-REP   ASSIGN STP109TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  RECON-REP
    LABEL RECORDS STANDARD.
01  RECON-RECORD                  PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-ELIGIBLE-DETAILS.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-CENTRE-NAME           PIC  X(45) OCCURS 200.
    03  DS02-REG-NO                PIC  X(07) OCCURS 200.
    03  DS02-STUDENT-NAME          PIC  X(40) OCCURS 200.
    03  DS02-COURSE-ID             PIC  X(08) OCCURS 200.
    03  DS02-AWARD-CODE            PIC  X(02) OCCURS 200.
    03  DS02-REG-DATE              PIC  X(11) OCCURS 200.
    03  DS02-AGE                   PIC S9(09) COMP OCCURS 200.
    03  DS02-SCOPE-IND             PIC  X(01) OCCURS 200.
    03  DS02-HOLD-IND              PIC  X(01) OCCURS 200.
    03  DS02-TEN-WEEK-IND          PIC  X(01) OCCURS 200.
    03  DS02-FINANCE-IND           PIC  X(01) OCCURS 200.
*
01  WS-S-REG-NO			  PIC  X(07).
01  WS-S-CENTRE-ID		  PIC  X(06).
01  WS-S-COURSE-ID		  PIC  X(08).
01  WS-S-AWARD-CODE		  PIC  X(02).
01  WS-S-COUNT			  PIC S9(09) COMP.
01  WS-S-REASON-CODE		  PIC  X(02).
01  WS-RECENT-DAYS		  PIC S9(04) COMP.
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
    03  WS01-POPULATION-COUNT      PIC S9(09) COMP VALUE 0.
    03  WS01-MULTIPLE-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-CATEGORY-TOTAL        PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-CENTRE-STUCK          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-1-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-2-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-3-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-BAND-4-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-DAYS-PARM		   PIC  X(03).
01  WS-DAYS-PARM-NUM REDEFINES WS-DAYS-PARM
				   PIC  9(03).
*
01  WS-OLD-CENTRE-ID		   PIC  X(06) VALUE SPACES.
01  WS-CATEGORY			   PIC S9(04) COMP.
01  WS-REASONS-HELD		   PIC S9(04) COMP.
01  WS-CAT-SUB			   PIC S9(04) COMP.
01  WS-REASON-SUB		   PIC S9(04) COMP.
01  WS-RECENT-REASON		   PIC  X(02).
01  WS-RECENT-REASON-NUM REDEFINES WS-RECENT-REASON
				   PIC  9(02).
*
* The reconciliation categories, in the order they are tested.
*
01  WS-CATEGORY-NAME-TABLE.
    03  FILLER  PIC X(34) VALUE 'OUTSIDE AWARDS RUN SCOPE'.
    03  FILLER  PIC X(34) VALUE 'AWARDS RUN BLOCK'.
    03  FILLER  PIC X(34) VALUE 'DEFERRAL'.
    03  FILLER  PIC X(34) VALUE 'CERTIFICATE EMBARGO'.
    03  FILLER  PIC X(34) VALUE 'TEN-WEEK HOLD'.
    03  FILLER  PIC X(34) VALUE 'FINANCE CERTIFICATION BLOCK'.
    03  FILLER  PIC X(34) VALUE 'RESULTS ENQUIRY/APPEAL HOLD'.
    03  FILLER  PIC X(34) VALUE 'PROBABLE DUPLICATE REFERRED'.
    03  FILLER  PIC X(34) VALUE 'RECENT STP070 REJECTION'.
    03  FILLER  PIC X(34) VALUE 'NO KNOWN REASON'.
01  WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-NAME-TABLE.
    03  WS-CATEGORY-NAME OCCURS 10 TIMES PIC X(34).
*
01  WS-CATEGORY-COUNTS.
    03  WS-CATEGORY-COUNT OCCURS 10 TIMES PIC S9(09) COMP.
*
* Rejections by the reason code of the latest rejection; entry 26
* holds rejections carrying no reason code (not yet applied by
* STP086).
*
01  WS-REJECT-REASON-COUNTS.
    03  WS-REJECT-REASON-COUNT OCCURS 26 TIMES PIC S9(09) COMP.
*
* The reason descriptions, as STP070's reject report prints them.
*
01  WS-REASON-MESSAGE-TABLE.
    03  FILLER  PIC X(60)
        VALUE 'CENTRE NO. NOT ON CENTRE OR OLD_CENTRE TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'COURSE NO. NOT ON APPLICATION_AWARDS TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'APPLICATION NO. NOT ON APPROVAL_APPLICATION TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'AWARD CODE NOT ON AWARD_CODES TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'COURSE TITLE NOT ON AWARD_TITLES TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'BOARD NOT ON BOARD EXAMINERS TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'COMBINATION NOT ON APPROVAL_COMBINATION TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'COMBINATION NOT ON APPROVAL_UNITS/UNITS TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'TRANSFER CENTRE NOT ON CENTRE/OLD CENTRE TABLES'.
    03  FILLER  PIC X(60)
        VALUE 'TRANSFER UNITS NOT ON APPROVAL_UNITS/UNITS TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'STUDENT UNITS NOT ON STUDENT UNIT TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'STUDENT UNITS NOT ON APPROVAL_UNITS/UNITS TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'SUPPLEMENTARY UNIT NOT ON UNIT TABLE'.
    03  FILLER  PIC X(60)
        VALUE 'TRANSFER STUDENT COURSE AND/OR COMBINATION MISSING'.
    03  FILLER  PIC X(60)
        VALUE 'TRANSFER COMBINATION NOT ON APPROVAL_UNITS/UNITS'.
    03  FILLER  PIC X(60)
        VALUE 'TRANSFER COURSE NOT ON APPLICATION_AWARDS'.
    03  FILLER  PIC X(60)
        VALUE 'TRANSFER APPLICATION NOT ON APPROVAL_APPLICATION'.
    03  FILLER  PIC X(60) VALUE SPACES.
    03  FILLER  PIC X(60)
        VALUE 'STUDENTS UNITS HAVE NO GRADES'.
    03  FILLER  PIC X(60)
        VALUE 'NVQ UNIT CERTIFICATION HAS EXPIRED'.
    03  FILLER  PIC X(60)
        VALUE 'INVALID AWARD CODE FOR THIS RUN'.
    03  FILLER  PIC X(60)
        VALUE 'CENTRE NAME NOT FOUND'.
    03  FILLER  PIC X(60)
        VALUE 'AWARD CODE HAS NO DOCUMENT REFERENCE'.
    03  FILLER  PIC X(60)
        VALUE 'NO NEXT CERTIFICATE NUMBER FOR AWARD CODE'.
    03  FILLER  PIC X(60)
        VALUE 'END OF STP070 REJECT REPORT'.
    03  FILLER  PIC X(60)
        VALUE 'NO REASON CODE RECORDED'.
01  WS-REASON-DES-TABLE REDEFINES WS-REASON-MESSAGE-TABLE.
    03  WS-REASON-DES    OCCURS 26 TIMES   PIC X(60).
*
01  WS-RECON-REPORT.
    03 WS-RC-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-RC-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'STP109'.
    03 WS-RC-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'ELIGIBLE NOT CERTIFICATED - ESTATE RECONCILIATION'.
    03 WS-RC-HEAD-3.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(33) VALUE
	  'REJECTIONS COUNTED FROM THE LAST'.
	05 WS-RC-H3-DAYS	PIC ZZ9.
	05 FILLER		PIC X(05) VALUE ' DAYS'.
    03 WS-RC-HEAD-4.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(40) VALUE
	  'STUDENTS MATCHING NO KNOWN REASON'.
    03 WS-RC-CENTRE-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 WS-RC-CH-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RC-CH-NAME	PIC X(45).
    03 WS-RC-COL-HEAD.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(42) VALUE 'STUDENT NAME'.
	05 FILLER		PIC X(10) VALUE 'COURSE'.
	05 FILLER		PIC X(07) VALUE 'AWARD'.
	05 FILLER		PIC X(13) VALUE 'REGISTERED'.
	05 FILLER		PIC X(08) VALUE 'AGE'.
	05 FILLER		PIC X(08) VALUE 'BAND'.
    03 WS-RC-DETAIL.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-RC-D-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RC-D-NAME		PIC X(40).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RC-D-COURSE	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RC-D-AWARD	PIC X(02).
	05 FILLER		PIC X(05) VALUE SPACES.
	05 WS-RC-D-REG-DATE	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RC-D-AGE		PIC ZZZZ9.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-RC-D-BAND		PIC X(07).
    03 WS-RC-CENTRE-TOTAL.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(30) VALUE
	  'STUDENTS WITH NO KNOWN REASON:'.
	05 WS-RC-CT-COUNT	PIC Z(5)9.
    03 WS-RC-TOTAL-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(40) VALUE
	  'ESTATE TOTALS BY CATEGORY'.
    03 WS-RC-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RC-T-DESC		PIC X(34).
	05 WS-RC-T-COUNT	PIC Z(7)9.
    03 WS-RC-REASON-LINE.
	05 FILLER		PIC X(05) VALUE SPACES.
	05 FILLER		PIC X(07) VALUE 'REASON '.
	05 WS-RC-RL-CODE	PIC X(02).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RC-RL-DESC	PIC X(60).
	05 WS-RC-RL-COUNT	PIC Z(7)9.
    03 WS-RC-BAND-LINE.
	05 FILLER		PIC X(05) VALUE SPACES.
	05 FILLER		PIC X(14) VALUE 'AGE BAND'.
	05 WS-RC-BL-BAND	PIC X(18).
	05 WS-RC-BL-COUNT	PIC Z(7)9.
    03 WS-RC-BALANCE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RC-BAL-TEXT	PIC X(60).
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
        PERFORM B-RECONCILE-ELIGIBLE.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the rejection window, open the report, log on to
*       Oracle and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-DAYS-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-DAYS-PARM.
*
        IF  WS-DAYS-PARM NUMERIC
            MOVE WS-DAYS-PARM-NUM  TO  WS-RECENT-DAYS
        ELSE
            MOVE 90                TO  WS-RECENT-DAYS
        END-IF.
*
        INITIALIZE WS-CATEGORY-COUNTS
                   WS-REJECT-REASON-COUNTS.
*
        OPEN    OUTPUT  RECON-REP.
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
	MOVE WS-RUN-DATE TO WS-RC-H1-RUN-DATE.
	MOVE WS-RECENT-DAYS TO WS-RC-H3-DAYS.
	MOVE WS-RC-HEAD-1 TO RECON-RECORD.
	WRITE RECON-RECORD AFTER PAGE.
	MOVE WS-RC-HEAD-2 TO RECON-RECORD.
	WRITE RECON-RECORD AFTER 2.
	MOVE WS-RC-HEAD-3 TO RECON-RECORD.
	WRITE RECON-RECORD.
	MOVE WS-RC-HEAD-4 TO RECON-RECORD.
	WRITE RECON-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-RECONCILE-ELIGIBLE SECTION.
**********************************************************************
*
*       Every eligible student with no certificate number, in
*       centre order and oldest registration first, with the scope
*       test and the blocking functions STP070's cursors apply.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_ELIGIBLE CURSOR FOR
            SELECT  ST_CENTRE_ID,
                    NVL(CN_CENTRE_NAME,' '),
                    ST_REG_NO,
                    SUBSTR(NVL(ST_CERT_NAME,
                           ((ST_FORENAMES||' ')||ST_SURNAME)),1,40),
                    NVL(ST_COURSE_ID,' '),
                    NVL(AW_AWARD_CODE,' '),
                    NVL(TO_CHAR(ST_REG_DATE,'DD-MON-YYYY'),' '),
                    NVL(TRUNC(SYSDATE) - TRUNC(ST_REG_DATE),0),
                    DECODE(ST_REG_TYPE,'I','Y',
                           DECODE(ST_COURSE_ID,'KSQ00','Y',
                                  DECODE(AC_EXTERNAL_CERT_NO,
                                         NULL,'N','Y'))),
                    DECODE(PK_BNM.FN_HOLD_CERTIFICATION(ST_REG_NO),
                           'N','N','Y'),
                    DECODE(PK_BNM.FN_10_WEEK_BLOCK(ST_REG_NO),
                           'N','N','Y'),
                    DECODE(PK_FINANCE_BLOCKING.FN_CENTRE_FINANCE_CERT_BLOCK
                               (ST_CENTRE_ID,'N'),
                           'Y','Y','N')
              FROM  AWARD_CODES,
                    APPROVAL_AWARDS,
                    CENTRES,
                    STUDENTS
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  CN_CENTRE_ID(+) = ST_CENTRE_ID
               AND  AW_COURSE_NUMBER(+) = ST_COURSE_ID
               AND  AC_CODE(+) = AW_AWARD_CODE
             ORDER BY ST_CENTRE_ID, ST_REG_DATE, ST_REG_NO
        END-EXEC.
*
        MOVE   "B: ERROR OPENING ELIGIBLE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_ELIGIBLE
        END-EXEC.
*
        PERFORM BA-FETCH-ELIGIBLE
          UNTIL WS01-EOF.
*
        IF  WS-OLD-CENTRE-ID NOT = SPACES
            PERFORM BD-CENTRE-TOTAL
        END-IF.
*
        MOVE   "B: ERROR CLOSING ELIGIBLE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_ELIGIBLE
        END-EXEC.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-ELIGIBLE SECTION.
**********************************************************************
*
*       Get a set of eligible students; classify each and list
*       those matching no known reason under their centre.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING ELIGIBLE STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_ELIGIBLE
             INTO  :DS02-CENTRE-ID,
                   :DS02-CENTRE-NAME,
                   :DS02-REG-NO,
                   :DS02-STUDENT-NAME,
                   :DS02-COURSE-ID,
                   :DS02-AWARD-CODE,
                   :DS02-REG-DATE,
                   :DS02-AGE,
                   :DS02-SCOPE-IND,
                   :DS02-HOLD-IND,
                   :DS02-TEN-WEEK-IND,
                   :DS02-FINANCE-IND
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

            ADD     1                 TO  WS01-POPULATION-COUNT
            PERFORM BB-CLASSIFY-STUDENT

            IF  WS-CATEGORY = 10
                IF  DS02-CENTRE-ID(WS01-INDEX) NOT = WS-OLD-CENTRE-ID
                    IF  WS-OLD-CENTRE-ID NOT = SPACES
                        PERFORM BD-CENTRE-TOTAL
                    END-IF
                    PERFORM BC-CENTRE-HEADING
                END-IF
                PERFORM BE-LIST-UNEXPLAINED
            END-IF
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-CLASSIFY-STUDENT SECTION.
**********************************************************************
*
*       Test the student against every reason, in order, counting
*       the reasons that hold; the student is counted in the first.
*
**********************************************************************
BB-START.
*
        MOVE    ZERO               TO  WS-CATEGORY
                                       WS-REASONS-HELD.
        MOVE    DS02-REG-NO(WS01-INDEX)     TO  WS-S-REG-NO.
        MOVE    DS02-CENTRE-ID(WS01-INDEX)  TO  WS-S-CENTRE-ID.
        MOVE    DS02-COURSE-ID(WS01-INDEX)  TO  WS-S-COURSE-ID.
        MOVE    DS02-AWARD-CODE(WS01-INDEX) TO  WS-S-AWARD-CODE.
*
        IF  DS02-SCOPE-IND(WS01-INDEX) = 'Y'
            MOVE    1              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        MOVE   "BB: ERROR READING BNM_AWARDS_RUN_BLOCKS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-S-COUNT
              FROM BNM_AWARDS_RUN_BLOCKS
             WHERE BARB_REG_NO = :WS-S-REG-NO
               AND NVL(BARB_CLEARED_IND,'N') = 'N'
        END-EXEC.
*
        IF  WS-S-COUNT > ZERO
        OR  DS02-HOLD-IND(WS01-INDEX) = 'Y'
            MOVE    2              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        MOVE   "BB: ERROR READING DEFERRED_AWARDS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-S-COUNT
              FROM DEFERRED_AWARDS
             WHERE DEFA_ST_REG_NO = :WS-S-REG-NO
                OR (DEFA_ST_REG_NO IS NULL
               AND  DEFA_CENTRE_ID = :WS-S-CENTRE-ID
               AND  (DEFA_COURSE_ID IS NULL
                OR   DEFA_COURSE_ID = :WS-S-COURSE-ID))
        END-EXEC.
*
        IF  WS-S-COUNT > ZERO
            MOVE    3              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        MOVE   "BB: ERROR READING CERT_EMBARGOES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-S-COUNT
              FROM CERT_EMBARGOES
             WHERE CEMB_AWARD_CODE = :WS-S-AWARD-CODE
               AND (CEMB_COURSE_ID IS NULL
                OR  CEMB_COURSE_ID = :WS-S-COURSE-ID)
               AND TRUNC(CEMB_START_DATE) <= TRUNC(SYSDATE)
               AND TRUNC(NVL(CEMB_END_DATE,SYSDATE)) >= TRUNC(SYSDATE)
        END-EXEC.
*
        IF  WS-S-COUNT > ZERO
            MOVE    4              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        IF  DS02-TEN-WEEK-IND(WS01-INDEX) = 'Y'
            MOVE    5              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        IF  DS02-FINANCE-IND(WS01-INDEX) = 'Y'
            MOVE    6              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        MOVE   "BB: ERROR READING RESULT_APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-S-COUNT
              FROM RESULT_APPEALS
             WHERE RAP_REG_NO = :WS-S-REG-NO
               AND (RAP_STATUS = 'O'
                OR  (RAP_STATUS = 'C'
               AND   RAP_OUTCOME IN ('R','L')
               AND   NOT EXISTS
                     (SELECT NULL
                        FROM STUDENTS
                       WHERE ST_REG_NO = RAP_REG_NO
                         AND NVL(ST_BNM_GRADE,ST_OVER_GRADE)
                                       = RAP_NEW_GRADE)))
        END-EXEC.
*
        IF  WS-S-COUNT > ZERO
            MOVE    7              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        MOVE   "BB: ERROR READING DUPLICATE_REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-S-COUNT
              FROM DUPLICATE_REFERRALS
             WHERE DUPR_ST_REG_NO = :WS-S-REG-NO
               AND DUPR_STATUS    = 'R'
        END-EXEC.
*
        IF  WS-S-COUNT > ZERO
            MOVE    8              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
*       The latest recent rejection and its reason; a rejection not
*       yet given a reason by STP086 reads as '00'.
*
        MOVE   "BB: ERROR READING BTEC_REJECTED_STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(NVL(BRS_REASON_CODE,'00')),' ')
              INTO :WS-S-REASON-CODE
              FROM BTEC_REJECTED_STUDENTS
             WHERE BRS_PROG_NO = 'STP070'
               AND BRS_REG_NO  = :WS-S-REG-NO
               AND BRS_RUN_DATE =
                   (SELECT MAX(BRS_RUN_DATE)
                      FROM BTEC_REJECTED_STUDENTS
                     WHERE BRS_PROG_NO = 'STP070'
                       AND BRS_REG_NO  = :WS-S-REG-NO
                       AND BRS_RUN_DATE >= SYSDATE - :WS-RECENT-DAYS)
        END-EXEC.
*
        IF  WS-S-REASON-CODE NOT = SPACES
            MOVE    9              TO  WS-CAT-SUB
            PERFORM BBA-REASON-HELD
        END-IF.
*
        IF  WS-CATEGORY = ZERO
            MOVE    10             TO  WS-CATEGORY
        END-IF.
*
        ADD     1                  TO  WS-CATEGORY-COUNT(WS-CATEGORY).
*
        IF  WS-REASONS-HELD > 1
            ADD     1              TO  WS01-MULTIPLE-COUNT
        END-IF.
*
        IF  WS-CATEGORY = 9
            MOVE    WS-S-REASON-CODE   TO  WS-RECENT-REASON
            IF  WS-RECENT-REASON NUMERIC
            AND WS-RECENT-REASON-NUM > ZERO
            AND WS-RECENT-REASON-NUM < 26
                MOVE WS-RECENT-REASON-NUM  TO  WS-REASON-SUB
            ELSE
                MOVE 26                    TO  WS-REASON-SUB
            END-IF
            ADD     1      TO  WS-REJECT-REASON-COUNT(WS-REASON-SUB)
        END-IF.
*
BB-EXIT.
*
        EXIT.
*
BBA-REASON-HELD SECTION.
**********************************************************************
*
*       Reason WS-CAT-SUB holds for the student.
*
**********************************************************************
BBA-START.
*
        ADD     1                  TO  WS-REASONS-HELD.
*
        IF  WS-CATEGORY = ZERO
            MOVE    WS-CAT-SUB     TO  WS-CATEGORY
        END-IF.
*
BBA-EXIT.
*
        EXIT.
*
BC-CENTRE-HEADING SECTION.
**********************************************************************
*
*       Centre heading for the students matching no known reason.
*
**********************************************************************
BC-START.
*
        MOVE    DS02-CENTRE-ID(WS01-INDEX)
                                   TO  WS-OLD-CENTRE-ID
                                       WS-RC-CH-CENTRE.
        MOVE    DS02-CENTRE-NAME(WS01-INDEX)
                                   TO  WS-RC-CH-NAME.
*
        MOVE    WS-RC-CENTRE-HEAD  TO  RECON-RECORD.
        WRITE   RECON-RECORD AFTER 2.
        MOVE    WS-RC-COL-HEAD     TO  RECON-RECORD.
        WRITE   RECON-RECORD.
*
        MOVE    ZERO               TO  WS01-CENTRE-STUCK.
        ADD     1                  TO  WS01-CENTRE-COUNT.
*
BC-EXIT.
*
        EXIT.
*
BD-CENTRE-TOTAL SECTION.
**********************************************************************
*
*       The count matching no known reason for the centre just
*       completed.
*
**********************************************************************
BD-START.
*
        MOVE    WS01-CENTRE-STUCK  TO  WS-RC-CT-COUNT.
        MOVE    WS-RC-CENTRE-TOTAL TO  RECON-RECORD.
        WRITE   RECON-RECORD.
*
BD-EXIT.
*
        EXIT.
*
BE-LIST-UNEXPLAINED SECTION.
**********************************************************************
*
*       List a student matching no known reason, with the age in
*       days since registration and its band.
*
**********************************************************************
BE-START.
*
        MOVE    DS02-REG-NO(WS01-INDEX)       TO  WS-RC-D-REG-NO.
        MOVE    DS02-STUDENT-NAME(WS01-INDEX) TO  WS-RC-D-NAME.
        MOVE    DS02-COURSE-ID(WS01-INDEX)    TO  WS-RC-D-COURSE.
        MOVE    DS02-AWARD-CODE(WS01-INDEX)   TO  WS-RC-D-AWARD.
        MOVE    DS02-REG-DATE(WS01-INDEX)     TO  WS-RC-D-REG-DATE.
        MOVE    DS02-AGE(WS01-INDEX)          TO  WS-RC-D-AGE.
*
        EVALUATE TRUE
          WHEN DS02-AGE(WS01-INDEX) < 180
            MOVE '0-179'                      TO  WS-RC-D-BAND
            ADD  1                            TO  WS01-BAND-1-COUNT
          WHEN DS02-AGE(WS01-INDEX) < 365
            MOVE '180-364'                    TO  WS-RC-D-BAND
            ADD  1                            TO  WS01-BAND-2-COUNT
          WHEN DS02-AGE(WS01-INDEX) < 730
            MOVE '365-729'                    TO  WS-RC-D-BAND
            ADD  1                            TO  WS01-BAND-3-COUNT
          WHEN OTHER
            MOVE '730+'                       TO  WS-RC-D-BAND
            ADD  1                            TO  WS01-BAND-4-COUNT
        END-EVALUATE.
*
        MOVE    WS-RC-DETAIL                  TO  RECON-RECORD.
        WRITE   RECON-RECORD.
*
        ADD     1                             TO  WS01-CENTRE-STUCK.
*
BE-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the estate totals by category, prove they add back to
*       the eligible population and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE WS-RC-TOTAL-HEAD TO RECON-RECORD.
	WRITE RECON-RECORD AFTER PAGE.
*
	MOVE 'ELIGIBLE, NOT CERTIFICATED:' TO WS-RC-T-DESC.
	MOVE WS01-POPULATION-COUNT TO WS-RC-T-COUNT.
	MOVE WS-RC-TOTAL-LINE TO RECON-RECORD.
	WRITE RECON-RECORD AFTER 2.
*
        MOVE    ZERO               TO  WS01-CATEGORY-TOTAL.
        PERFORM
          VARYING WS-CAT-SUB
          FROM 1 BY 1
          UNTIL WS-CAT-SUB > 10

            MOVE    WS-CATEGORY-NAME(WS-CAT-SUB)  TO  WS-RC-T-DESC
            MOVE    WS-CATEGORY-COUNT(WS-CAT-SUB) TO  WS-RC-T-COUNT
            MOVE    WS-RC-TOTAL-LINE              TO  RECON-RECORD
            IF  WS-CAT-SUB = 1
                WRITE   RECON-RECORD AFTER 2
            ELSE
                WRITE   RECON-RECORD
            END-IF
            ADD     WS-CATEGORY-COUNT(WS-CAT-SUB)
                                   TO  WS01-CATEGORY-TOTAL

            IF  WS-CAT-SUB = 9
                PERFORM DA-REJECT-REASONS
            END-IF
            IF  WS-CAT-SUB = 10
                PERFORM DB-AGE-BANDS
            END-IF
        END-PERFORM.
*
	MOVE 'TOTAL OF CATEGORIES:' TO WS-RC-T-DESC.
	MOVE WS01-CATEGORY-TOTAL TO WS-RC-T-COUNT.
	MOVE WS-RC-TOTAL-LINE TO RECON-RECORD.
	WRITE RECON-RECORD AFTER 2.
*
	IF WS01-CATEGORY-TOTAL = WS01-POPULATION-COUNT
	THEN
	  MOVE 'CATEGORIES BALANCE TO THE ELIGIBLE POPULATION'
				   TO WS-RC-BAL-TEXT
	ELSE
	  MOVE '*** CATEGORIES DO NOT BALANCE TO THE POPULATION ***'
				   TO WS-RC-BAL-TEXT
	END-IF.
	MOVE WS-RC-BALANCE-LINE TO RECON-RECORD.
	WRITE RECON-RECORD.
*
	MOVE 'MATCHING MORE THAN ONE REASON:' TO WS-RC-T-DESC.
	MOVE WS01-MULTIPLE-COUNT TO WS-RC-T-COUNT.
	MOVE WS-RC-TOTAL-LINE TO RECON-RECORD.
	WRITE RECON-RECORD AFTER 2.
	MOVE 'CENTRES WITH NO-REASON STUDENTS:' TO WS-RC-T-DESC.
	MOVE WS01-CENTRE-COUNT TO WS-RC-T-COUNT.
	MOVE WS-RC-TOTAL-LINE TO RECON-RECORD.
	WRITE RECON-RECORD.
*
        CLOSE   RECON-REP.
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
        DISPLAY "STP109 - SUCCESSFULLY COMPLETED".
*
D-EXIT.
*
        EXIT.
*
DA-REJECT-REASONS SECTION.
**********************************************************************
*
*       The recent rejections by the reason of the latest one.
*
**********************************************************************
DA-START.
*
        PERFORM
          VARYING WS-REASON-SUB
          FROM 1 BY 1
          UNTIL WS-REASON-SUB > 26

            IF  WS-REJECT-REASON-COUNT(WS-REASON-SUB) > ZERO
                IF  WS-REASON-SUB = 26
                    MOVE '00'                  TO  WS-RC-RL-CODE
                ELSE
                    MOVE WS-REASON-SUB         TO  WS-RECENT-REASON-NUM
                    MOVE WS-RECENT-REASON      TO  WS-RC-RL-CODE
                END-IF
                MOVE WS-REASON-DES(WS-REASON-SUB)
                                               TO  WS-RC-RL-DESC
                MOVE WS-REJECT-REASON-COUNT(WS-REASON-SUB)
                                               TO  WS-RC-RL-COUNT
                MOVE WS-RC-REASON-LINE         TO  RECON-RECORD
                WRITE RECON-RECORD
            END-IF
        END-PERFORM.
*
DA-EXIT.
*
        EXIT.
*
DB-AGE-BANDS SECTION.
**********************************************************************
*
*       The students matching no known reason by age band.
*
**********************************************************************
DB-START.
*
	MOVE '0-179 DAYS' TO WS-RC-BL-BAND.
	MOVE WS01-BAND-1-COUNT TO WS-RC-BL-COUNT.
	MOVE WS-RC-BAND-LINE TO RECON-RECORD.
	WRITE RECON-RECORD.
	MOVE '180-364 DAYS' TO WS-RC-BL-BAND.
	MOVE WS01-BAND-2-COUNT TO WS-RC-BL-COUNT.
	MOVE WS-RC-BAND-LINE TO RECON-RECORD.
	WRITE RECON-RECORD.
	MOVE '365-729 DAYS' TO WS-RC-BL-BAND.
	MOVE WS01-BAND-3-COUNT TO WS-RC-BL-COUNT.
	MOVE WS-RC-BAND-LINE TO RECON-RECORD.
	WRITE RECON-RECORD.
	MOVE '730 DAYS AND OVER' TO WS-RC-BL-BAND.
	MOVE WS01-BAND-4-COUNT TO WS-RC-BL-COUNT.
	MOVE WS-RC-BAND-LINE TO RECON-RECORD.
	WRITE RECON-RECORD.
*
DB-EXIT.
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
        DISPLAY "STP109 ERROR".
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
