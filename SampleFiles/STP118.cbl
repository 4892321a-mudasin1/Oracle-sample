IDENTIFICATION DIVISION.
PROGRAM-ID.   STP118.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	REGULATED QUALIFICATIONS REGISTER - LOAD AND QAN VALIDITY CHECKS
*
********************************************************************************
*
*       STP118 - STP070 prints the QAN from AT_AWARD_CODES
*		(ZR-COURSE-QCA-CODE) or AT_AWARD_CODE_LEVELS
*		(ZS-ESOL-QCA-CODE) and SSP996 reports learners with no
*		QAN, but nothing checked that the QAN was still open
*		for certification.  This program keeps the
*		regulator's published register of regulated
*		qualifications on QUAL_REGISTER:
*
*		  QREG_QAN               QAN, without the '/'s (as
*					 AACO_QCA_CODE holds it)
*		  QREG_TITLE             regulator's title
*		  QREG_LEVEL             regulator's level
*		  QREG_OPERATIONAL_START operational start date
*		  QREG_CERT_END_DATE     certification end date (null
*					 while open)
*		  QREG_LOADED_DATE
*
*		Run types:
*		  'L' - load.  The register file (REGQUALS, space
*			separated: QAN (10, with or without '/'s),
*			title (100), level (20), operational start
*			date and certification end date (YYYYMMDD,
*			end date blank while open)) replaces the
*			table; rows with no QAN, a bad date or a QAN
*			already loaded are listed and skipped.  Then
*			as 'C'.  Second parameter 'U' commits the
*			load; anything else rolls it back after
*			reporting, for a trial pass.
*		  'C' - compare.  Every AT_AWARD_CODES and
*			AT_AWARD_CODE_LEVELS mapping that carries a
*			QAN is checked against the register: QANs the
*			regulator does not know, titles (AT_NAME)
*			differing from the regulator's and, for the
*			level mappings, levels the regulator's level
*			does not contain.
*		  'O' - OFQUAL check, run between SSP996 and the
*			despatch of its files.  The BTEC rows of an
*			OFQUAL_DETAILS return (second parameter: DAUD
*			sequence, blank = latest completed SSD996 run)
*			whose QAN is unknown to the regulator or was
*			awarded after its certification end date.
*			The register is not changed.
*
*		Tonight's print population is checked by STP093
*		(check 5) against the same table.
*
* 15-Oct-2026	PJW	EC5277 : Program written.
* 15-Oct-2026	PJW	EC5280 : Reject a register date with more days
*			than its month holds; accept a DAUD sequence
*			of fewer than nine digits, and stop on one
*			that is not a number.
* 15-Oct-2026	PJW	EC5280 : OFQUAL check also takes the QAN from
*			AT_AWARD_CODE_LEVELS by the level achieved.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  REGISTER-IN  ASSIGN REGQUALS.
    SELECT  QUAL-REP     ASSIGN STP118TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  REGISTER-IN
    LABEL RECORDS STANDARD.
01  REGISTER-IN-RECORD.
    03  QRR-QAN                   PIC X(10).
    03  FILLER                    PIC X(01).
    03  QRR-TITLE                 PIC X(100).
    03  FILLER                    PIC X(01).
    03  QRR-LEVEL                 PIC X(20).
    03  FILLER                    PIC X(01).
    03  QRR-START-DATE            PIC X(08).
    03  QRR-START-PARTS REDEFINES QRR-START-DATE.
        05  QRR-START-YEAR        PIC 9(04).
        05  QRR-START-MONTH       PIC 9(02).
        05  QRR-START-DAY         PIC 9(02).
    03  FILLER                    PIC X(01).
    03  QRR-END-DATE              PIC X(08).
    03  QRR-END-PARTS REDEFINES QRR-END-DATE.
        05  QRR-END-YEAR          PIC 9(04).
        05  QRR-END-MONTH         PIC 9(02).
        05  QRR-END-DAY           PIC 9(02).
*
FD  QUAL-REP
    LABEL RECORDS STANDARD.
01  QUAL-RECORD                   PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-MAPPING-DETAILS.
    03  DS02-TITLE-NO              PIC  X(06) OCCURS 200.
    03  DS02-AWARD-CODE            PIC  X(02) OCCURS 200.
    03  DS02-LEVEL                 PIC  X(02) OCCURS 200.
    03  DS02-QAN                   PIC  X(10) OCCURS 200.
    03  DS02-PROBLEM               PIC  X(32) OCCURS 200.
    03  DS02-OUR-TITLE             PIC  X(90) OCCURS 200.
    03  DS02-REG-TITLE             PIC X(100) OCCURS 200.
    03  DS02-REG-LEVEL             PIC  X(20) OCCURS 200.
*
01  DS04-OFQUAL-DETAILS.
    03  DS04-REG-NO                PIC  X(07) OCCURS 200.
    03  DS04-COURSE                PIC  X(08) OCCURS 200.
    03  DS04-QAN                   PIC  X(10) OCCURS 200.
    03  DS04-ISSUE-DATE            PIC  X(11) OCCURS 200.
    03  DS04-END-DATE              PIC  X(11) OCCURS 200.
    03  DS04-PROBLEM               PIC  X(32) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-DAUD-SEQUENCE		  PIC S9(09) COMP VALUE 0.
01  WS-MATCH-COUNT		  PIC S9(09) COMP.
01  WS-L-QAN			  PIC  X(10).
01  WS-L-TITLE			  PIC X(100).
01  WS-L-LEVEL			  PIC  X(20).
01  WS-L-START-DATE		  PIC  X(08).
01  WS-L-END-DATE		  PIC  X(08).
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
    03  WS01-REGISTER-READ         PIC S9(09) COMP VALUE 0.
    03  WS01-REGISTER-LOADED       PIC S9(09) COMP VALUE 0.
    03  WS01-REGISTER-REJECTED     PIC S9(09) COMP VALUE 0.
    03  WS01-UNKNOWN-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-TITLE-COUNT           PIC S9(09) COMP VALUE 0.
    03  WS01-LEVEL-COUNT           PIC S9(09) COMP VALUE 0.
    03  WS01-ENDED-COUNT           PIC S9(09) COMP VALUE 0.
    03  WS01-EXCEPTION-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  LOAD-RUN				VALUE 'L'.
    88  COMPARE-RUN				VALUE 'C'.
    88  OFQUAL-RUN				VALUE 'O'.
01  WS-SECOND-PARM		   PIC  X(09).
01  WS-DAUD-PARM		   PIC  X(09) JUSTIFIED RIGHT.
01  WS-PARM-LENGTH		   PIC S9(04) COMP.
*
01  WS-MONTH-DAYS-VALUES	   PIC  X(24)
				   VALUE '312831303130313130313031'.
01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
    03  WS-MONTH-DAYS		   PIC  9(02) OCCURS 12.
01  WS-CHECK-YEAR		   PIC  9(04).
01  WS-CHECK-MONTH		   PIC  9(02).
01  WS-DAYS-IN-MONTH		   PIC  9(02).
01  WS-LEAP-QUOTIENT		   PIC  9(04).
01  WS-LEAP-REMAINDER		   PIC  9(04).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-REGISTER-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  REGISTER-EOF				VALUE 'Y'.
01  WS-REJECT-REASON		   PIC  X(30).
*
01  WS-QUAL-REPORT.
    03 WS-QR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-QR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP118'.
    03 WS-QR-HEAD-2.
	05 FILLER		PIC X(25) VALUE SPACES.
	05 FILLER		PIC X(60) VALUE
	  'REGULATED QUALIFICATIONS REGISTER - QAN VALIDITY'.
    03 WS-QR-HEAD-3.
	05 FILLER		PIC X(10) VALUE 'RUN TYPE: '.
	05 WS-QR-H3-TYPE	PIC X(01).
	05 FILLER		PIC X(4)  VALUE SPACES.
	05 WS-QR-H3-DESC	PIC X(30).
	05 WS-QR-H3-DAUD	PIC Z(8)9 BLANK WHEN ZERO.
    03 WS-QR-SECTION-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-QR-SH-DESC	PIC X(64).
    03 WS-QR-LOAD-COLS.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 FILLER		PIC X(12) VALUE 'QAN'.
	05 FILLER		PIC X(10) VALUE 'START'.
	05 FILLER		PIC X(10) VALUE 'END'.
	05 FILLER		PIC X(30) VALUE 'REASON'.
    03 WS-QR-LOAD-LINE.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-QR-LL-QAN		PIC X(10).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-LL-START	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-LL-END		PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-LL-REASON	PIC X(30).
    03 WS-QR-MAP-COLS.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 FILLER		PIC X(08) VALUE 'TITLE'.
	05 FILLER		PIC X(04) VALUE 'AW'.
	05 FILLER		PIC X(04) VALUE 'LV'.
	05 FILLER		PIC X(12) VALUE 'QAN'.
	05 FILLER		PIC X(34) VALUE 'PROBLEM'.
	05 FILLER		PIC X(20) VALUE 'REGULATOR LEVEL'.
    03 WS-QR-MAP-LINE.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-QR-ML-TITLE-NO	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-ML-AWARD-CODE	PIC X(02).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-ML-LEVEL	PIC X(02).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-ML-QAN		PIC X(10).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-ML-PROBLEM	PIC X(32).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-ML-REG-LEVEL	PIC X(20).
    03 WS-QR-TITLE-LINE.
	05 FILLER		PIC X(07) VALUE SPACES.
	05 WS-QR-TL-WHOSE	PIC X(11).
	05 WS-QR-TL-TITLE	PIC X(100).
    03 WS-QR-OFQ-COLS.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(10) VALUE 'COURSE'.
	05 FILLER		PIC X(12) VALUE 'QAN'.
	05 FILLER		PIC X(13) VALUE 'AWARDED'.
	05 FILLER		PIC X(13) VALUE 'CERT END'.
	05 FILLER		PIC X(32) VALUE 'PROBLEM'.
    03 WS-QR-OFQ-LINE.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-QR-OL-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-OL-COURSE	PIC X(08).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-OL-QAN		PIC X(10).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-OL-ISSUE-DATE	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-OL-END-DATE	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-QR-OL-PROBLEM	PIC X(32).
    03 WS-QR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-QR-T-DESC		PIC X(40).
	05 WS-QR-T-COUNT	PIC Z(7)9.
    03 WS-QR-NO-UPDATE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(50) VALUE
	  '*** TRIAL RUN - REGISTER NOT LOADED ***'.
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
            PERFORM B-LOAD-REGISTER
        END-IF.

        IF  LOAD-RUN
        OR  COMPARE-RUN
            MOVE    ZERO           TO  WS01-ROWS-TOTAL
            MOVE   "N"             TO  WS01-EOF-IND
            PERFORM C-COMPARE-MAPPINGS
        END-IF.

        IF  OFQUAL-RUN
            MOVE    ZERO           TO  WS01-ROWS-TOTAL
            MOVE   "N"             TO  WS01-EOF-IND
            PERFORM E-CHECK-OFQUAL-RETURN
        END-IF.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the parameters, open the files, log on to Oracle,
*       resolve the OFQUAL return and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-RUN-TYPE-PARM.
    	ACCEPT WS-SECOND-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-RUN-TYPE-PARM.
        DISPLAY WS-SECOND-PARM.
*
        OPEN    OUTPUT  QUAL-REP.
*
	IF NOT LOAD-RUN
	AND NOT COMPARE-RUN
	AND NOT OFQUAL-RUN
	THEN
	  MOVE "RUN TYPE MUST BE L, C OR O"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
*
* The DAUD sequence may be keyed with fewer than nine digits: it is
* right justified and zero filled before it is used, and anything
* left that is not a number stops the run.
*
	IF OFQUAL-RUN
	AND WS-SECOND-PARM NOT = SPACES
	THEN
	  MOVE ZERO TO WS-PARM-LENGTH
	  INSPECT WS-SECOND-PARM
	    TALLYING WS-PARM-LENGTH FOR CHARACTERS BEFORE INITIAL SPACE
	  IF WS-PARM-LENGTH = ZERO
	  THEN
	    MOVE "DAUD SEQUENCE MUST BE KEYED FROM THE FIRST COLUMN"
				   TO  WS01-ERR-MESSAGE
	    PERFORM ZZ-ABORT
	  END-IF
	  IF WS-PARM-LENGTH < 9
	  AND WS-SECOND-PARM(WS-PARM-LENGTH + 1:) NOT = SPACES
	  THEN
	    MOVE "DAUD SEQUENCE MUST BE A NUMBER"
				   TO  WS01-ERR-MESSAGE
	    PERFORM ZZ-ABORT
	  END-IF
	  MOVE WS-SECOND-PARM(1:WS-PARM-LENGTH) TO WS-DAUD-PARM
	  INSPECT WS-DAUD-PARM REPLACING LEADING SPACES BY ZEROS
	  IF WS-DAUD-PARM NOT NUMERIC
	  THEN
	    MOVE "DAUD SEQUENCE MUST BE A NUMBER"
				   TO  WS01-ERR-MESSAGE
	    PERFORM ZZ-ABORT
	  END-IF
	  MOVE WS-DAUD-PARM TO WS-SECOND-PARM
	END-IF.
*
	IF LOAD-RUN
	AND (WS-SECOND-PARM = 'U' OR 'u')
	THEN
	  MOVE 'U' TO WS-UPDATE-IND
	ELSE
	  MOVE 'N' TO WS-UPDATE-IND
	END-IF.
*
	IF LOAD-RUN
	THEN
	  OPEN INPUT REGISTER-IN
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
	IF OFQUAL-RUN
	THEN
	  IF WS-SECOND-PARM IS NUMERIC
	  AND WS-SECOND-PARM NOT = ZERO
	  THEN
	    MOVE WS-SECOND-PARM TO WS-DAUD-SEQUENCE
	  ELSE
            MOVE   "ERROR LOCATING LATEST SSP996 RUN"
                                     TO  WS01-ERR-MESSAGE
	    EXEC SQL
	      SELECT NVL(MAX(DAUD_SEQUENCE),0)
	        INTO :WS-DAUD-SEQUENCE
	        FROM DATAFEED_AUDITS
	       WHERE DAUD_MODULE = 'SSD996'
	         AND DAUD_END IS NOT NULL
	    END-EXEC
	  END-IF
	END-IF.
*
	MOVE WS-RUN-DATE TO WS-QR-H1-RUN-DATE.
	MOVE WS-QR-HEAD-1 TO QUAL-RECORD.
	WRITE QUAL-RECORD AFTER PAGE.
	MOVE WS-QR-HEAD-2 TO QUAL-RECORD.
	WRITE QUAL-RECORD AFTER 2.
	MOVE WS-RUN-TYPE-PARM TO WS-QR-H3-TYPE.
	IF LOAD-RUN
	  IF UPDATE-MODE
	    MOVE 'LOAD AND COMPARE MAPPINGS'
				   TO WS-QR-H3-DESC
	  ELSE
	    MOVE 'TRIAL LOAD AND COMPARE'
				   TO WS-QR-H3-DESC
	  END-IF
	END-IF.
	IF COMPARE-RUN
	  MOVE 'COMPARE MAPPINGS'  TO WS-QR-H3-DESC
	END-IF.
	IF OFQUAL-RUN
	  MOVE 'OFQUAL RETURN - DAUD SEQUENCE'
				   TO WS-QR-H3-DESC
	END-IF.
	MOVE WS-DAUD-SEQUENCE TO WS-QR-H3-DAUD.
	MOVE WS-QR-HEAD-3 TO QUAL-RECORD.
	WRITE QUAL-RECORD AFTER 2.
*
	IF OFQUAL-RUN
	AND WS-DAUD-SEQUENCE = ZERO
	THEN
	  MOVE "NO COMPLETED SSP996 RUN TO CHECK"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
A-EXIT.
*
        EXIT.
*
B-LOAD-REGISTER SECTION.
**********************************************************************
*
*       Replace QUAL_REGISTER with the register file, listing the
*       rows that cannot be loaded.
*
**********************************************************************
B-START.
*
        MOVE   '1. REGISTER ROWS NOT LOADED'
                                   TO  WS-QR-SH-DESC.
        MOVE    WS-QR-SECTION-HEAD TO  QUAL-RECORD.
        WRITE   QUAL-RECORD AFTER 2.
        MOVE    WS-QR-LOAD-COLS    TO  QUAL-RECORD.
        WRITE   QUAL-RECORD.
*
        MOVE   "B: ERROR CLEARING QUAL_REGISTER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            DELETE FROM QUAL_REGISTER
        END-EXEC.
*
        MOVE   'N'                 TO  WS-REGISTER-EOF-IND.
B-020.
        READ    REGISTER-IN
            AT END  MOVE 'Y'       TO  WS-REGISTER-EOF-IND.

        IF  REGISTER-EOF
            GO TO B-EXIT
        END-IF.

        IF  REGISTER-IN-RECORD = SPACES
            GO TO B-020
        END-IF.

        ADD     1                  TO  WS01-REGISTER-READ.

        PERFORM BA-CHECK-REGISTER-ROW.

        IF  WS-REJECT-REASON = SPACES
            PERFORM BB-INSERT-REGISTER-ROW
            ADD  1                 TO  WS01-REGISTER-LOADED
        ELSE
            MOVE QRR-QAN           TO  WS-QR-LL-QAN
            MOVE QRR-START-DATE    TO  WS-QR-LL-START
            MOVE QRR-END-DATE      TO  WS-QR-LL-END
            MOVE WS-REJECT-REASON  TO  WS-QR-LL-REASON
            MOVE WS-QR-LOAD-LINE   TO  QUAL-RECORD
            WRITE QUAL-RECORD
            ADD  1                 TO  WS01-REGISTER-REJECTED
        END-IF.

        GO TO B-020.
*
B-EXIT.
*
        EXIT.
*
BA-CHECK-REGISTER-ROW SECTION.
**********************************************************************
*
*       Check the register row just read; WS-REJECT-REASON is left
*       at spaces when it can be loaded.
*
**********************************************************************
BA-START.
*
        MOVE    SPACES             TO  WS-REJECT-REASON.

        IF  QRR-QAN = SPACES
            MOVE 'NO QAN'          TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  QRR-START-DATE NOT NUMERIC
        OR  QRR-START-YEAR  < 1900
        OR  QRR-START-MONTH < 1
        OR  QRR-START-MONTH > 12
        OR  QRR-START-DAY   < 1
        OR  QRR-START-DAY   > 31
            MOVE 'OPERATIONAL START DATE INVALID'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        MOVE    QRR-START-YEAR     TO  WS-CHECK-YEAR.
        MOVE    QRR-START-MONTH    TO  WS-CHECK-MONTH.
        PERFORM BC-DAYS-IN-MONTH.

        IF  QRR-START-DAY > WS-DAYS-IN-MONTH
            MOVE 'OPERATIONAL START DATE INVALID'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  QRR-END-DATE NOT = SPACES
            IF  QRR-END-DATE NOT NUMERIC
            OR  QRR-END-YEAR  < 1900
            OR  QRR-END-MONTH < 1
            OR  QRR-END-MONTH > 12
            OR  QRR-END-DAY   < 1
            OR  QRR-END-DAY   > 31
                MOVE 'CERTIFICATION END DATE INVALID'
                                   TO  WS-REJECT-REASON
                GO TO BA-EXIT
            END-IF
            MOVE QRR-END-YEAR      TO  WS-CHECK-YEAR
            MOVE QRR-END-MONTH     TO  WS-CHECK-MONTH
            PERFORM BC-DAYS-IN-MONTH
            IF  QRR-END-DAY > WS-DAYS-IN-MONTH
                MOVE 'CERTIFICATION END DATE INVALID'
                                   TO  WS-REJECT-REASON
                GO TO BA-EXIT
            END-IF
        END-IF.

        MOVE    QRR-QAN            TO  WS-L-QAN.

        MOVE   "BA: ERROR CHECKING QUAL_REGISTER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-MATCH-COUNT
              FROM QUAL_REGISTER
             WHERE QREG_QAN = REPLACE(RTRIM(:WS-L-QAN),'/','')
        END-EXEC.

        IF  WS-MATCH-COUNT > ZERO
            MOVE 'QAN ALREADY LOADED'
                                   TO  WS-REJECT-REASON
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-INSERT-REGISTER-ROW SECTION.
**********************************************************************
*
*       Load the register row just checked.
*
**********************************************************************
BB-START.
*
        MOVE    QRR-TITLE          TO  WS-L-TITLE.
        MOVE    QRR-LEVEL          TO  WS-L-LEVEL.
        MOVE    QRR-START-DATE     TO  WS-L-START-DATE.
        MOVE    QRR-END-DATE       TO  WS-L-END-DATE.

        MOVE   "BB: ERROR INSERTING QUAL_REGISTER"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO QUAL_REGISTER
                   (QREG_QAN,
                    QREG_TITLE,
                    QREG_LEVEL,
                    QREG_OPERATIONAL_START,
                    QREG_CERT_END_DATE,
                    QREG_LOADED_DATE)
            VALUES (REPLACE(RTRIM(:WS-L-QAN),'/',''),
                    RTRIM(:WS-L-TITLE),
                    RTRIM(:WS-L-LEVEL),
                    TO_DATE(:WS-L-START-DATE,'YYYYMMDD'),
                    DECODE(RTRIM(:WS-L-END-DATE),NULL,NULL,
                           TO_DATE(:WS-L-END-DATE,'YYYYMMDD')),
                    SYSDATE)
        END-EXEC.
*
BB-EXIT.
*
        EXIT.
*
BC-DAYS-IN-MONTH SECTION.
**********************************************************************
*
*       The number of days in month WS-CHECK-MONTH of year
*       WS-CHECK-YEAR, allowing for leap years, in WS-DAYS-IN-MONTH.
*
**********************************************************************
BC-START.
*
        MOVE    WS-MONTH-DAYS(WS-CHECK-MONTH)
                                   TO  WS-DAYS-IN-MONTH.

        IF  WS-CHECK-MONTH NOT = 2
            GO TO BC-EXIT
        END-IF.

        DIVIDE  WS-CHECK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER.
        IF  WS-LEAP-REMAINDER NOT = ZERO
            GO TO BC-EXIT
        END-IF.

        MOVE    29                 TO  WS-DAYS-IN-MONTH.

        DIVIDE  WS-CHECK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER.
        IF  WS-LEAP-REMAINDER NOT = ZERO
            GO TO BC-EXIT
        END-IF.

        DIVIDE  WS-CHECK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                REMAINDER WS-LEAP-REMAINDER.
        IF  WS-LEAP-REMAINDER NOT = ZERO
            MOVE 28                TO  WS-DAYS-IN-MONTH
        END-IF.
*
BC-EXIT.
*
        EXIT.
*
C-COMPARE-MAPPINGS SECTION.
**********************************************************************
*
*       Our title/award code to QAN mappings that the register does
*       not bear out.
*
**********************************************************************
C-START.
*
        EXEC SQL
            DECLARE GET_MAPPINGS CURSOR FOR
            SELECT  LTRIM(TO_CHAR(AACO_AT_NUMBER)),
                    AACO_AC_CODE,
                    ' ',
                    AACO_QCA_CODE,
                    DECODE(QREG_QAN,NULL,'QAN NOT ON REGISTER',
                                         'TITLE DIFFERS'),
                    NVL(AT_NAME,' '),
                    NVL(QREG_TITLE,' '),
                    NVL(QREG_LEVEL,' ')
              FROM  AT_AWARD_CODES,
                    AWARD_TITLES,
                    QUAL_REGISTER
             WHERE  AACO_QCA_CODE IS NOT NULL
               AND  AT_NUMBER(+) = AACO_AT_NUMBER
               AND  QREG_QAN(+) = AACO_QCA_CODE
               AND  (QREG_QAN IS NULL
                     OR UPPER(RTRIM(NVL(AT_NAME,' '))) <>
                        UPPER(RTRIM(QREG_TITLE)))
            UNION
            SELECT  LTRIM(TO_CHAR(AACL_AT_NUMBER)),
                    AACL_AC_CODE,
                    AACL_LEVEL,
                    AACL_QCA_CODE,
                    DECODE(QREG_QAN,NULL,'QAN NOT ON REGISTER',
                           DECODE(UPPER(RTRIM(NVL(AT_NAME,' '))),
                                  UPPER(RTRIM(QREG_TITLE)),
                                  'LEVEL DIFFERS',
                                  'TITLE DIFFERS')),
                    NVL(AT_NAME,' '),
                    NVL(QREG_TITLE,' '),
                    NVL(QREG_LEVEL,' ')
              FROM  AT_AWARD_CODE_LEVELS,
                    AWARD_TITLES,
                    QUAL_REGISTER
             WHERE  AACL_QCA_CODE IS NOT NULL
               AND  AT_NUMBER(+) = AACL_AT_NUMBER
               AND  QREG_QAN(+) = AACL_QCA_CODE
               AND  (QREG_QAN IS NULL
                     OR UPPER(RTRIM(NVL(AT_NAME,' '))) <>
                        UPPER(RTRIM(QREG_TITLE))
                     OR INSTR(UPPER(QREG_LEVEL),
                              UPPER(RTRIM(AACL_LEVEL))) = 0)
             ORDER BY 5, 4, 1, 2
        END-EXEC.
*
        MOVE   '2. QAN MAPPINGS NOT BORNE OUT BY THE REGISTER'
                                   TO  WS-QR-SH-DESC.
        MOVE    WS-QR-SECTION-HEAD TO  QUAL-RECORD.
        WRITE   QUAL-RECORD AFTER 2.
        MOVE    WS-QR-MAP-COLS     TO  QUAL-RECORD.
        WRITE   QUAL-RECORD.
*
        MOVE   "C: ERROR OPENING MAPPINGS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_MAPPINGS
        END-EXEC.
*
        PERFORM CA-FETCH-MAPPINGS
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING MAPPINGS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_MAPPINGS
        END-EXEC.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-MAPPINGS SECTION.
**********************************************************************
*
*       Get a set of mismatched mappings and print them, with both
*       titles where the title is the problem.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING MAPPINGS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_MAPPINGS
             INTO  :DS02-TITLE-NO,
                   :DS02-AWARD-CODE,
                   :DS02-LEVEL,
                   :DS02-QAN,
                   :DS02-PROBLEM,
                   :DS02-OUR-TITLE,
                   :DS02-REG-TITLE,
                   :DS02-REG-LEVEL
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

            MOVE DS02-TITLE-NO(WS01-INDEX)   TO  WS-QR-ML-TITLE-NO
            MOVE DS02-AWARD-CODE(WS01-INDEX) TO  WS-QR-ML-AWARD-CODE
            MOVE DS02-LEVEL(WS01-INDEX)      TO  WS-QR-ML-LEVEL
            MOVE DS02-QAN(WS01-INDEX)        TO  WS-QR-ML-QAN
            MOVE DS02-PROBLEM(WS01-INDEX)    TO  WS-QR-ML-PROBLEM
            MOVE DS02-REG-LEVEL(WS01-INDEX)  TO  WS-QR-ML-REG-LEVEL
            MOVE WS-QR-MAP-LINE              TO  QUAL-RECORD
            WRITE QUAL-RECORD AFTER 2

            IF  DS02-PROBLEM(WS01-INDEX) = 'QAN NOT ON REGISTER'
                ADD 1                        TO  WS01-UNKNOWN-COUNT
            ELSE
                MOVE 'OURS:'                 TO  WS-QR-TL-WHOSE
                MOVE DS02-OUR-TITLE(WS01-INDEX)
                                             TO  WS-QR-TL-TITLE
                MOVE WS-QR-TITLE-LINE        TO  QUAL-RECORD
                WRITE QUAL-RECORD
                MOVE 'REGULATOR:'            TO  WS-QR-TL-WHOSE
                MOVE DS02-REG-TITLE(WS01-INDEX)
                                             TO  WS-QR-TL-TITLE
                MOVE WS-QR-TITLE-LINE        TO  QUAL-RECORD
                WRITE QUAL-RECORD
                IF  DS02-PROBLEM(WS01-INDEX) = 'LEVEL DIFFERS'
                    ADD 1                    TO  WS01-LEVEL-COUNT
                ELSE
                    ADD 1                    TO  WS01-TITLE-COUNT
                END-IF
            END-IF
        END-PERFORM.
*
CA-EXIT.
*
        EXIT.
*
E-CHECK-OFQUAL-RETURN SECTION.
**********************************************************************
*
*       The BTEC rows of the OFQUAL return whose QAN the regulator
*       does not know or whose award date is after the QAN's
*       certification end date.  The QAN is the one SSP996 returned:
*       from AT_AWARD_CODES or, by the level achieved, from
*       AT_AWARD_CODE_LEVELS.
*
**********************************************************************
E-START.
*
        EXEC SQL
            DECLARE GET_OFQUAL CURSOR FOR
            SELECT  ODET_REG_NO,
                    ODET_COURSE,
                    AACO_QCA_CODE,
                    TO_CHAR(ODET_ISSUE_DATE,'DD-MON-YYYY'),
                    NVL(TO_CHAR(QREG_CERT_END_DATE,'DD-MON-YYYY'),' '),
                    DECODE(QREG_QAN,NULL,'QAN NOT ON REGISTER',
                                         'AWARDED AFTER CERTIFICATION END')
              FROM  OFQUAL_DETAILS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AT_AWARD_CODES,
                    QUAL_REGISTER
             WHERE  ODET_DAUD_ID = :WS-DAUD-SEQUENCE
               AND  ODET_REG_TYPE = 'B'
               AND  AW_COURSE_NUMBER = ODET_COURSE
               AND  AA_APPLICAT_NO = AW_APPLICAT_NO
               AND  AACO_AT_NUMBER = TO_NUMBER(AA_BTEC_TITLE)
               AND  AACO_AC_CODE = AW_AWARD_CODE
               AND  AACO_QCA_CODE IS NOT NULL
               AND  QREG_QAN(+) = AACO_QCA_CODE
               AND  (QREG_QAN IS NULL
                     OR ODET_ISSUE_DATE > QREG_CERT_END_DATE)
            UNION
            SELECT  ODET_REG_NO,
                    ODET_COURSE,
                    AACL_QCA_CODE,
                    TO_CHAR(ODET_ISSUE_DATE,'DD-MON-YYYY'),
                    NVL(TO_CHAR(QREG_CERT_END_DATE,'DD-MON-YYYY'),' '),
                    DECODE(QREG_QAN,NULL,'QAN NOT ON REGISTER',
                                         'AWARDED AFTER CERTIFICATION END')
              FROM  OFQUAL_DETAILS,
                    STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AT_AWARD_CODE_LEVELS,
                    QUAL_REGISTER
             WHERE  ODET_DAUD_ID = :WS-DAUD-SEQUENCE
               AND  ODET_REG_TYPE = 'B'
               AND  ST_REG_NO = ODET_REG_NO
               AND  AW_COURSE_NUMBER = ODET_COURSE
               AND  AA_APPLICAT_NO = AW_APPLICAT_NO
               AND  AACL_AT_NUMBER = TO_NUMBER(AA_BTEC_TITLE)
               AND  AACL_AC_CODE = AW_AWARD_CODE
               AND  AACL_LEVEL =
                    NVL(ST_BNM_GRADE,ST_ABS_LEVEL_ACHIEVED)
               AND  AACL_QCA_CODE IS NOT NULL
               AND  QREG_QAN(+) = AACL_QCA_CODE
               AND  (QREG_QAN IS NULL
                     OR ODET_ISSUE_DATE > QREG_CERT_END_DATE)
             ORDER BY 6, 2, 1
        END-EXEC.
*
        MOVE   '1. OFQUAL RETURN ROWS WITH A QAN NOT VALID FOR THE AWARD'
                                   TO  WS-QR-SH-DESC.
        MOVE    WS-QR-SECTION-HEAD TO  QUAL-RECORD.
        WRITE   QUAL-RECORD AFTER 2.
        MOVE    WS-QR-OFQ-COLS     TO  QUAL-RECORD.
        WRITE   QUAL-RECORD.
*
        MOVE   "E: ERROR OPENING OFQUAL CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_OFQUAL
        END-EXEC.
*
        PERFORM EA-FETCH-OFQUAL
          UNTIL WS01-EOF.
*
        MOVE   "E: ERROR CLOSING OFQUAL CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_OFQUAL
        END-EXEC.
*
E-EXIT.
*
        EXIT.
*
EA-FETCH-OFQUAL SECTION.
**********************************************************************
*
*       Get a set of invalid OFQUAL rows and print them.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR FETCHING OFQUAL ROWS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_OFQUAL
             INTO  :DS04-REG-NO,
                   :DS04-COURSE,
                   :DS04-QAN,
                   :DS04-ISSUE-DATE,
                   :DS04-END-DATE,
                   :DS04-PROBLEM
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

            MOVE DS04-REG-NO(WS01-INDEX)     TO  WS-QR-OL-REG-NO
            MOVE DS04-COURSE(WS01-INDEX)     TO  WS-QR-OL-COURSE
            MOVE DS04-QAN(WS01-INDEX)        TO  WS-QR-OL-QAN
            MOVE DS04-ISSUE-DATE(WS01-INDEX) TO  WS-QR-OL-ISSUE-DATE
            MOVE DS04-END-DATE(WS01-INDEX)   TO  WS-QR-OL-END-DATE
            MOVE DS04-PROBLEM(WS01-INDEX)    TO  WS-QR-OL-PROBLEM
            MOVE WS-QR-OFQ-LINE              TO  QUAL-RECORD
            WRITE QUAL-RECORD

            IF  DS04-PROBLEM(WS01-INDEX) = 'QAN NOT ON REGISTER'
                ADD 1                        TO  WS01-UNKNOWN-COUNT
            ELSE
                ADD 1                        TO  WS01-ENDED-COUNT
            END-IF
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Print the totals, commit (or roll back a trial load) and say
*       goodbye.  The exception count is also displayed so the deck
*       can see at a glance whether the listing must be looked at.
*
**********************************************************************
D-START.
*
	IF LOAD-RUN
	THEN
	  CLOSE REGISTER-IN
	  MOVE 'REGISTER ROWS READ:'     TO WS-QR-T-DESC
	  MOVE WS01-REGISTER-READ        TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD AFTER 3
	  MOVE 'REGISTER ROWS LOADED:'   TO WS-QR-T-DESC
	  MOVE WS01-REGISTER-LOADED      TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD
	  MOVE 'REGISTER ROWS NOT LOADED:'
					 TO WS-QR-T-DESC
	  MOVE WS01-REGISTER-REJECTED    TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD
	END-IF.
*
	IF LOAD-RUN
	OR COMPARE-RUN
	THEN
	  MOVE 'MAPPED QANS NOT ON REGISTER:'
					 TO WS-QR-T-DESC
	  MOVE WS01-UNKNOWN-COUNT        TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD AFTER 2
	  MOVE 'MAPPED TITLES DIFFERING:' TO WS-QR-T-DESC
	  MOVE WS01-TITLE-COUNT          TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD
	  MOVE 'MAPPED LEVELS DIFFERING:' TO WS-QR-T-DESC
	  MOVE WS01-LEVEL-COUNT          TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD
	  ADD WS01-UNKNOWN-COUNT WS01-TITLE-COUNT WS01-LEVEL-COUNT
	    GIVING WS01-EXCEPTION-COUNT
	END-IF.
*
	IF OFQUAL-RUN
	THEN
	  MOVE 'RETURN ROWS QAN NOT ON REGISTER:'
					 TO WS-QR-T-DESC
	  MOVE WS01-UNKNOWN-COUNT        TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD AFTER 3
	  MOVE 'RETURN ROWS AFTER CERTIFICATION END:'
					 TO WS-QR-T-DESC
	  MOVE WS01-ENDED-COUNT          TO WS-QR-T-COUNT
	  MOVE WS-QR-TOTAL-LINE          TO QUAL-RECORD
	  WRITE QUAL-RECORD
	  ADD WS01-UNKNOWN-COUNT WS01-ENDED-COUNT
	    GIVING WS01-EXCEPTION-COUNT
	END-IF.
*
	IF LOAD-RUN
	AND NOT UPDATE-MODE
	  MOVE WS-QR-NO-UPDATE-LINE TO QUAL-RECORD
	  WRITE QUAL-RECORD AFTER 2
	END-IF.
*
        CLOSE   QUAL-REP.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
*
	IF LOAD-RUN
	AND NOT UPDATE-MODE
	THEN
	  EXEC SQL ROLLBACK WORK                 END-EXEC
	ELSE
	  EXEC SQL COMMIT WORK                   END-EXEC
	END-IF.
*
        GO TO D-100.
D-050.
        MOVE 'COMMIT/ROLLBACK FAILED' TO WS01-ERR-MESSAGE.
        PERFORM ZZ-ABORT.
D-100.
*
        DISPLAY "STP118 - QAN EXCEPTIONS ",
                WS01-EXCEPTION-COUNT WITH CONVERSION.
        DISPLAY "STP118 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP118 ERROR".
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
