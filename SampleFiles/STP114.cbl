IDENTIFICATION DIVISION.
PROGRAM-ID.   STP114.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CERTIFICATE FILE REGENERATION FROM THE STAMPED RUN
*
********************************************************************************
*
*       STP114 - Companion to STP070 and STP094.  When STP094
*		withholds a certificate file, or a released file is
*		lost or corrupted at the bureau, the only remedy was
*		to void the batch with STP073 and rerun the students,
*		burning new certificate numbers and verification
*		codes.  This program rebuilds one stream's file
*		instead, from what STP070 stamped on the night:
*
*		- the records are the images STP070 wrote, one per
*		  file record, to AWARDS_RUN_OUTPUT_FILES
*		  (ZV-WRITE-TO-DB), so the '01' headers, '05'
*		  details, '06' messages and '88' records carry
*		  exactly the certificate numbers, award dates,
*		  names and logos that were printed and recorded
*		  (STUDENT_CERTIFICATE_LOGOS holds the same logos);
*		- each student is checked against STUDENTS (or,
*		  for a reprint stream, STUDENTS@ARCA if archived
*		  since the run): the certificate is regenerated
*		  only if ST_CERT_NO is
*		  still set and is the number on the '05' record,
*		  the award was issued on the run date (awards
*		  streams), and CERT_NO_REGISTRY does not show the
*		  number voided or revoked.  Anyone else is left
*		  out and listed with the reason;
*		- where the certificate's verification code has
*		  been reissued since the run, the active code on
*		  CERT_VERIFY_CODES replaces the retired one on the
*		  '05' record;
*		- the '07' trailer is rebuilt with the totals of
*		  the regenerated file and marked 'REGENERATION nn
*		  OF RUN dd-mon-yyyy ON dd-mon-yyyy'.
*
*		Nothing is allocated or stamped: CONTROL_VALUES,
*		STUDENTS and CERT_VERIFY_CODES are only read.  In
*		update mode the regeneration is recorded on
*		RUN_DETAILS against the stream name and run date as
*		'REGENERATION nn - NUMBER OF AWARDS ISSUED = n';
*		STP094 judges a regenerated file against that row,
*		so the file must pass STP094 again before release.
*		STP074 does not merge it.
*
*		AWARDS_RUN_OUTPUT_FILES columns read:
*		  AROF_PROGRAM / AROF_FILE_NAME / AROF_RUN_TYPE
*		  AROF_RECORD_TYPE   'H' header, 'D' detail,
*				     'F' trailer
*		  AROF_RECORD_SEQUENCE / AROF_DATE_CREATED
*		  AROF_REG_NO / AROF_TEXT
*
*		Only the stream ('U') format is held there, so a
*		print-image ('F') file cannot be regenerated.  A
*		stream written more than once on the run date must
*		be voided and rerun as before.
*
*		Parameters (in order):
*		  run date of the stream (DD-MON-YYYY)
*		  document reference, as printed on the trailer
*		  run type - 'A' awards run, anything else reprint
*		  mode - 'U' records the regeneration; anything
*			 else writes the file and report only, and
*			 STP094 will withhold the file.
*
*		The file is written to CERTREGEN, the report to
*		STP114TOT.
*
* 15-Oct-2026	PJW	EC5274 : Program written.
* 15-Oct-2026	PJW	EC5280 : Reprint streams - a student archived since the
*			run is checked on STUDENTS@ARCA.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  REGEN-REP    ASSIGN STP114TOT.
    SELECT  REGEN-FILE   ASSIGN CERTREGEN.
*
DATA DIVISION.
FILE SECTION.
*
FD  REGEN-REP
    LABEL RECORDS STANDARD.
01  REGEN-RECORD                  PIC X(132).
*
FD  REGEN-FILE
    RECORD VARYING FROM 1 TO 595
    DEPENDING ON WS-REGEN-REC-LEN.
01  REGEN-REC                     PIC X(595).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-FILE-RECORDS.
    03  DS02-RECORD-TYPE           PIC  X(01)  OCCURS 200.
    03  DS02-REG-NO                PIC  X(07)  OCCURS 200.
    03  DS02-TEXT-LEN              PIC S9(04)  COMP OCCURS 200.
    03  DS02-TEXT                  PIC  X(595) OCCURS 200.
*
01  WS-RUN-DATE-PARM		  PIC  X(11).
01  WS-RUN-DATE			  PIC  X(11).
01  WS-FILE-PATTERN		  PIC  X(20).
01  WS-AROF-RUN-TYPE		  PIC  X(01).
01  WS-AROF-FILE-NAME		  PIC  X(30).
01  WS-TRAILER-COUNT		  PIC S9(09) COMP.
01  WS-TRAILER-SEQUENCE		  PIC S9(09) COMP.
01  WS-TRAILER-CREATED		  PIC  X(14).
01  WS-RD-NAME			  PIC  X(15).
01  WS-REGEN-NO			  PIC S9(04) COMP.
01  WS-RD-COMMENT		  PIC  X(60).
01  WS-RD-ISSUED		  PIC S9(09) COMP.
*
01  WS-ST-REG-NO		  PIC  X(07).
01  WS-ST-CERT-NO		  PIC  X(09).
01  WS-ST-AWARD-ISSUE		  PIC  X(11).
01  WS-CREG-STATUS		  PIC  X(01).
01  WS-ACTIVE-CODE		  PIC  X(12).
01  WS-RETIRED-CODE		  PIC  X(12).
01  WS-DETAIL-TEXT		  PIC  X(595).
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
    03  WS01-RECORDS-WRITTEN       PIC S9(09) COMP VALUE 0.
    03  WS01-CERTS-WRITTEN         PIC S9(09) COMP VALUE 0.
    03  WS01-CERTS-OMITTED         PIC S9(09) COMP VALUE 0.
    03  WS01-CODES-REPLACED        PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-DOC-REF-PARM		   PIC  X(05).
01  WS-RUN-TYPE-PARM		   PIC  X(01).
01  WS-MODE-PARM		   PIC  X(01).
*
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-AWARDS-RUN-IND		   PIC  X(01) VALUE 'N'.
    88  AWARDS-RUN				VALUE 'Y'.
01  WS-HEADER-IND		   PIC  X(01) VALUE 'N'.
    88  HEADER-REACHED				VALUE 'Y'.
01  WS-TRAILER-IND		   PIC  X(01) VALUE 'N'.
    88  TRAILER-REACHED				VALUE 'Y'.
01  WS-KEEP-IND			   PIC  X(01) VALUE 'Y'.
    88  STUDENT-KEPT				VALUE 'Y'.
*
01  WS-CURRENT-REG-NO		   PIC  X(07) VALUE SPACES.
01  WS-OMIT-REASON		   PIC  X(40).
01  WS-REGEN-REC-LEN		   PIC S9(04) COMP.
01  WS-TALLY			   PIC S9(04) COMP.
01  WS-POINTER			   PIC S9(04) COMP.
01  WS-DOC-REF-LEN		   PIC S9(04) COMP.
01  WS-REGEN-NO-X		   PIC  9(02).
*
* The document reference as STP070 spells it in the stream file
* name (D1-FOR-EACH-DOC-REF): a four-character reference gains a
* zero before its last character and spaces become underscores.
*
01  WS-FILE-DOC-REF.
    03  WS-FDR-CHAR-123		   PIC  X(03).
    03  WS-FDR-CHAR-4		   PIC  X(01).
    03  WS-FDR-CHAR-5		   PIC  X(01).
01  WS-FILE-RUN-TYPE		   PIC  X(01).
*
* The trailer totals, worded as D1B-TRAILER-DETAILS words them.
*
01  WS-TRAILER-TOTAL.
    03  WS-TT-TYPE		   PIC  X(40).
    03  WS-TT-COUNT		   PIC  9(08).
*
01  WS-REGEN-REPORT.
    03 WS-RR-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-RR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'STP114'.
    03 WS-RR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'CERTIFICATE FILE REGENERATION - CONFIRMATION'.
    03 WS-RR-HEAD-3.
	05 FILLER		PIC X(08) VALUE 'STREAM: '.
	05 WS-RR-H3-STREAM	PIC X(15).
	05 FILLER		PIC X(12) VALUE '  RUN DATE: '.
	05 WS-RR-H3-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(16) VALUE '  REGENERATION: '.
	05 WS-RR-H3-REGEN-NO	PIC Z9.
	05 FILLER		PIC X(08) VALUE '  MODE: '.
	05 WS-RR-H3-MODE	PIC X(11).
    03 WS-RR-COL-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(09) VALUE 'REG NO'.
	05 FILLER		PIC X(11) VALUE 'CERT NO'.
	05 FILLER		PIC X(40) VALUE
	  'LEFT OUT OF THE REGENERATED FILE'.
    03 WS-RR-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RR-D-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-D-CERT-NO	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-D-REASON	PIC X(40).
    03 WS-RR-CODE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RR-C-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-RR-C-CERT-NO	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 FILLER		PIC X(23) VALUE 'VERIFICATION CODE NOW '.
	05 WS-RR-C-CODE		PIC X(12).
	05 FILLER		PIC X(14) VALUE ' IN PLACE OF '.
	05 WS-RR-C-OLD-CODE	PIC X(12).
    03 WS-RR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RR-T-DESC		PIC X(34).
	05 WS-RR-T-COUNT	PIC Z(7)9.
    03 WS-RR-NO-UPDATE-LINE.
	05 FILLER		PIC X(52) VALUE
	  '*** TRIAL ONLY - REGENERATION NOT RECORDED; STP094 '.
	05 FILLER		PIC X(30) VALUE
	  'WILL WITHHOLD THIS FILE ***'.
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
        PERFORM B-REGENERATE-FILE.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept and validate the parameters, log on to Oracle, find
*       the stream's completed run and print the headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-RUN-DATE-PARM.
    	ACCEPT WS-DOC-REF-PARM.
    	ACCEPT WS-RUN-TYPE-PARM.
    	ACCEPT WS-MODE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-RUN-DATE-PARM.
        DISPLAY WS-DOC-REF-PARM.
        DISPLAY WS-RUN-TYPE-PARM.
        DISPLAY WS-MODE-PARM.
*
        OPEN    OUTPUT  REGEN-REP.
*
	IF WS-RUN-DATE-PARM = SPACES
	THEN
	  MOVE "THE RUN DATE PARAMETER IS REQUIRED"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-DOC-REF-PARM = SPACES
	THEN
	  MOVE "THE DOCUMENT REFERENCE PARAMETER IS REQUIRED"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-RUN-TYPE-PARM = 'A' OR 'a'
	THEN
	  MOVE 'Y' TO WS-AWARDS-RUN-IND
	  MOVE 'P' TO WS-FILE-RUN-TYPE
	ELSE
	  MOVE 'N' TO WS-AWARDS-RUN-IND
	  MOVE 'R' TO WS-FILE-RUN-TYPE
	END-IF.
	MOVE WS-FILE-RUN-TYPE TO WS-AROF-RUN-TYPE.
*
	IF WS-MODE-PARM = 'U' OR 'u'
	THEN
	  MOVE 'U' TO WS-UPDATE-IND
	ELSE
	  MOVE 'N' TO WS-UPDATE-IND
	END-IF.
*
	MOVE WS-DOC-REF-PARM TO WS-FILE-DOC-REF.
*
	IF WS-FDR-CHAR-5 = SPACE
	   MOVE WS-FDR-CHAR-4 TO WS-FDR-CHAR-5
	   MOVE ZERO	      TO WS-FDR-CHAR-4
	END-IF.
*
	INSPECT WS-FILE-DOC-REF
		REPLACING ALL SPACE BY '_'.
*
	MOVE SPACES TO WS-FILE-PATTERN.
	STRING	'%:ST'			DELIMITED BY SIZE
		WS-FILE-DOC-REF		DELIMITED BY SIZE
		WS-FILE-RUN-TYPE	DELIMITED BY SIZE
		'.U%'			DELIMITED BY SIZE
	INTO	WS-FILE-PATTERN.
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
        MOVE   "RUN DATE NOT DD-MON-YYYY"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT TO_CHAR(TO_DATE(:WS-RUN-DATE-PARM,'DD-MON-YYYY'),
                           'DD-MON-YYYY')
              INTO :WS-RUN-DATE-PARM
              FROM DUAL
	END-EXEC.
*
* The stream's completed run: its trailer row.  The records that
* belong to it are those of the same file name written from the
* start of the run date up to and including that trailer.
*
        MOVE   "A: ERROR READING AWARDS_RUN_OUTPUT_FILES"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(AROF_FILE_NAME),' '),
                   NVL(MAX(AROF_RECORD_SEQUENCE),0),
                   NVL(TO_CHAR(MAX(AROF_DATE_CREATED),
                               'YYYYMMDDHH24MISS'),' ')
              INTO :WS-TRAILER-COUNT,
                   :WS-AROF-FILE-NAME,
                   :WS-TRAILER-SEQUENCE,
                   :WS-TRAILER-CREATED
              FROM AWARDS_RUN_OUTPUT_FILES
             WHERE AROF_PROGRAM     = 'STP070'
               AND AROF_RUN_TYPE    = :WS-AROF-RUN-TYPE
               AND AROF_RECORD_TYPE = 'F'
               AND AROF_FILE_NAME LIKE RTRIM(:WS-FILE-PATTERN)
               AND AROF_DATE_CREATED >=
                   TO_DATE(:WS-RUN-DATE-PARM,'DD-MON-YYYY')
               AND AROF_DATE_CREATED <
                   TO_DATE(:WS-RUN-DATE-PARM,'DD-MON-YYYY') + 1
	END-EXEC.
*
	IF WS-TRAILER-COUNT = ZERO
	THEN
	  MOVE "NO COMPLETED STREAM FOR THE DOCUMENT REF ON THE RUN DATE"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-TRAILER-COUNT > 1
	THEN
	  MOVE "STREAM WRITTEN MORE THAN ONCE ON THE RUN DATE"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
        MOVE   "A: ERROR NUMBERING THE REGENERATION"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT SUBSTR(:WS-AROF-FILE-NAME,
                          INSTR(:WS-AROF-FILE-NAME,':ST') + 1, 15)
              INTO :WS-RD-NAME
              FROM DUAL
	END-EXEC.
*
	EXEC SQL
            SELECT COUNT(*) + 1
              INTO :WS-REGEN-NO
              FROM RUN_DETAILS
             WHERE RD_NAME = RTRIM(:WS-RD-NAME)
               AND RD_DATE =
                   TO_DATE(:WS-RUN-DATE-PARM,'DD-MON-YYYY')
               AND RD_COMMENT LIKE 'REGENERATION %'
	END-EXEC.
*
	MOVE WS-REGEN-NO TO WS-REGEN-NO-X.
*
        OPEN    OUTPUT  REGEN-FILE.
*
	MOVE WS-RUN-DATE TO WS-RR-H1-RUN-DATE.
	MOVE WS-RR-HEAD-1 TO REGEN-RECORD.
	WRITE REGEN-RECORD AFTER PAGE.
	MOVE WS-RR-HEAD-2 TO REGEN-RECORD.
	WRITE REGEN-RECORD AFTER 2.
	MOVE WS-RD-NAME         TO WS-RR-H3-STREAM.
	MOVE WS-RUN-DATE-PARM   TO WS-RR-H3-RUN-DATE.
	MOVE WS-REGEN-NO        TO WS-RR-H3-REGEN-NO.
	IF UPDATE-MODE
	  MOVE 'UPDATE'      TO WS-RR-H3-MODE
	ELSE
	  MOVE 'TRIAL ONLY'  TO WS-RR-H3-MODE
	END-IF.
	MOVE WS-RR-HEAD-3 TO REGEN-RECORD.
	WRITE REGEN-RECORD AFTER 2.
	MOVE WS-RR-COL-HEAD TO REGEN-RECORD.
	WRITE REGEN-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-REGENERATE-FILE SECTION.
**********************************************************************
*
*       Read the stream's stamped records back in the order STP070
*       wrote them and rebuild the file.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_RECORDS CURSOR FOR
            SELECT  AROF_RECORD_TYPE,
                    NVL(AROF_REG_NO,' '),
                    NVL(LENGTH(RTRIM(SUBSTR(AROF_TEXT,1,595))),1),
                    NVL(SUBSTR(AROF_TEXT,1,595),' ')
              FROM  AWARDS_RUN_OUTPUT_FILES
             WHERE  AROF_PROGRAM   = 'STP070'
               AND  AROF_FILE_NAME = :WS-AROF-FILE-NAME
               AND  AROF_DATE_CREATED >=
                    TO_DATE(:WS-RUN-DATE-PARM,'DD-MON-YYYY')
               AND  AROF_DATE_CREATED <=
                    TO_DATE(:WS-TRAILER-CREATED,'YYYYMMDDHH24MISS')
               AND  AROF_RECORD_SEQUENCE <= :WS-TRAILER-SEQUENCE
             ORDER BY AROF_DATE_CREATED,
                    AROF_RECORD_SEQUENCE
        END-EXEC.
*
        MOVE   "B: ERROR OPENING RECORDS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_RECORDS
        END-EXEC.
*
        PERFORM BA-FETCH-RECORDS
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING RECORDS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_RECORDS
        END-EXEC.
*
	IF NOT HEADER-REACHED
	OR NOT TRAILER-REACHED
	THEN
	  MOVE "STAMPED RECORDS OF THE STREAM ARE INCOMPLETE"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-RECORDS SECTION.
**********************************************************************
*
*       Get a set of stamped records and regenerate them.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING RECORDS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_RECORDS
             INTO  :DS02-RECORD-TYPE,
                   :DS02-REG-NO,
                   :DS02-TEXT-LEN,
                   :DS02-TEXT
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
            PERFORM BB-REGENERATE-RECORD
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-REGENERATE-RECORD SECTION.
**********************************************************************
*
*       One stamped record: anything before the first header is not
*       this run's; the trailer is rebuilt; a student's records are
*       written only if the certificate still stands.
*
**********************************************************************
BB-START.
*
	IF DS02-RECORD-TYPE(WS01-INDEX) = 'H'
	   MOVE 'Y' TO WS-HEADER-IND
	END-IF.

	IF NOT HEADER-REACHED
	OR TRAILER-REACHED
	   GO TO BB-EXIT
	END-IF.

	IF DS02-RECORD-TYPE(WS01-INDEX) = 'F'
	   MOVE 'Y' TO WS-TRAILER-IND
	   PERFORM BE-WRITE-TRAILER
	   GO TO BB-EXIT
	END-IF.

	IF DS02-RECORD-TYPE(WS01-INDEX) = 'D'
	AND DS02-REG-NO(WS01-INDEX) NOT = SPACES
	AND DS02-REG-NO(WS01-INDEX) NOT = WS-CURRENT-REG-NO
	   MOVE DS02-REG-NO(WS01-INDEX) TO WS-CURRENT-REG-NO
	   PERFORM BC-CHECK-STUDENT
	END-IF.

	IF DS02-RECORD-TYPE(WS01-INDEX) = 'D'
	AND DS02-REG-NO(WS01-INDEX) NOT = SPACES
	AND DS02-TEXT(WS01-INDEX)(1:2) = '05'
	   PERFORM BD-CHECK-DETAIL
	END-IF.

	IF DS02-RECORD-TYPE(WS01-INDEX) = 'D'
	AND DS02-REG-NO(WS01-INDEX) NOT = SPACES
	AND NOT STUDENT-KEPT
	   GO TO BB-EXIT
	END-IF.

	MOVE DS02-TEXT-LEN(WS01-INDEX) TO WS-REGEN-REC-LEN.
	WRITE REGEN-REC FROM DS02-TEXT(WS01-INDEX).
	ADD 1 TO WS01-RECORDS-WRITTEN.
*
BB-EXIT.
*
        EXIT.
*
BC-CHECK-STUDENT SECTION.
**********************************************************************
*
*       Does the student still hold the certificate STP070 stamped?
*       The certificate number must still be on STUDENTS, issued on
*       the run date for an awards stream, and neither voided nor
*       revoked on the registry.  For a reprint stream a student no
*       longer on STUDENTS is looked for on STUDENTS@ARCA.
*
**********************************************************************
BC-START.
*
	MOVE 'Y'                 TO WS-KEEP-IND.
	MOVE SPACES              TO WS-OMIT-REASON.
	MOVE WS-CURRENT-REG-NO   TO WS-ST-REG-NO.
	MOVE SPACES              TO WS-ST-CERT-NO
				    WS-ST-AWARD-ISSUE.

        EXEC SQL WHENEVER NOT FOUND GO TO BC-800 END-EXEC.

        MOVE   "BC: ERROR READING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT NVL(ST_CERT_NO,' '),
                   NVL(TO_CHAR(ST_AWARD_ISSUE,'DD-MON-YYYY'),' ')
              INTO :WS-ST-CERT-NO,
                   :WS-ST-AWARD-ISSUE
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-ST-REG-NO
	END-EXEC.

        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
*
BC-100.
*
	IF WS-ST-CERT-NO = SPACES
	   MOVE 'CERTIFICATE VOIDED SINCE THE RUN' TO WS-OMIT-REASON
	   GO TO BC-900
	END-IF.

	IF AWARDS-RUN
	AND WS-ST-AWARD-ISSUE NOT = WS-RUN-DATE-PARM
	   MOVE 'AWARD NO LONGER ISSUED ON THE RUN DATE'
				 TO WS-OMIT-REASON
	   GO TO BC-900
	END-IF.

        MOVE   "BC: ERROR READING CERT_NO_REGISTRY"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT NVL(MAX(CREG_STATUS),'L')
              INTO :WS-CREG-STATUS
              FROM CERT_NO_REGISTRY
             WHERE CREG_CERT_NO = :WS-ST-CERT-NO
	END-EXEC.

	IF WS-CREG-STATUS = 'V'
	   MOVE 'CERTIFICATE NUMBER VOIDED ON THE REGISTRY'
				 TO WS-OMIT-REASON
	   GO TO BC-900
	END-IF.

	IF WS-CREG-STATUS = 'R'
	   MOVE 'CERTIFICATE REVOKED' TO WS-OMIT-REASON
	   GO TO BC-900
	END-IF.

	GO TO BC-EXIT.
*
BC-800.
        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
*
*	A reprint may be for a student since archived - look for
*	the certificate on STUDENTS@ARCA before leaving them out.
*
	IF AWARDS-RUN
	   GO TO BC-850
	END-IF.

        EXEC SQL WHENEVER NOT FOUND GO TO BC-850 END-EXEC.

        MOVE   "BC: ERROR READING STUDENTS@ARCA"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT NVL(ST_CERT_NO,' '),
                   NVL(TO_CHAR(ST_AWARD_ISSUE,'DD-MON-YYYY'),' ')
              INTO :WS-ST-CERT-NO,
                   :WS-ST-AWARD-ISSUE
              FROM STUDENTS@ARCA
             WHERE ST_REG_NO = :WS-ST-REG-NO
	END-EXEC.

        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.

	GO TO BC-100.
*
BC-850.
        EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
	MOVE 'STUDENT NO LONGER ON STUDENTS' TO WS-OMIT-REASON.
*
BC-900.
	MOVE 'N' TO WS-KEEP-IND.
*
BC-EXIT.
*
        EXIT.
*
BD-CHECK-DETAIL SECTION.
**********************************************************************
*
*       The '05' record of a student: it must carry the number still
*       on STUDENTS, and takes the certificate's active verification
*       code where a reissue has retired the one printed.  A
*       student left out is counted and listed here, once.
*
**********************************************************************
BD-START.
*
	IF STUDENT-KEPT
	   MOVE ZERO TO WS-TALLY
	   INSPECT DS02-TEXT(WS01-INDEX)
		   TALLYING WS-TALLY FOR ALL WS-ST-CERT-NO
	   IF WS-TALLY = ZERO
	      MOVE 'N' TO WS-KEEP-IND
	      MOVE 'CERTIFICATE NUMBER CHANGED SINCE THE RUN'
				 TO WS-OMIT-REASON
	   END-IF
	END-IF.

	IF NOT STUDENT-KEPT
	   ADD 1 TO WS01-CERTS-OMITTED
	   MOVE WS-ST-REG-NO    TO WS-RR-D-REG-NO
	   MOVE WS-ST-CERT-NO   TO WS-RR-D-CERT-NO
	   MOVE WS-OMIT-REASON  TO WS-RR-D-REASON
	   MOVE WS-RR-DETAIL    TO REGEN-RECORD
	   WRITE REGEN-RECORD
	   GO TO BD-EXIT
	END-IF.

	ADD 1 TO WS01-CERTS-WRITTEN.

        MOVE   "BD: ERROR READING CERT_VERIFY_CODES"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT NVL(MAX(CVCO_CODE),' ')
              INTO :WS-ACTIVE-CODE
              FROM CERT_VERIFY_CODES
             WHERE CVCO_ST_REG_NO = :WS-ST-REG-NO
               AND CVCO_CERT_NO   = :WS-ST-CERT-NO
               AND CVCO_STATUS    = 'A'
	END-EXEC.

	IF WS-ACTIVE-CODE = SPACES
	   GO TO BD-EXIT
	END-IF.

	MOVE ZERO TO WS-TALLY.
	INSPECT DS02-TEXT(WS01-INDEX)
		TALLYING WS-TALLY FOR ALL WS-ACTIVE-CODE.

	IF WS-TALLY > ZERO
	   GO TO BD-EXIT
	END-IF.

	MOVE DS02-TEXT(WS01-INDEX) TO WS-DETAIL-TEXT.
	EXEC SQL
            SELECT NVL(MAX(CVCO_CODE),' ')
              INTO :WS-RETIRED-CODE
              FROM CERT_VERIFY_CODES
             WHERE CVCO_ST_REG_NO = :WS-ST-REG-NO
               AND CVCO_CERT_NO   = :WS-ST-CERT-NO
               AND CVCO_STATUS    = 'X'
               AND INSTR(:WS-DETAIL-TEXT,CVCO_CODE) > 0
	END-EXEC.

	IF WS-RETIRED-CODE = SPACES
	   GO TO BD-EXIT
	END-IF.

	INSPECT DS02-TEXT(WS01-INDEX)
		REPLACING ALL WS-RETIRED-CODE BY WS-ACTIVE-CODE.
	ADD 1 TO WS01-CODES-REPLACED.

	MOVE WS-ST-REG-NO     TO WS-RR-C-REG-NO.
	MOVE WS-ST-CERT-NO    TO WS-RR-C-CERT-NO.
	MOVE WS-ACTIVE-CODE   TO WS-RR-C-CODE.
	MOVE WS-RETIRED-CODE  TO WS-RR-C-OLD-CODE.
	MOVE WS-RR-CODE-LINE  TO REGEN-RECORD.
	WRITE REGEN-RECORD.
*
BD-EXIT.
*
        EXIT.
*
BE-WRITE-TRAILER SECTION.
**********************************************************************
*
*       The '07' trailer, as D1B-TRAILER-DETAILS writes it, with
*       the totals of the regenerated file, followed by the
*       regeneration marker.
*
**********************************************************************
BE-START.
*
	PERFORM
	  VARYING WS-DOC-REF-LEN
	  FROM 5 BY -1
	  UNTIL WS-DOC-REF-LEN = 1
	     OR WS-DOC-REF-PARM(WS-DOC-REF-LEN:1) NOT = SPACE
	    CONTINUE
	END-PERFORM.

	MOVE SPACES TO REGEN-REC.
	MOVE 1      TO WS-POINTER.

	STRING '07*!*STP070 HAS SUCCESSFULLY COMPLETED' DELIMITED BY SIZE
	       '*!*CONTROL TOTALS FOR STDTS PROCESSED ON DOCUMENT REF '
						DELIMITED BY SIZE
	       WS-DOC-REF-PARM(1:WS-DOC-REF-LEN)	DELIMITED BY SIZE
	INTO   REGEN-REC
	WITH   POINTER WS-POINTER.

	MOVE 'TOTAL NUMBER OF STUDENTS ISSUED AWARDS =' TO WS-TT-TYPE.
	MOVE WS01-CERTS-WRITTEN                         TO WS-TT-COUNT.
	PERFORM BEA-STRING-TOTAL.

	MOVE 'TOTAL NUMBER OF STUDENTS REJECTED      =' TO WS-TT-TYPE.
	MOVE WS01-CERTS-OMITTED                         TO WS-TT-COUNT.
	PERFORM BEA-STRING-TOTAL.

	MOVE 'TOTAL NUMBER OF STUDENTS PROCESSED     =' TO WS-TT-TYPE.
	COMPUTE WS-TT-COUNT = WS01-CERTS-WRITTEN + WS01-CERTS-OMITTED.
	PERFORM BEA-STRING-TOTAL.

	STRING '*!*REGENERATION '	DELIMITED BY SIZE
	       WS-REGEN-NO-X		DELIMITED BY SIZE
	       ' OF RUN '		DELIMITED BY SIZE
	       WS-RUN-DATE-PARM		DELIMITED BY SIZE
	       ' ON '			DELIMITED BY SIZE
	       WS-RUN-DATE		DELIMITED BY SIZE
	INTO   REGEN-REC
	WITH   POINTER WS-POINTER.

	COMPUTE WS-REGEN-REC-LEN = WS-POINTER - 1.
	WRITE REGEN-REC.
	ADD 1 TO WS01-RECORDS-WRITTEN.
*
BE-EXIT.
*
        EXIT.
*
BEA-STRING-TOTAL SECTION.
**********************************************************************
*
*       Add one total to the trailer: '*!*', the wording, the count.
*
**********************************************************************
BEA-START.
*
	STRING '*!*'			DELIMITED BY SIZE
	       WS-TT-TYPE		DELIMITED BY SIZE
	       WS-TT-COUNT		DELIMITED BY SIZE
	INTO   REGEN-REC
	WITH   POINTER WS-POINTER.
*
BEA-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Close the file, record the regeneration (update mode), write
*       the totals, commit or roll back and say goodbye.
*
**********************************************************************
D-START.
*
        CLOSE   REGEN-FILE.
*
	IF UPDATE-MODE
	THEN
	  MOVE SPACES TO WS-RD-COMMENT
	  STRING 'REGENERATION '	DELIMITED BY SIZE
		 WS-REGEN-NO-X		DELIMITED BY SIZE
		 ' - NUMBER OF AWARDS ISSUED = '
					DELIMITED BY SIZE
	  INTO   WS-RD-COMMENT
	  MOVE   WS01-CERTS-WRITTEN TO WS-RD-ISSUED
	  MOVE   "D: ERROR INSERTING RUN_DETAILS"
				   TO  WS01-ERR-MESSAGE
	  EXEC SQL
              INSERT INTO RUN_DETAILS
                     (RD_NAME,
                      RD_DATE,
                      RD_TIME,
                      RD_RUN_FLAG,
                      RD_COMMENT)
              VALUES (RTRIM(:WS-RD-NAME),
                      TO_DATE(:WS-RUN-DATE-PARM,'DD-MON-YYYY'),
                      '00:00',
                      'Y',
                      RTRIM(:WS-RD-COMMENT)||' '||
                      TO_CHAR(:WS-RD-ISSUED))
	  END-EXEC
	END-IF.
*
        MOVE   'CERTIFICATES REGENERATED:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-CERTS-WRITTEN TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REGEN-RECORD.
        WRITE   REGEN-RECORD AFTER 2.
        MOVE   'CERTIFICATES LEFT OUT:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-CERTS-OMITTED TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REGEN-RECORD.
        WRITE   REGEN-RECORD.
        MOVE   'VERIFICATION CODES REPLACED:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-CODES-REPLACED
                                   TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REGEN-RECORD.
        WRITE   REGEN-RECORD.
        MOVE   'FILE RECORDS WRITTEN:'
                                   TO  WS-RR-T-DESC.
        MOVE    WS01-RECORDS-WRITTEN
                                   TO  WS-RR-T-COUNT.
        MOVE    WS-RR-TOTAL-LINE   TO  REGEN-RECORD.
        WRITE   REGEN-RECORD.
*
	IF NOT UPDATE-MODE
	  MOVE WS-RR-NO-UPDATE-LINE TO REGEN-RECORD
	  WRITE REGEN-RECORD AFTER 2
	END-IF.
*
        CLOSE   REGEN-REP.
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
        DISPLAY "STP114 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP114 ERROR".
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
