IDENTIFICATION DIVISION.
PROGRAM-ID.   STP111.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	CENTRE PORTAL DOCUMENT BUNDLES AND DISTRIBUTION LOG
*
********************************************************************************
*
*       STP111 - Companion to STP071, STP078, STP079, STP082, STP083
*		and STP295.  Each of those produces documents for
*		centres - blocks files and chase letters, weekly
*		statements, ten-week listings, unit expiry warnings,
*		certificates of eligibility, despatch details - and
*		each went out by its own manual route, so nobody
*		could say whether a centre had been sent a given
*		document.
*
*		The producers now register every document they write
*		for a centre on CENTRE_DOCUMENTS:
*
*		  CDOC_ID             document number (CDOC_SEQ)
*		  CDOC_CENTRE_ID      centre the document is for
*		  CDOC_DOC_TYPE       'BLOCKS'    STP295 split blocks file
*				      'CHASE'     STP295 chase letter
*				      'STATEMENT' STP082 weekly statement
*				      'TEN WEEK'  STP079 ten-week listing
*				      'EXPIRY'    STP071 unit expiry
*						  warnings
*				      'ELIGIBLE'  STP078 certificates of
*						  eligibility
*				      'DESPATCH'  STP083 despatch details
*				      'RENEWAL'   STP115 certificate
*						  renewal reminders
*		  CDOC_SOURCE_PROGRAM producing program
*		  CDOC_RUN_DATE       date the document was produced
*		  CDOC_RECORD_COUNT   learners, units or packages on it
*		  CDOC_FILE_NAME      file holding it - the centre's own
*				      file where the producer splits by
*				      centre, otherwise the producer's
*				      output, in which the centre's
*				      lines carry its centre number
*		  CDOC_BUNDLE_ID      bundle it went out in (null until
*				      bundled)
*		  CDOC_CREATED_DATE
*
*		Run types:
*		  'B' - build.  Every centre with documents not yet
*			bundled gets one bundle on the PORTALBNDL
*			upload file: a bundle header, one index record
*			per document and a bundle trailer.  Documents
*			a producer registered in more than one piece
*			the same day (STP295 revisits a centre in a
*			reason-ordered run) are indexed once with the
*			counts added.  Each bundle is logged on
*			CENTRE_BUNDLES (CBUN_ID from CBUN_SEQ, centre,
*			date built, documents, times sent, last sent)
*			and its documents marked with its number.
*			Documents registered while the run is going
*			wait for the next bundle.
*		  'S' - re-send.  Second parameter: the bundle number.
*			The bundle is written to PORTALBNDL again,
*			marked as a re-send, and its send count and
*			last sent date are brought up to date.
*		  'E' - enquiry.  Second parameter: the centre number.
*			Lists every document registered for the
*			centre, newest first, with the bundle it went
*			out in, when that was built and last sent and
*			how many times - or PENDING if it has not been
*			bundled yet.
*
*		Every send, new or re-send, is logged on
*		CENTRE_BUNDLE_SENDS (CBSE_CBUN_ID, CBSE_SEND_TYPE 'N'
*		or 'R', CBSE_SENT_DATE).
*
*		PORTALBNDL carries the usual '*HDR'/'*TRL' control
*		records so the upload can tell a complete file from a
*		truncated one.  Record layouts (after the control
*		header), space separated:
*		  'B' bundle header   - centre, bundle number, date
*					built, 'N' new or 'R' re-send
*		  'I' index record    - centre, bundle number,
*					document type, source program,
*					run date, record count, file
*		  'E' bundle trailer  - centre, bundle number,
*					documents in the bundle
*
* 15-Oct-2026	PJW	EC5271 : Program written.
* 15-Oct-2026	PJW	EC5275 : STP115 renewal reminders registered.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  BUNDLE-REP  ASSIGN STP111TOT.
    SELECT  BUNDLE-FILE ASSIGN PORTALBNDL.
*
DATA DIVISION.
FILE SECTION.
*
FD  BUNDLE-REP
    LABEL RECORDS STANDARD.
01  BUNDLE-REP-RECORD             PIC X(132).
*
FD  BUNDLE-FILE
    LABEL RECORDS STANDARD.
01  BUNDLE-RECORD.
    03  PBX-REC-TYPE              PIC X(01).
    03  FILLER                    PIC X(01).
    03  PBX-CENTRE-ID             PIC X(06).
    03  FILLER                    PIC X(01).
    03  PBX-BUNDLE-ID             PIC 9(09).
    03  FILLER                    PIC X(01).
    03  PBX-DETAIL                PIC X(81).
    03  PBX-B-DETAIL REDEFINES PBX-DETAIL.
        05  PBX-B-BUNDLE-DATE     PIC X(11).
        05  FILLER                PIC X(01).
        05  PBX-B-SEND-TYPE       PIC X(01).
        05  FILLER                PIC X(68).
    03  PBX-I-DETAIL REDEFINES PBX-DETAIL.
        05  PBX-I-DOC-TYPE        PIC X(10).
        05  FILLER                PIC X(01).
        05  PBX-I-PROGRAM         PIC X(06).
        05  FILLER                PIC X(01).
        05  PBX-I-RUN-DATE        PIC X(11).
        05  FILLER                PIC X(01).
        05  PBX-I-RECORD-COUNT    PIC 9(09).
        05  FILLER                PIC X(01).
        05  PBX-I-FILE-NAME       PIC X(40).
        05  FILLER                PIC X(01).
    03  PBX-E-DETAIL REDEFINES PBX-DETAIL.
        05  PBX-E-DOC-COUNT       PIC 9(05).
        05  FILLER                PIC X(76).
01  BUNDLE-CONTROL                PIC X(65).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-DOCUMENT-DETAILS.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
    03  DS02-DOC-TYPE              PIC  X(10) OCCURS 200.
    03  DS02-PROGRAM               PIC  X(06) OCCURS 200.
    03  DS02-RUN-DATE              PIC  X(11) OCCURS 200.
    03  DS02-RECORD-COUNT          PIC S9(09) COMP OCCURS 200.
    03  DS02-FILE-NAME             PIC  X(40) OCCURS 200.
    03  DS02-BUNDLE                PIC  X(09) OCCURS 200.
    03  DS02-BUILT                 PIC  X(11) OCCURS 200.
    03  DS02-SEND-COUNT            PIC S9(09) COMP OCCURS 200.
    03  DS02-LAST-SENT             PIC  X(11) OCCURS 200.
*
01  WS-SECOND-PARM		  PIC  X(09).
01  WS-HIGH-CDOC-ID		  PIC S9(09) COMP.
01  WS-BUNDLE-ID		  PIC S9(09) COMP.
01  WS-B-CENTRE-ID		  PIC  X(06).
01  WS-B-BUNDLE-DATE		  PIC  X(11).
01  WS-B-DOC-COUNT		  PIC S9(09) COMP.
01  WS-B-EXISTS			  PIC S9(09) COMP.
01  WS-ENQ-CENTRE-ID		  PIC  X(06).
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
    03  WS01-BUNDLE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-DOCUMENT-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-RECORD-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  BUILD-MODE				VALUE 'B'.
    88  RESEND-MODE				VALUE 'S'.
    88  ENQUIRY-MODE				VALUE 'E'.
01  WS-SEND-TYPE		   PIC  X(01).
01  WS-OLD-CENTRE-ID		   PIC  X(06) VALUE SPACES.
*
* Control record written as the first (header) and last (trailer)
* record of the PORTALBNDL file, so the portal upload can tell a
* complete file from a truncated one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'PORTALBNDL'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP111'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-BUNDLE-REPORT.
    03 WS-BR-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-BR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(06) VALUE 'STP111'.
    03 WS-BR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 WS-BR-H2-TITLE	PIC X(50).
    03 WS-BR-HEAD-3.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 WS-BR-H3-TEXT	PIC X(50).
    03 WS-BR-BUNDLE-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(08) VALUE 'CENTRE'.
	05 FILLER		PIC X(11) VALUE 'BUNDLE'.
	05 FILLER		PIC X(13) VALUE 'BUILT'.
	05 FILLER		PIC X(11) VALUE 'DOCUMENTS'.
	05 FILLER		PIC X(20) VALUE 'SEND'.
    03 WS-BR-BUNDLE-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-BR-B-CENTRE	PIC X(06).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-B-BUNDLE	PIC Z(8)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-B-BUILT	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-B-DOCS		PIC Z(8)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-B-SEND		PIC X(08).
    03 WS-BR-DOC-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(11) VALUE 'BUNDLE'.
	05 FILLER		PIC X(13) VALUE 'BUILT'.
	05 FILLER		PIC X(06) VALUE 'SENT'.
	05 FILLER		PIC X(13) VALUE 'LAST SENT'.
	05 FILLER		PIC X(12) VALUE 'DOCUMENT'.
	05 FILLER		PIC X(09) VALUE 'PROGRAM'.
	05 FILLER		PIC X(13) VALUE 'RUN DATE'.
	05 FILLER		PIC X(11) VALUE 'RECORDS'.
	05 FILLER		PIC X(40) VALUE 'FILE'.
    03 WS-BR-DOC-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-BR-D-BUNDLE	PIC X(09).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-D-BUILT	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-D-SENT		PIC ZZZ9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-D-LAST-SENT	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-D-DOC-TYPE	PIC X(10).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-D-PROGRAM	PIC X(06).
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-BR-D-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-D-RECORDS	PIC Z(8)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-BR-D-FILE		PIC X(40).
    03 WS-BR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-BR-T-DESC		PIC X(34).
	05 WS-BR-T-COUNT	PIC Z(7)9.
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

        EVALUATE TRUE
          WHEN BUILD-MODE    PERFORM B-BUILD-BUNDLES
          WHEN RESEND-MODE   PERFORM C-RESEND-BUNDLE
          WHEN ENQUIRY-MODE  PERFORM E-CENTRE-ENQUIRY
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
*       Accept and validate the parameters, open the files, log on
*       to Oracle and print the headings.
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
        OPEN    OUTPUT  BUNDLE-REP.
*
	IF NOT BUILD-MODE
	AND NOT RESEND-MODE
	AND NOT ENQUIRY-MODE
	THEN
	  MOVE "INVALID RUN TYPE - NOT B, S OR E"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
	END-IF.
*
	IF WS-SECOND-PARM = SPACES
	AND NOT BUILD-MODE
	THEN
	  MOVE "RUN TYPES S AND E REQUIRE A BUNDLE OR CENTRE NUMBER"
				   TO  WS01-ERR-MESSAGE
	  PERFORM ZZ-ABORT
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
              INTO :WS-RUN-DATE,
                   :WS-GENERATED
              FROM DUAL
	END-EXEC.
*
	MOVE WS-RUN-DATE TO WS-BR-H1-RUN-DATE.
	MOVE WS-BR-HEAD-1 TO BUNDLE-REP-RECORD.
	WRITE BUNDLE-REP-RECORD AFTER PAGE.
*
	EVALUATE TRUE
	  WHEN BUILD-MODE
	    MOVE 'CENTRE PORTAL BUNDLES BUILT' TO WS-BR-H2-TITLE
	  WHEN RESEND-MODE
	    MOVE 'CENTRE PORTAL BUNDLE RE-SENT' TO WS-BR-H2-TITLE
	  WHEN ENQUIRY-MODE
	    MOVE 'CENTRE DOCUMENT DISTRIBUTION LOG' TO WS-BR-H2-TITLE
	    MOVE WS-SECOND-PARM TO WS-ENQ-CENTRE-ID
	    STRING 'CENTRE '             DELIMITED BY SIZE
	           WS-ENQ-CENTRE-ID      DELIMITED BY SIZE
	      INTO WS-BR-H3-TEXT
	END-EVALUATE.
*
	MOVE WS-BR-HEAD-2 TO BUNDLE-REP-RECORD.
	WRITE BUNDLE-REP-RECORD AFTER 2.
*
	IF ENQUIRY-MODE
	THEN
	  MOVE WS-BR-HEAD-3 TO BUNDLE-REP-RECORD
	  WRITE BUNDLE-REP-RECORD
	  MOVE WS-BR-DOC-HEAD TO BUNDLE-REP-RECORD
	  WRITE BUNDLE-REP-RECORD AFTER 2
	ELSE
	  MOVE WS-BR-BUNDLE-HEAD TO BUNDLE-REP-RECORD
	  WRITE BUNDLE-REP-RECORD AFTER 2
	  OPEN OUTPUT BUNDLE-FILE
	  MOVE '*HDR'          TO WS-CTL-TYPE
	  MOVE WS-GENERATED    TO WS-CTL-GENERATED
	  MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE
	  MOVE ZERO            TO WS-CTL-RECORD-COUNT
	  WRITE BUNDLE-CONTROL FROM WS-CONTROL-RECORD
	END-IF.
*
A-EXIT.
*
        EXIT.
*
B-BUILD-BUNDLES SECTION.
**********************************************************************
*
*       Bundle every centre's documents not yet sent.  The highest
*       document number is fixed first, so the rows marked are
*       exactly the rows indexed however many are registered while
*       the run is going.
*
**********************************************************************
B-START.
*
        MOVE   "B: ERROR READING CENTRE_DOCUMENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(CDOC_ID),0)
              INTO :WS-HIGH-CDOC-ID
              FROM CENTRE_DOCUMENTS
        END-EXEC.
*
        EXEC SQL
            DECLARE GET_PENDING CURSOR FOR
            SELECT  CDOC_CENTRE_ID,
                    CDOC_DOC_TYPE,
                    CDOC_SOURCE_PROGRAM,
                    TO_CHAR(CDOC_RUN_DATE,'DD-MON-YYYY'),
                    SUM(CDOC_RECORD_COUNT),
                    NVL(CDOC_FILE_NAME,' ')
              FROM  CENTRE_DOCUMENTS
             WHERE  CDOC_BUNDLE_ID IS NULL
               AND  CDOC_ID <= :WS-HIGH-CDOC-ID
             GROUP BY CDOC_CENTRE_ID,
                    CDOC_DOC_TYPE,
                    CDOC_SOURCE_PROGRAM,
                    CDOC_RUN_DATE,
                    CDOC_FILE_NAME
             ORDER BY CDOC_CENTRE_ID,
                    CDOC_RUN_DATE,
                    CDOC_SOURCE_PROGRAM,
                    CDOC_DOC_TYPE
        END-EXEC.
*
        MOVE   "B: ERROR OPENING PENDING DOCUMENTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_PENDING
        END-EXEC.
*
        MOVE   'N'                 TO  WS-SEND-TYPE.
        PERFORM BA-FETCH-PENDING
          UNTIL WS01-EOF.
*
        IF  WS-OLD-CENTRE-ID NOT = SPACES
            PERFORM BC-CLOSE-BUNDLE
        END-IF.
*
        MOVE   "B: ERROR CLOSING PENDING DOCUMENTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_PENDING
        END-EXEC.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-PENDING SECTION.
**********************************************************************
*
*       Get a set of pending documents and index them, starting a new
*       bundle on a change of centre.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING PENDING DOCUMENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_PENDING
             INTO  :DS02-CENTRE-ID,
                   :DS02-DOC-TYPE,
                   :DS02-PROGRAM,
                   :DS02-RUN-DATE,
                   :DS02-RECORD-COUNT,
                   :DS02-FILE-NAME
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

            IF  DS02-CENTRE-ID(WS01-INDEX) NOT = WS-OLD-CENTRE-ID
                IF  WS-OLD-CENTRE-ID NOT = SPACES
                    PERFORM BC-CLOSE-BUNDLE
                END-IF
                PERFORM BB-OPEN-BUNDLE
            END-IF

            PERFORM Y-WRITE-INDEX
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-OPEN-BUNDLE SECTION.
**********************************************************************
*
*       Number a new bundle for the centre and write its header.
*
**********************************************************************
BB-START.
*
        MOVE   "BB: ERROR GETTING CBUN_SEQ"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT CBUN_SEQ.NEXTVAL
              INTO :WS-BUNDLE-ID
              FROM DUAL
        END-EXEC.
*
        MOVE    DS02-CENTRE-ID(WS01-INDEX)
                                   TO  WS-OLD-CENTRE-ID
                                       WS-B-CENTRE-ID.
        MOVE    WS-RUN-DATE        TO  WS-B-BUNDLE-DATE.
        MOVE    ZERO               TO  WS-B-DOC-COUNT.
*
        PERFORM YA-WRITE-BUNDLE-HEADER.
*
BB-EXIT.
*
        EXIT.
*
BC-CLOSE-BUNDLE SECTION.
**********************************************************************
*
*       Write the bundle trailer, log the bundle and its send, and
*       mark its documents with the bundle number.
*
**********************************************************************
BC-START.
*
        PERFORM YB-WRITE-BUNDLE-TRAILER.
*
        MOVE   "BC: ERROR INSERTING CENTRE_BUNDLES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_BUNDLES
                   (CBUN_ID,
                    CBUN_CENTRE_ID,
                    CBUN_BUNDLE_DATE,
                    CBUN_DOC_COUNT,
                    CBUN_SEND_COUNT,
                    CBUN_LAST_SENT_DATE)
            VALUES (:WS-BUNDLE-ID,
                    :WS-B-CENTRE-ID,
                    SYSDATE,
                    :WS-B-DOC-COUNT,
                    1,
                    SYSDATE)
        END-EXEC.
*
        MOVE   "BC: ERROR MARKING CENTRE_DOCUMENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CENTRE_DOCUMENTS
               SET CDOC_BUNDLE_ID = :WS-BUNDLE-ID
             WHERE CDOC_CENTRE_ID = :WS-B-CENTRE-ID
               AND CDOC_BUNDLE_ID IS NULL
               AND CDOC_ID <= :WS-HIGH-CDOC-ID
        END-EXEC.
*
        PERFORM YC-LOG-SEND.
*
        ADD     1                  TO  WS01-BUNDLE-COUNT.
*
BC-EXIT.
*
        EXIT.
*
C-RESEND-BUNDLE SECTION.
**********************************************************************
*
*       Write a bundle already built to PORTALBNDL again, marked as a
*       re-send, and log the send.
*
**********************************************************************
C-START.
*
        MOVE   "C: BUNDLE NUMBER NOT NUMERIC"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT TO_NUMBER(RTRIM(:WS-SECOND-PARM))
              INTO :WS-BUNDLE-ID
              FROM DUAL
        END-EXEC.
*
        MOVE   "C: ERROR READING CENTRE_BUNDLES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-B-EXISTS
              FROM CENTRE_BUNDLES
             WHERE CBUN_ID = :WS-BUNDLE-ID
        END-EXEC.
*
        IF  WS-B-EXISTS = ZERO
            MOVE "C: BUNDLE NOT ON CENTRE_BUNDLES"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        EXEC SQL
            SELECT CBUN_CENTRE_ID,
                   TO_CHAR(CBUN_BUNDLE_DATE,'DD-MON-YYYY')
              INTO :WS-B-CENTRE-ID,
                   :WS-B-BUNDLE-DATE
              FROM CENTRE_BUNDLES
             WHERE CBUN_ID = :WS-BUNDLE-ID
        END-EXEC.
*
        MOVE   'R'                 TO  WS-SEND-TYPE.
        MOVE    WS-B-CENTRE-ID     TO  WS-OLD-CENTRE-ID.
        MOVE    ZERO               TO  WS-B-DOC-COUNT.
        PERFORM YA-WRITE-BUNDLE-HEADER.
*
        EXEC SQL
            DECLARE GET_BUNDLE CURSOR FOR
            SELECT  CDOC_CENTRE_ID,
                    CDOC_DOC_TYPE,
                    CDOC_SOURCE_PROGRAM,
                    TO_CHAR(CDOC_RUN_DATE,'DD-MON-YYYY'),
                    SUM(CDOC_RECORD_COUNT),
                    NVL(CDOC_FILE_NAME,' ')
              FROM  CENTRE_DOCUMENTS
             WHERE  CDOC_BUNDLE_ID = :WS-BUNDLE-ID
             GROUP BY CDOC_CENTRE_ID,
                    CDOC_DOC_TYPE,
                    CDOC_SOURCE_PROGRAM,
                    CDOC_RUN_DATE,
                    CDOC_FILE_NAME
             ORDER BY CDOC_CENTRE_ID,
                    CDOC_RUN_DATE,
                    CDOC_SOURCE_PROGRAM,
                    CDOC_DOC_TYPE
        END-EXEC.
*
        MOVE   "C: ERROR OPENING BUNDLE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_BUNDLE
        END-EXEC.
*
        PERFORM CA-FETCH-BUNDLE
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING BUNDLE CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_BUNDLE
        END-EXEC.
*
        PERFORM YB-WRITE-BUNDLE-TRAILER.
*
        MOVE   "C: ERROR UPDATING CENTRE_BUNDLES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            UPDATE CENTRE_BUNDLES
               SET CBUN_SEND_COUNT     = NVL(CBUN_SEND_COUNT,0) + 1,
                   CBUN_LAST_SENT_DATE = SYSDATE
             WHERE CBUN_ID = :WS-BUNDLE-ID
        END-EXEC.
*
        PERFORM YC-LOG-SEND.
*
        ADD     1                  TO  WS01-BUNDLE-COUNT.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-BUNDLE SECTION.
**********************************************************************
*
*       Get a set of the bundle's documents and index them again.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING BUNDLE DOCUMENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_BUNDLE
             INTO  :DS02-CENTRE-ID,
                   :DS02-DOC-TYPE,
                   :DS02-PROGRAM,
                   :DS02-RUN-DATE,
                   :DS02-RECORD-COUNT,
                   :DS02-FILE-NAME
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

            PERFORM Y-WRITE-INDEX
        END-PERFORM.
*
CA-EXIT.
*
        EXIT.
*
E-CENTRE-ENQUIRY SECTION.
**********************************************************************
*
*       List every document registered for the centre, newest
*       first, with the bundle it went out in and when.
*
**********************************************************************
E-START.
*
        EXEC SQL
            DECLARE GET_HISTORY CURSOR FOR
            SELECT  CDOC_CENTRE_ID,
                    CDOC_DOC_TYPE,
                    CDOC_SOURCE_PROGRAM,
                    TO_CHAR(CDOC_RUN_DATE,'DD-MON-YYYY'),
                    CDOC_RECORD_COUNT,
                    NVL(CDOC_FILE_NAME,' '),
                    NVL(TO_CHAR(CDOC_BUNDLE_ID),'PENDING'),
                    NVL(TO_CHAR(CBUN_BUNDLE_DATE,'DD-MON-YYYY'),' '),
                    NVL(CBUN_SEND_COUNT,0),
                    NVL(TO_CHAR(CBUN_LAST_SENT_DATE,'DD-MON-YYYY'),' ')
              FROM  CENTRE_DOCUMENTS,
                    CENTRE_BUNDLES
             WHERE  CDOC_CENTRE_ID = :WS-ENQ-CENTRE-ID
               AND  CBUN_ID(+) = CDOC_BUNDLE_ID
             ORDER BY CDOC_RUN_DATE DESC,
                    CDOC_SOURCE_PROGRAM,
                    CDOC_DOC_TYPE
        END-EXEC.
*
        MOVE   "E: ERROR OPENING HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_HISTORY
        END-EXEC.
*
        PERFORM EA-FETCH-HISTORY
          UNTIL WS01-EOF.
*
        MOVE   "E: ERROR CLOSING HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_HISTORY
        END-EXEC.
*
E-EXIT.
*
        EXIT.
*
EA-FETCH-HISTORY SECTION.
**********************************************************************
*
*       Get a set of the centre's documents and list them.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR FETCHING CENTRE DOCUMENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_HISTORY
             INTO  :DS02-CENTRE-ID,
                   :DS02-DOC-TYPE,
                   :DS02-PROGRAM,
                   :DS02-RUN-DATE,
                   :DS02-RECORD-COUNT,
                   :DS02-FILE-NAME,
                   :DS02-BUNDLE,
                   :DS02-BUILT,
                   :DS02-SEND-COUNT,
                   :DS02-LAST-SENT
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

            MOVE    DS02-BUNDLE(WS01-INDEX)       TO  WS-BR-D-BUNDLE
            MOVE    DS02-BUILT(WS01-INDEX)        TO  WS-BR-D-BUILT
            MOVE    DS02-SEND-COUNT(WS01-INDEX)   TO  WS-BR-D-SENT
            MOVE    DS02-LAST-SENT(WS01-INDEX)    TO  WS-BR-D-LAST-SENT
            MOVE    DS02-DOC-TYPE(WS01-INDEX)     TO  WS-BR-D-DOC-TYPE
            MOVE    DS02-PROGRAM(WS01-INDEX)      TO  WS-BR-D-PROGRAM
            MOVE    DS02-RUN-DATE(WS01-INDEX)     TO  WS-BR-D-RUN-DATE
            MOVE    DS02-RECORD-COUNT(WS01-INDEX) TO  WS-BR-D-RECORDS
            MOVE    DS02-FILE-NAME(WS01-INDEX)    TO  WS-BR-D-FILE

            MOVE    WS-BR-DOC-DETAIL              TO  BUNDLE-REP-RECORD
            WRITE   BUNDLE-REP-RECORD

            ADD     1                             TO  WS01-DOCUMENT-COUNT
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
Y-WRITE-INDEX SECTION.
**********************************************************************
*
*       Write the index record for the fetched document.
*
**********************************************************************
Y-START.
*
        MOVE    SPACES             TO  BUNDLE-RECORD.
        MOVE   'I'                 TO  PBX-REC-TYPE.
        MOVE    WS-B-CENTRE-ID     TO  PBX-CENTRE-ID.
        MOVE    WS-BUNDLE-ID       TO  PBX-BUNDLE-ID.
        MOVE    DS02-DOC-TYPE(WS01-INDEX)
                                   TO  PBX-I-DOC-TYPE.
        MOVE    DS02-PROGRAM(WS01-INDEX)
                                   TO  PBX-I-PROGRAM.
        MOVE    DS02-RUN-DATE(WS01-INDEX)
                                   TO  PBX-I-RUN-DATE.
        MOVE    DS02-RECORD-COUNT(WS01-INDEX)
                                   TO  PBX-I-RECORD-COUNT.
        MOVE    DS02-FILE-NAME(WS01-INDEX)
                                   TO  PBX-I-FILE-NAME.
        WRITE   BUNDLE-RECORD.
*
        ADD     1                  TO  WS-B-DOC-COUNT
                                       WS01-DOCUMENT-COUNT
                                       WS01-RECORD-COUNT.
*
Y-EXIT.
*
        EXIT.
*
YA-WRITE-BUNDLE-HEADER SECTION.
**********************************************************************
*
*       Bundle header record.
*
**********************************************************************
YA-START.
*
        MOVE    SPACES             TO  BUNDLE-RECORD.
        MOVE   'B'                 TO  PBX-REC-TYPE.
        MOVE    WS-B-CENTRE-ID     TO  PBX-CENTRE-ID.
        MOVE    WS-BUNDLE-ID       TO  PBX-BUNDLE-ID.
        MOVE    WS-B-BUNDLE-DATE   TO  PBX-B-BUNDLE-DATE.
        MOVE    WS-SEND-TYPE       TO  PBX-B-SEND-TYPE.
        WRITE   BUNDLE-RECORD.
*
        ADD     1                  TO  WS01-RECORD-COUNT.
*
YA-EXIT.
*
        EXIT.
*
YB-WRITE-BUNDLE-TRAILER SECTION.
**********************************************************************
*
*       Bundle trailer record, and the bundle's line on the report.
*
**********************************************************************
YB-START.
*
        MOVE    SPACES             TO  BUNDLE-RECORD.
        MOVE   'E'                 TO  PBX-REC-TYPE.
        MOVE    WS-B-CENTRE-ID     TO  PBX-CENTRE-ID.
        MOVE    WS-BUNDLE-ID       TO  PBX-BUNDLE-ID.
        MOVE    WS-B-DOC-COUNT     TO  PBX-E-DOC-COUNT.
        WRITE   BUNDLE-RECORD.
*
        ADD     1                  TO  WS01-RECORD-COUNT.
*
        MOVE    WS-B-CENTRE-ID     TO  WS-BR-B-CENTRE.
        MOVE    WS-BUNDLE-ID       TO  WS-BR-B-BUNDLE.
        MOVE    WS-B-BUNDLE-DATE   TO  WS-BR-B-BUILT.
        MOVE    WS-B-DOC-COUNT     TO  WS-BR-B-DOCS.
        IF  WS-SEND-TYPE = 'R'
            MOVE 'RE-SEND'         TO  WS-BR-B-SEND
        ELSE
            MOVE 'NEW'             TO  WS-BR-B-SEND
        END-IF.
        MOVE    WS-BR-BUNDLE-DETAIL
                                   TO  BUNDLE-REP-RECORD.
        WRITE   BUNDLE-REP-RECORD.
*
YB-EXIT.
*
        EXIT.
*
YC-LOG-SEND SECTION.
**********************************************************************
*
*       Log the send of the bundle on the distribution log.
*
**********************************************************************
YC-START.
*
        MOVE   "YC: ERROR INSERTING CENTRE_BUNDLE_SENDS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CENTRE_BUNDLE_SENDS
                   (CBSE_CBUN_ID,
                    CBSE_SEND_TYPE,
                    CBSE_SENT_DATE)
            VALUES (:WS-BUNDLE-ID,
                    :WS-SEND-TYPE,
                    SYSDATE)
        END-EXEC.
*
YC-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the trailer record and the totals, commit and say
*       goodbye.
*
**********************************************************************
D-START.
*
	IF ENQUIRY-MODE
	THEN
	  MOVE 'DOCUMENTS REGISTERED:' TO WS-BR-T-DESC
	  MOVE WS01-DOCUMENT-COUNT TO WS-BR-T-COUNT
	  MOVE WS-BR-TOTAL-LINE TO BUNDLE-REP-RECORD
	  WRITE BUNDLE-REP-RECORD AFTER 2
	ELSE
	  MOVE '*TRL'              TO WS-CTL-TYPE
	  MOVE WS01-RECORD-COUNT   TO WS-CTL-RECORD-COUNT
	  WRITE BUNDLE-CONTROL FROM WS-CONTROL-RECORD
	  CLOSE BUNDLE-FILE
	  MOVE 'BUNDLES WRITTEN:' TO WS-BR-T-DESC
	  MOVE WS01-BUNDLE-COUNT TO WS-BR-T-COUNT
	  MOVE WS-BR-TOTAL-LINE TO BUNDLE-REP-RECORD
	  WRITE BUNDLE-REP-RECORD AFTER 2
	  MOVE 'DOCUMENTS INDEXED:' TO WS-BR-T-DESC
	  MOVE WS01-DOCUMENT-COUNT TO WS-BR-T-COUNT
	  MOVE WS-BR-TOTAL-LINE TO BUNDLE-REP-RECORD
	  WRITE BUNDLE-REP-RECORD
	END-IF.
*
        CLOSE   BUNDLE-REP.
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
        DISPLAY "STP111 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP111 ERROR".
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
