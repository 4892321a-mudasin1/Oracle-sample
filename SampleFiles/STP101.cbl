IDENTIFICATION DIVISION.
PROGRAM-ID.   STP101.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	PRINT BUREAU PRODUCTION CONFIRMATION - STATIONERY SERIALS
*
********************************************************************************
*
*       STP101 - Companion to STP094, STP074 and STP073.  Once STP094
*		has released the certificate files nothing came back
*		from the print bureau until a centre complained.  The
*		bureau now returns a production confirmation file
*		(PRODCONF) for each run, and this program processes
*		it:
*
*		- every certificate printed is recorded against the
*		  pre-printed security stationery serial it went onto
*		  (CERT_STATIONERY_SERIALS), for fraud investigations.
*		  A serial already recorded against another
*		  certificate is an exception;
*		- each certificate file's printed and spoiled counts
*		  are reconciled against the RUN_DETAILS stream total
*		  (parsed exactly as STP074 and STP094 parse it):
*		  printed plus spoiled must equal the awards issued,
*		  and the certificate records must agree with the
*		  printed count.  The outcome per file is recorded in
*		  PRINT_CONFIRMATIONS ('A' agreed, 'D' discrepancy);
*		- sheets spoiled on the press come out as a void
*		  proposal (VOIDPROP): four records per spoiled
*		  range, one per STP073 parameter in the order it
*		  ACCEPTs them - first certificate number, last
*		  certificate number, the run date and mode 'R' - so
*		  the void is run report-only first and then for
*		  real, as always.
*
*		Confirmation file (PRODCONF), record type in col 1:
*		  'H'  cols  3-13 run date (DD-MON-YYYY)
*		       cols 15-26 bureau batch reference
*		  'F'  cols  3-17 RUN_DETAILS stream name
*		       cols 19-26 certificates printed
*		       cols 28-37 first stationery serial used
*		       cols 39-48 last stationery serial used
*		  'C'  cols  3-11 certificate number printed
*		       cols 13-22 stationery serial it went onto
*		  'S'  cols  3-11 first spoiled certificate number
*		       cols 13-21 last spoiled certificate number
*		       cols 23-32 first spoiled serial
*		       cols 34-43 last spoiled serial
*		  'T'  cols  3-10 count of F, C and S records
*		The 'C' and 'S' records belong to the 'F' record
*		before them.
*
*		A file with no header, a missing trailer (the
*		truncation signature STP094 looks for), a trailer
*		count that disagrees, or a batch reference already
*		loaded is refused whole: nothing is recorded and no
*		void proposal is written.
*
*		The report goes to STP101TOT.
*
*		Parameter: mode - 'U' records the confirmation,
*		anything else reports it and rolls back.  The void
*		proposal is written in either mode.
*
* 15-Oct-2026	PJW	EC5258 : Program written.
* 15-Oct-2026	PJW	EC5280 : Void proposal written one parameter
*			per record, as STP073 accepts them.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  CONF-FILE    ASSIGN PRODCONF.
    SELECT  VOID-FILE    ASSIGN VOIDPROP.
    SELECT  CONF-REP     ASSIGN STP101TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  CONF-FILE
    LABEL RECORDS STANDARD.
01  CONF-REC.
    03  PCF-REC-TYPE              PIC X(01).
        88  PCF-HEADER                        VALUE 'H'.
        88  PCF-FILE                          VALUE 'F'.
        88  PCF-CERT                          VALUE 'C'.
        88  PCF-SPOIL                         VALUE 'S'.
        88  PCF-TRAILER                       VALUE 'T'.
    03  FILLER                    PIC X(01).
    03  PCF-DATA                  PIC X(78).
01  CONF-HEADER-REC.
    03  FILLER                    PIC X(02).
    03  PCH-RUN-DATE              PIC X(11).
    03  FILLER                    PIC X(01).
    03  PCH-BUREAU-REF            PIC X(12).
01  CONF-FILE-REC.
    03  FILLER                    PIC X(02).
    03  PCFF-RD-NAME              PIC X(15).
    03  FILLER                    PIC X(01).
    03  PCFF-PRINTED              PIC 9(08).
    03  FILLER                    PIC X(01).
    03  PCFF-FIRST-SERIAL         PIC X(10).
    03  FILLER                    PIC X(01).
    03  PCFF-LAST-SERIAL          PIC X(10).
01  CONF-CERT-REC.
    03  FILLER                    PIC X(02).
    03  PCC-CERT-NO               PIC X(09).
    03  FILLER                    PIC X(01).
    03  PCC-SERIAL                PIC X(10).
01  CONF-SPOIL-REC.
    03  FILLER                    PIC X(02).
    03  PCS-FIRST-CERT            PIC X(09).
    03  PCS-FIRST-CERT-N REDEFINES PCS-FIRST-CERT
                                  PIC 9(09).
    03  FILLER                    PIC X(01).
    03  PCS-LAST-CERT             PIC X(09).
    03  PCS-LAST-CERT-N REDEFINES PCS-LAST-CERT
                                  PIC 9(09).
    03  FILLER                    PIC X(01).
    03  PCS-FIRST-SERIAL          PIC X(10).
    03  FILLER                    PIC X(01).
    03  PCS-LAST-SERIAL           PIC X(10).
01  CONF-TRAILER-REC.
    03  FILLER                    PIC X(02).
    03  PCT-COUNT                 PIC 9(08).
*
FD  VOID-FILE.
01  VOID-REC                      PIC X(11).
*
FD  CONF-REP
    LABEL RECORDS STANDARD.
01  CONF-RECORD                   PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-RUN-DATE-CONF		  PIC  X(11).
01  WS-BUREAU-REF		  PIC  X(12).
01  WS-RD-NAME			  PIC  X(15).
01  WS-FIRST-SERIAL		  PIC  X(10).
01  WS-LAST-SERIAL		  PIC  X(10).
01  WS-CERT-NO			  PIC  X(09).
01  WS-SERIAL			  PIC  X(10).
01  WS-PRINTED			  PIC S9(09) COMP.
01  WS-SPOILED			  PIC S9(09) COMP.
01  WS-RD-ISSUED		  PIC S9(09) COMP.
01  WS-CONF-STATUS		  PIC  X(01).
01  WS-EXISTS-COUNT		  PIC S9(09) COMP.
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
    03  WS01-INDEX                 PIC S9(09) COMP.
    03  WS01-BODY-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-FILE-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-CERT-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-FILE-CERTS            PIC S9(09) COMP VALUE 0.
    03  WS01-SPOIL-COUNT           PIC S9(09) COMP VALUE 0.
    03  WS01-DISCREPANT-COUNT      PIC S9(09) COMP VALUE 0.
    03  WS01-EXCEPTION-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-MODE-PARM		   PIC  X(01).
01  WS-UPDATE-IND		   PIC  X(01) VALUE 'N'.
    88  UPDATE-MODE				VALUE 'U'.
01  WS-CONF-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  CONF-EOF				VALUE 'Y'.
01  WS-HEADER-IND		   PIC  X(01) VALUE 'N'.
    88  HEADER-SEEN				VALUE 'Y'.
01  WS-TRAILER-IND		   PIC  X(01) VALUE 'N'.
    88  TRAILER-SEEN				VALUE 'Y'.
01  WS-FILE-OPEN-IND		   PIC  X(01) VALUE 'N'.
    88  FILE-IN-PROGRESS			VALUE 'Y'.
01  WS-REFUSE-REASON		   PIC  X(50) VALUE SPACES.
01  WS-TRAILER-COUNT		   PIC S9(09) COMP VALUE 0.
01  WS-SPOIL-SHEETS		   PIC S9(09) COMP.
*
01  WS-SPOIL-TABLE.
    03  WS-SP-ENTRY OCCURS 200.
        05  WS-SP-FIRST-CERT       PIC  X(09).
        05  WS-SP-LAST-CERT        PIC  X(09).
*
01  WS-CONF-REPORT.
    03 WS-CR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-CR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP101'.
    03 WS-CR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(50) VALUE
	  'PRINT BUREAU PRODUCTION CONFIRMATION'.
    03 WS-CR-HEAD-3.
	05 FILLER		PIC X(17) VALUE 'AWARDS RUN DATE: '.
	05 WS-CR-H3-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(17) VALUE '  BUREAU BATCH: '.
	05 WS-CR-H3-REF		PIC X(12).
	05 FILLER		PIC X(09) VALUE '  MODE : '.
	05 WS-CR-H3-MODE	PIC X(11).
    03 WS-CR-COL-HEAD.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(17) VALUE 'CERT FILE'.
	05 FILLER		PIC X(10) VALUE 'PRINTED'.
	05 FILLER		PIC X(10) VALUE 'CERT RECS'.
	05 FILLER		PIC X(10) VALUE 'SPOILED'.
	05 FILLER		PIC X(10) VALUE 'RUN DTLS'.
	05 FILLER		PIC X(24) VALUE 'SERIALS USED'.
	05 FILLER		PIC X(20) VALUE 'RESULT'.
    03 WS-CR-FILE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-F-RD-NAME	PIC X(15).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-F-PRINTED	PIC Z(7)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-F-CERTS	PIC Z(7)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-F-SPOILED	PIC Z(7)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-F-RD-ISSUED	PIC Z(7)9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-F-FIRST-SERIAL	PIC X(10).
	05 FILLER		PIC X(01) VALUE '-'.
	05 WS-CR-F-LAST-SERIAL	PIC X(10).
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-CR-F-RESULT	PIC X(30).
    03 WS-CR-EXCEPTION-LINE.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(04) VALUE '*** '.
	05 WS-CR-X-TEXT		PIC X(80).
    03 WS-CR-SPOIL-LINE.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 FILLER		PIC X(24) VALUE
	  'SPOILED - VOID PROPOSAL '.
	05 WS-CR-S-FIRST-CERT	PIC X(09).
	05 FILLER		PIC X(01) VALUE '-'.
	05 WS-CR-S-LAST-CERT	PIC X(09).
	05 FILLER		PIC X(10) VALUE '  SERIALS '.
	05 WS-CR-S-FIRST-SERIAL	PIC X(10).
	05 FILLER		PIC X(01) VALUE '-'.
	05 WS-CR-S-LAST-SERIAL	PIC X(10).
    03 WS-CR-REFUSE-LINE.
	05 FILLER		PIC X(30) VALUE
	  '*** CONFIRMATION REFUSED : '.
	05 WS-CR-R-REASON	PIC X(50).
	05 FILLER		PIC X(04) VALUE ' ***'.
    03 WS-CR-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-T-DESC		PIC X(34).
	05 WS-CR-T-COUNT	PIC Z(7)9.
    03 WS-CR-NO-UPDATE-LINE.
	05 FILLER		PIC X(52) VALUE
	  '*** REPORT ONLY - NO DATABASE CHANGES WERE APPLIED '.
	05 FILLER		PIC X(03) VALUE '***'.
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

        PERFORM B-PROCESS-CONFIRMATION.

        PERFORM C-CHECK-CONTROLS.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the mode, open the files, log on to Oracle and print
*       the first heading.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-MODE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-MODE-PARM.
*
	IF WS-MODE-PARM = 'U' OR 'u'
	THEN
	  MOVE 'U' TO WS-UPDATE-IND
	ELSE
	  MOVE 'N' TO WS-UPDATE-IND
	END-IF.
*
        OPEN    INPUT   CONF-FILE.
        OPEN    OUTPUT  CONF-REP.
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
	MOVE WS-RUN-DATE TO WS-CR-H1-RUN-DATE.
	MOVE WS-CR-HEAD-1 TO CONF-RECORD.
	WRITE CONF-RECORD AFTER PAGE.
	MOVE WS-CR-HEAD-2 TO CONF-RECORD.
	WRITE CONF-RECORD AFTER 2.
	IF UPDATE-MODE
	  MOVE 'UPDATE'      TO WS-CR-H3-MODE
	ELSE
	  MOVE 'REPORT ONLY' TO WS-CR-H3-MODE
	END-IF.
*
A-EXIT.
*
        EXIT.
*
B-PROCESS-CONFIRMATION SECTION.
**********************************************************************
*
*       One pass of the confirmation file.  The header must come
*       first; each 'F' record closes off the file before it; the
*       trailer closes off the last.
*
**********************************************************************
B-START.
*
        MOVE   'N'                 TO  WS-CONF-EOF-IND.
*
        READ    CONF-FILE
            AT END  MOVE 'Y'       TO  WS-CONF-EOF-IND.
*
        IF  CONF-EOF
        OR  NOT PCF-HEADER
            MOVE 'NO HEADER RECORD'
                                   TO  WS-REFUSE-REASON
            MOVE WS-CR-HEAD-3      TO  CONF-RECORD
            WRITE CONF-RECORD AFTER 2
            GO TO B-040
        END-IF.
*
        PERFORM BA-PROCESS-HEADER.
*
        IF  WS-REFUSE-REASON NOT = SPACES
            GO TO B-040
        END-IF.
B-020.
        READ    CONF-FILE
            AT END  MOVE 'Y'       TO  WS-CONF-EOF-IND.

        IF  CONF-EOF
            GO TO B-040
        END-IF.

        IF  TRAILER-SEEN
            MOVE 'RECORDS AFTER THE TRAILER'
                                   TO  WS-REFUSE-REASON
            GO TO B-040
        END-IF.

        EVALUATE TRUE
          WHEN PCF-FILE
            ADD  1                 TO  WS01-BODY-COUNT
            PERFORM BE-CLOSE-FILE
            PERFORM BB-OPEN-FILE
          WHEN PCF-CERT
            ADD  1                 TO  WS01-BODY-COUNT
            PERFORM BC-RECORD-CERT
          WHEN PCF-SPOIL
            ADD  1                 TO  WS01-BODY-COUNT
            PERFORM BD-RECORD-SPOIL
          WHEN PCF-TRAILER
            PERFORM BE-CLOSE-FILE
            MOVE 'Y'               TO  WS-TRAILER-IND
            MOVE PCT-COUNT         TO  WS-TRAILER-COUNT
          WHEN OTHER
            MOVE 'UNKNOWN RECORD TYPE IN THE FILE'
                                   TO  WS-REFUSE-REASON
            GO TO B-040
        END-EVALUATE.

        IF  WS-REFUSE-REASON NOT = SPACES
            GO TO B-040
        END-IF.

        GO TO B-020.
B-040.
        CLOSE   CONF-FILE.
*
B-EXIT.
*
        EXIT.
*
BA-PROCESS-HEADER SECTION.
**********************************************************************
*
*       Take the run date and bureau reference from the header and
*       refuse a batch already loaded.
*
**********************************************************************
BA-START.
*
        MOVE   'Y'                 TO  WS-HEADER-IND.
        MOVE    PCH-RUN-DATE       TO  WS-RUN-DATE-CONF.
        MOVE    PCH-BUREAU-REF     TO  WS-BUREAU-REF.
        MOVE    WS-RUN-DATE-CONF   TO  WS-CR-H3-RUN-DATE.
        MOVE    WS-BUREAU-REF      TO  WS-CR-H3-REF.
	MOVE    WS-CR-HEAD-3       TO  CONF-RECORD.
	WRITE   CONF-RECORD AFTER 2.
	MOVE    WS-CR-COL-HEAD     TO  CONF-RECORD.
	WRITE   CONF-RECORD AFTER 2.
*
        IF  WS-BUREAU-REF = SPACES
            MOVE 'NO BUREAU BATCH REFERENCE ON THE HEADER'
                                   TO  WS-REFUSE-REASON
            GO TO BA-EXIT
        END-IF.
*
        MOVE   "BA: ERROR CHECKING PRINT_CONFIRMATIONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM PRINT_CONFIRMATIONS
             WHERE PCON_BUREAU_REF = :WS-BUREAU-REF
        END-EXEC.
*
        IF  WS-EXISTS-COUNT > ZERO
            MOVE 'BUREAU BATCH ALREADY LOADED'
                                   TO  WS-REFUSE-REASON
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-OPEN-FILE SECTION.
**********************************************************************
*
*       Start a certificate file: hold its figures until it closes.
*
**********************************************************************
BB-START.
*
        MOVE   'Y'                 TO  WS-FILE-OPEN-IND.
        MOVE    PCFF-RD-NAME       TO  WS-RD-NAME.
        MOVE    PCFF-FIRST-SERIAL  TO  WS-FIRST-SERIAL.
        MOVE    PCFF-LAST-SERIAL   TO  WS-LAST-SERIAL.
        MOVE    ZERO               TO  WS-PRINTED.
        IF  PCFF-PRINTED NUMERIC
            MOVE PCFF-PRINTED      TO  WS-PRINTED
        END-IF.
        MOVE    ZERO               TO  WS-SPOILED.
        MOVE    ZERO               TO  WS01-FILE-CERTS.
        ADD     1                  TO  WS01-FILE-COUNT.
*
BB-EXIT.
*
        EXIT.
*
BC-RECORD-CERT SECTION.
**********************************************************************
*
*       Record one certificate against its stationery serial.  A
*       serial already on record against another certificate is
*       listed - the same sheet cannot carry two certificates.
*
**********************************************************************
BC-START.
*
        IF  NOT FILE-IN-PROGRESS
            MOVE 'CERTIFICATE RECORD BEFORE ANY FILE RECORD'
                                   TO  WS-REFUSE-REASON
            GO TO BC-EXIT
        END-IF.
*
        ADD     1                  TO  WS01-FILE-CERTS.
        ADD     1                  TO  WS01-CERT-COUNT.
        MOVE    PCC-CERT-NO        TO  WS-CERT-NO.
        MOVE    PCC-SERIAL         TO  WS-SERIAL.
*
        MOVE   "BC: ERROR CHECKING CERT_STATIONERY_SERIALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-EXISTS-COUNT
              FROM CERT_STATIONERY_SERIALS
             WHERE CSSE_SERIAL_NO = :WS-SERIAL
               AND CSSE_CERT_NO  <> :WS-CERT-NO
        END-EXEC.
*
        IF  WS-EXISTS-COUNT > ZERO
            MOVE SPACES            TO  WS-CR-X-TEXT
            STRING 'SERIAL '           DELIMITED BY SIZE
                   WS-SERIAL           DELIMITED BY SIZE
                   ' ALREADY RECORDED AGAINST ANOTHER CERT - CERT '
                                       DELIMITED BY SIZE
                   WS-CERT-NO          DELIMITED BY SIZE
              INTO WS-CR-X-TEXT
            MOVE WS-CR-EXCEPTION-LINE TO CONF-RECORD
            WRITE CONF-RECORD
            ADD  1                 TO  WS01-EXCEPTION-COUNT
        END-IF.
*
        MOVE   "BC: ERROR INSERTING CERT_STATIONERY_SERIALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CERT_STATIONERY_SERIALS
                   (CSSE_CERT_NO,
                    CSSE_SERIAL_NO,
                    CSSE_RD_NAME,
                    CSSE_RUN_DATE,
                    CSSE_BUREAU_REF,
                    CSSE_LOAD_DATE)
            VALUES (:WS-CERT-NO,
                    :WS-SERIAL,
                    RTRIM(:WS-RD-NAME),
                    TO_DATE(:WS-RUN-DATE-CONF,'DD-MON-YYYY'),
                    :WS-BUREAU-REF,
                    SYSDATE)
        END-EXEC.
*
BC-EXIT.
*
        EXIT.
*
BD-RECORD-SPOIL SECTION.
**********************************************************************
*
*       A spoiled range: list it and hold it for the void proposal.
*
**********************************************************************
BD-START.
*
        IF  NOT FILE-IN-PROGRESS
            MOVE 'SPOIL RECORD BEFORE ANY FILE RECORD'
                                   TO  WS-REFUSE-REASON
            GO TO BD-EXIT
        END-IF.
*
        IF  PCS-FIRST-CERT-N NOT NUMERIC
        OR  PCS-LAST-CERT-N NOT NUMERIC
        OR  PCS-FIRST-CERT > PCS-LAST-CERT
            MOVE SPACES            TO  WS-CR-X-TEXT
            STRING 'SPOILED RANGE NOT VALID - '
                                       DELIMITED BY SIZE
                   PCS-FIRST-CERT      DELIMITED BY SIZE
                   '-'                 DELIMITED BY SIZE
                   PCS-LAST-CERT       DELIMITED BY SIZE
                   ' - NOT PROPOSED FOR VOID'
                                       DELIMITED BY SIZE
              INTO WS-CR-X-TEXT
            MOVE WS-CR-EXCEPTION-LINE TO CONF-RECORD
            WRITE CONF-RECORD
            ADD  1                 TO  WS01-EXCEPTION-COUNT
            GO TO BD-EXIT
        END-IF.
*
        COMPUTE WS-SPOIL-SHEETS = PCS-LAST-CERT-N
                                - PCS-FIRST-CERT-N + 1.
        ADD     WS-SPOIL-SHEETS    TO  WS-SPOILED.
*
        ADD     1                  TO  WS01-SPOIL-COUNT.
        IF  WS01-SPOIL-COUNT NOT > 200
            MOVE PCS-FIRST-CERT    TO  WS-SP-FIRST-CERT(WS01-SPOIL-COUNT)
            MOVE PCS-LAST-CERT     TO  WS-SP-LAST-CERT(WS01-SPOIL-COUNT)
        ELSE
            MOVE 'MORE THAN 200 SPOILED RANGES'
                                   TO  WS-REFUSE-REASON
            GO TO BD-EXIT
        END-IF.
*
        MOVE    PCS-FIRST-CERT     TO  WS-CR-S-FIRST-CERT.
        MOVE    PCS-LAST-CERT      TO  WS-CR-S-LAST-CERT.
        MOVE    PCS-FIRST-SERIAL   TO  WS-CR-S-FIRST-SERIAL.
        MOVE    PCS-LAST-SERIAL    TO  WS-CR-S-LAST-SERIAL.
        MOVE    WS-CR-SPOIL-LINE   TO  CONF-RECORD.
        WRITE   CONF-RECORD.
*
BD-EXIT.
*
        EXIT.
*
BE-CLOSE-FILE SECTION.
**********************************************************************
*
*       Close off the certificate file in progress: reconcile it
*       against its RUN_DETAILS stream total, report it and record
*       the outcome.
*
**********************************************************************
BE-START.
*
        IF  NOT FILE-IN-PROGRESS
            GO TO BE-EXIT
        END-IF.
*
        MOVE   'N'                 TO  WS-FILE-OPEN-IND.
        MOVE    ZERO               TO  WS-RD-ISSUED.
*
        MOVE   "BE: ERROR READING RUN_DETAILS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(SUM(NVL(TO_NUMBER(LTRIM(SUBSTR(RD_COMMENT,
                       INSTR(RD_COMMENT,'=') + 1))),0)),0)
              INTO :WS-EXISTS-COUNT,
                   :WS-RD-ISSUED
              FROM RUN_DETAILS
             WHERE RD_NAME = RTRIM(:WS-RD-NAME)
               AND RD_DATE =
                   TO_DATE(:WS-RUN-DATE-CONF,'DD-MON-YYYY')
               AND RD_COMMENT LIKE 'NUMBER OF AWARDS ISSUED%'
               AND RD_COMMENT NOT LIKE 'NUMBER OF AWARDS ISSUED (%'
        END-EXEC.
*
        MOVE   'A'                 TO  WS-CONF-STATUS.
        MOVE   'AGREED'            TO  WS-CR-F-RESULT.
*
        IF  WS-EXISTS-COUNT = ZERO
            MOVE 'D'               TO  WS-CONF-STATUS
            MOVE 'NOT ON RUN_DETAILS FOR THE DATE'
                                   TO  WS-CR-F-RESULT
        ELSE
          IF  WS-PRINTED + WS-SPOILED NOT = WS-RD-ISSUED
              MOVE 'D'             TO  WS-CONF-STATUS
              MOVE 'PRINTED+SPOILED <> RUN DETAILS'
                                   TO  WS-CR-F-RESULT
          ELSE
            IF  WS01-FILE-CERTS NOT = WS-PRINTED
                MOVE 'D'           TO  WS-CONF-STATUS
                MOVE 'CERT RECORDS <> PRINTED COUNT'
                                   TO  WS-CR-F-RESULT
            END-IF
          END-IF
        END-IF.
*
        IF  WS-CONF-STATUS = 'D'
            ADD  1                 TO  WS01-DISCREPANT-COUNT
        END-IF.
*
        MOVE    WS-RD-NAME         TO  WS-CR-F-RD-NAME.
        MOVE    WS-PRINTED         TO  WS-CR-F-PRINTED.
        MOVE    WS01-FILE-CERTS    TO  WS-CR-F-CERTS.
        MOVE    WS-SPOILED         TO  WS-CR-F-SPOILED.
        MOVE    WS-RD-ISSUED       TO  WS-CR-F-RD-ISSUED.
        MOVE    WS-FIRST-SERIAL    TO  WS-CR-F-FIRST-SERIAL.
        MOVE    WS-LAST-SERIAL     TO  WS-CR-F-LAST-SERIAL.
        MOVE    WS-CR-FILE-LINE    TO  CONF-RECORD.
        WRITE   CONF-RECORD AFTER 2.
*
        MOVE   "BE: ERROR INSERTING PRINT_CONFIRMATIONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO PRINT_CONFIRMATIONS
                   (PCON_BUREAU_REF,
                    PCON_RD_NAME,
                    PCON_RUN_DATE,
                    PCON_PRINTED,
                    PCON_SPOILED,
                    PCON_RD_ISSUED,
                    PCON_FIRST_SERIAL,
                    PCON_LAST_SERIAL,
                    PCON_STATUS,
                    PCON_LOAD_DATE,
                    PCON_USER)
            VALUES (:WS-BUREAU-REF,
                    RTRIM(:WS-RD-NAME),
                    TO_DATE(:WS-RUN-DATE-CONF,'DD-MON-YYYY'),
                    :WS-PRINTED,
                    :WS-SPOILED,
                    :WS-RD-ISSUED,
                    :WS-FIRST-SERIAL,
                    :WS-LAST-SERIAL,
                    :WS-CONF-STATUS,
                    SYSDATE,
                    USER)
        END-EXEC.
*
BE-EXIT.
*
        EXIT.
*
C-CHECK-CONTROLS SECTION.
**********************************************************************
*
*       The file must have had its trailer, with the right count.
*       A refused file is reported; otherwise the void proposal is
*       written.
*
**********************************************************************
C-START.
*
        IF  WS-REFUSE-REASON = SPACES
        AND NOT TRAILER-SEEN
            MOVE 'NO TRAILER - FILE TRUNCATED'
                                   TO  WS-REFUSE-REASON
        END-IF.
*
        IF  WS-REFUSE-REASON = SPACES
        AND WS-TRAILER-COUNT NOT = WS01-BODY-COUNT
            MOVE 'TRAILER COUNT DISAGREES WITH THE RECORDS'
                                   TO  WS-REFUSE-REASON
        END-IF.
*
        IF  WS-REFUSE-REASON NOT = SPACES
            MOVE WS-REFUSE-REASON  TO  WS-CR-R-REASON
            MOVE WS-CR-REFUSE-LINE TO  CONF-RECORD
            WRITE CONF-RECORD AFTER 2
            GO TO C-EXIT
        END-IF.
*
        OPEN    OUTPUT  VOID-FILE.
*
        PERFORM
          VARYING WS01-INDEX
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-SPOIL-COUNT

            MOVE    WS-SP-FIRST-CERT(WS01-INDEX)
                                   TO  VOID-REC
            WRITE   VOID-REC
            MOVE    WS-SP-LAST-CERT(WS01-INDEX)
                                   TO  VOID-REC
            WRITE   VOID-REC
            MOVE    WS-RUN-DATE-CONF
                                   TO  VOID-REC
            WRITE   VOID-REC
            MOVE   'R'             TO  VOID-REC
            WRITE   VOID-REC
        END-PERFORM.
*
        CLOSE   VOID-FILE.
*
C-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the totals, commit (update mode, file accepted) or roll
*       back, and say goodbye.
*
**********************************************************************
D-START.
*
        MOVE   'CERTIFICATE FILES:' TO  WS-CR-T-DESC.
        MOVE    WS01-FILE-COUNT    TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CONF-RECORD.
        WRITE   CONF-RECORD AFTER 3.
        MOVE   'FILES WITH DISCREPANCIES:'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-DISCREPANT-COUNT
                                   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CONF-RECORD.
        WRITE   CONF-RECORD.
        MOVE   'CERTIFICATES SERIAL-RECORDED:'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-CERT-COUNT    TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CONF-RECORD.
        WRITE   CONF-RECORD.
        MOVE   'SPOILED RANGES PROPOSED:'
                                   TO  WS-CR-T-DESC.
        MOVE    WS01-SPOIL-COUNT   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CONF-RECORD.
        WRITE   CONF-RECORD.
        MOVE   'SERIAL EXCEPTIONS:' TO  WS-CR-T-DESC.
        MOVE    WS01-EXCEPTION-COUNT
                                   TO  WS-CR-T-COUNT.
        MOVE    WS-CR-TOTAL-LINE   TO  CONF-RECORD.
        WRITE   CONF-RECORD.
*
	IF NOT UPDATE-MODE
	OR WS-REFUSE-REASON NOT = SPACES
	  MOVE WS-CR-NO-UPDATE-LINE TO CONF-RECORD
	  WRITE CONF-RECORD AFTER 2
	END-IF.
*
        CLOSE   CONF-REP.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
*
	IF UPDATE-MODE
	AND WS-REFUSE-REASON = SPACES
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
        DISPLAY "STP101 - SUCCESSFULLY COMPLETED".
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
        DISPLAY "STP101 ERROR".
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
