*		reorder warnings so stationery can be reordered before
*		the next run rather than after it fails.
*
*		Both files carry a header and a trailer record
*		('*HDR'/'*TRL': file, program, generated timestamp,
*		run date and, on the trailer, the record count).  A
*		'U' run refuses a STOCKUSED file that is missing its
*		header or trailer or whose count does not agree, and
*		records every file it applies on
*		INTERFACE_FILE_APPLIES:
*
*		  IFAP_FILE_NAME / IFAP_PRODUCER / IFAP_GENERATED
*				     the file's header, which
*				     identifies it
*		  IFAP_RUN_DATE      run date on the header
*		  IFAP_RECORD_COUNT  records applied
*		  IFAP_APPLIED_BY / IFAP_APPLIED_DATE
*
*		so the same usage file can never be applied twice.
*
* 22-Aug-2026	PJW	Program written.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			STOCKEXT; STOCKUSED checked for completeness
*			and applied once only.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  STKX-SHEETS-REMAINING     PIC 9(08).
    03  FILLER                    PIC X(01).
    03  STKX-REORDER-LEVEL        PIC 9(08).
01  STOCK-EXTRACT-CONTROL         PIC X(65).
*
FD  USAGE-FILE.
01  USAGE-RECORD.
    03  STKU-SHEETS-USED          PIC 9(08).
    03  FILLER                    PIC X(01).
    03  STKU-RUN-DATE             PIC X(11).
01  USAGE-CONTROL                 PIC X(65).
*
WORKING-STORAGE SECTION.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-U-DOC-REF		  PIC  X(05).
01  WS-U-SHEETS			  PIC S9(09) COMP.
01  WS-GENERATED		  PIC  X(20).
*
01  WS-IF-FILE-NAME		  PIC  X(10).
01  WS-IF-PRODUCER		  PIC  X(06).
01  WS-IF-GENERATED		  PIC  X(20).
01  WS-IF-RUN-DATE		  PIC  X(11).
01  WS-IF-RECORD-COUNT		  PIC S9(09) COMP.
01  WS-IF-APPLIED-ON		  PIC  X(11).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  WS01-REORDER-COUNT         PIC S9(09) COMP.
    03  WS01-USAGE-APPLIED         PIC S9(09) COMP.
    03  WS01-USAGE-UNKNOWN         PIC S9(09) COMP.
    03  WS01-USAGE-RECORDS         PIC S9(09) COMP.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-USAGE-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  USAGE-EOF				VALUE 'Y'.
*
* Control record: written as the header and trailer of STOCKEXT, and
* read from the header and trailer of STOCKUSED.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
        88  CTL-HEADER                          VALUE '*HDR'.
        88  CTL-TRAILER                         VALUE '*TRL'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
01  WS-CTL-HEADER-IND		   PIC  X(01) VALUE 'N'.
    88  CTL-HEADER-SEEN				VALUE 'Y'.
01  WS-CTL-TRAILER-IND		   PIC  X(01) VALUE 'N'.
    88  CTL-TRAILER-SEEN			VALUE 'Y'.
*
01  WS-STOCK-REPORT.
    03 WS-SR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	  '*** USAGE FOR STREAMS NOT ON STOCK TABLE: '.
	05 WS-SR-UL-COUNT	PIC Z(7)9.
	05 FILLER		PIC X(4)  VALUE ' ***'.
    03 WS-SR-FILE-LINE.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(20) VALUE 'STOCKUSED FROM'.
	05 WS-SR-FL-PROGRAM	PIC X(6).
	05 FILLER		PIC X(11) VALUE ' GENERATED '.
	05 WS-SR-FL-GENERATED	PIC X(20).
	05 FILLER		PIC X(11) VALUE ' RUN DATE '.
	05 WS-SR-FL-RUN-DATE	PIC X(11).
*
PROCEDURE DIVISION.
MAIN SECTION.
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
	IF WS-RUN-TYPE-PARM = 'X'
	THEN
	  MOVE SPACES         TO WS-CONTROL-RECORD
	  MOVE '*HDR'         TO WS-CTL-TYPE
	  MOVE 'STOCKEXT'     TO WS-CTL-FILE-NAME
	  MOVE 'STP081'       TO WS-CTL-PROGRAM
	  MOVE WS-GENERATED   TO WS-CTL-GENERATED
	  MOVE WS-RUN-DATE    TO WS-CTL-RUN-DATE
	  MOVE ZERO           TO WS-CTL-RECORD-COUNT
	  WRITE STOCK-EXTRACT-CONTROL FROM WS-CONTROL-RECORD
	END-IF.
*
	MOVE WS-RUN-DATE TO WS-SR-H1-RUN-DATE.
	MOVE WS-SR-HEAD-1 TO STOCK-RECORD.
**********************************************************************
*
*       Apply the per-stream usage records written by STP070's
*       awards run to STATIONERY_STOCK.  The header identifies the
*       file; the trailer proves it complete.  Anything wrong with
*       either abandons the run and rolls back what was applied.
*
**********************************************************************
B-START.
*
        OPEN    INPUT   USAGE-FILE.
        MOVE   'N'                 TO  WS-USAGE-EOF-IND.
        MOVE   'N'                 TO  WS-CTL-HEADER-IND.
        MOVE   'N'                 TO  WS-CTL-TRAILER-IND.
        MOVE    ZERO               TO  WS01-USAGE-RECORDS.
B-020.
        READ    USAGE-FILE
            AT END  MOVE 'Y'       TO  WS-USAGE-EOF-IND.
            GO TO B-040
        END-IF.

        MOVE    USAGE-CONTROL      TO  WS-CONTROL-RECORD.

        IF  CTL-HEADER
            PERFORM BA-CHECK-HEADER
            GO TO B-020
        END-IF.

        IF  CTL-TRAILER
            MOVE 'Y'               TO  WS-CTL-TRAILER-IND
            MOVE WS-CTL-RECORD-COUNT
                                   TO  WS-IF-RECORD-COUNT
            GO TO B-020
        END-IF.

        IF  NOT CTL-HEADER-SEEN
        OR  CTL-TRAILER-SEEN
            MOVE "STOCKUSED RECORD OUTSIDE ITS HEADER AND TRAILER"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        ADD     1                  TO  WS01-USAGE-RECORDS.

        IF  STKU-DOC-REF = SPACES
            GO TO B-020
        END-IF.
        GO TO B-020.
B-040.
        CLOSE   USAGE-FILE.
*
        PERFORM BB-RECORD-APPLIED.
*
B-EXIT.
*
        EXIT.
*
BA-CHECK-HEADER SECTION.
**********************************************************************
*
*       Check the STOCKUSED header and refuse a file that has already
*       been applied.
*
**********************************************************************
BA-START.
*
        IF  CTL-HEADER-SEEN
            MOVE "STOCKUSED HAS MORE THAN ONE HEADER RECORD"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  WS-CTL-FILE-NAME NOT = 'STOCKUSED'
            MOVE "STOCKUSED HEADER NAMES ANOTHER FILE"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        MOVE   'Y'                 TO  WS-CTL-HEADER-IND.
        MOVE    WS-CTL-FILE-NAME   TO  WS-IF-FILE-NAME.
        MOVE    WS-CTL-PROGRAM     TO  WS-IF-PRODUCER.
        MOVE    WS-CTL-GENERATED   TO  WS-IF-GENERATED.
        MOVE    WS-CTL-RUN-DATE    TO  WS-IF-RUN-DATE.

        MOVE   "BA: ERROR READING INTERFACE_FILE_APPLIES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(TO_CHAR(IFAP_APPLIED_DATE,'DD-MON-YYYY')),
                       ' ')
              INTO :WS-IF-APPLIED-ON
              FROM INTERFACE_FILE_APPLIES
             WHERE IFAP_FILE_NAME = :WS-IF-FILE-NAME
               AND IFAP_PRODUCER  = :WS-IF-PRODUCER
               AND IFAP_GENERATED = :WS-IF-GENERATED
        END-EXEC.

        IF  WS-IF-APPLIED-ON NOT = SPACES
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'STOCKUSED GENERATED '      DELIMITED BY SIZE
                   WS-IF-GENERATED             DELIMITED BY SIZE
                   ' ALREADY APPLIED ON '      DELIMITED BY SIZE
                   WS-IF-APPLIED-ON            DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
BA-EXIT.
*
        EXIT.
*
BB-RECORD-APPLIED SECTION.
**********************************************************************
*
*       Refuse a STOCKUSED file that is absent or incomplete, then
*       record it as applied.
*
**********************************************************************
BB-START.
*
        IF  NOT CTL-HEADER-SEEN
            MOVE "STOCKUSED ABSENT OR WITHOUT A HEADER - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  NOT CTL-TRAILER-SEEN
            MOVE "STOCKUSED TRUNCATED - NO TRAILER - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  WS-IF-RECORD-COUNT NOT = WS01-USAGE-RECORDS
            MOVE "STOCKUSED TRUNCATED - COUNT DISAGREES - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        MOVE   "BB: ERROR INSERTING INTERFACE_FILE_APPLIES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO INTERFACE_FILE_APPLIES
                   (IFAP_FILE_NAME,
                    IFAP_PRODUCER,
                    IFAP_GENERATED,
                    IFAP_RUN_DATE,
                    IFAP_RECORD_COUNT,
                    IFAP_APPLIED_BY,
                    IFAP_APPLIED_DATE)
            VALUES (:WS-IF-FILE-NAME,
                    :WS-IF-PRODUCER,
                    :WS-IF-GENERATED,
                    TO_DATE(:WS-IF-RUN-DATE,'DD-MON-YYYY'),
                    :WS-IF-RECORD-COUNT,
                    'STP081',
                    SYSDATE)
        END-EXEC.
*
BB-EXIT.
*
        EXIT.
*
C-REPORT-STOCK SECTION.
**********************************************************************
*
	  MOVE WS01-USAGE-APPLIED TO WS-SR-UT-COUNT
	  MOVE WS-SR-USAGE-TOTAL TO STOCK-RECORD
	  WRITE STOCK-RECORD
	  MOVE WS-IF-PRODUCER TO WS-SR-FL-PROGRAM
	  MOVE WS-IF-GENERATED TO WS-SR-FL-GENERATED
	  MOVE WS-IF-RUN-DATE TO WS-SR-FL-RUN-DATE
	  MOVE WS-SR-FILE-LINE TO STOCK-RECORD
	  WRITE STOCK-RECORD
	  IF WS01-USAGE-UNKNOWN > ZERO
	    MOVE WS01-USAGE-UNKNOWN TO WS-SR-UL-COUNT
	    MOVE WS-SR-UNKNOWN-LINE TO STOCK-RECORD
*
	IF WS-RUN-TYPE-PARM = 'X'
	THEN
	  MOVE '*TRL' TO WS-CTL-TYPE
	  MOVE WS01-STREAMS-REPORTED TO WS-CTL-RECORD-COUNT
	  WRITE STOCK-EXTRACT-CONTROL FROM WS-CONTROL-RECORD
	  CLOSE STOCK-EXTRACT
	END-IF.
*
