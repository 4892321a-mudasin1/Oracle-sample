*			with the reason decoded using the same
*			descriptions as STP070's reject report.
*
*		REJECTEXT carries a header and a trailer record
*		('*HDR'/'*TRL': file, program, generated timestamp,
*		run date and, on the trailer, the record count).  A
*		'U' run refuses a file that is missing either, whose
*		count does not agree, or whose run date is not the
*		one keyed, and records the file on
*		INTERFACE_FILE_APPLIES (see STP081) so it can never be
*		applied twice.
*
* 03-Sep-2026	PJW	EC5236 : Program written.
* 15-Oct-2026	PJW	EC5262 : REJECTEXT checked for completeness
*			and applied once only.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  RJX-REASON-CODE           PIC 9(02).
    03  FILLER                    PIC X(01).
    03  RJX-REASON-FLAGS          PIC X(25).
01  REJEXT-CONTROL                PIC X(65).
*
WORKING-STORAGE SECTION.
*
*
01  WS-RUN-DATE			  PIC  X(11).
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
    03  DS03-PASSWORD             PIC  X(04) VALUE "ABCD".
    03  WS01-APPLIED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-UNMATCHED-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-ANALYSED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-FILE-RECORDS          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
01  WS-FILE-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  FILE-EOF				VALUE 'Y'.
*
* Control record read from the header and trailer of REJECTEXT.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
        88  CTL-HEADER                          VALUE '*HDR'.
        88  CTL-TRAILER                         VALUE '*TRL'.
    03  FILLER                    PIC X(01).
    03  WS-CTL-FILE-NAME          PIC X(10).
    03  FILLER                    PIC X(01).
    03  WS-CTL-PROGRAM            PIC X(06).
    03  FILLER                    PIC X(01).
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01).
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01).
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
01  WS-CTL-HEADER-IND		   PIC  X(01) VALUE 'N'.
    88  CTL-HEADER-SEEN				VALUE 'Y'.
01  WS-CTL-TRAILER-IND		   PIC  X(01) VALUE 'N'.
    88  CTL-TRAILER-SEEN			VALUE 'Y'.
*
01  WS-OLD-REASON-CODE		   PIC  X(02) VALUE SPACES.
01  WS-REASON-SUB		   PIC S9(04) COMP.
*
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-RS-T-DESC		PIC X(34).
	05 WS-RS-T-COUNT	PIC Z(7)9.
    03 WS-RS-FILE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(20) VALUE 'REJECTEXT FROM'.
	05 WS-RS-FL-PROGRAM	PIC X(06).
	05 FILLER		PIC X(11) VALUE ' GENERATED '.
	05 WS-RS-FL-GENERATED	PIC X(20).
	05 FILLER		PIC X(11) VALUE ' RUN DATE '.
	05 WS-RS-FL-RUN-DATE	PIC X(11).
*
PROCEDURE DIVISION.
MAIN SECTION.
**********************************************************************
*
*       Apply one run's REJECTEXT to the reject rows the run
*       inserted.  The header identifies the file; the trailer
*       proves it complete.  Anything wrong with either abandons the
*       run and rolls back what was applied.
*
**********************************************************************
B-START.
*
        OPEN    INPUT   REJEXT-FILE.
        MOVE   'N'                 TO  WS-FILE-EOF-IND.
        MOVE   'N'                 TO  WS-CTL-HEADER-IND.
        MOVE   'N'                 TO  WS-CTL-TRAILER-IND.
B-020.
        READ    REJEXT-FILE
            AT END  MOVE 'Y'       TO  WS-FILE-EOF-IND.
            GO TO B-040
        END-IF.

        MOVE    REJEXT-CONTROL     TO  WS-CONTROL-RECORD.

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
            MOVE "REJECTEXT RECORD OUTSIDE ITS HEADER AND TRAILER"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        ADD     1                  TO  WS01-FILE-RECORDS.

        IF  RJX-REG-NO = SPACES
            GO TO B-020
        END-IF.
        GO TO B-020.
B-040.
        CLOSE   REJEXT-FILE.
*
        PERFORM BB-RECORD-APPLIED.
*
        MOVE   'REASONS APPLIED:'   TO  WS-RS-T-DESC.
        MOVE    WS01-APPLIED-COUNT TO  WS-RS-T-COUNT.
                                   TO  WS-RS-T-COUNT.
        MOVE    WS-RS-TOTAL-LINE   TO  REASON-RECORD.
        WRITE   REASON-RECORD.
        MOVE    WS-IF-PRODUCER     TO  WS-RS-FL-PROGRAM.
        MOVE    WS-IF-GENERATED    TO  WS-RS-FL-GENERATED.
        MOVE    WS-IF-RUN-DATE     TO  WS-RS-FL-RUN-DATE.
        MOVE    WS-RS-FILE-LINE    TO  REASON-RECORD.
        WRITE   REASON-RECORD AFTER 2.
*
B-EXIT.
*
        EXIT.
*
BA-CHECK-HEADER SECTION.
**********************************************************************
*
*       Check the REJECTEXT header against the run date keyed and
*       refuse a file that has already been applied.
*
**********************************************************************
BA-START.
*
        IF  CTL-HEADER-SEEN
            MOVE "REJECTEXT HAS MORE THAN ONE HEADER RECORD"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  WS-CTL-FILE-NAME NOT = 'REJECTEXT'
            MOVE "REJECTEXT HEADER NAMES ANOTHER FILE"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  WS-CTL-RUN-DATE NOT = WS-APPLY-DATE
            MOVE SPACES            TO  WS01-ERR-MESSAGE
            STRING 'REJECTEXT IS FOR THE RUN OF ' DELIMITED BY SIZE
                   WS-CTL-RUN-DATE             DELIMITED BY SIZE
                   ', NOT '                    DELIMITED BY SIZE
                   WS-APPLY-DATE               DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
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
            STRING 'REJECTEXT GENERATED '      DELIMITED BY SIZE
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
*       Refuse a REJECTEXT file that is absent or incomplete, then
*       record it as applied.
*
**********************************************************************
BB-START.
*
        IF  NOT CTL-HEADER-SEEN
            MOVE "REJECTEXT ABSENT OR WITHOUT A HEADER - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  NOT CTL-TRAILER-SEEN
            MOVE "REJECTEXT TRUNCATED - NO TRAILER - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  WS-IF-RECORD-COUNT NOT = WS01-FILE-RECORDS
            MOVE "REJECTEXT TRUNCATED - COUNT DISAGREES - NOTHING APPLIED"
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
                    'STP086',
                    SYSDATE)
        END-EXEC.
*
BB-EXIT.
*
        EXIT.
*
C-ANALYSE-REASONS SECTION.
**********************************************************************
*
