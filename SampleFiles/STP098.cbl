*		  CVCO_CODE          the code
*		  CVCO_STATUS        'U' unassigned, 'E' extracted to
*				     a run, 'A' active on a
*				     certificate, 'X' retired,
*				     'R' retired on revocation
*				     (STP099)
*		  CVCO_ST_REG_NO / CVCO_CERT_NO   once assigned
*		  CVCO_ISSUE_DATE / CVCO_EXTRACT_DATE /
*		  CVCO_RETIRED_DATE
*		corrective reprint; STP080 sends the active code to
*		the verification service.
*
*		VCODEEXT and VCODEUSED carry a header and a trailer
*		record ('*HDR'/'*TRL': file, program, generated
*		timestamp, run date and, on the trailer, the record
*		count).  A 'U' run refuses a VCODEUSED file that is
*		missing its header or trailer or whose count does not
*		agree, and records the file on INTERFACE_FILE_APPLIES
*		(see STP081) so it can never be applied twice.
*
* 03-Sep-2026	PJW	EC5253 : Program written.
* 03-Sep-2026	PJW	EC5253 : Mix the CVCO_SEQ sequence into every
*			code and widen the generator to 31 bits -
*			the old 16-bit state could never cover a
*			national run's volume.
* 15-Oct-2026	PJW	EC5256 : Document the 'R' status STP099 sets on
*			a revoked certificate's code.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			VCODEEXT; VCODEUSED checked for completeness
*			and applied once only.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
FD  CODE-EXTRACT.
01  CODE-EXTRACT-RECORD.
    03  VCX-CODE                  PIC X(12).
01  CODE-EXTRACT-CONTROL          PIC X(65).
*
FD  USED-FILE.
01  USED-REC.
    03  VCU-CERT-NO               PIC 9(09).
    03  FILLER                    PIC X(01).
    03  VCU-RUN-DATE              PIC X(11).
01  USED-CONTROL                  PIC X(65).
*
WORKING-STORAGE SECTION.
*
    03  DS02-CODE                  PIC  X(12) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
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
    03  WS01-RETIRED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-UNMATCHED-COUNT       PIC S9(09) COMP VALUE 0.
    03  WS01-RECYCLED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-USED-RECORDS          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
01  WS-USED-EOF-IND		   PIC  X(01) VALUE 'N'.
    88  USED-EOF				VALUE 'Y'.
*
* Control record: written as the header and trailer of VCODEEXT, and
* read from the header and trailer of VCODEUSED.
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
01  WS-CODE-REPORT.
    03 WS-CD-HEAD-1.
	05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CD-T-DESC		PIC X(34).
	05 WS-CD-T-COUNT	PIC Z(7)9.
    03 WS-CD-FILE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(20) VALUE 'VCODEUSED FROM'.
	05 WS-CD-FL-PROGRAM	PIC X(06).
	05 FILLER		PIC X(11) VALUE ' GENERATED '.
	05 WS-CD-FL-GENERATED	PIC X(20).
	05 FILLER		PIC X(11) VALUE ' RUN DATE '.
	05 WS-CD-FL-RUN-DATE	PIC X(11).
*
PROCEDURE DIVISION.
MAIN SECTION.
*
	EXEC SQL
            SELECT TO_CHAR(SYSDATE,'DD-MON-YYYY'),
                   TO_NUMBER(TO_CHAR(SYSDATE,'SSSSS')) * 17 + 29,
                   TO_CHAR(SYSDATE,'DD-MON-YYYY:HH24:MI:SS')
              INTO WS-RUN-DATE,
                   :WS-SEED-START,
                   :WS-GENERATED
              FROM DUAL
	END-EXEC.
*
C-START.
*
        OPEN    OUTPUT  CODE-EXTRACT.
*
        MOVE    SPACES             TO  WS-CONTROL-RECORD.
        MOVE   '*HDR'              TO  WS-CTL-TYPE.
        MOVE   'VCODEEXT'          TO  WS-CTL-FILE-NAME.
        MOVE   'STP098'            TO  WS-CTL-PROGRAM.
        MOVE    WS-GENERATED       TO  WS-CTL-GENERATED.
        MOVE    WS-RUN-DATE        TO  WS-CTL-RUN-DATE.
        MOVE    ZERO               TO  WS-CTL-RECORD-COUNT.
        WRITE   CODE-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
*
        EXEC SQL
            DECLARE GET_POOL CURSOR FOR
            CLOSE   GET_POOL
        END-EXEC.
*
        MOVE   '*TRL'              TO  WS-CTL-TYPE.
        MOVE    WS01-EXTRACTED-COUNT
                                   TO  WS-CTL-RECORD-COUNT.
        WRITE   CODE-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
        CLOSE   CODE-EXTRACT.
*
        MOVE   'CODES EXTRACTED TO THE RUN:'
*
*       Apply the run's VCODEUSED file: each code goes active against
*       its student and certificate, and any other code still active
*       for that student is retired.  The header identifies the
*       file; the trailer proves it complete.  Anything wrong with
*       either abandons the run and rolls back what was applied.
*
**********************************************************************
E-START.
*
        OPEN    INPUT   USED-FILE.
        MOVE   'N'                 TO  WS-USED-EOF-IND.
        MOVE   'N'                 TO  WS-CTL-HEADER-IND.
        MOVE   'N'                 TO  WS-CTL-TRAILER-IND.
E-020.
        READ    USED-FILE
            AT END  MOVE 'Y'       TO  WS-USED-EOF-IND.
            GO TO E-040
        END-IF.

        MOVE    USED-CONTROL       TO  WS-CONTROL-RECORD.

        IF  CTL-HEADER
            PERFORM EA-CHECK-HEADER
            GO TO E-020
        END-IF.

        IF  CTL-TRAILER
            MOVE 'Y'               TO  WS-CTL-TRAILER-IND
            MOVE WS-CTL-RECORD-COUNT
                                   TO  WS-IF-RECORD-COUNT
            GO TO E-020
        END-IF.

        IF  NOT CTL-HEADER-SEEN
        OR  CTL-TRAILER-SEEN
            MOVE "VCODEUSED RECORD OUTSIDE ITS HEADER AND TRAILER"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        ADD     1                  TO  WS01-USED-RECORDS.

        IF  VCU-CODE = SPACES
            GO TO E-020
        END-IF.
        GO TO E-020.
E-040.
        CLOSE   USED-FILE.
*
        PERFORM EB-RECORD-APPLIED.
*
        MOVE   'ASSIGNMENTS APPLIED:'
                                   TO  WS-CD-T-DESC.
                                   TO  WS-CD-T-COUNT.
        MOVE    WS-CD-TOTAL-LINE   TO  CODE-RECORD.
        WRITE   CODE-RECORD.
        MOVE    WS-IF-PRODUCER     TO  WS-CD-FL-PROGRAM.
        MOVE    WS-IF-GENERATED    TO  WS-CD-FL-GENERATED.
        MOVE    WS-IF-RUN-DATE     TO  WS-CD-FL-RUN-DATE.
        MOVE    WS-CD-FILE-LINE    TO  CODE-RECORD.
        WRITE   CODE-RECORD AFTER 2.
*
E-EXIT.
*
        EXIT.
*
EA-CHECK-HEADER SECTION.
**********************************************************************
*
*       Check the VCODEUSED header and refuse a file that has already
*       been applied.
*
**********************************************************************
EA-START.
*
        IF  CTL-HEADER-SEEN
            MOVE "VCODEUSED HAS MORE THAN ONE HEADER RECORD"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  WS-CTL-FILE-NAME NOT = 'VCODEUSED'
            MOVE "VCODEUSED HEADER NAMES ANOTHER FILE"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        MOVE   'Y'                 TO  WS-CTL-HEADER-IND.
        MOVE    WS-CTL-FILE-NAME   TO  WS-IF-FILE-NAME.
        MOVE    WS-CTL-PROGRAM     TO  WS-IF-PRODUCER.
        MOVE    WS-CTL-GENERATED   TO  WS-IF-GENERATED.
        MOVE    WS-CTL-RUN-DATE    TO  WS-IF-RUN-DATE.

        MOVE   "EA: ERROR READING INTERFACE_FILE_APPLIES"
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
            STRING 'VCODEUSED GENERATED '      DELIMITED BY SIZE
                   WS-IF-GENERATED             DELIMITED BY SIZE
                   ' ALREADY APPLIED ON '      DELIMITED BY SIZE
                   WS-IF-APPLIED-ON            DELIMITED BY SIZE
              INTO WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
EA-EXIT.
*
        EXIT.
*
EB-RECORD-APPLIED SECTION.
**********************************************************************
*
*       Refuse a VCODEUSED file that is absent or incomplete, then
*       record it as applied.
*
**********************************************************************
EB-START.
*
        IF  NOT CTL-HEADER-SEEN
            MOVE "VCODEUSED ABSENT OR WITHOUT A HEADER - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  NOT CTL-TRAILER-SEEN
            MOVE "VCODEUSED TRUNCATED - NO TRAILER - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        IF  WS-IF-RECORD-COUNT NOT = WS01-USED-RECORDS
            MOVE "VCODEUSED TRUNCATED - COUNT DISAGREES - NOTHING APPLIED"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.

        MOVE   "EB: ERROR INSERTING INTERFACE_FILE_APPLIES"
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
                    'STP098',
                    SYSDATE)
        END-EXEC.
*
EB-EXIT.
*
        EXIT.
*
G-RECYCLE-STALE SECTION.
**********************************************************************
*
