*		than the table directly).  It is run in the awards run
*		deck immediately ahead of STP070.
*
*		The extract opens with a header record and closes
*		with a trailer ('*HDR'/'*TRL': file, program,
*		generated timestamp, run date and, on the trailer,
*		the record count).  STP070 refuses an embargo
*		extract that is missing, stale or incomplete.
*
* 22-Aug-2026	PJW	Program written.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			EMBARGOEXT.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  EMBX-COURSE-ID            PIC X(08).
    03  FILLER                    PIC X(01).
    03  EMBX-END-DATE             PIC X(11).
01  EMB-EXTRACT-CONTROL           PIC X(65).
*
WORKING-STORAGE SECTION.
*
    03  DS02-ACTIVE-IND            PIC  X(01) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  WS01-PENDING-COUNT         PIC S9(09) COMP.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
* Control record written as the first (header) and last (trailer)
* record of the EMBARGOEXT file, so STP070 can tell a complete,
* current extract from a stale, truncated or missing one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'EMBARGOEXT'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP072'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-EMBARGO-REPORT.
    03 WS-ER-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
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
	MOVE '*HDR'            TO WS-CTL-TYPE.
	MOVE WS-GENERATED      TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE       TO WS-CTL-RUN-DATE.
	MOVE ZERO              TO WS-CTL-RECORD-COUNT.
	WRITE EMB-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
*
	MOVE WS-RUN-DATE TO WS-ER-H1-RUN-DATE.
	MOVE WS-ER-HEAD-1 TO EMB-RECORD.
	WRITE EMB-RECORD.
*
        CLOSE   EMB-REP.
*
	MOVE '*TRL'            TO WS-CTL-TYPE.
	MOVE WS01-ACTIVE-COUNT TO WS-CTL-RECORD-COUNT.
	WRITE EMB-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
        CLOSE   EMB-EXTRACT.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
