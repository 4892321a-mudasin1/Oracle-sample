*			DATAFEED_AUDITS entry - the runs that never
*			started.  Run each morning after SSP994.
*
*		CALEXT opens with a header record and closes with a
*		trailer ('*HDR'/'*TRL': file, program, generated
*		timestamp, run date and, on the trailer, the record
*		count).  STP070 warns of a calendar extract that is
*		missing, stale or incomplete.
*
* 03-Sep-2026	PJW	EC5243 : Program written.
* 03-Sep-2026	PJW	EC5243 : Reach seven days back on the report
*			and extract, for the recovery path.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			CALEXT.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  CAL-RUN-NAME              PIC X(10).
    03  FILLER                    PIC X(01).
    03  CAL-PLANNED-DATE          PIC X(11).
01  CAL-EXTRACT-CONTROL           PIC X(65).
*
WORKING-STORAGE SECTION.
*
    03  DS02-COMMENT               PIC  X(40) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  WS01-REPORTED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
* Control record written as the first (header) and last (trailer)
* record of the CALEXT file, so STP070 can tell a
* complete, current extract from a stale or truncated one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'CALEXT'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'SSP992'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
    88  EXTRACT-MODE				VALUE 'X'.
    88  MISSED-MODE				VALUE 'M'.
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
	IF EXTRACT-MODE
	THEN
	  MOVE '*HDR'          TO WS-CTL-TYPE
	  MOVE WS-GENERATED    TO WS-CTL-GENERATED
	  MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE
	  MOVE ZERO            TO WS-CTL-RECORD-COUNT
	  WRITE CAL-EXTRACT-CONTROL FROM WS-CONTROL-RECORD
	END-IF.
*
	MOVE WS-RUN-DATE TO WS-CR-H1-RUN-DATE.
	MOVE WS-CR-HEAD-1 TO CAL-RECORD.
        END-EXEC.
*
        IF  EXTRACT-MODE
            MOVE '*TRL'            TO  WS-CTL-TYPE
            MOVE WS01-REPORTED-COUNT
                                   TO  WS-CTL-RECORD-COUNT
            WRITE CAL-EXTRACT-CONTROL FROM WS-CONTROL-RECORD
            CLOSE CAL-EXTRACT
        END-IF.
*
