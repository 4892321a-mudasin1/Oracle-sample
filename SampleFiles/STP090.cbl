*			figure every legacy-system decommissioning
*			review asks for.
*
*		PREFIXEXT opens with a header record and closes with
*		a trailer ('*HDR'/'*TRL': file, program, generated
*		timestamp, run date and, on the trailer, the record
*		count).  STP070 warns of a prefix extract that is
*		missing, stale or incomplete.
*
* 03-Sep-2026	PJW	EC5240 : Program written.
* 03-Sep-2026	PJW	EC5240 : Complete only pure migrated ranges;
*			report mixed ranges for splitting.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			PREFIXEXT.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  PFX-DOC-REF               PIC X(05).
    03  FILLER                    PIC X(01).
    03  PFX-CURSOR-IND            PIC X(01).
01  RULES-EXTRACT-CONTROL         PIC X(65).
*
FD  NG-FILE.
01  NG-REC.
    03  DS06-COMMENT               PIC  X(40) OCCURS 200.
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
* record of the PREFIXEXT file, so STP070 can tell a
* complete, current extract from a stale or truncated one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'PREFIXEXT'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP090'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
01  WS-SECOND-PARM		   PIC  X(11).
01  WS-SECOND-PARM-NUM REDEFINES WS-SECOND-PARM.
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
B-START.
*
        OPEN    OUTPUT  RULES-EXTRACT.
*
	MOVE '*HDR'            TO WS-CTL-TYPE.
	MOVE WS-GENERATED      TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE       TO WS-CTL-RUN-DATE.
	MOVE ZERO              TO WS-CTL-RECORD-COUNT.
	WRITE RULES-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
*
        MOVE    WS-RU-COL-HEAD     TO  RULES-RECORD.
        WRITE   RULES-RECORD.
            CLOSE   GET_RULES
        END-EXEC.
*
	MOVE '*TRL'            TO WS-CTL-TYPE.
	MOVE WS01-RULES-COUNT  TO WS-CTL-RECORD-COUNT.
	WRITE RULES-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
        CLOSE   RULES-EXTRACT.
*
        MOVE   'RULES EXTRACTED:'   TO  WS-RU-T-DESC.
