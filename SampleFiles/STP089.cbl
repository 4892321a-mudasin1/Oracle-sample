*		It is run in the awards run deck immediately ahead of
*		STP070, after STP072's embargo extract.
*
*		The extract opens with a header record and closes
*		with a trailer ('*HDR'/'*TRL': file, program,
*		generated timestamp, run date and, on the trailer,
*		the record count).  STP070 warns of a language
*		extract that is missing, stale or incomplete.
*
* 03-Sep-2026	PJW	EC5239 : Program written.
* 03-Sep-2026	PJW	EC5251 : Carry the centre's collation
*			preference ('R' registration order, 'N'
*			surname within course) on the 'C' records.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			LANGPREF.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
        05  FILLER                PIC X(01).
        05  LPF-WELSH-TITLE-2     PIC X(79).
        05  FILLER                PIC X(04).
01  PREF-EXTRACT-CONTROL          PIC X(65).
*
WORKING-STORAGE SECTION.
*
    03  DS05-TITLE-2               PIC  X(79) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  WS01-TITLES-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
* Control record written as the first (header) and last (trailer)
* record of the LANGPREF file, so that STP070 can tell
* a complete, current extract from a stale or truncated one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'LANGPREF'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP089'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
01  WS-PREF-REPORT.
    03 WS-PR-HEAD-1.
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
	WRITE PREF-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
*
	MOVE WS-RUN-DATE TO WS-PR-H1-RUN-DATE.
	MOVE WS-PR-HEAD-1 TO PREF-RECORD.
D-START.
*
        CLOSE   PREF-REP.
*
	MOVE '*TRL'            TO WS-CTL-TYPE.
	COMPUTE WS-CTL-RECORD-COUNT = WS01-PREFS-COUNT
				    + WS01-TEXTS-COUNT
				    + WS01-TITLES-COUNT.
	WRITE PREF-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
        CLOSE   PREF-EXTRACT.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
