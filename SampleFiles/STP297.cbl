*		run on a 'HELD' verdict unless the operator override
*		parameter is supplied.
*
*		The verdict is preceded by a header record and
*		followed by a trailer ('*HDR'/'*TRL': file, program,
*		generated timestamp, run date and, on the trailer,
*		the record count), so STP070 cannot act on a verdict
*		left over from an earlier day or cut short.
*
* 22-Aug-2026	PJW	Program written.
* 15-Oct-2026	PJW	EC5262 : Header and trailer control records on
*			GUARDFILE.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  GRD-NEWEST-BLOCK          PIC X(11).
    03  FILLER                    PIC X(01).
    03  GRD-CHECKED-AT            PIC X(17).
01  GUARD-CONTROL                 PIC X(65).
*
WORKING-STORAGE SECTION.
*
01  WS-UNREPORTED-COUNT	          PIC S9(09) COMP.
01  WS-NEWEST-BLOCK		  PIC  X(11).
01  WS-CHECKED-AT		  PIC  X(17).
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  WS01-ERR-MESSAGE           PIC  X(80).
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
* Control record written as the first (header) and last (trailer)
* record of the GUARDFILE file, so STP070 can tell a
* current, complete verdict from a stale or truncated one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'GUARDFILE'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP297'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
PROCEDURE DIVISION.
MAIN SECTION.
**********************************************************************
	EXEC SQL
            SELECT COUNT(*),
                   NVL(TO_CHAR(MAX(BARB_DATE),'DD-MON-YYYY'),' '),
                   TO_CHAR(SYSDATE,'DD-MON-YYYY HH24:MI'),
                   TO_CHAR(SYSDATE,'DD-MON-YYYY'),
                   TO_CHAR(SYSDATE,'DD-MON-YYYY:HH24:MI:SS')
              INTO :WS-UNREPORTED-COUNT,
                   :WS-NEWEST-BLOCK,
                   :WS-CHECKED-AT,
                   :WS-RUN-DATE,
                   :WS-GENERATED
              FROM BNM_AWARDS_RUN_BLOCKS
             WHERE NVL(BARB_CLEARED_IND,'N') = 'N'
               AND BARB_REPORT_IND = 'Y'
	  DISPLAY "STP297 - BLOCKS NOT YET NOTIFIED TO CENTRES: ",
	          WS-UNREPORTED-COUNT WITH CONVERSION
	END-IF.
*
	MOVE '*HDR'            TO WS-CTL-TYPE.
	MOVE WS-GENERATED      TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE       TO WS-CTL-RUN-DATE.
	MOVE ZERO              TO WS-CTL-RECORD-COUNT.
	WRITE GUARD-CONTROL FROM WS-CONTROL-RECORD.
*
        WRITE   GUARD-RECORD.
*
	MOVE '*TRL'            TO WS-CTL-TYPE.
	MOVE 1                 TO WS-CTL-RECORD-COUNT.
	WRITE GUARD-CONTROL FROM WS-CONTROL-RECORD.
        CLOSE   GUARD-FILE.
*
        EXEC SQL WHENEVER SQLERROR   GO TO MAIN-800 END-EXEC.
