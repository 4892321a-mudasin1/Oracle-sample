*		procedure must consult before anything leaves the
*		building; the report carries the reasons.
*
*		A file rebuilt by STP114 carries 'REGENERATION nn'
*		on its trailer and is judged against that
*		regeneration's RUN_DETAILS row ('REGENERATION nn -
*		NUMBER OF AWARDS ISSUED = n') in place of the
*		stream's original figure, so it is listed here like
*		any other file before it is released.
*
*		Parameter: the run date (DD-MON-YYYY).
*
* 03-Sep-2026	PJW	EC5246 : Program written.
* 03-Sep-2026	PJW	EC5246 : Judge each file by its format - the
*			'F' print-image layout has no record codes.
* 15-Oct-2026	PJW	EC5274 : Judge a file regenerated by STP114 against
*			its regeneration's RUN_DETAILS row; find the
*			trailer total whether or not a space follows
*			the '=' (the stream trailer is trimmed).
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
01  WS-RD-NAME			  PIC  X(15).
01  WS-RD-ISSUED		  PIC S9(09) COMP.
01  WS-RD-RUN-FLAG		  PIC  X(01).
01  WS-RD-COMMENT-PATTERN	  PIC  X(30).
01  WS-RUN-DATE			  PIC  X(11).
*
01  DS03-LOGIN.
        88  TRAILER-COUNT-FOUND			VALUE 'Y'.
    03  WS-FS-WITHHOLD-IND	  PIC  X(01).
        88  FILE-WITHHELD			VALUE 'Y'.
    03  WS-FS-REGEN-IND		  PIC  X(01).
        88  FILE-REGENERATED			VALUE 'Y'.
    03  WS-FS-REGEN-NO		  PIC  X(02).
*
01  WS-PARSE-FIELDS.
    03  WS-PF-TALLY		  PIC S9(04) COMP.
                                       WS-FS-TRAILER-IND
                                       WS-FS-TRAILER-FOUND-IND
                                       WS-FS-WITHHOLD-IND
                                       WS-FS-REGEN-IND
                                       WS-CERT-EOF-IND.
        MOVE    SPACES             TO  WS-FS-REGEN-NO.
        MOVE   'Y'                 TO  WS-FS-FIRST-REC-IND.
        MOVE    ZERO               TO  WS-FS-DETAIL-COUNT
                                       WS-FS-TRAILER-COUNT.
*       Classify one record: '01' header (must be first), '05'
*       detail, '07' trailer; the trailer's student total is parsed
*       from the 'TOTAL NUMBER OF STUDENTS ISSUED AWARDS = ' text
*       whichever record of the trailer group carries it.  A
*       regenerated file's trailer carries 'REGENERATION nn'.
*
**********************************************************************
BB-START.
        MOVE    ZERO               TO  WS-PF-TALLY.
        INSPECT CERT-REC
            TALLYING WS-PF-TALLY FOR ALL
            'TOTAL NUMBER OF STUDENTS ISSUED AWARDS ='.

        IF  WS-PF-TALLY > ZERO
            PERFORM BE-PARSE-TRAILER-COUNT
        END-IF.

        MOVE    ZERO               TO  WS-PF-TALLY.
        INSPECT CERT-REC
            TALLYING WS-PF-TALLY FOR ALL '*!*REGENERATION '.

        IF  WS-PF-TALLY > ZERO
            MOVE    ZERO           TO  WS-PF-POS
            INSPECT CERT-REC
                TALLYING WS-PF-POS FOR CHARACTERS BEFORE INITIAL
                '*!*REGENERATION '
            MOVE    CERT-REC(WS-PF-POS + 17:2)
                                   TO  WS-FS-REGEN-NO
            MOVE   'Y'             TO  WS-FS-REGEN-IND
        END-IF.
*
BB-EXIT.
*
        MOVE    ZERO               TO  WS-PF-POS.
        INSPECT CERT-REC
            TALLYING WS-PF-POS FOR CHARACTERS BEFORE INITIAL
            'TOTAL NUMBER OF STUDENTS ISSUED AWARDS ='.

*
* The legend is 40 characters up to the '=', so the text after it
* starts at WS-PF-POS + 41.  The print-image ('F') format has a
* space before the count; the stream ('U') format trims it, and any
* field separator characters are stepped over before the digits are
* collected.
*
        ADD     41                 TO  WS-PF-POS.
        PERFORM
          VARYING WS-PF-I
          FROM 1 BY 1
**********************************************************************
*
*       The per-stream figure D1C-DRF-RUN-DETAILS recorded, parsed
*       exactly as STP074 parses it - or, for a regenerated file,
*       the figure STP114 recorded for that regeneration.
*
**********************************************************************
BC-START.
        MOVE    ZERO               TO  WS-RD-ISSUED.
        MOVE   'N'                 TO  WS-RD-RUN-FLAG.

        IF  FILE-REGENERATED
            MOVE    SPACES         TO  WS-RD-COMMENT-PATTERN
            STRING 'REGENERATION '         DELIMITED BY SIZE
                   WS-FS-REGEN-NO          DELIMITED BY SIZE
                   ' - NUMBER OF AWARDS ISSUED%'
                                           DELIMITED BY SIZE
              INTO WS-RD-COMMENT-PATTERN
        ELSE
            MOVE   'NUMBER OF AWARDS ISSUED%'
                                   TO  WS-RD-COMMENT-PATTERN
        END-IF.

        EXEC SQL WHENEVER NOT FOUND GO TO BC-900 END-EXEC.

        MOVE   "BC: ERROR READING RUN_DETAILS"
             WHERE RD_NAME = RTRIM(:WS-RD-NAME)
               AND RD_DATE =
                   TO_DATE(:WS-RUN-DATE-PARM,'DD-MON-YYYY')
               AND RD_COMMENT LIKE RTRIM(:WS-RD-COMMENT-PATTERN)
               AND RD_COMMENT NOT LIKE 'NUMBER OF AWARDS ISSUED (%'
        END-EXEC.

                                       WS-VF-D-VERDICT
            MOVE 'ALL COUNTS AGREE'
                                   TO  WS-VF-D-REASON
            IF  FILE-REGENERATED
                STRING 'REGENERATION '     DELIMITED BY SIZE
                       WS-FS-REGEN-NO      DELIMITED BY SIZE
                       ' - ALL COUNTS AGREE'
                                           DELIMITED BY SIZE
                  INTO WS-VF-D-REASON
            END-IF
            ADD  1                 TO  WS01-RELEASE-COUNT
        END-IF.

