*		  'R' raised, 'O' fulfilled, 'F' written off);
*		- historic reprints from ALL_REPRINT_CRITERIA_HIST;
*		- any void reversal recorded by STP073 in
*		  CERT_VOID_AUDITS;
*		- name changes made through STP293, from
*		  CERT_NAME_AUDITS.  Replacement reprints STP293
*		  raised (reference NAMECHANGE) are marked as name
*		  corrections in the pending and historic lists;
*		- a revocation recorded by STP099 on
*		  CERT_NO_REGISTRY, with the case reference, reason
*		  and date - the certificate must not be reissued.
*
*		Options:
*		  E - enquire on a registration number.
*		access to answer the call.
*
* 03-Sep-2026	PJW	EC5232 : Program written.
* 15-Oct-2026	PJW	EC5255 : Show STP293 name changes and mark the
*			name-correction replacement reprints.
* 15-Oct-2026	PJW	EC5256 : Show an STP099 revocation.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
01  WS-CERT-NO			  PIC  X(09).
01  WS-EXTRACT-TO		  PIC  X(11).
01  WS-SENT-COUNT		  PIC S9(09) COMP.
01  WS-REVOKED-COUNT		  PIC S9(09) COMP.
01  WS-REVOKE-DATE		  PIC  X(11).
01  WS-REVOKE-CASE		  PIC  X(12).
01  WS-REVOKE-CODE		  PIC  X(02).
01  WS-REVOKE-REASON		  PIC  X(60).
*
01  DS02-REPRINT-DETAILS.
    03  DS02-ARC-TYPE              PIC  X(01) OCCURS 50.
    03  DS05-VOID-DATE             PIC  X(11) OCCURS 50.
    03  DS05-VOID-USER             PIC  X(30) OCCURS 50.
*
01  DS06-NAME-DETAILS.
    03  DS06-NAME-DATE             PIC  X(11) OCCURS 50.
    03  DS06-NAME-FIELD            PIC  X(10) OCCURS 50.
    03  DS06-NAME-NEW              PIC  X(51) OCCURS 50.
    03  DS06-NAME-USER             PIC  X(30) OCCURS 50.
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  DS03-PASSWORD             PIC  X(04) VALUE "ABCD".
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-VL-USER		  PIC  X(30).
*
01  WS-NAME-LINE.
    03  WS-NL-DATE		  PIC  X(11).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-NL-FIELD		  PIC  X(10).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-NL-NEW		  PIC  X(51).
    03  FILLER			  PIC  X(02) VALUE SPACES.
    03  WS-NL-USER		  PIC  X(30).
*
PROCEDURE DIVISION.
MAIN SECTION.
**********************************************************************
                "   CERT NO ", WS-CERT-NO.

        PERFORM BA-EXTRACT-STATUS.
        PERFORM BB-REVOKE-STATUS.
        PERFORM C-LIST-REPRINTS.
        PERFORM E-LIST-HISTORY.
        PERFORM F-LIST-FEES.
        PERFORM G-LIST-VOIDS.
        PERFORM H-LIST-NAME-CHANGES.
        GO TO B-EXIT.
*
B-900.
*
        EXIT.
*
BB-REVOKE-STATUS SECTION.
**********************************************************************
*
*       Has the certificate been revoked by STP099?
*
**********************************************************************
BB-START.
*
        IF  WS-CERT-NO = 'NONE'
            GO TO BB-EXIT
        END-IF.

        MOVE   "BB: ERROR READING CERT_NO_REGISTRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(TO_CHAR(CREG_REVOKE_DATE,'DD-MON-YYYY')),
                       ' '),
                   NVL(MAX(CREG_REVOKE_CASE),' '),
                   NVL(MAX(CREG_REVOKE_CODE),' '),
                   NVL(MAX(CREG_REVOKE_REASON),' ')
              INTO :WS-REVOKED-COUNT,
                   :WS-REVOKE-DATE,
                   :WS-REVOKE-CASE,
                   :WS-REVOKE-CODE,
                   :WS-REVOKE-REASON
              FROM CERT_NO_REGISTRY
             WHERE CREG_CERT_NO = :WS-CERT-NO
               AND CREG_STATUS  = 'R'
        END-EXEC.

        IF  WS-REVOKED-COUNT > ZERO
            DISPLAY "*** CERTIFICATE REVOKED ", WS-REVOKE-DATE,
                    "  CASE ", WS-REVOKE-CASE,
                    " - DO NOT REISSUE ***"
            DISPLAY "    REASON ", WS-REVOKE-CODE, " ",
                    WS-REVOKE-REASON
        END-IF.
*
BB-EXIT.
*
        EXIT.
*
C-LIST-REPRINTS SECTION.
**********************************************************************
*
            MOVE    DS02-ARC-CHARGE(WS01-INDEX)  TO  WS-AL-CHARGE
            MOVE    DS02-ARC-COMMENT(WS01-INDEX) TO  WS-AL-COMMENT
            DISPLAY WS-ARC-LINE
            IF  DS02-ARC-COMMENT(WS01-INDEX)(20:10) = 'NAMECHANGE'
                DISPLAY "   ^ NAME CORRECTION REPLACEMENT (STP293)"
            END-IF
        END-PERFORM.
*
CA-EXIT.
            MOVE    DS02-ARC-CHARGE(WS01-INDEX)  TO  WS-AL-CHARGE
            MOVE    DS02-ARC-COMMENT(WS01-INDEX) TO  WS-AL-COMMENT
            DISPLAY WS-ARC-LINE
            IF  DS02-ARC-COMMENT(WS01-INDEX)(20:10) = 'NAMECHANGE'
                DISPLAY "   ^ NAME CORRECTION REPLACEMENT (STP293)"
            END-IF
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
H-LIST-NAME-CHANGES SECTION.
**********************************************************************
*
*       Name changes made through STP293, oldest first.
*
**********************************************************************
H-START.
*
        EXEC SQL
            DECLARE GET_NAME_CHANGES CURSOR FOR
            SELECT  TO_CHAR(CNAU_DATE,'DD-MON-YYYY'),
                    CNAU_FIELD,
                    NVL(CNAU_NEW_VALUE,' '),
                    CNAU_USER
              FROM  CERT_NAME_AUDITS
             WHERE  CNAU_ST_REG_NO = :WS-REG-NO
             ORDER BY CNAU_DATE
        END-EXEC.
*
        DISPLAY " ".
        DISPLAY "NAME CHANGES (STP293)".
        DISPLAY "CHANGED      FIELD       NEW VALUE".
*
        MOVE   "H: ERROR OPENING NAME CHANGES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_NAME_CHANGES
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM HA-FETCH-NAME-CHANGES
          UNTIL WS01-EOF.
*
        MOVE   "H: ERROR CLOSING NAME CHANGES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_NAME_CHANGES
        END-EXEC.
*
        IF  WS01-ROWS-TOTAL = ZERO
            DISPLAY "  NONE RECORDED"
        END-IF.
*
H-EXIT.
*
        EXIT.
*
HA-FETCH-NAME-CHANGES SECTION.
**********************************************************************
*
*       Get a set of name change audit rows and show them.
*
**********************************************************************
HA-START.
*
        MOVE   "HA: ERROR FETCHING NAME CHANGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_NAME_CHANGES
             INTO  :DS06-NAME-DATE,
                   :DS06-NAME-FIELD,
                   :DS06-NAME-NEW,
                   :DS06-NAME-USER
        END-EXEC.
*
        IF  SQLCODE IS POSITIVE THEN
            SET     WS01-EOF       TO  TRUE
        END-IF.
        SUBTRACT WS01-ROWS-TOTAL FROM  SQLERRD(3)
                               GIVING  WS01-ROWS-THIS-FETCH.
        MOVE    SQLERRD(3)         TO  WS01-ROWS-TOTAL.
*
        PERFORM
          VARYING WS01-INDEX
          FROM 1 BY 1
          UNTIL WS01-INDEX > WS01-ROWS-THIS-FETCH

            MOVE    DS06-NAME-DATE(WS01-INDEX)   TO  WS-NL-DATE
            MOVE    DS06-NAME-FIELD(WS01-INDEX)  TO  WS-NL-FIELD
            MOVE    DS06-NAME-NEW(WS01-INDEX)    TO  WS-NL-NEW
            MOVE    DS06-NAME-USER(WS01-INDEX)   TO  WS-NL-USER
            DISPLAY WS-NAME-LINE
        END-PERFORM.
*
HA-EXIT.
*
        EXIT.
*
ZZ-ABORT SECTION.
**********************************************************************
*
