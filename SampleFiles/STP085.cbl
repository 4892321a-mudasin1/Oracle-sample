*
*		  CONFIRMED      number found, name agrees;
*		  NAMEMISMATCH   number found, name disagrees;
*		  NOT FOUND      no student carries the number;
*		  REVOKED        number found, but the certificate
*		                 has been revoked by STP099 and must
*		                 not be relied on.
*
*		Every matched student is also probed against the
*		reprint archive: the response carries a reissue
*		the exceptions report - those are the genuinely
*		suspicious ones.
*
*		Every query answered is logged to CERT_VERIFY_QUERIES
*		with the name presented and the verdict given, so that
*		the queries made about a learner can be produced for a
*		subject access request (STP102).
*
* 03-Sep-2026	PJW	EC5235 : Program written.
* 03-Sep-2026	PJW	EC5235 : Probe the reprint archive and carry
*			a reissue indicator on the response.
*			MIGRATED_CERT_PREFIXES, and fall through
*			unmatched when the stripped probe also
*			misses.
* 15-Oct-2026	PJW	EC5256 : Answer REVOKED for a certificate
*			revoked by STP099 and list it on the
*			exceptions report with its case reference.
* 15-Oct-2026	PJW	EC5259 : Log every query answered to
*			CERT_VERIFY_QUERIES.
* 15-Oct-2026	PJW	EC5280 : Log each query before its response is
*			written; take closed number streams into the
*			allocation ceiling.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
01  WS-REISSUE-DATE		  PIC  X(11).
01  WS-VOID-COUNT		  PIC S9(09) COMP.
01  WS-CEILING			  PIC S9(09) COMP.
01  WS-CLOSED-CEILING		  PIC S9(09) COMP.
01  WS-Q-CERT-NUM		  PIC S9(09) COMP.
01  WS-RUN-DATE			  PIC  X(11).
01  WS-REVOKED-COUNT		  PIC S9(09) COMP.
01  WS-REVOKE-CASE		  PIC  X(12).
01  WS-L-REG-NO			  PIC  X(07).
01  WS-L-NAME			  PIC  X(51).
01  WS-L-VERDICT		  PIC  X(12).
01  WS-L-REISSUED		  PIC  X(01).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  WS01-MISMATCH-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-NOTFOUND-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-SUSPICIOUS-COUNT      PIC S9(09) COMP VALUE 0.
    03  WS01-REVOKED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-FILE-EOF-IND		   PIC  X(01) VALUE 'N'.
              FROM CONTROL_VALUES
             WHERE CV_TYPE LIKE 'CERT%'
	END-EXEC.
*
* A stream closed on STP120 has no CONTROL_VALUES row left; its
* allocation ended at the next value it was closed at.
*
        MOVE   "ERROR READING CLOSED STREAM CEILING"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT NVL(MAX(CNST_CLOSED_NEXT),0)
              INTO :WS-CLOSED-CEILING
              FROM CERT_NO_STREAMS
             WHERE CNST_STATUS = 'C'
	END-EXEC.
*
        IF  WS-CLOSED-CEILING > WS-CEILING
            MOVE WS-CLOSED-CEILING TO  WS-CEILING
        END-IF.
*
	MOVE WS-RUN-DATE TO WS-QR-H1-RUN-DATE.
	MOVE WS-QR-HEAD-1 TO QUERY-RECORD.
            GO TO B-020
        END-IF.

        PERFORM BG-CHECK-REVOKED.

        IF  WS-REVOKED-COUNT > ZERO
            GO TO B-020
        END-IF.

        PERFORM BD-COMPARE-NAMES.
        PERFORM BF-CHECK-REISSUE.

            ADD  1                 TO  WS01-SUSPICIOUS-COUNT
        END-IF.

        PERFORM BH-LOG-QUERY.
        WRITE   RESP-REC.
        GO TO B-020.
*
*
        EXIT.
*
BG-CHECK-REVOKED SECTION.
**********************************************************************
*
*       A matched certificate revoked by STP099 is answered REVOKED
*       whatever the name presented, and always goes on the
*       exceptions report with the case reference.
*
**********************************************************************
BG-START.
*
        MOVE    WS-M-REG-NO        TO  WS-M-REG-NO-Q.
*
        MOVE   "BG: ERROR CHECKING FOR REVOCATION"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*),
                   NVL(MAX(CREG_REVOKE_CASE),' ')
              INTO :WS-REVOKED-COUNT,
                   :WS-REVOKE-CASE
              FROM CERT_NO_REGISTRY,
                   STUDENTS
             WHERE ST_REG_NO      = :WS-M-REG-NO-Q
               AND CREG_CERT_NO   = ST_CERT_NO
               AND CREG_STATUS    = 'R'
        END-EXEC.
*
        IF  WS-REVOKED-COUNT = ZERO
            GO TO BG-EXIT
        END-IF.
*
        MOVE    SPACES             TO  RESP-REC.
        MOVE    WS-Q-CERT-NO       TO  VRS-CERT-NO.
        MOVE   'REVOKED'           TO  VRS-VERDICT.
        MOVE    WS-M-REG-NO        TO  VRS-REG-NO.
        MOVE    WS-M-ISSUE-DATE    TO  VRS-ISSUE-DATE.
        PERFORM BH-LOG-QUERY.
        WRITE   RESP-REC.
        ADD     1                  TO  WS01-REVOKED-COUNT.
*
        MOVE    WS-Q-CERT-NO       TO  WS-QR-D-CERT-NO.
        MOVE    WS-M-REG-NO        TO  WS-QR-D-REG-NO.
        MOVE    WS-QUERY-NAME      TO  WS-QR-D-NAME.
        MOVE    SPACES             TO  WS-QR-D-FINDING.
        STRING 'REVOKED - CASE '   DELIMITED BY SIZE
                WS-REVOKE-CASE     DELIMITED BY SIZE
          INTO  WS-QR-D-FINDING.
        MOVE    WS-QR-DETAIL       TO  QUERY-RECORD.
        WRITE   QUERY-RECORD.
        ADD     1                  TO  WS01-SUSPICIOUS-COUNT.
*
BG-EXIT.
*
        EXIT.
*
BC-NOT-FOUND SECTION.
**********************************************************************
*
        MOVE    SPACES             TO  RESP-REC.
        MOVE    WS-Q-CERT-NO       TO  VRS-CERT-NO.
        MOVE   'NOT FOUND'         TO  VRS-VERDICT.
        PERFORM BH-LOG-QUERY.
        WRITE   RESP-REC.
        ADD     1                  TO  WS01-NOTFOUND-COUNT.

*
        EXIT.
*
BH-LOG-QUERY SECTION.
**********************************************************************
*
*       Log the query being answered, exactly as the response
*       record about to be written carries it, with the name the
*       enquirer presented.  The record area is not read once the
*       record has been written.
*
**********************************************************************
BH-START.
*
        MOVE    VRS-REG-NO         TO  WS-L-REG-NO.
        MOVE    VRS-VERDICT        TO  WS-L-VERDICT.
        MOVE    VRS-REISSUED       TO  WS-L-REISSUED.
        MOVE    WS-QUERY-NAME      TO  WS-L-NAME.
*
        MOVE   "BH: ERROR INSERTING CERT_VERIFY_QUERIES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            INSERT INTO CERT_VERIFY_QUERIES
                  (CVQY_CERT_NO,
                   CVQY_ST_REG_NO,
                   CVQY_NAME_PRESENTED,
                   CVQY_VERDICT,
                   CVQY_REISSUED,
                   CVQY_QUERY_DATE,
                   CVQY_PROG_NO)
            VALUES (:WS-Q-CERT-NO,
                   :WS-L-REG-NO,
                   :WS-L-NAME,
                   :WS-L-VERDICT,
                   :WS-L-REISSUED,
                   SYSDATE,
                   'STP085')
        END-EXEC.
*
BH-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
                                   TO  WS-QR-T-COUNT.
        MOVE    WS-QR-TOTAL-LINE   TO  QUERY-RECORD.
        WRITE   QUERY-RECORD.
        MOVE   'REVOKED:'           TO  WS-QR-T-DESC.
        MOVE    WS01-REVOKED-COUNT
                                   TO  WS-QR-T-COUNT.
        MOVE    WS-QR-TOTAL-LINE   TO  QUERY-RECORD.
        WRITE   QUERY-RECORD.
        MOVE   'SUSPICIOUS (SEE ABOVE):'
                                   TO  WS-QR-T-DESC.
        MOVE    WS01-SUSPICIOUS-COUNT
