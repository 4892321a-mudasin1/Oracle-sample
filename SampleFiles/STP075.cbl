*			      must be routed 'S' - it is rejected
*			      rather than despatched to the dead
*			      centre.
*		  col  47     space
*		  cols 48-57  despatch postcode (target S only) -
*			      the postcode the requester quoted for
*			      the student's home address.  It is
*			      required for target S and kept in
*			      ARC_DESPATCH_POSTCODE; STP112 refers the
*			      request when it is not the postcode on
*			      the student's record.
*
*		Validations:
*		  - both registration numbers exist on STUDENTS;
*		  - the range holds at least one certificated student
*		    (ST_CERT_NO set) and no more than the maximum
*		    range size parameter (default 100);
*		  - the wording flag is Y, N or space;
*		  - no certificate in the range has been revoked
*		    (STP099) - a revoked certificate is never
*		    reissued.
*
*		Each run is stamped with an intake batch id
*		(YYYYMMDDHHMM) which is carried in ARC_COMMENT together
*		to ARCH_COMMENT, so every archived row ties back to the
*		intake batch it came from.
*
*		A chargeable request (charge flag Y) has its fees
*		raised as it is loaded: one REPRINT_CERTIFICATE_FEES
*		row per certificated student in the range, status
*		'R', carrying the customer services reference
*		(RCFE_CS_REFERENCE) and the date raised, with the fee
*		ids on the request (ARC_FIRST/LAST_REG_RCFE_ID).
*		STP106 holds the request out of the reprint runs
*		until finance's remittance shows the fees paid or
*		waived.
*
*		Parameter: maximum students per range (default 100).
*
* 22-Aug-2026	PJW	Program written.
*			students - STP090 takes migrated requests
*			whole, so mixed ranges must be split at
*			source.
* 15-Oct-2026	PJW	EC5256 : Reject a range holding a certificate
*			revoked by STP099.
* 15-Oct-2026	PJW	EC5265 : Raise the fees of a chargeable request
*			at intake, so it can be held until paid.
* 15-Oct-2026	PJW	EC5272 : Take the despatch postcode quoted for a
*			home-address reprint, for STP112 screening.
* 15-Oct-2026	PJW	EC5280 : Check the range of an archive request,
*			and raise its fees, on STUDENTS@ARCA.
* 15-Oct-2026	PJW	EC5280 : Check an archive request for revoked
*			certificates on STUDENTS@ARCA.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  RRQ-DB                    PIC X(01).
    03  FILLER                    PIC X(01).
    03  RRQ-DESPATCH              PIC X(01).
    03  FILLER                    PIC X(01).
    03  RRQ-DESPATCH-POSTCODE     PIC X(10).
*
FD  EXCEPT-REP
    LABEL RECORDS STANDARD.
01  WS-ARC-COMMENT		  PIC  X(40).
01  WS-ARC-DB			  PIC  X(01).
01  WS-DESPATCH			  PIC  X(01).
01  WS-DESPATCH-POSTCODE	  PIC  X(10).
01  WS-CLOSED-COUNT		  PIC S9(09) COMP.
01  WS-MIXED-COUNT		  PIC S9(09) COMP.
01  WS-REVOKED-COUNT		  PIC S9(09) COMP.
01  WS-RUN-DATE			  PIC  X(11).
01  WS-BATCH-ID			  PIC  X(12).
01  WS-EXISTS-COUNT		  PIC S9(09) COMP.
01  WS-RANGE-COUNT		  PIC S9(09) COMP.
01  WS-CERT-COUNT		  PIC S9(09) COMP.
01  WS-REFERENCE		  PIC  X(10).
01  WS-FEE-BASE			  PIC S9(09) COMP.
01  WS-FEE-COUNT		  PIC S9(09) COMP.
01  WS-FIRST-FEE-ID		  PIC S9(09) COMP.
01  WS-LAST-FEE-ID		  PIC S9(09) COMP.
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  WS01-REQUESTS-READ         PIC S9(09) COMP.
    03  WS01-REQUESTS-LOADED       PIC S9(09) COMP.
    03  WS01-REQUESTS-REJECTED     PIC S9(09) COMP.
    03  WS01-FEES-RAISED           PIC S9(09) COMP.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-MAX-RANGE-PARM		   PIC  X(05).
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(30) VALUE 'REQUESTS REJECTED:'.
	05 WS-XR-RJ-COUNT	PIC Z(7)9.
    03 WS-XR-FEE-TOTAL.
	05 FILLER		PIC X(1)  VALUE SPACES.
	05 FILLER		PIC X(30) VALUE 'FEES RAISED:'.
	05 WS-XR-FE-COUNT	PIC Z(7)9.
*
PROCEDURE DIVISION.
MAIN SECTION.
        MOVE    ZERO               TO  WS01-REQUESTS-READ.
        MOVE    ZERO               TO  WS01-REQUESTS-LOADED.
        MOVE    ZERO               TO  WS01-REQUESTS-REJECTED.
        MOVE    ZERO               TO  WS01-FEES-RAISED.
        PERFORM B-PROCESS-REQUESTS.

        PERFORM D-TERMINATE.
            GO TO BA-EXIT
        END-IF.

        IF  RRQ-DESPATCH = 'S'
        AND RRQ-DESPATCH-POSTCODE = SPACES
            MOVE 'DESPATCH POSTCODE REQUIRED FOR TARGET S'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

        IF  WS-FIRST-REG > WS-LAST-REG
            MOVE 'FIRST REG NO GREATER THAN LAST'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.

*
* EC5280 - an archive request ('A') names students on STUDENTS@ARCA,
* so its range and revoked certificates are checked, and its fees
* raised, there.
*
        MOVE   "BA: ERROR CHECKING FIRST REG NO"
                                   TO  WS01-ERR-MESSAGE.
        IF  RRQ-DB = 'A'
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXISTS-COUNT
                  FROM STUDENTS@ARCA
                 WHERE ST_REG_NO = :WS-FIRST-REG
            END-EXEC
        ELSE
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXISTS-COUNT
                  FROM STUDENTS
                 WHERE ST_REG_NO = :WS-FIRST-REG
            END-EXEC
        END-IF.

        IF  WS-EXISTS-COUNT = ZERO
            MOVE 'FIRST REG NO NOT ON STUDENTS'

        MOVE   "BA: ERROR CHECKING LAST REG NO"
                                   TO  WS01-ERR-MESSAGE.
        IF  RRQ-DB = 'A'
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXISTS-COUNT
                  FROM STUDENTS@ARCA
                 WHERE ST_REG_NO = :WS-LAST-REG
            END-EXEC
        ELSE
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EXISTS-COUNT
                  FROM STUDENTS
                 WHERE ST_REG_NO = :WS-LAST-REG
            END-EXEC
        END-IF.

        IF  WS-EXISTS-COUNT = ZERO
            MOVE 'LAST REG NO NOT ON STUDENTS'

        MOVE   "BA: ERROR CHECKING RANGE"
                                   TO  WS01-ERR-MESSAGE.
        IF  RRQ-DB = 'A'
            EXEC SQL
                SELECT COUNT(*),
                       NVL(SUM(DECODE(ST_CERT_NO,NULL,0,1)),0)
                  INTO :WS-RANGE-COUNT,
                       :WS-CERT-COUNT
                  FROM STUDENTS@ARCA
                 WHERE ST_REG_NO BETWEEN :WS-FIRST-REG
                                     AND :WS-LAST-REG
            END-EXEC
        ELSE
            EXEC SQL
                SELECT COUNT(*),
                       NVL(SUM(DECODE(ST_CERT_NO,NULL,0,1)),0)
                  INTO :WS-RANGE-COUNT,
                       :WS-CERT-COUNT
                  FROM STUDENTS
                 WHERE ST_REG_NO BETWEEN :WS-FIRST-REG
                                     AND :WS-LAST-REG
            END-EXEC
        END-IF.

        IF  WS-RANGE-COUNT > WS-MAX-RANGE
            MOVE 'RANGE EXCEEDS MAXIMUM STUDENTS PER REQUEST'
            END-IF
        END-IF.
*
* EC5256 - a certificate revoked by STP099 must never be reissued, so
* a range holding one is rejected and must be resubmitted without it.
*
        MOVE   "BA: ERROR CHECKING FOR REVOKED CERTIFICATES"
                                   TO  WS01-ERR-MESSAGE.
        IF  RRQ-DB = 'A'
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-REVOKED-COUNT
                  FROM STUDENTS@ARCA,
                       CERT_NO_REGISTRY
                 WHERE ST_REG_NO BETWEEN :WS-FIRST-REG
                                     AND :WS-LAST-REG
                   AND CREG_CERT_NO = ST_CERT_NO
                   AND CREG_STATUS  = 'R'
            END-EXEC
        ELSE
            EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-REVOKED-COUNT
                  FROM STUDENTS,
                       CERT_NO_REGISTRY
                 WHERE ST_REG_NO BETWEEN :WS-FIRST-REG
                                     AND :WS-LAST-REG
                   AND CREG_CERT_NO = ST_CERT_NO
                   AND CREG_STATUS  = 'R'
            END-EXEC
        END-IF.

        IF  WS-REVOKED-COUNT > ZERO
            MOVE 'RANGE HOLDS A REVOKED CERTIFICATE'
                                   TO  WS-REJECT-REASON
            GO TO BA-EXIT
        END-IF.
*
BA-EXIT.
*
        EXIT.

        MOVE    RRQ-DESPATCH       TO  WS-DESPATCH.

        IF  RRQ-DESPATCH = 'S'
            MOVE RRQ-DESPATCH-POSTCODE
                                   TO  WS-DESPATCH-POSTCODE
        ELSE
            MOVE SPACES            TO  WS-DESPATCH-POSTCODE
        END-IF.

        MOVE    SPACES             TO  WS-ARC-COMMENT.
        STRING 'BATCH '            DELIMITED BY SIZE
               WS-BATCH-ID         DELIMITED BY SIZE
               RRQ-REFERENCE       DELIMITED BY SIZE
          INTO WS-ARC-COMMENT.

        MOVE    ZERO               TO  WS-FIRST-FEE-ID.
        MOVE    ZERO               TO  WS-LAST-FEE-ID.

        IF  WS-CHARGE = 'Y'
            PERFORM BD-RAISE-FEES
        END-IF.

        MOVE   "BB: ERROR INSERTING ALL_REPRINT_CRITERIA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
                    ARC_REPRINT_WORDING,
                    ARC_REPRINT_CHARGE,
                    ARC_COMMENT,
                    ARC_DESPATCH_TARGET,
                    ARC_DESPATCH_POSTCODE,
                    ARC_FIRST_REG_RCFE_ID,
                    ARC_LAST_REG_RCFE_ID)
            VALUES ('B',
                    :WS-ARC-DB,
                    :WS-FIRST-REG,
                    :WS-CHARGE,
                    :WS-ARC-COMMENT,
                    DECODE(RTRIM(:WS-DESPATCH),NULL,NULL,
                           :WS-DESPATCH),
                    DECODE(RTRIM(:WS-DESPATCH-POSTCODE),NULL,NULL,
                           :WS-DESPATCH-POSTCODE),
                    DECODE(:WS-FIRST-FEE-ID,0,NULL,:WS-FIRST-FEE-ID),
                    DECODE(:WS-LAST-FEE-ID,0,NULL,:WS-LAST-FEE-ID))
        END-EXEC.
*
BB-EXIT.
*
        EXIT.
*
BD-RAISE-FEES SECTION.
**********************************************************************
*
*       Raise one fee, status 'R', for each certificated student in
*       a chargeable request - on STUDENTS@ARCA for an archive
*       request - numbered consecutively so the request
*       carries the first and last fee ids.  The fees table is locked
*       until the commit so the ids cannot interleave with another
*       raising process.
*
**********************************************************************
BD-START.
*
        MOVE    RRQ-REFERENCE      TO  WS-REFERENCE.

        MOVE   "BD: ERROR LOCKING REPRINT_CERTIFICATE_FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            LOCK TABLE REPRINT_CERTIFICATE_FEES IN EXCLUSIVE MODE
        END-EXEC.

        MOVE   "BD: ERROR ALLOCATING FEE IDS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(MAX(RCFE_ID),0)
              INTO :WS-FEE-BASE
              FROM REPRINT_CERTIFICATE_FEES
        END-EXEC.

        MOVE   "BD: ERROR INSERTING REPRINT_CERTIFICATE_FEES"
                                   TO  WS01-ERR-MESSAGE.
        IF  WS-ARC-DB = 'A'
            EXEC SQL
                INSERT INTO REPRINT_CERTIFICATE_FEES
                       (RCFE_ID,
                        RCFE_ST_REG_NO,
                        RCFE_STATUS,
                        RCFE_CS_REFERENCE,
                        RCFE_RAISED_DATE,
                        RCFE_UPDATE_DATE,
                        RCFE_UPDATE_USER)
                SELECT :WS-FEE-BASE + ROWNUM,
                       ST_REG_NO,
                       'R',
                       :WS-REFERENCE,
                       SYSDATE,
                       SYSDATE,
                       'STP075'
                  FROM STUDENTS@ARCA
                 WHERE ST_REG_NO BETWEEN :WS-FIRST-REG AND :WS-LAST-REG
                   AND ST_CERT_NO IS NOT NULL
            END-EXEC
        ELSE
            EXEC SQL
                INSERT INTO REPRINT_CERTIFICATE_FEES
                       (RCFE_ID,
                        RCFE_ST_REG_NO,
                        RCFE_STATUS,
                        RCFE_CS_REFERENCE,
                        RCFE_RAISED_DATE,
                        RCFE_UPDATE_DATE,
                        RCFE_UPDATE_USER)
                SELECT :WS-FEE-BASE + ROWNUM,
                       ST_REG_NO,
                       'R',
                       :WS-REFERENCE,
                       SYSDATE,
                       SYSDATE,
                       'STP075'
                  FROM STUDENTS
                 WHERE ST_REG_NO BETWEEN :WS-FIRST-REG AND :WS-LAST-REG
                   AND ST_CERT_NO IS NOT NULL
            END-EXEC
        END-IF.

        MOVE    SQLERRD(3)         TO  WS-FEE-COUNT.

        IF  WS-FEE-COUNT > ZERO
            COMPUTE WS-FIRST-FEE-ID = WS-FEE-BASE + 1
            COMPUTE WS-LAST-FEE-ID  = WS-FEE-BASE + WS-FEE-COUNT
            ADD WS-FEE-COUNT       TO  WS01-FEES-RAISED
        END-IF.
*
BD-EXIT.
*
        EXIT.
*
BC-REJECT-REQUEST SECTION.
**********************************************************************
*
	MOVE WS01-REQUESTS-REJECTED TO WS-XR-RJ-COUNT.
	MOVE WS-XR-REJ-TOTAL TO EXCEPT-RECORD.
	WRITE EXCEPT-RECORD.
	MOVE WS01-FEES-RAISED TO WS-XR-FE-COUNT.
	MOVE WS-XR-FEE-TOTAL TO EXCEPT-RECORD.
	WRITE EXCEPT-RECORD.
*
        CLOSE   REQUEST-FILE.
        CLOSE   EXCEPT-REP.
