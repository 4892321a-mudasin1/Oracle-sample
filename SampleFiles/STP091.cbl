*			select the same students again;
*		  'R' - report what would be routed and roll back.
*
*		A certificate revoked by STP099 is never routed: the
*		student is left out of the probe and the request is
*		flagged on the report, so a range raised before the
*		revocation cannot reissue it.
*
* 03-Sep-2026	PJW	EC5241 : Program written.
* 03-Sep-2026	PJW	EC5250 : Carry the despatch target and the
*			student's address lines on the interface
* 03-Sep-2026	PJW	EC5241 : Route only requests with no
*			speciality student - the same purity test as
*			the completion step.
* 15-Oct-2026	PJW	EC5256 : Never route a certificate revoked by
*			STP099; report the requests that covered one.
* 15-Oct-2026	PJW	EC5280 : Check for a revoked certificate
*			before a request is left for the cursors.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
01  WS-Q-WORDING		  PIC  X(01).
01  WS-Q-DESPATCH		  PIC  X(01).
01  WS-Q-SPECIAL-COUNT		  PIC S9(09) COMP.
01  WS-Q-REVOKED-COUNT		  PIC S9(09) COMP.
*
01  DS04-ROUTE-DETAILS.
    03  DS04-REG-NO                PIC  X(07) OCCURS 200.
    03  WS01-ARCHIVED-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-FEES-MARKED-COUNT     PIC S9(09) COMP VALUE 0.
    03  WS01-DELETED-COUNT         PIC S9(09) COMP VALUE 0.
    03  WS01-REVOKED-WITHHELD      PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-RUN-TYPE-PARM		   PIC  X(01).
	05 FILLER		PIC X(01) VALUE '-'.
	05 WS-SE-S-LAST		PIC X(07).
	05 FILLER		PIC X(04) VALUE ' ***'.
    03 WS-SE-REVOKED-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(30) VALUE
	  '*** REVOKED CERT WITHHELD IN: '.
	05 WS-SE-R-FIRST	PIC X(07).
	05 FILLER		PIC X(01) VALUE '-'.
	05 WS-SE-R-LAST		PIC X(07).
	05 FILLER		PIC X(04) VALUE ' ***'.
    03 WS-SE-TOTAL-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-SE-T-DESC		PIC X(34).
                                   TO  WS-SE-T-COUNT.
        MOVE    WS-SE-TOTAL-LINE   TO  SELECT-RECORD.
        WRITE   SELECT-RECORD.
        MOVE   'REVOKED STUDENTS WITHHELD:'
                                   TO  WS-SE-T-DESC.
        MOVE    WS01-REVOKED-WITHHELD
                                   TO  WS-SE-T-COUNT.
        MOVE    WS-SE-TOTAL-LINE   TO  SELECT-RECORD.
        WRITE   SELECT-RECORD.
*
B-EXIT.
*
            MOVE SPACES            TO  WS-NG-WORDING
        END-IF.
*
* EC5256 - a revoked certificate is left out of GET_RANGE; the request
* itself is still routed and completed for everyone else in it.  It is
* checked before the speciality test so that a request left for the
* cursors is reported too (STP099 parks such a range as type 'V').
*
        MOVE   "BA: ERROR CHECKING FOR REVOKED CERTIFICATES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-Q-REVOKED-COUNT
              FROM STUDENTS,
                   CERT_NO_REGISTRY
             WHERE ST_REG_NO BETWEEN :WS-Q-FIRST-REG
                                 AND :WS-Q-LAST-REG
               AND CREG_CERT_NO = ST_CERT_NO
               AND CREG_STATUS  = 'R'
        END-EXEC.
*
        IF  WS-Q-REVOKED-COUNT > ZERO
            MOVE WS-Q-FIRST-REG    TO  WS-SE-R-FIRST
            MOVE WS-Q-LAST-REG     TO  WS-SE-R-LAST
            MOVE WS-SE-REVOKED-LINE
                                   TO  SELECT-RECORD
            WRITE SELECT-RECORD
            ADD  WS-Q-REVOKED-COUNT
                                   TO  WS01-REVOKED-WITHHELD
        END-IF.
*
* A request covering any speciality student is left whole for the
* cursors - the same purity test C-COMPLETE-ROUTED applies - so no
* student of a mixed request can reach the sort from both paths.
                    ('23','24','25','26','27')
               AND  FBFI_AWARD_CODE(+) = ST_AWARD_CODE
               AND  FBFI_PRINT_IND(+) = 'Y'
               AND  NOT EXISTS
                    (SELECT 1
                       FROM CERT_NO_REGISTRY
                      WHERE CREG_CERT_NO = ST_CERT_NO
                        AND CREG_STATUS  = 'R')
             ORDER BY ST_REG_NO
        END-EXEC.
*
