*				   numbers keep their prefix)
*		  CREG_ST_REG_NO   the student it was issued to
*		  CREG_CENTRE_ID / CREG_AWARD_CODE
*		  CREG_STATUS      'L' live, 'V' voided, 'R' revoked
*		  CREG_SOURCE      program that registered it
*		  CREG_ISSUE_DATE / CREG_VOID_DATE / CREG_VOID_PROG
*		  CREG_REVOKE_DATE / CREG_REVOKE_CASE /
*		  CREG_REVOKE_CODE / CREG_REVOKE_REASON /
*		  CREG_REVOKE_USER   set by STP099 on revocation
*
*		Run types:
*		  'B' - backfill: register every certificate number on
*			lengths from MIGRATED_CERT_PREFIXES - a new
*			acquisition's prefix must not abort or blind
*			the audit.
* 15-Oct-2026	PJW	EC5256 : Document the STP099 revoked status
*			and revocation columns.
* 15-Oct-2026	PJW	EC5280 : Take the next value of streams closed
*			on STP120 into the allocation ceiling.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
*       2. Native (unprefixed - the prefixes per
*       MIGRATED_CERT_PREFIXES) numbers at or beyond every
*       allocation ceiling CONTROL_VALUES holds for the certificate
*       streams, and every next value a stream was closed at on
*       STP120 (its CONTROL_VALUES row is deleted on closing) -
*       numbers no awards run can ever have been given.
*
**********************************************************************
EB-START.
                    (SELECT MCPX_PREFIX
                       FROM MIGRATED_CERT_PREFIXES)
               AND  TO_NUMBER(ST_CERT_NO) >=
                    (SELECT NVL(MAX(CV_NEXT_VALUE),0)
                       FROM CONTROL_VALUES
                      WHERE CV_TYPE LIKE 'CERT%')
               AND  TO_NUMBER(ST_CERT_NO) >=
                    (SELECT NVL(MAX(CNST_CLOSED_NEXT),0)
                       FROM CERT_NO_STREAMS
                      WHERE CNST_STATUS = 'C')
             ORDER BY TO_NUMBER(ST_CERT_NO)
        END-EXEC.
*
