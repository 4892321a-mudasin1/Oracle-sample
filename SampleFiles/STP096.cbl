*		  archive), joined on the archive's fee ids so each
*		  fee bills exactly once, with the customer-services
*		  reference from the archived ARC_COMMENT on every
*		  line.  Fees STP106 has recorded as paid in
*		  advance or waived are not invoiced;
*		- CREDIT lines ('C'): fees STP073 reset in the period
*		  (a reprint we voided after marking it fulfilled), so
*		  centres are no longer billed for reprints we voided
*		  (fees paid in advance or waived excepted).
*		- INVOICE lines ('I') for chargeable Confirmation of
*		  Achievement letters (STP110), fulfilled when the
*		  letter is issued and billed to the centre held on
*		  COA_LETTERS, since the learner may be archived.
*
*		Output: the INVOICEEXT interface file for the finance
*		system (one record per line, centre keyed) and a print
*		Parameters: period start and period end (DD-MON-YYYY).
*
* 03-Sep-2026	PJW	EC5248 : Program written.
* 15-Oct-2026	PJW	EC5270 : Bill Confirmation of Achievement letter
*			fees.
* 15-Oct-2026	PJW	EC5280 : Do not invoice or credit a fee paid in
*			advance or waived through STP106.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
*       line however many archived requests cover the student.  The
*       customer-services reference comes from the archived comment.
*       Archive rows written without fee ids produce no lines.
*       A reprint fee STP106 has recorded as paid was settled before
*       the reprint ran, and a waived fee is not owed, so neither is
*       invoiced.
*       Letter fees raised by STP110 carry the letter reference and
*       are billed through COA_LETTERS, to the letter's centre.
*
**********************************************************************
B-START.
                    STUDENTS,
                    REPRINT_CERTIFICATE_FEES
             WHERE  RCFE_STATUS = 'O'
               AND  RCFE_PAID_DATE   IS NULL
               AND  RCFE_WAIVED_DATE IS NULL
               AND  RCFE_REPRINT_DATE BETWEEN
                        TO_DATE(:WS-PERIOD-START,'DD-MON-YYYY')
                    AND TO_DATE(:WS-PERIOD-END,'DD-MON-YYYY') + 1
               AND  ARCH_RUN_DATE BETWEEN
                        TO_DATE(:WS-PERIOD-START,'DD-MON-YYYY')
                    AND TO_DATE(:WS-PERIOD-END,'DD-MON-YYYY') + 1
            UNION ALL
            SELECT  COAL_CENTRE_ID,
                    RCFE_ID,
                    RCFE_ST_REG_NO,
                    TO_CHAR(RCFE_REPRINT_DATE,'DD-MON-YYYY'),
                    SUBSTR('COA '||COAL_REF||' '||
                           NVL(RCFE_CS_REFERENCE,' '),1,30)
              FROM  COA_LETTERS,
                    REPRINT_CERTIFICATE_FEES
             WHERE  RCFE_STATUS = 'O'
               AND  RCFE_COA_REF IS NOT NULL
               AND  RCFE_WAIVED_DATE IS NULL
               AND  RCFE_REPRINT_DATE BETWEEN
                        TO_DATE(:WS-PERIOD-START,'DD-MON-YYYY')
                    AND TO_DATE(:WS-PERIOD-END,'DD-MON-YYYY') + 1
               AND  COAL_RCFE_ID = RCFE_ID
             ORDER BY 1, 2
        END-EXEC.
*
        MOVE   'INVOICE LINES - CHARGEABLE REPRINTS FULFILLED'
**********************************************************************
*
*       Credit lines: fees STP073 reset in the period after a void.
*       A fee paid or waived was never invoiced, so is not credited.
*
**********************************************************************
C-START.
                    REPRINT_CERTIFICATE_FEES
             WHERE  RCFE_STATUS = 'R'
               AND  RCFE_UPDATE_USER = 'STP073'
               AND  RCFE_PAID_DATE   IS NULL
               AND  RCFE_WAIVED_DATE IS NULL
               AND  RCFE_UPDATE_DATE BETWEEN
                        TO_DATE(:WS-PERIOD-START,'DD-MON-YYYY')
                    AND TO_DATE(:WS-PERIOD-END,'DD-MON-YYYY') + 1
