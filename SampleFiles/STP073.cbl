* 03-Sep-2026	PJW	EC5233 : Maintain the CERT_NO_REGISTRY on void.
* 03-Sep-2026	PJW	EC5253 : Retire the certificate's verification
*			code on void.
* 15-Oct-2026	PJW	EC5270 : Leave Confirmation of Achievement letter
*			fees alone on void.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
                   RCFE_UPDATE_USER = 'STP073'
             WHERE RCFE_ST_REG_NO = :WS-V-REG-NO
               AND RCFE_STATUS    = 'O'
               AND RCFE_COA_REF IS NULL
               AND TRUNC(RCFE_REPRINT_DATE) =
                   TO_DATE(:WS-BATCH-DATE-PARM,'DD-MON-YYYY')
        END-EXEC.
