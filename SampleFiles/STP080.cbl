*		or missed.  The first ever run extracts from
*		01-JAN-1990.
*
*		Time-limited certificates carry their expiry date and
*		a status of 'L' (live) or 'E' (expired) from
*		CERT_EXPIRY, and a third population is extracted:
*		certificates STP115 recorded as expired inside the
*		window, so an employer checking a lapsed
*		certificate is told so.  STP115 runs ahead of
*		STP080.  Certificates that do not expire are sent
*		with status 'L' and no expiry date.
*
* 22-Aug-2026	PJW	Program written.
* 03-Sep-2026	PJW	EC5253 : Send the active verification code
*			(CERT_VERIFY_CODES) with every certificate,
*			so the service can verify by code as well as
*			by number.
* 15-Oct-2026	PJW	EC5275 : Send the certificate's expiry date
*			and status, and send certificates expired
*			inside the window, from CERT_EXPIRY.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
    03  VFX-AWARD-DATE            PIC X(11).
    03  FILLER                    PIC X(01).
    03  VFX-VERIFY-CODE           PIC X(12).
    03  FILLER                    PIC X(01).
    03  VFX-STATUS                PIC X(01).
    03  FILLER                    PIC X(01).
    03  VFX-EXPIRY-DATE           PIC X(11).
*
WORKING-STORAGE SECTION.
*
    03  DS02-LEVEL                 PIC  X(02) OCCURS 200.
    03  DS02-AWARD-DATE            PIC  X(11) OCCURS 200.
    03  DS02-VERIFY-CODE           PIC  X(12) OCCURS 200.
    03  DS02-STATUS                PIC  X(01) OCCURS 200.
    03  DS02-EXPIRY-DATE           PIC  X(11) OCCURS 200.
*
01  WS-RUN-DATE			  PIC  X(11).
01  WS-FROM-DATE		  PIC  X(11).
*
*       Extract the certificates newly issued inside the window,
*       plus the reprint reissues archived to
*       ALL_REPRINT_CRITERIA_HIST inside the window and the
*       certificates recorded as expired inside the window.
*
**********************************************************************
B-START.
                    NVL((SELECT MAX(CVCO_CODE)
                           FROM CERT_VERIFY_CODES
                          WHERE CVCO_ST_REG_NO = ST_REG_NO
                            AND CVCO_STATUS = 'A'),' '),
                    NVL((SELECT MAX(CEXP_STATUS)
                           FROM CERT_EXPIRY
                          WHERE CEXP_ST_REG_NO = ST_REG_NO
                            AND CEXP_CERT_NO   = ST_CERT_NO
                            AND CEXP_STATUS    = 'E'),'L'),
                    NVL((SELECT TO_CHAR(MAX(CEXP_EXPIRY_DATE),'DD-MON-YYYY')
                           FROM CERT_EXPIRY
                          WHERE CEXP_ST_REG_NO = ST_REG_NO
                            AND CEXP_CERT_NO   = ST_CERT_NO
                            AND CEXP_STATUS   IN ('L','E')),' ')
              FROM  STUDENTS,
                    APPROVAL_APPLICATION,
                    APPROVAL_AWARDS,
                    NVL((SELECT MAX(CVCO_CODE)
                           FROM CERT_VERIFY_CODES
                          WHERE CVCO_ST_REG_NO = ST_REG_NO
                            AND CVCO_STATUS = 'A'),' '),
                    NVL((SELECT MAX(CEXP_STATUS)
                           FROM CERT_EXPIRY
                          WHERE CEXP_ST_REG_NO = ST_REG_NO
                            AND CEXP_CERT_NO   = ST_CERT_NO
                            AND CEXP_STATUS    = 'E'),'L'),
                    NVL((SELECT TO_CHAR(MAX(CEXP_EXPIRY_DATE),'DD-MON-YYYY')
                           FROM CERT_EXPIRY
                          WHERE CEXP_ST_REG_NO = ST_REG_NO
                            AND CEXP_CERT_NO   = ST_CERT_NO
                            AND CEXP_STATUS   IN ('L','E')),' ')
              FROM  STUDENTS,
                    APPROVAL_APPLICATION,
                    APPROVAL_AWARDS,
                    TO_DATE(:WS-FROM-DATE,'DD-MON-YYYY')
               AND  ARCH_RUN_DATE <=
                    TO_DATE(:WS-TO-DATE,'DD-MON-YYYY')
            UNION
            SELECT  ST_CERT_NO,
                    NVL(ST_CERT_NAME,((ST_FORENAMES||' ')||ST_SURNAME)),
                    ST_COURSE_ID,
                    NVL(AT_NAME,' '),
                    NVL(ST_ABS_LEVEL_ACHIEVED,' '),
                    NVL(TO_CHAR(ST_AWARD_PRINTED,'DD-MON-YYYY'),' '),
                    NVL((SELECT MAX(CVCO_CODE)
                           FROM CERT_VERIFY_CODES
                          WHERE CVCO_ST_REG_NO = ST_REG_NO
                            AND CVCO_STATUS = 'A'),' '),
                    CEXP_STATUS,
                    TO_CHAR(CEXP_EXPIRY_DATE,'DD-MON-YYYY')
              FROM  STUDENTS,
                    APPROVAL_APPLICATION,
                    APPROVAL_AWARDS,
                    AWARD_TITLES,
                    CERT_EXPIRY
             WHERE  ST_CERT_NO IS NOT NULL
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AT_NUMBER(+) = TO_NUMBER(AA_BTEC_TITLE)
               AND  AW_APPLICAT_NO = AA_APPLICAT_NO
               AND  CEXP_ST_REG_NO = ST_REG_NO
               AND  CEXP_CERT_NO   = ST_CERT_NO
               AND  CEXP_STATUS    = 'E'
               AND  CEXP_EXPIRED_DATE >
                    TO_DATE(:WS-FROM-DATE,'DD-MON-YYYY')
               AND  CEXP_EXPIRED_DATE <=
                    TO_DATE(:WS-TO-DATE,'DD-MON-YYYY')
        END-EXEC.
*
        MOVE   "B: ERROR OPENING ISSUES CURSOR"
                   :DS02-AWARD-TITLE,
                   :DS02-LEVEL,
                   :DS02-AWARD-DATE,
                   :DS02-VERIFY-CODE,
                   :DS02-STATUS,
                   :DS02-EXPIRY-DATE
        END-EXEC.
*
        IF  SQLCODE IS POSITIVE THEN
            MOVE    DS02-LEVEL(WS01-INDEX)         TO  VFX-LEVEL
            MOVE    DS02-AWARD-DATE(WS01-INDEX)    TO  VFX-AWARD-DATE
            MOVE    DS02-VERIFY-CODE(WS01-INDEX)   TO  VFX-VERIFY-CODE
            MOVE    DS02-STATUS(WS01-INDEX)        TO  VFX-STATUS
            MOVE    DS02-EXPIRY-DATE(WS01-INDEX)   TO  VFX-EXPIRY-DATE
            WRITE   VERIFY-EXT-RECORD

            ADD     1                              TO  WS01-EXTRACTED-COUNT
