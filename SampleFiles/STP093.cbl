*		4. a proof listing of award code / title combinations
*		   in tonight's population never printed before, so a
*		   person checks each new qualification before 50,000
*		   certificates carry a mistake;
*		5. QANs of tonight's population that the regulator's
*		   register (QUAL_REGISTER, loaded by STP118) does not
*		   hold, or whose certification end date has passed -
*		   the certificates would be awarded today against a
*		   qualification closed for certification.  The
*		   detail shows the QAN, the problem and the number of
*		   learners affected.
*
* 03-Sep-2026	PJW	EC5245 : Program written.
* 15-Oct-2026	PJW	EC5277 : Check 5 - QANs past their certification
*			end date or unknown to the regulator.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
        PERFORM C-CHECK-PBODY-LOGOS.
        PERFORM E-CHECK-LANGUAGE-TEXT.
        PERFORM G-PROOF-NEW-COMBINATIONS.
        PERFORM H-CHECK-QAN-VALIDITY.

        PERFORM D-TERMINATE.
*
*
        EXIT.
*
H-CHECK-QAN-VALIDITY SECTION.
**********************************************************************
*
*       5. QANs of tonight's population unknown to the regulator or
*       past their certification end date.  The QAN is found the way
*       STP070 finds it: AT_AWARD_CODES by title and award code, or
*       AT_AWARD_CODE_LEVELS by the level achieved (as SSP996).
*
**********************************************************************
H-START.
*
        EXEC SQL
            DECLARE GET_BAD_QANS CURSOR FOR
            SELECT  AA_BTEC_TITLE,
                    AW_AWARD_CODE,
                    'QN '||AACO_QCA_CODE||' '||
                    DECODE(QREG_QAN,NULL,'NOT ON THE REGISTER',
                           'CERTIFICATION ENDED '||
                           TO_CHAR(QREG_CERT_END_DATE,'DD-MON-YYYY'))||
                    ' - '||TO_CHAR(COUNT(*))||' LEARNERS'
              FROM  AT_AWARD_CODES,
                    QUAL_REGISTER,
                    APPROVAL_APPLICATION,
                    APPROVAL_AWARDS,
                    STUDENTS
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AA_APPLICAT_NO = AW_APPLICAT_NO
               AND  AACO_AT_NUMBER = TO_NUMBER(AA_BTEC_TITLE)
               AND  AACO_AC_CODE = AW_AWARD_CODE
               AND  AACO_QCA_CODE IS NOT NULL
               AND  QREG_QAN(+) = AACO_QCA_CODE
               AND  (QREG_QAN IS NULL
                     OR QREG_CERT_END_DATE < TRUNC(SYSDATE))
             GROUP BY AA_BTEC_TITLE,
                    AW_AWARD_CODE,
                    AACO_QCA_CODE,
                    QREG_QAN,
                    QREG_CERT_END_DATE
            UNION
            SELECT  AA_BTEC_TITLE,
                    AW_AWARD_CODE,
                    'QN '||AACL_QCA_CODE||' '||
                    DECODE(QREG_QAN,NULL,'NOT ON THE REGISTER',
                           'CERTIFICATION ENDED '||
                           TO_CHAR(QREG_CERT_END_DATE,'DD-MON-YYYY'))||
                    ' - '||TO_CHAR(COUNT(*))||' LEARNERS'
              FROM  AT_AWARD_CODE_LEVELS,
                    QUAL_REGISTER,
                    APPROVAL_APPLICATION,
                    APPROVAL_AWARDS,
                    STUDENTS
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AA_APPLICAT_NO = AW_APPLICAT_NO
               AND  AACL_AT_NUMBER = TO_NUMBER(AA_BTEC_TITLE)
               AND  AACL_AC_CODE = AW_AWARD_CODE
               AND  AACL_LEVEL =
                    NVL(ST_BNM_GRADE,ST_ABS_LEVEL_ACHIEVED)
               AND  AACL_QCA_CODE IS NOT NULL
               AND  QREG_QAN(+) = AACL_QCA_CODE
               AND  (QREG_QAN IS NULL
                     OR QREG_CERT_END_DATE < TRUNC(SYSDATE))
             GROUP BY AA_BTEC_TITLE,
                    AW_AWARD_CODE,
                    AACL_QCA_CODE,
                    QREG_QAN,
                    QREG_CERT_END_DATE
             ORDER BY 2, 1
        END-EXEC.
*
        MOVE   '5. QANS NOT ON THE REGISTER OR CLOSED FOR CERTIFICATION'
                                   TO  WS-FR-SH-DESC.
        MOVE   "H: ERROR ON QAN VALIDITY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_BAD_QANS
        END-EXEC.
        PERFORM Y-REPORT-SECTION.
        MOVE   "H: ERROR FETCHING QAN VALIDITY"
                                   TO  WS01-ERR-MESSAGE.
        PERFORM HA-FETCH-QANS
          UNTIL WS01-EOF.
        EXEC SQL
            CLOSE   GET_BAD_QANS
        END-EXEC.
        PERFORM YB-SECTION-TOTAL.
*
H-EXIT.
*
        EXIT.
*
HA-FETCH-QANS SECTION.
**********************************************************************
*
*       Fetch/report loop for the QAN validity cursor.
*
**********************************************************************
HA-START.
*
        EXEC SQL
            FETCH   GET_BAD_QANS
             INTO  :DS02-KEY-1,
                   :DS02-KEY-2,
                   :DS02-DETAIL
        END-EXEC.
        PERFORM YC-REPORT-ROWS.
*
HA-EXIT.
*
        EXIT.
*
Y-REPORT-SECTION SECTION.
**********************************************************************
*
