IDENTIFICATION DIVISION.
PROGRAM-ID.   STP108.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	PRINT RUN LOGO AND CENTRE NAME EXTRACT
*
********************************************************************************
*
*       STP108 - Companion to STP070, run in the awards run deck
*		immediately ahead of it.  STP070 looks up the logos,
*		professional body membership, certificate validity
*		and centre certificate names afresh for every centre,
*		course and student it prints, although the answers
*		are the same for every student of a centre and
*		course.  This run resolves them once for tonight's
*		eligible population (ST_AWARD_ELIG 'Y', no
*		ST_CERT_NO, as CURSOR_1 of STP070) and writes them
*		to the LOGOEXT extract, which STP070 loads at the
*		start of an awards run:
*
*		  'L' - per centre: the centre logos;
*		  'F' - per franchise (institution) location: the
*			franchise centre logo;
*		  'K' - per centre, course, award code and award
*			title: the training organisation logos, the
*			award type logo, the professional body logos,
*			the professional body membership flag (for an
*			issue date after 26-OCT-2000) and the years
*			the certificate is valid;
*		  'N' - per centre and award date: the centre
*			certificate names from PK_CENTRE_NAMES, asked
*			with the first registration of the centre.
*
*		Each record says whether the lookup found anything,
*		so STP070 counts found and missing logos exactly as
*		it did when it asked the database itself.  A lookup
*		that fails here is left off the extract, and STP070
*		makes that lookup itself as before, as it does for
*		anything else not on the extract.
*
*		Parameter: certificate date (DD-MON-YYYY), as keyed
*		to STP070; blank for today.  It gives the award date
*		of students not yet printed, for the 'N' records.
*
*		The extract opens with a header record and closes
*		with a trailer ('*HDR'/'*TRL': file, program,
*		generated timestamp, run date and, on the trailer,
*		the record count).  STP070 ignores, with a warning,
*		a logo extract that is missing or stale, and refuses
*		one that is incomplete.
*
* 15-Oct-2026	PJW	EC5267 : Program written.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  LOGO-EXTRACT ASSIGN LOGOEXT.
*
DATA DIVISION.
FILE SECTION.
*
FD  LOGO-EXTRACT
    LABEL RECORDS STANDARD.
01  LOGO-EXTRACT-RECORD.
    03  LGX-REC-TYPE              PIC X(01).
    03  FILLER                    PIC X(01).
    03  LGX-DATA                  PIC X(120).
    03  LGX-CENTRE-DATA REDEFINES LGX-DATA.
        05  LGX-C-CENTRE-ID       PIC X(06).
        05  FILLER                PIC X(01).
        05  LGX-C-FOUND           PIC X(01).
        05  FILLER                PIC X(01).
        05  LGX-C-LOGO            PIC X(08) OCCURS 2.
        05  FILLER                PIC X(95).
    03  LGX-FRAN-DATA REDEFINES LGX-DATA.
        05  LGX-F-LOCATION        PIC X(06).
        05  FILLER                PIC X(01).
        05  LGX-F-FOUND           PIC X(01).
        05  FILLER                PIC X(01).
        05  LGX-F-LOGO            PIC X(04).
        05  FILLER                PIC X(107).
    03  LGX-COURSE-DATA REDEFINES LGX-DATA.
        05  LGX-K-CENTRE-ID       PIC X(06).
        05  FILLER                PIC X(01).
        05  LGX-K-COURSE-ID       PIC X(08).
        05  FILLER                PIC X(01).
        05  LGX-K-AWARD-CODE      PIC X(02).
        05  FILLER                PIC X(01).
        05  LGX-K-BTEC-TITLE      PIC X(05).
        05  FILLER                PIC X(01).
        05  LGX-K-TORG-FOUND      PIC X(01).
        05  LGX-K-TORG-LOGO       PIC X(08) OCCURS 2.
        05  FILLER                PIC X(01).
        05  LGX-K-ATYPE-FOUND     PIC X(01).
        05  LGX-K-ATYPE-LOGO      PIC X(04).
        05  FILLER                PIC X(01).
        05  LGX-K-PBODY-FOUND     PIC X(01).
        05  LGX-K-PBODY-CLOG-ID   PIC X(04) OCCURS 5.
        05  LGX-K-PBODY-LOGO      PIC X(08) OCCURS 5.
        05  FILLER                PIC X(01).
        05  LGX-K-MEMBERSHIP      PIC X(01).
        05  FILLER                PIC X(01).
        05  LGX-K-YEARS-VALID     PIC X(01).
        05  FILLER                PIC X(06).
    03  LGX-NAME-DATA REDEFINES LGX-DATA.
        05  LGX-N-CENTRE-ID       PIC X(06).
        05  FILLER                PIC X(01).
        05  LGX-N-AWARD-DATE      PIC X(11).
        05  FILLER                PIC X(01).
        05  LGX-N-FOUND           PIC X(01).
        05  FILLER                PIC X(01).
        05  LGX-N-MERGED-CENTRE   PIC X(06).
        05  FILLER                PIC X(01).
        05  LGX-N-NAME-1          PIC X(45).
        05  FILLER                PIC X(01).
        05  LGX-N-NAME-2          PIC X(45).
        05  FILLER                PIC X(01).
01  LOGO-EXTRACT-CONTROL          PIC X(65).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  DS02-CENTRE-DETAILS.
    03  DS02-CENTRE-ID             PIC  X(06) OCCURS 200.
*
01  DS02-LOCATION-DETAILS.
    03  DS02-LOCATION              PIC  X(06) OCCURS 200.
*
01  DS02-COURSE-DETAILS.
    03  DS02-K-CENTRE-ID           PIC  X(06) OCCURS 200.
    03  DS02-K-COURSE-ID           PIC  X(08) OCCURS 200.
    03  DS02-K-AWARD-CODE          PIC  X(02) OCCURS 200.
    03  DS02-K-BTEC-TITLE          PIC  X(05) OCCURS 200.
*
01  DS02-NAME-DETAILS.
    03  DS02-N-CENTRE-ID           PIC  X(06) OCCURS 200.
    03  DS02-N-AWARD-DATE          PIC  X(11) OCCURS 200.
    03  DS02-N-REG-NO              PIC  X(07) OCCURS 200.
*
01  DS04-CENTRE-LOGOS.
    03  DS04-CENTRE-LOGO           PIC  X(08) OCCURS 2.
01  DS04-TORG-LOGOS.
    03  DS04-TORG-LOGO             PIC  X(08) OCCURS 2.
01  DS04-PBODY-LOGOS.
    03  DS04-PBODY-CLOG-ID         PIC  X(04) OCCURS 5.
    03  DS04-PBODY-LOGO            PIC  X(08) OCCURS 5.
*
01  WS-CENTRE-ID		  PIC  X(06).
01  WS-LOCATION			  PIC  X(06).
01  WS-COURSE-ID		  PIC  X(08).
01  WS-AWARD-CODE		  PIC  X(02).
01  WS-BTEC-TITLE		  PIC  X(05).
01  WS-AWARD-DATE		  PIC  X(11).
01  WS-REG-NO			  PIC  X(07).
01  WS-FRAN-LOGO		  PIC  X(04).
01  WS-AWARD-TYPE-LOGO		  PIC  X(04).
01  WS-MEMBERSHIP-FLAG		  PIC  X(01).
01  WS-YEARS-CERT-VALID		  PIC  X(01).
01  WS-MERGED-CENTRE-NO		  PIC  X(06).
01  WS-MERGED-CENTRE-NO-I	  PIC S9(04) COMP.
01  WS-CENTRE-NAME-1		  PIC  X(45).
01  WS-CENTRE-NAME-1-I		  PIC S9(04) COMP.
01  WS-CENTRE-NAME-2		  PIC  X(45).
01  WS-CENTRE-NAME-2-I		  PIC S9(04) COMP.
01  WS-PR-RESULT		  PIC S9(04) COMP.
01  WS-CERT-DATE		  PIC  X(11).
01  WS-RUN-DATE			  PIC  X(11).
01  WS-GENERATED		  PIC  X(20).
*
01  DS03-LOGIN.
    03  DS03-USERNAME             PIC  X(04) VALUE "ABCD".
    03  DS03-PASSWORD             PIC  X(04) VALUE "ABCD".
*
        EXEC SQL END DECLARE SECTION END-EXEC.
*
        EXEC SQL INCLUDE SQLCA END-EXEC.
*
01      WS01-GENERAL-STORAGE.
    03  WS01-ERR-MESSAGE           PIC  X(80).
    03  WS01-EOF-IND               PIC  X(01).
        88  WS01-EOF                          VALUE "Y".
    03  WS01-ROWS-TOTAL            PIC S9(09) COMP.
    03  WS01-ROWS-THIS-FETCH       PIC S9(09) COMP.
    03  WS01-INDEX                 PIC S9(09) COMP.
    03  WS01-LOGO-INDEX            PIC S9(09) COMP.
    03  WS01-CENTRE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-LOCATION-COUNT        PIC S9(09) COMP VALUE 0.
    03  WS01-COURSE-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-NAME-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-LEFT-COUNT            PIC S9(09) COMP VALUE 0.
    03  WS01-RECORD-COUNT          PIC S9(09) COMP VALUE 0.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-CERT-DATE-PARM		   PIC  X(11).
*
* Control record written as the first (header) and last (trailer)
* record of the LOGOEXT file, so STP070 can tell a complete,
* current extract from a stale, truncated or missing one.
*
01  WS-CONTROL-RECORD.
    03  WS-CTL-TYPE               PIC X(04).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-FILE-NAME          PIC X(10) VALUE 'LOGOEXT'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-PROGRAM            PIC X(06) VALUE 'STP108'.
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-GENERATED          PIC X(20).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RUN-DATE           PIC X(11).
    03  FILLER                    PIC X(01) VALUE SPACE.
    03  WS-CTL-RECORD-COUNT       PIC 9(09).
*
PROCEDURE DIVISION.
MAIN SECTION.
**********************************************************************
*
*       Main control section.
*
**********************************************************************
MAIN-START.
*
        PERFORM A-INITIALISE.

        PERFORM B-CENTRE-LOGOS.

        PERFORM C-FRANCHISE-LOGOS.

        PERFORM E-COURSE-LOGOS.

        PERFORM F-CENTRE-NAMES.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept the certificate date, open the extract, log on to
*       Oracle and write the header record.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-CERT-DATE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-CERT-DATE-PARM.
*
        OPEN    OUTPUT  LOGO-EXTRACT.
*
        EXEC SQL WHENEVER SQLERROR GO TO   ZZ-ABORT END-EXEC.
*
        MOVE   "ERROR CONNECTING TO DATABASE"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
                CONNECT :DS03-USERNAME
                IDENTIFIED BY :DS03-PASSWORD
        END-EXEC.
*
	EXEC SQL
            SELECT TO_CHAR(SYSDATE,'DD-MON-YYYY'),
                   TO_CHAR(SYSDATE,'DD-MON-YYYY:HH24:MI:SS')
              INTO :WS-RUN-DATE,
                   :WS-GENERATED
              FROM DUAL
	END-EXEC.
*
	IF WS-CERT-DATE-PARM = SPACES
	THEN
	  MOVE WS-RUN-DATE TO WS-CERT-DATE
	ELSE
	  MOVE WS-CERT-DATE-PARM TO WS-CERT-DATE
	END-IF.
*
        MOVE   "CERTIFICATE DATE NOT DD-MON-YYYY"
                                   TO  WS01-ERR-MESSAGE.
	EXEC SQL
            SELECT TO_CHAR(TO_DATE(:WS-CERT-DATE,'DD-MON-YYYY'),
                           'DD-MON-YYYY')
              INTO :WS-CERT-DATE
              FROM DUAL
	END-EXEC.
*
	MOVE '*HDR'          TO WS-CTL-TYPE.
	MOVE WS-GENERATED    TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE     TO WS-CTL-RUN-DATE.
	MOVE ZERO            TO WS-CTL-RECORD-COUNT.
	WRITE LOGO-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
*
A-EXIT.
*
        EXIT.
*
B-CENTRE-LOGOS SECTION.
**********************************************************************
*
*       Resolve the centre logos of every centre with a student
*       eligible tonight.
*
**********************************************************************
B-START.
*
        EXEC SQL
            DECLARE GET_CENTRES CURSOR FOR
            SELECT  DISTINCT ST_CENTRE_ID
              FROM  STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AWARD_CODES
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  ST_REG_TYPE != 'I'
               AND  ST_COURSE_ID != 'KSQ00'
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AW_APPLICAT_NO = AA_APPLICAT_NO
               AND  AC_CODE = AW_AWARD_CODE
               AND  AC_EXTERNAL_CERT_NO IS NULL
             ORDER BY ST_CENTRE_ID
        END-EXEC.
*
        MOVE   "B: ERROR OPENING CENTRES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_CENTRES
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM BA-FETCH-CENTRES
          UNTIL WS01-EOF.
*
        MOVE   "B: ERROR CLOSING CENTRES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_CENTRES
        END-EXEC.
*
B-EXIT.
*
        EXIT.
*
BA-FETCH-CENTRES SECTION.
**********************************************************************
*
*       Get a set of centres and resolve each one's logos.
*
**********************************************************************
BA-START.
*
        MOVE   "BA: ERROR FETCHING CENTRES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_CENTRES
             INTO  :DS02-CENTRE-ID
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

            MOVE    DS02-CENTRE-ID(WS01-INDEX)     TO  WS-CENTRE-ID
            PERFORM BB-CENTRE-LOGO
        END-PERFORM.
*
BA-EXIT.
*
        EXIT.
*
BB-CENTRE-LOGO SECTION.
**********************************************************************
*
*       Look up one centre's logos, as VA-GET-CENTRE-LOGO of STP070
*       does, and write the 'L' record.
*
**********************************************************************
BB-START.
*
        INITIALIZE DS04-CENTRE-LOGOS.

        EXEC SQL WHENEVER SQLERROR GO TO   BB-080 END-EXEC.
        EXEC SQL WHENEVER NOT FOUND CONTINUE       END-EXEC.

        EXEC SQL
            SELECT  CLOG_ID
              INTO :DS04-CENTRE-LOGO
              FROM  CUSTOMER_LOGOS
             WHERE  CLOG_CENTRE_ID IN (:WS-CENTRE-ID,
                                       SUBSTR(:WS-CENTRE-ID,1,5))
               AND  CLOG_STATUS = 'L'
        END-EXEC.

        MOVE    SPACES             TO  LOGO-EXTRACT-RECORD.
        MOVE   'L'                 TO  LGX-REC-TYPE.
        MOVE    WS-CENTRE-ID       TO  LGX-C-CENTRE-ID.
        IF  SQLERRD(3) > ZERO
            MOVE 'Y'               TO  LGX-C-FOUND
            MOVE DS04-CENTRE-LOGO(1)
                                   TO  LGX-C-LOGO(1)
            MOVE DS04-CENTRE-LOGO(2)
                                   TO  LGX-C-LOGO(2)
        ELSE
            MOVE 'N'               TO  LGX-C-FOUND
        END-IF.
        WRITE   LOGO-EXTRACT-RECORD.
        ADD     1                  TO  WS01-CENTRE-COUNT.
        ADD     1                  TO  WS01-RECORD-COUNT.
        GO TO BB-EXIT.
*
BB-080.
        EXEC SQL WHENEVER SQLERROR GO TO   ZZ-ABORT END-EXEC.

        DISPLAY "CENTRE LOGOS LEFT TO THE PRINT RUN: " WS-CENTRE-ID.
        DISPLAY SQLERRMC.
        ADD     1                  TO  WS01-LEFT-COUNT.
*
BB-EXIT.
*
        EXIT.
*
C-FRANCHISE-LOGOS SECTION.
**********************************************************************
*
*       Resolve the franchise centre logo of every institution
*       location held by a student eligible tonight.
*
**********************************************************************
C-START.
*
        EXEC SQL
            DECLARE GET_LOCATIONS CURSOR FOR
            SELECT  DISTINCT ST_INST_LOCATION
              FROM  STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AWARD_CODES
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  ST_REG_TYPE != 'I'
               AND  ST_COURSE_ID != 'KSQ00'
               AND  ST_INST_LOCATION IS NOT NULL
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AW_APPLICAT_NO = AA_APPLICAT_NO
               AND  AC_CODE = AW_AWARD_CODE
               AND  AC_EXTERNAL_CERT_NO IS NULL
             ORDER BY ST_INST_LOCATION
        END-EXEC.
*
        MOVE   "C: ERROR OPENING LOCATIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_LOCATIONS
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM CA-FETCH-LOCATIONS
          UNTIL WS01-EOF.
*
        MOVE   "C: ERROR CLOSING LOCATIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_LOCATIONS
        END-EXEC.
*
C-EXIT.
*
        EXIT.
*
CA-FETCH-LOCATIONS SECTION.
**********************************************************************
*
*       Get a set of institution locations and resolve each one's
*       franchise centre logo.
*
**********************************************************************
CA-START.
*
        MOVE   "CA: ERROR FETCHING LOCATIONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_LOCATIONS
             INTO  :DS02-LOCATION
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

            MOVE    DS02-LOCATION(WS01-INDEX)      TO  WS-LOCATION
            PERFORM CB-FRANCHISE-LOGO
        END-PERFORM.
*
CA-EXIT.
*
        EXIT.
*
CB-FRANCHISE-LOGO SECTION.
**********************************************************************
*
*       Look up one location's franchise centre logo, as
*       VB-GET-FRAN-CENTRE-LOGO of STP070 does, and write the 'F'
*       record.
*
**********************************************************************
CB-START.
*
        MOVE    SPACES             TO  WS-FRAN-LOGO.

        EXEC SQL WHENEVER SQLERROR GO TO   CB-080 END-EXEC.
        EXEC SQL WHENEVER NOT FOUND CONTINUE       END-EXEC.

        EXEC SQL
            SELECT  CLOG_ID
              INTO :WS-FRAN-LOGO
              FROM  CUSTOMER_LOGOS
             WHERE  CLOG_INST_ID IN (:WS-LOCATION,
                                     SUBSTR(:WS-LOCATION,1,5))
               AND  CLOG_STATUS = 'L'
            UNION
            SELECT  CLOG_ID
              FROM  CUSTOMER_LOGOS
             WHERE  CLOG_CENTRE_ID IN (:WS-LOCATION,
                                       SUBSTR(:WS-LOCATION,1,5))
               AND  CLOG_STATUS = 'L'
               AND  NOT EXISTS (
                    SELECT  NULL
                      FROM  CUSTOMER_LOGOS
                     WHERE  CLOG_INST_ID IN (:WS-LOCATION,
                                             SUBSTR(:WS-LOCATION,1,5))
                       AND  CLOG_STATUS = 'L')
        END-EXEC.

        MOVE    SPACES             TO  LOGO-EXTRACT-RECORD.
        MOVE   'F'                 TO  LGX-REC-TYPE.
        MOVE    WS-LOCATION        TO  LGX-F-LOCATION.
        IF  SQLCODE = ZERO
            MOVE 'Y'               TO  LGX-F-FOUND
            MOVE WS-FRAN-LOGO      TO  LGX-F-LOGO
        ELSE
            MOVE 'N'               TO  LGX-F-FOUND
        END-IF.
        WRITE   LOGO-EXTRACT-RECORD.
        ADD     1                  TO  WS01-LOCATION-COUNT.
        ADD     1                  TO  WS01-RECORD-COUNT.
        GO TO CB-EXIT.
*
CB-080.
        EXEC SQL WHENEVER SQLERROR GO TO   ZZ-ABORT END-EXEC.

        DISPLAY "FRANCHISE LOGO LEFT TO THE PRINT RUN: " WS-LOCATION.
        DISPLAY SQLERRMC.
        ADD     1                  TO  WS01-LEFT-COUNT.
*
CB-EXIT.
*
        EXIT.
*
E-COURSE-LOGOS SECTION.
**********************************************************************
*
*       Resolve the logos, professional body membership and years
*       valid of every centre, course, award code and award title
*       with a student eligible tonight.
*
**********************************************************************
E-START.
*
        EXEC SQL
            DECLARE GET_COURSES CURSOR FOR
            SELECT  DISTINCT ST_CENTRE_ID,
                    ST_COURSE_ID,
                    AW_AWARD_CODE,
                    LTRIM(TO_CHAR(AA_BTEC_TITLE))
              FROM  STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AWARD_CODES
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  ST_REG_TYPE != 'I'
               AND  ST_COURSE_ID != 'KSQ00'
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AW_APPLICAT_NO = AA_APPLICAT_NO
               AND  AC_CODE = AW_AWARD_CODE
               AND  AC_EXTERNAL_CERT_NO IS NULL
             ORDER BY 1, 2, 3, 4
        END-EXEC.
*
        MOVE   "E: ERROR OPENING COURSES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_COURSES
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM EA-FETCH-COURSES
          UNTIL WS01-EOF.
*
        MOVE   "E: ERROR CLOSING COURSES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_COURSES
        END-EXEC.
*
E-EXIT.
*
        EXIT.
*
EA-FETCH-COURSES SECTION.
**********************************************************************
*
*       Get a set of centre courses and resolve each one.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR FETCHING COURSES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_COURSES
             INTO  :DS02-K-CENTRE-ID,
                   :DS02-K-COURSE-ID,
                   :DS02-K-AWARD-CODE,
                   :DS02-K-BTEC-TITLE
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

            MOVE    DS02-K-CENTRE-ID(WS01-INDEX)   TO  WS-CENTRE-ID
            MOVE    DS02-K-COURSE-ID(WS01-INDEX)   TO  WS-COURSE-ID
            MOVE    DS02-K-AWARD-CODE(WS01-INDEX)  TO  WS-AWARD-CODE
            MOVE    DS02-K-BTEC-TITLE(WS01-INDEX)  TO  WS-BTEC-TITLE
            PERFORM EB-COURSE-LOGOS
        END-PERFORM.
*
EA-EXIT.
*
        EXIT.
*
EB-COURSE-LOGOS SECTION.
**********************************************************************
*
*       Look up one centre course, as VC-GET-TRAIN-ORG-LOGO,
*       VE-GET-AWARD-TYPE-LOGO, VF-GET-PBODY-LOGOS, VG-GET-PBODIES
*       and VH-GET-CERT-VALIDITY of STP070 do for an awards run,
*       and write the 'K' record.
*
**********************************************************************
EB-START.
*
        INITIALIZE DS04-TORG-LOGOS
                   DS04-PBODY-LOGOS.
        MOVE    SPACES             TO  WS-AWARD-TYPE-LOGO
                                       WS-MEMBERSHIP-FLAG
                                       WS-YEARS-CERT-VALID.

        MOVE    SPACES             TO  LOGO-EXTRACT-RECORD.
        MOVE   'K'                 TO  LGX-REC-TYPE.
        MOVE    WS-CENTRE-ID       TO  LGX-K-CENTRE-ID.
        MOVE    WS-COURSE-ID       TO  LGX-K-COURSE-ID.
        MOVE    WS-AWARD-CODE      TO  LGX-K-AWARD-CODE.
        MOVE    WS-BTEC-TITLE      TO  LGX-K-BTEC-TITLE.

        EXEC SQL WHENEVER SQLERROR GO TO   EB-080 END-EXEC.
        EXEC SQL WHENEVER NOT FOUND CONTINUE       END-EXEC.

        EXEC SQL
            SELECT  DISTINCT CLOG_ID||
                    DECODE(TOCC_LPOS_ID,
                           NULL,
                           NULL,
                           '('||TO_CHAR(TOCC_LPOS_ID)||')'
                          )
              INTO :DS04-TORG-LOGO
              FROM  CUSTOMER_LOGOS,
                    TRAIN_ORG_CENTRE_COURSES
             WHERE  TOCC_COURSE_NUMBER = :WS-COURSE-ID
               AND  TOCC_CENTRE_ID IN (:WS-CENTRE-ID,
                                       SUBSTR(:WS-CENTRE-ID,1,5))
               AND  SYSDATE BETWEEN TOCC_START_DATE
                                AND NVL(TOCC_END_DATE,SYSDATE)
               AND  CLOG_TORG_ID = TOCC_TORG_CODE
               AND  CLOG_STATUS = 'L'
        END-EXEC.

        IF  SQLERRD(3) > ZERO
            MOVE 'Y'               TO  LGX-K-TORG-FOUND
            MOVE DS04-TORG-LOGO(1) TO  LGX-K-TORG-LOGO(1)
            MOVE DS04-TORG-LOGO(2) TO  LGX-K-TORG-LOGO(2)
        ELSE
            MOVE 'N'               TO  LGX-K-TORG-FOUND
        END-IF.

        EXEC SQL
            SELECT  DISTINCT CLOG_ID
              INTO :WS-AWARD-TYPE-LOGO
              FROM  CUSTOMER_LOGOS,
                    LOGO_AWARDS
             WHERE  LAWA_AC_CODE = :WS-AWARD-CODE
               AND  SYSDATE BETWEEN LAWA_START_DATE
                                AND NVL(LAWA_END_DATE,SYSDATE)
               AND  CLOG_LATY_CODE = LAWA_LATY_CODE
               AND  CLOG_STATUS = 'L'
        END-EXEC.

        IF  SQLCODE = ZERO
            MOVE 'Y'               TO  LGX-K-ATYPE-FOUND
            MOVE WS-AWARD-TYPE-LOGO
                                   TO  LGX-K-ATYPE-LOGO
        ELSE
            MOVE 'N'               TO  LGX-K-ATYPE-FOUND
        END-IF.

        EXEC SQL
            SELECT  DISTINCT CLOG_ID,
                    CLOG_ID||
                    DECODE(PBBT_PBOD_ID,
                           39,
                           DECODE(:WS-COURSE-ID,
                                  'CK597',
                                  '(1)',
                                  'CK599',
                                  '(1)',
                                  DECODE(PBBT_LPOS_ID,
                                         NULL,
                                         NULL,
                                         '('||TO_CHAR(PBBT_LPOS_ID)||')'
                                        )
                                 ),
                           DECODE(PBBT_LPOS_ID,
                                  NULL,
                                  NULL,
                                  '('||TO_CHAR(PBBT_LPOS_ID)||')'
                                 )
                          )
              INTO :DS04-PBODY-CLOG-ID,
                   :DS04-PBODY-LOGO
              FROM  CUSTOMER_LOGOS,
                    PROFESSIONAL_BODY_BTECS
             WHERE  CLOG_PBOD_ID     = PBBT_PBOD_ID+0
               AND  CLOG_STATUS      = 'L'
               AND  PBBT_AWARD_CODE  = :WS-AWARD-CODE
               AND  PBBT_AWARD_TITLE = TO_NUMBER(:WS-BTEC-TITLE)
               AND  SYSDATE   BETWEEN PBBT_START_DATE
                                  AND NVL(PBBT_END_DATE,SYSDATE)
             ORDER BY TO_NUMBER(CLOG_ID)
        END-EXEC.

        IF  SQLERRD(3) > ZERO
            MOVE 'Y'               TO  LGX-K-PBODY-FOUND
            PERFORM
              VARYING WS01-LOGO-INDEX
              FROM 1 BY 1
              UNTIL WS01-LOGO-INDEX > 5
                MOVE DS04-PBODY-CLOG-ID(WS01-LOGO-INDEX)
                  TO LGX-K-PBODY-CLOG-ID(WS01-LOGO-INDEX)
                MOVE DS04-PBODY-LOGO(WS01-LOGO-INDEX)
                  TO LGX-K-PBODY-LOGO(WS01-LOGO-INDEX)
            END-PERFORM
        ELSE
            MOVE 'N'               TO  LGX-K-PBODY-FOUND
        END-IF.

        EXEC SQL
            SELECT  DISTINCT 'Y'
              INTO :WS-MEMBERSHIP-FLAG
              FROM  PROFESSIONAL_BODY_BTECS,
                    PROFESSIONAL_BODIES_NOLOGOS
             WHERE  PBBT_AWARD_TITLE = TO_NUMBER(:WS-BTEC-TITLE)
               AND  PBBT_PBOD_ID     = PBNO_ID
               AND  PBBT_AWARD_CODE  = :WS-AWARD-CODE
               AND  PBNO_ID = 10
        END-EXEC.

        IF  SQLCODE = ZERO
            MOVE WS-MEMBERSHIP-FLAG
                                   TO  LGX-K-MEMBERSHIP
        END-IF.

        EXEC SQL
            SELECT  NVL(TO_CHAR(AACO_YEARS_CERT_VALID),' ')
              INTO :WS-YEARS-CERT-VALID
              FROM  AT_AWARD_CODES
             WHERE  AACO_AT_NUMBER = TO_NUMBER(:WS-BTEC-TITLE)
               AND  AACO_AC_CODE   = :WS-AWARD-CODE
        END-EXEC.

        IF  SQLCODE = ZERO
            MOVE WS-YEARS-CERT-VALID
                                   TO  LGX-K-YEARS-VALID
        END-IF.

        WRITE   LOGO-EXTRACT-RECORD.
        ADD     1                  TO  WS01-COURSE-COUNT.
        ADD     1                  TO  WS01-RECORD-COUNT.
        GO TO EB-EXIT.
*
EB-080.
        EXEC SQL WHENEVER SQLERROR GO TO   ZZ-ABORT END-EXEC.

        DISPLAY "COURSE LOGOS LEFT TO THE PRINT RUN: " WS-CENTRE-ID
                " " WS-COURSE-ID " " WS-AWARD-CODE " " WS-BTEC-TITLE.
        DISPLAY SQLERRMC.
        ADD     1                  TO  WS01-LEFT-COUNT.
*
EB-EXIT.
*
        EXIT.
*
F-CENTRE-NAMES SECTION.
**********************************************************************
*
*       Resolve the certificate names of every centre for each
*       award date its eligible students will be printed with.
*
**********************************************************************
F-START.
*
        EXEC SQL
            DECLARE GET_NAMES CURSOR FOR
            SELECT  ST_CENTRE_ID,
                    TO_CHAR(NVL(ST_AWARD_PRINTED,
                                TO_DATE(:WS-CERT-DATE,'DD-MON-YYYY')),
                            'DD-MON-YYYY'),
                    MIN(ST_REG_NO)
              FROM  STUDENTS,
                    APPROVAL_AWARDS,
                    APPROVAL_APPLICATION,
                    AWARD_CODES
             WHERE  ST_AWARD_ELIG = 'Y'
               AND  ST_CERT_NO IS NULL
               AND  NVL(ST_DELETE,'N') <> 'Y'
               AND  ST_REG_TYPE != 'I'
               AND  ST_COURSE_ID != 'KSQ00'
               AND  AW_COURSE_NUMBER = ST_COURSE_ID
               AND  AW_APPLICAT_NO = AA_APPLICAT_NO
               AND  AC_CODE = AW_AWARD_CODE
               AND  AC_EXTERNAL_CERT_NO IS NULL
             GROUP BY ST_CENTRE_ID,
                    TO_CHAR(NVL(ST_AWARD_PRINTED,
                                TO_DATE(:WS-CERT-DATE,'DD-MON-YYYY')),
                            'DD-MON-YYYY')
             ORDER BY 1, 2
        END-EXEC.
*
        MOVE   "F: ERROR OPENING CENTRE NAMES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            OPEN    GET_NAMES
        END-EXEC.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE   "N"                 TO  WS01-EOF-IND.
        PERFORM FA-FETCH-NAMES
          UNTIL WS01-EOF.
*
        MOVE   "F: ERROR CLOSING CENTRE NAMES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
*
        EXEC SQL
            CLOSE   GET_NAMES
        END-EXEC.
*
F-EXIT.
*
        EXIT.
*
FA-FETCH-NAMES SECTION.
**********************************************************************
*
*       Get a set of centres and award dates and resolve each.
*
**********************************************************************
FA-START.
*
        MOVE   "FA: ERROR FETCHING CENTRE NAMES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_NAMES
             INTO  :DS02-N-CENTRE-ID,
                   :DS02-N-AWARD-DATE,
                   :DS02-N-REG-NO
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

            MOVE    DS02-N-CENTRE-ID(WS01-INDEX)   TO  WS-CENTRE-ID
            MOVE    DS02-N-AWARD-DATE(WS01-INDEX)  TO  WS-AWARD-DATE
            MOVE    DS02-N-REG-NO(WS01-INDEX)      TO  WS-REG-NO
            PERFORM FB-CENTRE-NAME
        END-PERFORM.
*
FA-EXIT.
*
        EXIT.
*
FB-CENTRE-NAME SECTION.
**********************************************************************
*
*       Get one centre's certificate names for an award date, as
*       DAC-CENTRE-NAME of STP070 does, and write the 'N' record.
*
**********************************************************************
FB-START.
*
        MOVE    SPACES             TO  WS-MERGED-CENTRE-NO
                                       WS-CENTRE-NAME-1
                                       WS-CENTRE-NAME-2.
        MOVE    ZERO               TO  WS-PR-RESULT.

        MOVE    SPACES             TO  LOGO-EXTRACT-RECORD.
        MOVE   'N'                 TO  LGX-REC-TYPE.
        MOVE    WS-CENTRE-ID       TO  LGX-N-CENTRE-ID.
        MOVE    WS-AWARD-DATE      TO  LGX-N-AWARD-DATE.

        EXEC SQL WHENEVER SQLERROR GO TO   FB-080 END-EXEC.
        EXEC SQL WHENEVER NOT FOUND CONTINUE       END-EXEC.

        EXEC SQL EXECUTE
         BEGIN
          PK_CENTRE_NAMES.PR_GET_CENTRE_CERT_NAMES
                                  (:WS-CENTRE-ID
                                  ,TO_DATE(:WS-AWARD-DATE,'DD-MON-YYYY')
                                  ,:WS-REG-NO
                                  ,:WS-MERGED-CENTRE-NO:WS-MERGED-CENTRE-NO-I
                                  ,:WS-CENTRE-NAME-1   :WS-CENTRE-NAME-1-I
                                  ,:WS-CENTRE-NAME-2   :WS-CENTRE-NAME-2-I
                                  ,:WS-PR-RESULT
                                  );
         END;
        END-EXEC.

        IF  SQLCODE = ZERO
        AND WS-PR-RESULT = ZERO
            MOVE 'Y'               TO  LGX-N-FOUND
            MOVE WS-MERGED-CENTRE-NO
                                   TO  LGX-N-MERGED-CENTRE
            MOVE WS-CENTRE-NAME-1  TO  LGX-N-NAME-1
            MOVE WS-CENTRE-NAME-2  TO  LGX-N-NAME-2
        ELSE
            MOVE 'N'               TO  LGX-N-FOUND
        END-IF.
        WRITE   LOGO-EXTRACT-RECORD.
        ADD     1                  TO  WS01-NAME-COUNT.
        ADD     1                  TO  WS01-RECORD-COUNT.
        GO TO FB-EXIT.
*
FB-080.
        EXEC SQL WHENEVER SQLERROR GO TO   ZZ-ABORT END-EXEC.

        DISPLAY "CENTRE NAMES LEFT TO THE PRINT RUN: " WS-CENTRE-ID
                " " WS-AWARD-DATE.
        DISPLAY SQLERRMC.
        ADD     1                  TO  WS01-LEFT-COUNT.
*
FB-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Write the trailer record, show the counts and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE '*TRL'              TO WS-CTL-TYPE.
	MOVE WS01-RECORD-COUNT   TO WS-CTL-RECORD-COUNT.
	WRITE LOGO-EXTRACT-CONTROL FROM WS-CONTROL-RECORD.
	CLOSE LOGO-EXTRACT.
*
        DISPLAY "CENTRES RESOLVED:            " WS01-CENTRE-COUNT.
        DISPLAY "FRANCHISE LOCATIONS RESOLVED:" WS01-LOCATION-COUNT.
        DISPLAY "CENTRE COURSES RESOLVED:     " WS01-COURSE-COUNT.
        DISPLAY "CENTRE NAMES RESOLVED:       " WS01-NAME-COUNT.
        DISPLAY "LEFT TO THE PRINT RUN:       " WS01-LEFT-COUNT.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
*
        EXEC SQL COMMIT WORK                     END-EXEC.
*
        GO TO D-100.
D-050.
        MOVE 'COMMIT WORK FAILED' TO WS01-ERR-MESSAGE.
        PERFORM ZZ-ABORT.
D-100.
*
        DISPLAY "STP108 - SUCCESSFULLY COMPLETED".
*
D-EXIT.
*
        EXIT.
*
ZZ-ABORT SECTION.
**********************************************************************
*
*       Report error and expire.
*
**********************************************************************
ZZ-START.
*
        DISPLAY "STP108 ERROR".
        DISPLAY WS01-ERR-MESSAGE.

        IF  SQLCODE IS NOT ZERO THEN
            DISPLAY SQLERRMC
        END-IF.

        EXEC SQL WHENEVER SQLERROR   GO TO ZZ-050 END-EXEC.

        EXEC SQL ROLLBACK WORK                    END-EXEC.

        GO TO ZZ-EXIT.

ZZ-050.
        MOVE 'FAILED DURING PROGRAM ABORT' TO WS01-ERR-MESSAGE.

        CALL   "SYS$EXIT"
          USING BY VALUE WS01-ABORT.
*
ZZ-EXIT.
*
        STOP RUN.
