IDENTIFICATION DIVISION.
PROGRAM-ID.   STP102.
AUTHOR.       P J WREN.
DATE-WRITTEN. 15-OCT-2026.
********************************************************************************
*
*	SUBJECT ACCESS REQUEST EXTRACT FOR A SINGLE LEARNER
*
********************************************************************************
*
*       STP102 - Produces one readable extract of everything held
*		about a learner for a data protection subject access
*		request, in place of the queries previously run by
*		hand, together with a cover sheet evidencing every
*		source searched.
*
*		The learner is identified by registration number or
*		by ULN.  A ULN can carry more than one registration;
*		every registration found is extracted in turn.  A
*		registration number not found on STUDENTS is still
*		searched for in every other source, since rows can
*		outlive the student record.  The ULN is resolved on
*		STUDENTS@ARCA as well as STUDENTS, and an archived
*		learner's student row is extracted from the archive.
*
*		Sources searched, for each registration:
*
*		   1  STUDENTS - personal, registration and award
*		      details
*		   2  STUDENTS@ARCA - the archived student row, for a
*		      registration moved to the archive database
*		   3  BTEC_REJECTED_STUDENTS - awards run rejections
*		   4  BNM_AWARDS_RUN_BLOCKS - awards run blocks
*		   5  BARB_CLEARANCE_HIST - cleared block history
*		   6  DEFERRED_AWARDS - deferrals naming the learner,
*		      and course or centre-wide deferrals covering
*		      the learner's course and centre
*		   7  DEFERRED_AWARDS_AUDITS - deferral history
*		   8  CERT_NO_REGISTRY - certificates issued, voided
*		      or revoked
*		   9  CERT_STATIONERY_SERIALS - stationery printed on
*		  10  CERT_NAME_AUDITS - certificate name changes
*		  11  ALL_REPRINT_CRITERIA - pending reprints covering
*		      the registration
*		  12  ALL_REPRINT_CRITERIA_HIST - reprints run
*		  13  REPRINT_CERTIFICATE_FEES - reprint fees
*		  14  CERT_VOID_AUDITS - voided certificates
*		  15  CERT_VERIFY_QUERIES - verification service
*		      queries answered by STP085
*		  16  OFQUAL_DETAILS - rows sent in the quarterly
*		      OFQUAL feeds (SSP996)
*		  17  LRS submissions - SSP995 holds no per-learner
*		      row, so each completed SSD995 run whose window
*		      holds one of the learner's award dates is
*		      listed (as SSP995 selects them), with any
*		      LRS_RESEND_QUEUE entry
*		  18  DESPATCH_TRACKING - packages sent to the
*		      learner's centre holding the learner's
*		      certificate number
*		  19  DUPLICATE_REFERRALS - possible duplicate
*		      registrations referred by STP104
*		  20  RESULT_APPEALS - enquiries and appeals, with
*		      their RESULT_APPEAL_AUDITS history
*		  21  ULN_REGISTRATION_REQUESTS - ULN requests sent
*		      to the LRS by SSP988
*		  22  COA_LETTERS - Confirmation of Achievement
*		      letters issued by STP110
*		  23  REPRINT_REFERRALS - reprint requests referred
*		      by STP112, with their REPRINT_REFERRAL_REASONS
*		  24  CERT_EXPIRY - time-limited certificates
*		  25  PROFESSIONAL_BODY_MEMBERS - memberships
*		  26  STP107 amendments - STP107 holds no per-learner
*		      row, so each completed SSA995, SSA996 or
*		      STA080 run whose window holds one of the
*		      learner's certificate events is listed
*		  27  CENTRE_SUCCESSOR_AUDITS - moves of the
*		      registration to a successor centre (STP100)
*
*		Output files:
*		  SAREXTRACT  the extract, one page per registration,
*		              each source headed and either listed
*		              or marked NOTHING HELD;
*		  STP102TOT   the cover sheet: the case reference,
*		              the key searched, the registrations
*		              found and every source searched with
*		              its row count.
*
*		Parameters:
*		  key type - 'R' registration number, 'U' ULN;
*		  key      - the registration number or ULN;
*		  case     - the subject access case reference.
*
*		Read only: nothing is changed on the database.
*
* 15-Oct-2026	PJW	EC5259 : Program written.
* 15-Oct-2026	PJW	EC5280 : Sources 18 to 26 added - the tables
*			written by the later learner-facing programs.
* 15-Oct-2026	PJW	EC5280 : STUDENTS@ARCA searched - the ULN is
*			resolved on it and the archived student row
*			extracted as source 2.
**********************************************************************
ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. VAX-11.
OBJECT-COMPUTER. VAX-11.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT  EXTRACT-REP  ASSIGN SAREXTRACT.
    SELECT  COVER-REP    ASSIGN STP102TOT.
*
DATA DIVISION.
FILE SECTION.
*
FD  EXTRACT-REP
    LABEL RECORDS STANDARD.
01  EXTRACT-RECORD                PIC X(132).
*
FD  COVER-REP
    LABEL RECORDS STANDARD.
01  COVER-RECORD                  PIC X(132).
*
WORKING-STORAGE SECTION.
*
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
*
01  WS-KEY-TYPE			  PIC  X(01).
01  WS-KEY			  PIC  X(10).
01  WS-REG-NO			  PIC  X(07).
01  WS-RUN-DATE			  PIC  X(11).
01  WS-STUDENT-COUNT		  PIC S9(09) COMP.
01  WS-ARCHIVE-COUNT		  PIC S9(09) COMP.
*
01  WS-STUDENT.
    03  WS-ST-SURNAME		  PIC  X(35).
    03  WS-ST-FORENAMES		  PIC  X(35).
    03  WS-ST-CERT-NAME		  PIC  X(51).
    03  WS-ST-BIRTH-DATE	  PIC  X(11).
    03  WS-ST-SEX		  PIC  X(01).
    03  WS-ST-ULN		  PIC  X(10).
    03  WS-ST-ADDRESS-1		  PIC  X(40).
    03  WS-ST-ADDRESS-2		  PIC  X(40).
    03  WS-ST-ADDRESS-3		  PIC  X(40).
    03  WS-ST-POST-CODE		  PIC  X(10).
    03  WS-ST-CENTRE-ID		  PIC  X(06).
    03  WS-ST-CENTRE-NAME	  PIC  X(65).
    03  WS-ST-COURSE-ID		  PIC  X(10).
    03  WS-ST-REG-TYPE		  PIC  X(01).
    03  WS-ST-REG-DATE		  PIC  X(11).
    03  WS-ST-AWARD-ELIG	  PIC  X(01).
    03  WS-ST-AWARD-CODE	  PIC  X(02).
    03  WS-ST-CERT-NO		  PIC  X(09).
    03  WS-ST-AWARD-ISSUE	  PIC  X(11).
    03  WS-ST-GNVQ-DISP		  PIC  X(11).
    03  WS-ST-NVQ-PRINT		  PIC  X(11).
    03  WS-ST-DELETE		  PIC  X(01).
*
01  DS01-REGISTRATIONS.
    03  DS01-REG-NO                PIC  X(07) OCCURS 50.
*
01  DS02-EXTRACT-LINES.
    03  DS02-LINE                  PIC  X(128) OCCURS 200.
*
01  DS04-SORT-KEYS.
    03  DS04-SORT-KEY              PIC  X(30) OCCURS 200.
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
    03  WS01-REG-COUNT             PIC S9(09) COMP VALUE 0.
    03  WS01-REG-INDEX             PIC S9(09) COMP.
    03  WS01-SOURCE                PIC S9(09) COMP.
    03  WS01-SOURCE-ROWS           PIC S9(09) COMP.
    03  WS01-ABORT                 PIC  9(09) COMP VALUE 4.
*
01  WS-KEY-TYPE-PARM		   PIC  X(01).
01  WS-KEY-PARM			   PIC  X(10).
01  WS-CASE-PARM		   PIC  X(12).
*
*	The sources searched, in extract order: the name shown on
*	the extract and the cover sheet, and the column heading
*	for the lines the source's cursor returns.
*
01  WS-SOURCE-VALUES.
    03  FILLER		  PIC  X(60) VALUE
        'STUDENTS - REGISTRATION AND PERSONAL DETAILS'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'STUDENTS@ARCA - ARCHIVED REGISTRATION AND PERSONAL DETAILS'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'BTEC_REJECTED_STUDENTS - AWARDS RUN REJECTIONS'.
    03  FILLER		  PIC  X(64) VALUE
        'RUN DATE     PROG    CENTRE  COURSE    AWARD  REASON  FLAGS'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'BNM_AWARDS_RUN_BLOCKS - AWARDS RUN BLOCKS'.
    03  FILLER		  PIC  X(64) VALUE
        'BLOCKED      REASON  CLEARED  CLEARED ON   DECISION     CLEARED '.
    03  FILLER		  PIC  X(64) VALUE
        'BY'.
    03  FILLER		  PIC  X(60) VALUE
        'BARB_CLEARANCE_HIST - CLEARED BLOCK HISTORY'.
    03  FILLER		  PIC  X(64) VALUE
        'CENTRE  REASON  BLOCKED      CLEARED ON   ARCHIVED     CLEARED B'.
    03  FILLER		  PIC  X(64) VALUE
        'Y'.
    03  FILLER		  PIC  X(60) VALUE
        'DEFERRED_AWARDS - CURRENT DEFERRALS'.
    03  FILLER		  PIC  X(64) VALUE
        'SCOPE    CENTRE  COURSE    REASON  DEFERRED     COMMENT'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'DEFERRED_AWARDS_AUDITS - DEFERRAL HISTORY'.
    03  FILLER		  PIC  X(64) VALUE
        'ACTION  CENTRE  COURSE    REASON  DATE         COMMENT'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'CERT_NO_REGISTRY - CERTIFICATES ISSUED'.
    03  FILLER		  PIC  X(64) VALUE
        'CERT NO    STATUS   CENTRE  AWARD  ISSUED       VOIDED       REV'.
    03  FILLER		  PIC  X(64) VALUE
        'OKED      CASE REF      REASON'.
    03  FILLER		  PIC  X(60) VALUE
        'CERT_STATIONERY_SERIALS - PRINTED STATIONERY'.
    03  FILLER		  PIC  X(64) VALUE
        'CERT NO    SERIAL      RUN DATE     BUREAU REF    FILE'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'CERT_NAME_AUDITS - CERTIFICATE NAME CHANGES'.
    03  FILLER		  PIC  X(64) VALUE
        'CHANGED      FIELD       OLD VALUE                           NEW'.
    03  FILLER		  PIC  X(64) VALUE
        ' VALUE                           RC  REPRINT'.
    03  FILLER		  PIC  X(60) VALUE
        'ALL_REPRINT_CRITERIA - PENDING REPRINTS'.
    03  FILLER		  PIC  X(64) VALUE
        'FIRST REG LAST REG  TYPE  AWARD DATE   CHARGE  COMMENT'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'ALL_REPRINT_CRITERIA_HIST - REPRINTS RUN'.
    03  FILLER		  PIC  X(64) VALUE
        'RUN DATE     FIRST REG LAST REG  TYPE  CHARGE  COMMENT'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'REPRINT_CERTIFICATE_FEES - REPRINT FEES'.
    03  FILLER		  PIC  X(64) VALUE
        'FEE ID      STATUS  REPRINTED    UPDATED      UPDATED BY'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'CERT_VOID_AUDITS - VOIDED CERTIFICATES'.
    03  FILLER		  PIC  X(64) VALUE
        'CERT NO    CENTRE  AWARD  ISSUED       VOIDED       BY PROGRAM'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'CERT_VERIFY_QUERIES - VERIFICATION QUERIES'.
    03  FILLER		  PIC  X(64) VALUE
        'QUERIED      CERT NO    VERDICT       REISSUED  NAME PRESENTED'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
    03  FILLER		  PIC  X(60) VALUE
        'OFQUAL_DETAILS - OFQUAL QUARTERLY FEEDS'.
    03  FILLER		  PIC  X(64) VALUE
        'SENT         QUARTER FROM QUARTER TO   TYPE  COURSE    REGISTERE'.
    03  FILLER		  PIC  X(64) VALUE
        'D   ISSUED       ELIG  GRADE'.
    03  FILLER		  PIC  X(60) VALUE
        'DATAFEED_AUDITS SSD995 / LRS_RESEND_QUEUE - LRS SUBMISSIONS'.
    03  FILLER		  PIC  X(64) VALUE
        'SENT/QUEUED  FEED      WINDOW FROM  WINDOW TO    ULN/LRS REF   A'.
    03  FILLER		  PIC  X(64) VALUE
        'CTION'.
    03  FILLER		  PIC  X(60) VALUE
        'DESPATCH_TRACKING - DESPATCHES'.
    03  FILLER		  PIC  X(64) VALUE
        'DOC REF       CENTRE  RUN DATE     STATUS    DESPATCHED   DELIVE'.
    03  FILLER		  PIC  X(64) VALUE
        'RED    CARRIER REF'.
    03  FILLER		  PIC  X(60) VALUE
        'DUPLICATE_REFERRALS - POSSIBLE DUPLICATE REGISTRATIONS'.
    03  FILLER		  PIC  X(64) VALUE
        'REG NO    MATCHED   BASIS     STATUS  REFERRED     DECIDED      '.
    03  FILLER		  PIC  X(64) VALUE
        'DECIDED BY'.
    03  FILLER		  PIC  X(60) VALUE
        'RESULT_APPEALS / RESULT_APPEAL_AUDITS - APPEALS'.
    03  FILLER		  PIC  X(64) VALUE
        'CASE ID   TYPE  RAISED STATUS  OPENED       CLOSED       OLD  OU'.
    03  FILLER		  PIC  X(64) VALUE
        'T  NEW  REFERENCE'.
    03  FILLER		  PIC  X(60) VALUE
        'ULN_REGISTRATION_REQUESTS - ULN REQUESTS TO THE LRS'.
    03  FILLER		  PIC  X(64) VALUE
        'REQUEST   STATUS  SENT         RESPONDED    ULN         LRS REF '.
    03  FILLER		  PIC  X(64) VALUE
        '        MATCHES'.
    03  FILLER		  PIC  X(60) VALUE
        'COA_LETTERS - CONFIRMATION OF ACHIEVEMENT LETTERS'.
    03  FILLER		  PIC  X(64) VALUE
        'LETTER REF  ISSUED       REASON DB  CENTRE  CERT NO    CHARGE CS'.
    03  FILLER		  PIC  X(64) VALUE
        ' REF      ADDRESSEE'.
    03  FILLER		  PIC  X(60) VALUE
        'REPRINT_REFERRALS / REPRINT_REFERRAL_REASONS'.
    03  FILLER		  PIC  X(64) VALUE
        'REFERRAL  FIRST REG LAST REG  TYPE SCORE STATUS REFERRED     DEC'.
    03  FILLER		  PIC  X(64) VALUE
        'IDED      DECIDED BY   REASON'.
    03  FILLER		  PIC  X(60) VALUE
        'CERT_EXPIRY - TIME-LIMITED CERTIFICATES'.
    03  FILLER		  PIC  X(64) VALUE
        'CERT NO    CENTRE  AWARD  ISSUED       YEARS  EXPIRES      STATU'.
    03  FILLER		  PIC  X(64) VALUE
        'S   REMINDED     EXPIRED'.
    03  FILLER		  PIC  X(60) VALUE
        'PROFESSIONAL_BODY_MEMBERS - BODY MEMBERSHIPS'.
    03  FILLER		  PIC  X(64) VALUE
        'BODY  CERT NO    CENTRE  MEMBERSHIP NO         ACCEPTED     RECO'.
    03  FILLER		  PIC  X(64) VALUE
        'RDED'.
    03  FILLER		  PIC  X(60) VALUE
        'DATAFEED_AUDITS SSA995/SSA996/STA080 - AMENDMENTS SENT'.
    03  FILLER		  PIC  X(64) VALUE
        'RUN DATE     MODULE    WINDOW FROM  WINDOW TO    CERT NO    EVEN'.
    03  FILLER		  PIC  X(64) VALUE
        'T'.
    03  FILLER		  PIC  X(60) VALUE
        'CENTRE_SUCCESSOR_AUDITS - MOVES TO A SUCCESSOR CENTRE'.
    03  FILLER		  PIC  X(64) VALUE
        'MOVED        OLD CENTRE  NEW CENTRE  OBJECT      BY'.
    03  FILLER		  PIC  X(64) VALUE SPACES.
*
01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
    03  WS-SRC-ENTRY OCCURS 27.
        05  WS-SRC-NAME		  PIC  X(60).
        05  WS-SRC-HEAD		  PIC  X(128).
*
01  WS-SOURCE-COUNTS.
    03  WS-SRC-COUNT		  PIC S9(09) COMP OCCURS 27.
*
01  WS-EXTRACT-REPORT.
    03 WS-XR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-XR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP102'.
    03 WS-XR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(40) VALUE
	  'SUBJECT ACCESS REQUEST - EXTRACT'.
    03 WS-XR-CASE-LINE.
	05 FILLER		PIC X(17) VALUE 'CASE REFERENCE : '.
	05 WS-XR-C-CASE		PIC X(12).
    03 WS-XR-REG-LINE.
	05 FILLER		PIC X(22) VALUE
	  'REGISTRATION NUMBER : '.
	05 WS-XR-R-REG-NO	PIC X(07).
    03 WS-XR-SOURCE-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-XR-S-NO		PIC Z9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-XR-S-NAME		PIC X(60).
    03 WS-XR-COL-HEAD.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-XR-CH-HEAD	PIC X(128).
    03 WS-XR-DETAIL.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-XR-D-LINE		PIC X(128).
    03 WS-XR-FIELD-LINE.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 WS-XR-F-LABEL	PIC X(28).
	05 WS-XR-F-VALUE	PIC X(65).
    03 WS-XR-NOTHING-LINE.
	05 FILLER		PIC X(03) VALUE SPACES.
	05 FILLER		PIC X(12) VALUE 'NOTHING HELD'.
    03 WS-XR-END-LINE.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(20) VALUE
	  '*** END OF EXTRACT'.
	05 FILLER		PIC X(03) VALUE '***'.
*
01  WS-COVER-REPORT.
    03 WS-CR-HEAD-1.
        05 FILLER		PIC X(11) VALUE 'Run Date :'.
	05 WS-CR-H1-RUN-DATE	PIC X(11).
	05 FILLER		PIC X(77) VALUE SPACES.
	05 FILLER		PIC X(6)  VALUE 'STP102'.
    03 WS-CR-HEAD-2.
	05 FILLER		PIC X(30) VALUE SPACES.
	05 FILLER		PIC X(40) VALUE
	  'SUBJECT ACCESS REQUEST - COVER SHEET'.
    03 WS-CR-CASE-LINE.
	05 FILLER		PIC X(22) VALUE
	  'CASE REFERENCE      : '.
	05 WS-CR-C-CASE		PIC X(12).
    03 WS-CR-KEY-LINE.
	05 FILLER		PIC X(22) VALUE
	  'SEARCHED ON         : '.
	05 WS-CR-K-TYPE		PIC X(21).
	05 WS-CR-K-KEY		PIC X(10).
    03 WS-CR-REG-LINE.
	05 FILLER		PIC X(22) VALUE
	  'REGISTRATION        : '.
	05 WS-CR-R-REG-NO	PIC X(07).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-R-STATUS	PIC X(40).
    03 WS-CR-NONE-LINE.
	05 FILLER		PIC X(22) VALUE
	  'REGISTRATION        : '.
	05 FILLER		PIC X(70) VALUE
	  'NONE FOUND FOR THE ULN - ONLY STUDENTS AND STUDENTS@ARCA SEARCHED'.
    03 WS-CR-SECTION-HEAD.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-SH-DESC	PIC X(70).
    03 WS-CR-SRC-COLS.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(04) VALUE 'NO'.
	05 FILLER		PIC X(62) VALUE 'SOURCE'.
	05 FILLER		PIC X(10) VALUE '    ROWS'.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 FILLER		PIC X(20) VALUE 'RESULT'.
    03 WS-CR-SRC-DETAIL.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 WS-CR-D-NO		PIC Z9.
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-D-NAME		PIC X(60).
	05 FILLER		PIC X(02) VALUE SPACES.
	05 WS-CR-D-COUNT	PIC Z(7)9.
	05 FILLER		PIC X(04) VALUE SPACES.
	05 WS-CR-D-RESULT	PIC X(20).
    03 WS-CR-FOOT-LINE.
	05 FILLER		PIC X(01) VALUE SPACE.
	05 FILLER		PIC X(60) VALUE
	  'EVERY SOURCE ABOVE WAS SEARCHED FOR EVERY REGISTRATION'.
	05 FILLER		PIC X(20) VALUE
	  ' LISTED.'.
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

        PERFORM B-FIND-REGISTRATIONS.

        PERFORM
          VARYING WS01-REG-INDEX
          FROM 1 BY 1
          UNTIL WS01-REG-INDEX > WS01-REG-COUNT
            MOVE    DS01-REG-NO(WS01-REG-INDEX)  TO  WS-REG-NO
            PERFORM C-EXTRACT-REGISTRATION
        END-PERFORM.

        PERFORM E-WRITE-COVER-SHEET.

        PERFORM D-TERMINATE.
*
MAIN-EXIT.
*
        STOP RUN.
*
A-INITIALISE SECTION.
**********************************************************************
*
*       Accept and check the parameters, open the files, log on to
*       Oracle and print the extract headings.
*
**********************************************************************
A-START.
*
    	ACCEPT WS-KEY-TYPE-PARM.
    	ACCEPT WS-KEY-PARM.
    	ACCEPT WS-CASE-PARM.
*
        DISPLAY "PARAMETERS".
        DISPLAY WS-KEY-TYPE-PARM.
        DISPLAY WS-KEY-PARM.
        DISPLAY WS-CASE-PARM.
*
	IF WS-KEY-TYPE-PARM = 'r'
	  MOVE 'R' TO WS-KEY-TYPE-PARM
	END-IF.
	IF WS-KEY-TYPE-PARM = 'u'
	  MOVE 'U' TO WS-KEY-TYPE-PARM
	END-IF.
*
        OPEN    OUTPUT  EXTRACT-REP.
        OPEN    OUTPUT  COVER-REP.
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
            SELECT TO_CHAR(SYSDATE,'DD-MON-YYYY')
              INTO WS-RUN-DATE
              FROM DUAL
	END-EXEC.
*
        IF  WS-KEY-TYPE-PARM NOT = 'R' AND 'U'
            MOVE "A: KEY TYPE MUST BE R (REG NO) OR U (ULN)"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        IF  WS-KEY-PARM = SPACES
            MOVE "A: NO REGISTRATION NUMBER OR ULN GIVEN"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        IF  WS-CASE-PARM = SPACES
            MOVE "A: NO SUBJECT ACCESS CASE REFERENCE GIVEN"
                                   TO  WS01-ERR-MESSAGE
            PERFORM ZZ-ABORT
        END-IF.
*
        MOVE    WS-KEY-TYPE-PARM   TO  WS-KEY-TYPE.
        MOVE    WS-KEY-PARM        TO  WS-KEY.
*
        PERFORM
          VARYING WS01-SOURCE
          FROM 1 BY 1
          UNTIL WS01-SOURCE > 27
            MOVE    ZERO           TO  WS-SRC-COUNT(WS01-SOURCE)
        END-PERFORM.
*
	MOVE WS-RUN-DATE TO WS-XR-H1-RUN-DATE.
	MOVE WS-XR-HEAD-1 TO EXTRACT-RECORD.
	WRITE EXTRACT-RECORD AFTER PAGE.
	MOVE WS-XR-HEAD-2 TO EXTRACT-RECORD.
	WRITE EXTRACT-RECORD AFTER 2.
	MOVE WS-CASE-PARM TO WS-XR-C-CASE.
	MOVE WS-XR-CASE-LINE TO EXTRACT-RECORD.
	WRITE EXTRACT-RECORD AFTER 2.
*
A-EXIT.
*
        EXIT.
*
B-FIND-REGISTRATIONS SECTION.
**********************************************************************
*
*       Build the list of registrations to extract.  A registration
*       number is taken as given; a ULN is resolved to every
*       registration carrying it on STUDENTS or STUDENTS@ARCA,
*       deleted students included.
*
**********************************************************************
B-START.
*
        IF  WS-KEY-TYPE = 'R'
            MOVE    1              TO  WS01-REG-COUNT
            MOVE    WS-KEY         TO  DS01-REG-NO(1)
            GO TO B-EXIT
        END-IF.
*
        EXEC SQL
            DECLARE GET_REGISTRATIONS CURSOR FOR
            SELECT  ST_REG_NO
              FROM  STUDENTS
             WHERE  ST_ULN = :WS-KEY
            UNION
            SELECT  ST_REG_NO
              FROM  STUDENTS@ARCA
             WHERE  ST_ULN = :WS-KEY
             ORDER BY 1
        END-EXEC.
*
        MOVE   "B: ERROR OPENING REGISTRATIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_REGISTRATIONS
        END-EXEC.
*
        MOVE   "B: ERROR FETCHING REGISTRATIONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_REGISTRATIONS
             INTO  :DS01-REG-NO
        END-EXEC.
*
        MOVE    SQLERRD(3)         TO  WS01-REG-COUNT.
*
        MOVE   "B: ERROR CLOSING REGISTRATIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_REGISTRATIONS
        END-EXEC.
*
        IF  WS01-REG-COUNT = ZERO
            PERFORM
              VARYING WS01-SOURCE
              FROM 1 BY 1
              UNTIL WS01-SOURCE > 2
                MOVE    WS01-SOURCE    TO  WS-XR-S-NO
                MOVE    WS-SRC-NAME(WS01-SOURCE)
                                       TO  WS-XR-S-NAME
                MOVE    WS-XR-SOURCE-LINE
                                       TO  EXTRACT-RECORD
                WRITE   EXTRACT-RECORD AFTER 2
                MOVE    WS-XR-NOTHING-LINE
                                       TO  EXTRACT-RECORD
                WRITE   EXTRACT-RECORD
            END-PERFORM
        END-IF.
*
B-EXIT.
*
        EXIT.
*
C-EXTRACT-REGISTRATION SECTION.
**********************************************************************
*
*       Extract one registration: a new page, then every source in
*       turn.
*
**********************************************************************
C-START.
*
	MOVE WS-REG-NO TO WS-XR-R-REG-NO.
	MOVE WS-XR-REG-LINE TO EXTRACT-RECORD.
	WRITE EXTRACT-RECORD AFTER PAGE.
*
        PERFORM CA-STUDENT-RECORD.
        PERFORM CAA-ARCHIVED-STUDENT.
        PERFORM CB-REJECTIONS.
        PERFORM CC-RUN-BLOCKS.
        PERFORM CD-CLEARED-BLOCKS.
        PERFORM CE-DEFERRALS.
        PERFORM CF-DEFERRAL-HISTORY.
        PERFORM CG-CERTIFICATES.
        PERFORM CH-STATIONERY.
        PERFORM CI-NAME-CHANGES.
        PERFORM CJ-PENDING-REPRINTS.
        PERFORM CK-REPRINT-HISTORY.
        PERFORM CL-REPRINT-FEES.
        PERFORM CM-VOID-AUDITS.
        PERFORM CN-VERIFY-QUERIES.
        PERFORM CO-OFQUAL-FEEDS.
        PERFORM CP-LRS-SUBMISSIONS.
        PERFORM CQ-DESPATCHES.
        PERFORM CR-DUPLICATE-REFERRALS.
        PERFORM CS-RESULT-APPEALS.
        PERFORM CT-ULN-REQUESTS.
        PERFORM CU-COA-LETTERS.
        PERFORM CV-REPRINT-REFERRALS.
        PERFORM CW-CERT-EXPIRY.
        PERFORM CX-BODY-MEMBERS.
        PERFORM CY-AMENDMENTS.
        PERFORM CZ-SUCCESSOR-MOVES.
*
C-EXIT.
*
        EXIT.
*
CA-STUDENT-RECORD SECTION.
**********************************************************************
*
*       The STUDENTS row itself: personal, registration and award
*       details, one field to a line.
*
**********************************************************************
CA-START.
*
        MOVE    1                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        MOVE   "CA: ERROR COUNTING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-STUDENT-COUNT
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.
*
        IF  WS-STUDENT-COUNT = ZERO
            GO TO CA-020
        END-IF.
*
        MOVE   "CA: ERROR SELECTING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(ST_SURNAME,' '),
                   NVL(ST_FORENAMES,' '),
                   NVL(ST_CERT_NAME,' '),
                   NVL(TO_CHAR(ST_BIRTH_DATE,'DD-MON-YYYY'),' '),
                   NVL(ST_SEX,' '),
                   NVL(ST_ULN,' '),
                   NVL(ST_ADDRESS_1,' '),
                   NVL(ST_ADDRESS_2,' '),
                   NVL(ST_ADDRESS_3,' '),
                   NVL(ST_POST_CODE,' '),
                   NVL(ST_CENTRE_ID,' '),
                   NVL(CN_CENTRE_NAME,' '),
                   NVL(TO_CHAR(ST_COURSE_ID),' '),
                   NVL(ST_REG_TYPE,' '),
                   NVL(TO_CHAR(ST_REG_DATE,'DD-MON-YYYY'),' '),
                   NVL(ST_AWARD_ELIG,' '),
                   NVL(ST_AWARD_CODE,' '),
                   NVL(ST_CERT_NO,' '),
                   NVL(TO_CHAR(ST_AWARD_ISSUE,'DD-MON-YYYY'),' '),
                   NVL(TO_CHAR(ST_GNVQ_CERTIFICATE_DISP_DATE,
                               'DD-MON-YYYY'),' '),
                   NVL(TO_CHAR(ST_NVQ_CERTIFICATE_PRINT_DATE,
                               'DD-MON-YYYY'),' '),
                   NVL(ST_DELETE,'N')
              INTO :WS-ST-SURNAME,
                   :WS-ST-FORENAMES,
                   :WS-ST-CERT-NAME,
                   :WS-ST-BIRTH-DATE,
                   :WS-ST-SEX,
                   :WS-ST-ULN,
                   :WS-ST-ADDRESS-1,
                   :WS-ST-ADDRESS-2,
                   :WS-ST-ADDRESS-3,
                   :WS-ST-POST-CODE,
                   :WS-ST-CENTRE-ID,
                   :WS-ST-CENTRE-NAME,
                   :WS-ST-COURSE-ID,
                   :WS-ST-REG-TYPE,
                   :WS-ST-REG-DATE,
                   :WS-ST-AWARD-ELIG,
                   :WS-ST-AWARD-CODE,
                   :WS-ST-CERT-NO,
                   :WS-ST-AWARD-ISSUE,
                   :WS-ST-GNVQ-DISP,
                   :WS-ST-NVQ-PRINT,
                   :WS-ST-DELETE
              FROM STUDENTS,
                   CENTRES
             WHERE ST_REG_NO       = :WS-REG-NO
               AND CN_CENTRE_ID(+) = ST_CENTRE_ID
        END-EXEC.
*
        PERFORM ZE-WRITE-STUDENT.
*
        MOVE    1                  TO  WS01-SOURCE-ROWS.
CA-020.
        PERFORM ZD-END-SOURCE.
*
CA-EXIT.
*
        EXIT.
*
CAA-ARCHIVED-STUDENT SECTION.
**********************************************************************
*
*       The student row on the archive database, for a registration
*       moved there: the same details as STUDENTS, one field to a
*       line.  The centre name is the live centre's.
*
**********************************************************************
CAA-START.
*
        MOVE    2                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        MOVE   "CAA: ERROR COUNTING STUDENTS@ARCA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-STUDENT-COUNT
              FROM STUDENTS@ARCA
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.
*
        IF  WS-STUDENT-COUNT = ZERO
            GO TO CAA-020
        END-IF.
*
        MOVE   "CAA: ERROR SELECTING STUDENTS@ARCA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT NVL(ST_SURNAME,' '),
                   NVL(ST_FORENAMES,' '),
                   NVL(ST_CERT_NAME,' '),
                   NVL(TO_CHAR(ST_BIRTH_DATE,'DD-MON-YYYY'),' '),
                   NVL(ST_SEX,' '),
                   NVL(ST_ULN,' '),
                   NVL(ST_ADDRESS_1,' '),
                   NVL(ST_ADDRESS_2,' '),
                   NVL(ST_ADDRESS_3,' '),
                   NVL(ST_POST_CODE,' '),
                   NVL(ST_CENTRE_ID,' '),
                   NVL(CN_CENTRE_NAME,' '),
                   NVL(TO_CHAR(ST_COURSE_ID),' '),
                   NVL(ST_REG_TYPE,' '),
                   NVL(TO_CHAR(ST_REG_DATE,'DD-MON-YYYY'),' '),
                   NVL(ST_AWARD_ELIG,' '),
                   NVL(ST_AWARD_CODE,' '),
                   NVL(ST_CERT_NO,' '),
                   NVL(TO_CHAR(ST_AWARD_ISSUE,'DD-MON-YYYY'),' '),
                   NVL(TO_CHAR(ST_GNVQ_CERTIFICATE_DISP_DATE,
                               'DD-MON-YYYY'),' '),
                   NVL(TO_CHAR(ST_NVQ_CERTIFICATE_PRINT_DATE,
                               'DD-MON-YYYY'),' '),
                   NVL(ST_DELETE,'N')
              INTO :WS-ST-SURNAME,
                   :WS-ST-FORENAMES,
                   :WS-ST-CERT-NAME,
                   :WS-ST-BIRTH-DATE,
                   :WS-ST-SEX,
                   :WS-ST-ULN,
                   :WS-ST-ADDRESS-1,
                   :WS-ST-ADDRESS-2,
                   :WS-ST-ADDRESS-3,
                   :WS-ST-POST-CODE,
                   :WS-ST-CENTRE-ID,
                   :WS-ST-CENTRE-NAME,
                   :WS-ST-COURSE-ID,
                   :WS-ST-REG-TYPE,
                   :WS-ST-REG-DATE,
                   :WS-ST-AWARD-ELIG,
                   :WS-ST-AWARD-CODE,
                   :WS-ST-CERT-NO,
                   :WS-ST-AWARD-ISSUE,
                   :WS-ST-GNVQ-DISP,
                   :WS-ST-NVQ-PRINT,
                   :WS-ST-DELETE
              FROM STUDENTS@ARCA,
                   CENTRES
             WHERE ST_REG_NO       = :WS-REG-NO
               AND CN_CENTRE_ID(+) = ST_CENTRE_ID
        END-EXEC.
*
        PERFORM ZE-WRITE-STUDENT.
*
        MOVE    1                  TO  WS01-SOURCE-ROWS.
CAA-020.
        PERFORM ZD-END-SOURCE.
*
CAA-EXIT.
*
        EXIT.
*
CB-REJECTIONS SECTION.
**********************************************************************
*
*       Rejection history: every awards run that rejected the
*       registration, with the reason code and flags.
*
**********************************************************************
CB-START.
*
        MOVE    3                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_REJECTIONS CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(BRS_RUN_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(BRS_PROG_NO),' '),8)||
                    RPAD(NVL(TO_CHAR(BRS_CENTRE_NO),' '),8)||
                    RPAD(NVL(TO_CHAR(BRS_COURSE_NO),' '),10)||
                    RPAD(NVL(BRS_AWARD_CODE,' '),7)||
                    RPAD(NVL(BRS_REASON_CODE,' '),8)||
                    NVL(BRS_REASON_FLAGS,' ')
              FROM  BTEC_REJECTED_STUDENTS
             WHERE  BRS_REG_NO = :WS-REG-NO
             ORDER BY BRS_RUN_DATE
        END-EXEC.
*
        MOVE   "CB: ERROR OPENING REJECTIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_REJECTIONS
        END-EXEC.
*
        PERFORM CBA-FETCH-REJECTIONS
          UNTIL WS01-EOF.
*
        MOVE   "CB: ERROR CLOSING REJECTIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_REJECTIONS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CB-EXIT.
*
        EXIT.
*
CBA-FETCH-REJECTIONS SECTION.
**********************************************************************
*
*       Get a set of rejections and write them to the extract.
*
**********************************************************************
CBA-START.
*
        MOVE   "CBA: ERROR FETCHING REJECTIONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_REJECTIONS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CBA-EXIT.
*
        EXIT.
*
CC-RUN-BLOCKS SECTION.
**********************************************************************
*
*       Awards run blocks, open and cleared.
*
**********************************************************************
CC-START.
*
        MOVE    4                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_RUN_BLOCKS CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(BARB_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(BARB_REASON_CODE,' '),8)||
                    RPAD(NVL(BARB_CLEARED_IND,' '),9)||
                    RPAD(NVL(TO_CHAR(BARB_CLEARED_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    RPAD(NVL(TO_CHAR(BARB_DECISION_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    NVL(BARB_CLEARED_USER,' ')
              FROM  BNM_AWARDS_RUN_BLOCKS
             WHERE  BARB_REG_NO = :WS-REG-NO
             ORDER BY BARB_DATE
        END-EXEC.
*
        MOVE   "CC: ERROR OPENING RUN BLOCKS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_RUN_BLOCKS
        END-EXEC.
*
        PERFORM CCA-FETCH-RUN-BLOCKS
          UNTIL WS01-EOF.
*
        MOVE   "CC: ERROR CLOSING RUN BLOCKS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_RUN_BLOCKS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CC-EXIT.
*
        EXIT.
*
CCA-FETCH-RUN-BLOCKS SECTION.
**********************************************************************
*
*       Get a set of run blocks and write them to the extract.
*
**********************************************************************
CCA-START.
*
        MOVE   "CCA: ERROR FETCHING RUN BLOCKS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_RUN_BLOCKS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CCA-EXIT.
*
        EXIT.
*
CD-CLEARED-BLOCKS SECTION.
**********************************************************************
*
*       Blocks cleared and archived by the awards run.
*
**********************************************************************
CD-START.
*
        MOVE    5                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_CLEARED_BLOCKS CURSOR FOR
            SELECT  RPAD(NVL(BCH_CENTRE_ID,' '),8)||
                    RPAD(NVL(BCH_REASON_CODE,' '),8)||
                    RPAD(NVL(TO_CHAR(BCH_BLOCK_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(BCH_CLEARED_DATE,'DD-MON-YYYY'),' '),
                             13)||
                    RPAD(NVL(TO_CHAR(BCH_CAPTURE_DATE,'DD-MON-YYYY'),' '),
                             13)||
                    NVL(BCH_CLEARED_USER,' ')
              FROM  BARB_CLEARANCE_HIST
             WHERE  BCH_REG_NO = :WS-REG-NO
             ORDER BY BCH_BLOCK_DATE
        END-EXEC.
*
        MOVE   "CD: ERROR OPENING CLEARED BLOCKS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_CLEARED_BLOCKS
        END-EXEC.
*
        PERFORM CDA-FETCH-CLEARED-BLOCKS
          UNTIL WS01-EOF.
*
        MOVE   "CD: ERROR CLOSING CLEARED BLOCKS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_CLEARED_BLOCKS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CD-EXIT.
*
        EXIT.
*
CDA-FETCH-CLEARED-BLOCKS SECTION.
**********************************************************************
*
*       Get a set of cleared blocks and write them to the extract.
*
**********************************************************************
CDA-START.
*
        MOVE   "CDA: ERROR FETCHING CLEARED BLOCKS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_CLEARED_BLOCKS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CDA-EXIT.
*
        EXIT.
*
CE-DEFERRALS SECTION.
**********************************************************************
*
*       Deferrals holding the learner back: those naming the
*       registration, and course or centre-wide deferrals covering
*       the learner's course and centre.
*
**********************************************************************
CE-START.
*
        MOVE    6                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_DEFERRALS CURSOR FOR
            SELECT  RPAD(NVL(DECODE(DEFA_ST_REG_NO,NULL,
                             DECODE(DEFA_COURSE_ID,NULL,'CENTRE',
                             'COURSE'),'LEARNER'),' '),9)||
                    RPAD(NVL(DEFA_CENTRE_ID,' '),8)||
                    RPAD(NVL(DEFA_COURSE_ID,' '),10)||
                    RPAD(NVL(DEFA_REASON_CODE,' '),8)||
                    RPAD(NVL(TO_CHAR(DEFA_DATE,'DD-MON-YYYY'),' '),13)||
                    NVL(SUBSTR(DEFA_COMMENT,1,60),' ')
              FROM  DEFERRED_AWARDS,
                    STUDENTS
             WHERE  ST_REG_NO = :WS-REG-NO
               AND  (DEFA_ST_REG_NO = ST_REG_NO
               OR    (DEFA_ST_REG_NO IS NULL
               AND  DEFA_CENTRE_ID = ST_CENTRE_ID
               AND  (DEFA_COURSE_ID IS NULL
               OR    DEFA_COURSE_ID = ST_COURSE_ID)))
             ORDER BY DEFA_DATE
        END-EXEC.
*
        MOVE   "CE: ERROR OPENING DEFERRALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_DEFERRALS
        END-EXEC.
*
        PERFORM CEA-FETCH-DEFERRALS
          UNTIL WS01-EOF.
*
        MOVE   "CE: ERROR CLOSING DEFERRALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_DEFERRALS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CE-EXIT.
*
        EXIT.
*
CEA-FETCH-DEFERRALS SECTION.
**********************************************************************
*
*       Get a set of deferrals and write them to the extract.
*
**********************************************************************
CEA-START.
*
        MOVE   "CEA: ERROR FETCHING DEFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_DEFERRALS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CEA-EXIT.
*
        EXIT.
*
CF-DEFERRAL-HISTORY SECTION.
**********************************************************************
*
*       Deferrals added and removed for the registration.
*
**********************************************************************
CF-START.
*
        MOVE    7                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_DEFERRAL_HIST CURSOR FOR
            SELECT  RPAD(NVL(DAAU_ACTION,' '),8)||
                    RPAD(NVL(DAAU_CENTRE_ID,' '),8)||
                    RPAD(NVL(DAAU_COURSE_ID,' '),10)||
                    RPAD(NVL(DAAU_REASON_CODE,' '),8)||
                    RPAD(NVL(TO_CHAR(DAAU_DATE,'DD-MON-YYYY'),' '),13)||
                    NVL(SUBSTR(DAAU_COMMENT,1,60),' ')
              FROM  DEFERRED_AWARDS_AUDITS
             WHERE  DAAU_ST_REG_NO = :WS-REG-NO
             ORDER BY DAAU_DATE
        END-EXEC.
*
        MOVE   "CF: ERROR OPENING DEFERRAL HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_DEFERRAL_HIST
        END-EXEC.
*
        PERFORM CFA-FETCH-DEFERRAL-HIST
          UNTIL WS01-EOF.
*
        MOVE   "CF: ERROR CLOSING DEFERRAL HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_DEFERRAL_HIST
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CF-EXIT.
*
        EXIT.
*
CFA-FETCH-DEFERRAL-HIST SECTION.
**********************************************************************
*
*       Get a set of deferral audits and write them to the extract.
*
**********************************************************************
CFA-START.
*
        MOVE   "CFA: ERROR FETCHING DEFERRAL HISTORY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_DEFERRAL_HIST
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CFA-EXIT.
*
        EXIT.
*
CG-CERTIFICATES SECTION.
**********************************************************************
*
*       Every certificate number issued to the registration, live,
*       voided or revoked.
*
**********************************************************************
CG-START.
*
        MOVE    8                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_CERTIFICATES CURSOR FOR
            SELECT  RPAD(NVL(CREG_CERT_NO,' '),11)||
                    RPAD(NVL(DECODE(CREG_STATUS,'L','LIVE','V','VOIDED',
                             'R','REVOKED',CREG_STATUS),' '),9)||
                    RPAD(NVL(CREG_CENTRE_ID,' '),8)||
                    RPAD(NVL(CREG_AWARD_CODE,' '),7)||
                    RPAD(NVL(TO_CHAR(CREG_ISSUE_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(CREG_VOID_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(CREG_REVOKE_DATE,'DD-MON-YYYY'),' '),
                             13)||
                    RPAD(NVL(CREG_REVOKE_CASE,' '),14)||
                    NVL(SUBSTR(CREG_REVOKE_REASON,1,30),' ')
              FROM  CERT_NO_REGISTRY
             WHERE  CREG_ST_REG_NO = :WS-REG-NO
             ORDER BY CREG_ISSUE_DATE
        END-EXEC.
*
        MOVE   "CG: ERROR OPENING CERTIFICATES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_CERTIFICATES
        END-EXEC.
*
        PERFORM CGA-FETCH-CERTIFICATES
          UNTIL WS01-EOF.
*
        MOVE   "CG: ERROR CLOSING CERTIFICATES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_CERTIFICATES
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CG-EXIT.
*
        EXIT.
*
CGA-FETCH-CERTIFICATES SECTION.
**********************************************************************
*
*       Get a set of certificates and write them to the extract.
*
**********************************************************************
CGA-START.
*
        MOVE   "CGA: ERROR FETCHING CERTIFICATES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_CERTIFICATES
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CGA-EXIT.
*
        EXIT.
*
CH-STATIONERY SECTION.
**********************************************************************
*
*       The stationery serial each of the learner's certificates
*       was printed on, as confirmed by the print bureau.
*
**********************************************************************
CH-START.
*
        MOVE    9                  TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_STATIONERY CURSOR FOR
            SELECT  RPAD(NVL(CSSE_CERT_NO,' '),11)||
                    RPAD(NVL(CSSE_SERIAL_NO,' '),12)||
                    RPAD(NVL(TO_CHAR(CSSE_RUN_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(CSSE_BUREAU_REF,' '),14)||
                    NVL(CSSE_RD_NAME,' ')
              FROM  CERT_STATIONERY_SERIALS
             WHERE  CSSE_CERT_NO IN
                    (SELECT CREG_CERT_NO
              FROM CERT_NO_REGISTRY
             WHERE CREG_ST_REG_NO = :WS-REG-NO
                    UNION
                    SELECT ST_CERT_NO
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO)
             ORDER BY CSSE_RUN_DATE
        END-EXEC.
*
        MOVE   "CH: ERROR OPENING STATIONERY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_STATIONERY
        END-EXEC.
*
        PERFORM CHA-FETCH-STATIONERY
          UNTIL WS01-EOF.
*
        MOVE   "CH: ERROR CLOSING STATIONERY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_STATIONERY
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CH-EXIT.
*
        EXIT.
*
CHA-FETCH-STATIONERY SECTION.
**********************************************************************
*
*       Get a set of stationery serials and write them to the extract.
*
**********************************************************************
CHA-START.
*
        MOVE   "CHA: ERROR FETCHING STATIONERY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_STATIONERY
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CHA-EXIT.
*
        EXIT.
*
CI-NAME-CHANGES SECTION.
**********************************************************************
*
*       Amendments to the name the certificate prints with.
*
**********************************************************************
CI-START.
*
        MOVE    10                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_NAME_CHANGES CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(CNAU_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(CNAU_FIELD,' '),12)||
                    RPAD(NVL(SUBSTR(CNAU_OLD_VALUE,1,34),' '),36)||
                    RPAD(NVL(SUBSTR(CNAU_NEW_VALUE,1,34),' '),36)||
                    RPAD(NVL(CNAU_REASON_CODE,' '),4)||
                    NVL(CNAU_REPRINT_IND,' ')
              FROM  CERT_NAME_AUDITS
             WHERE  CNAU_ST_REG_NO = :WS-REG-NO
             ORDER BY CNAU_DATE
        END-EXEC.
*
        MOVE   "CI: ERROR OPENING NAME CHANGES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_NAME_CHANGES
        END-EXEC.
*
        PERFORM CIA-FETCH-NAME-CHANGES
          UNTIL WS01-EOF.
*
        MOVE   "CI: ERROR CLOSING NAME CHANGES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_NAME_CHANGES
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CI-EXIT.
*
        EXIT.
*
CIA-FETCH-NAME-CHANGES SECTION.
**********************************************************************
*
*       Get a set of name changes and write them to the extract.
*
**********************************************************************
CIA-START.
*
        MOVE   "CIA: ERROR FETCHING NAME CHANGES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_NAME_CHANGES
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CIA-EXIT.
*
        EXIT.
*
CJ-PENDING-REPRINTS SECTION.
**********************************************************************
*
*       Reprint requests not yet run whose range covers the
*       registration.
*
**********************************************************************
CJ-START.
*
        MOVE    11                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_PENDING_REPRINTS CURSOR FOR
            SELECT  RPAD(NVL(ARC_FIRST_REG_NO,' '),10)||
                    RPAD(NVL(ARC_LAST_REG_NO,' '),10)||
                    RPAD(NVL(ARC_REPRINT_TYPE,' '),6)||
                    RPAD(NVL(TO_CHAR(ARC_AWARD_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(ARC_REPRINT_CHARGE),' '),8)||
                    NVL(SUBSTR(ARC_COMMENT,1,60),' ')
              FROM  ALL_REPRINT_CRITERIA
             WHERE  :WS-REG-NO BETWEEN ARC_FIRST_REG_NO
               AND ARC_LAST_REG_NO
             ORDER BY ARC_FIRST_REG_NO
        END-EXEC.
*
        MOVE   "CJ: ERROR OPENING PENDING REPRINTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_PENDING_REPRINTS
        END-EXEC.
*
        PERFORM CJA-FETCH-PENDING-REPRINTS
          UNTIL WS01-EOF.
*
        MOVE   "CJ: ERROR CLOSING PENDING REPRINTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_PENDING_REPRINTS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CJ-EXIT.
*
        EXIT.
*
CJA-FETCH-PENDING-REPRINTS SECTION.
**********************************************************************
*
*       Get a set of pending reprints and write them to the extract.
*
**********************************************************************
CJA-START.
*
        MOVE   "CJA: ERROR FETCHING PENDING REPRINTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_PENDING_REPRINTS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CJA-EXIT.
*
        EXIT.
*
CK-REPRINT-HISTORY SECTION.
**********************************************************************
*
*       Reprints run whose range covered the registration.
*
**********************************************************************
CK-START.
*
        MOVE    12                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_REPRINT_HIST CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(ARCH_RUN_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(ARCH_FIRST_REG_NO,' '),10)||
                    RPAD(NVL(ARCH_LAST_REG_NO,' '),10)||
                    RPAD(NVL(ARCH_REPRINT_TYPE,' '),6)||
                    RPAD(NVL(TO_CHAR(ARCH_REPRINT_CHARGE),' '),8)||
                    NVL(SUBSTR(ARCH_COMMENT,1,60),' ')
              FROM  ALL_REPRINT_CRITERIA_HIST
             WHERE  :WS-REG-NO BETWEEN ARCH_FIRST_REG_NO
               AND ARCH_LAST_REG_NO
             ORDER BY ARCH_RUN_DATE
        END-EXEC.
*
        MOVE   "CK: ERROR OPENING REPRINT HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_REPRINT_HIST
        END-EXEC.
*
        PERFORM CKA-FETCH-REPRINT-HIST
          UNTIL WS01-EOF.
*
        MOVE   "CK: ERROR CLOSING REPRINT HISTORY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_REPRINT_HIST
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CK-EXIT.
*
        EXIT.
*
CKA-FETCH-REPRINT-HIST SECTION.
**********************************************************************
*
*       Get a set of archived reprints and write them to the extract.
*
**********************************************************************
CKA-START.
*
        MOVE   "CKA: ERROR FETCHING REPRINT HISTORY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_REPRINT_HIST
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CKA-EXIT.
*
        EXIT.
*
CL-REPRINT-FEES SECTION.
**********************************************************************
*
*       Fees raised for the learner's reprints.
*
**********************************************************************
CL-START.
*
        MOVE    13                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_REPRINT_FEES CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(RCFE_ID),' '),12)||
                    RPAD(NVL(RCFE_STATUS,' '),8)||
                    RPAD(NVL(TO_CHAR(RCFE_REPRINT_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    RPAD(NVL(TO_CHAR(RCFE_UPDATE_DATE,'DD-MON-YYYY'),' '),
                             13)||
                    NVL(RCFE_UPDATE_USER,' ')
              FROM  REPRINT_CERTIFICATE_FEES
             WHERE  RCFE_ST_REG_NO = :WS-REG-NO
             ORDER BY RCFE_ID
        END-EXEC.
*
        MOVE   "CL: ERROR OPENING REPRINT FEES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_REPRINT_FEES
        END-EXEC.
*
        PERFORM CLA-FETCH-REPRINT-FEES
          UNTIL WS01-EOF.
*
        MOVE   "CL: ERROR CLOSING REPRINT FEES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_REPRINT_FEES
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CL-EXIT.
*
        EXIT.
*
CLA-FETCH-REPRINT-FEES SECTION.
**********************************************************************
*
*       Get a set of reprint fees and write them to the extract.
*
**********************************************************************
CLA-START.
*
        MOVE   "CLA: ERROR FETCHING REPRINT FEES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_REPRINT_FEES
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CLA-EXIT.
*
        EXIT.
*
CM-VOID-AUDITS SECTION.
**********************************************************************
*
*       Certificates voided for the registration.
*
**********************************************************************
CM-START.
*
        MOVE    14                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_VOID_AUDITS CURSOR FOR
            SELECT  RPAD(NVL(CVAU_CERT_NO,' '),11)||
                    RPAD(NVL(CVAU_CENTRE_ID,' '),8)||
                    RPAD(NVL(CVAU_AWARD_CODE,' '),7)||
                    RPAD(NVL(TO_CHAR(CVAU_ISSUE_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(CVAU_VOID_DATE,'DD-MON-YYYY'),' '),13)||
                    NVL(CVAU_PROG_NO,' ')
              FROM  CERT_VOID_AUDITS
             WHERE  CVAU_ST_REG_NO = :WS-REG-NO
             ORDER BY CVAU_VOID_DATE
        END-EXEC.
*
        MOVE   "CM: ERROR OPENING VOID AUDITS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_VOID_AUDITS
        END-EXEC.
*
        PERFORM CMA-FETCH-VOID-AUDITS
          UNTIL WS01-EOF.
*
        MOVE   "CM: ERROR CLOSING VOID AUDITS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_VOID_AUDITS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CM-EXIT.
*
        EXIT.
*
CMA-FETCH-VOID-AUDITS SECTION.
**********************************************************************
*
*       Get a set of void audits and write them to the extract.
*
**********************************************************************
CMA-START.
*
        MOVE   "CMA: ERROR FETCHING VOID AUDITS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_VOID_AUDITS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CMA-EXIT.
*
        EXIT.
*
CN-VERIFY-QUERIES SECTION.
**********************************************************************
*
*       Verification service queries STP085 matched to the
*       registration, with the name presented and the verdict.
*
**********************************************************************
CN-START.
*
        MOVE    15                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_VERIFY_QUERIES CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(CVQY_QUERY_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(CVQY_CERT_NO,' '),11)||
                    RPAD(NVL(CVQY_VERDICT,' '),14)||
                    RPAD(NVL(CVQY_REISSUED,' '),10)||
                    NVL(CVQY_NAME_PRESENTED,' ')
              FROM  CERT_VERIFY_QUERIES
             WHERE  CVQY_ST_REG_NO = :WS-REG-NO
             ORDER BY CVQY_QUERY_DATE
        END-EXEC.
*
        MOVE   "CN: ERROR OPENING VERIFY QUERIES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_VERIFY_QUERIES
        END-EXEC.
*
        PERFORM CNA-FETCH-VERIFY-QUERIES
          UNTIL WS01-EOF.
*
        MOVE   "CN: ERROR CLOSING VERIFY QUERIES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_VERIFY_QUERIES
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CN-EXIT.
*
        EXIT.
*
CNA-FETCH-VERIFY-QUERIES SECTION.
**********************************************************************
*
*       Get a set of verification queries and write them to the extract.
*
**********************************************************************
CNA-START.
*
        MOVE   "CNA: ERROR FETCHING VERIFY QUERIES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_VERIFY_QUERIES
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CNA-EXIT.
*
        EXIT.
*
CO-OFQUAL-FEEDS SECTION.
**********************************************************************
*
*       Rows sent to OFQUAL in the quarterly feeds (SSP996), with
*       the quarter each was sent for.
*
**********************************************************************
CO-START.
*
        MOVE    16                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_OFQUAL_FEEDS CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(DAUD_START,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(DAUD_OFQUAL_FROM,'DD-MON-YYYY'),' '),
                             13)||
                    RPAD(NVL(TO_CHAR(DAUD_OFQUAL_TO,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(ODET_REG_TYPE,' '),6)||
                    RPAD(NVL(TO_CHAR(ODET_COURSE),' '),10)||
                    RPAD(NVL(TO_CHAR(ODET_REG_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(ODET_ISSUE_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(ODET_ELIG,' '),6)||
                    NVL(ODET_OFQUAL_GRADE,' ')
              FROM  OFQUAL_DETAILS,
                    DATAFEED_AUDITS
             WHERE  ODET_REG_NO = :WS-REG-NO
               AND  DAUD_SEQUENCE(+) = ODET_DAUD_ID
             ORDER BY ODET_DAUD_ID
        END-EXEC.
*
        MOVE   "CO: ERROR OPENING OFQUAL FEEDS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_OFQUAL_FEEDS
        END-EXEC.
*
        PERFORM COA-FETCH-OFQUAL-FEEDS
          UNTIL WS01-EOF.
*
        MOVE   "CO: ERROR CLOSING OFQUAL FEEDS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_OFQUAL_FEEDS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CO-EXIT.
*
        EXIT.
*
COA-FETCH-OFQUAL-FEEDS SECTION.
**********************************************************************
*
*       Get a set of OFQUAL feed rows and write them to the extract.
*
**********************************************************************
COA-START.
*
        MOVE   "COA: ERROR FETCHING OFQUAL FEEDS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_OFQUAL_FEEDS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
COA-EXIT.
*
        EXIT.
*
CQ-DESPATCHES SECTION.
**********************************************************************
*
*       Packages despatched to the learner's centre whose
*       certificate range holds the learner's certificate number.
*
**********************************************************************
CQ-START.
*
        MOVE    18                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_DESPATCHES CURSOR FOR
            SELECT  RPAD(NVL(DTRK_DOC_REF,' '),14)||
                    RPAD(NVL(DTRK_CENTRE_ID,' '),8)||
                    RPAD(NVL(TO_CHAR(DTRK_RUN_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(DECODE(DTRK_STATUS,'D','DESPATCHED',
                                    'V','DELIVERED','R','RETURNED',
                                    DTRK_STATUS),' '),10)||
                    RPAD(NVL(TO_CHAR(DTRK_DESPATCH_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    RPAD(NVL(TO_CHAR(DTRK_DELIVERED_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    NVL(DTRK_CARRIER_REF,' ')
              FROM  DESPATCH_TRACKING,
                    STUDENTS
             WHERE  ST_REG_NO = :WS-REG-NO
               AND  DTRK_CENTRE_ID = ST_CENTRE_ID
               AND  DECODE(TRANSLATE(ST_CERT_NO,'0123456789',
                                         '0000000000'),
                           '000000000',TO_NUMBER(ST_CERT_NO),-1)
                    BETWEEN DTRK_FIRST_CERT AND DTRK_LAST_CERT
             ORDER BY DTRK_RUN_DATE
        END-EXEC.
*
        MOVE   "CQ: ERROR OPENING DESPATCHES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_DESPATCHES
        END-EXEC.
*
        PERFORM CQA-FETCH-DESPATCHES
          UNTIL WS01-EOF.
*
        MOVE   "CQ: ERROR CLOSING DESPATCHES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_DESPATCHES
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CQ-EXIT.
*
        EXIT.
*
CQA-FETCH-DESPATCHES SECTION.
**********************************************************************
*
*       Get a set of despatches and write them to the extract.
*
**********************************************************************
CQA-START.
*
        MOVE   "CQA: ERROR FETCHING DESPATCHES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_DESPATCHES
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CQA-EXIT.
*
        EXIT.
*
CP-LRS-SUBMISSIONS SECTION.
**********************************************************************
*
*       LRS submissions.  SSP995 keeps no row per learner; what it
*       sent is decided by its SSD995 window, so each completed run
*       whose window holds one of the learner's award dates (the
*       three dates SSP995 selects on) is listed - marked where the
*       learner then held no ULN and so was skipped - together with
*       any resend queued by SSP993.
*
**********************************************************************
CP-START.
*
        MOVE    17                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_LRS_SUBMISSIONS CURSOR FOR
            SELECT  RPAD(TO_CHAR(DAUD_START,'DD-MON-YYYY'),13)||
                    RPAD(TO_CHAR(DAUD_SEQUENCE),10)||
                    RPAD(TO_CHAR(DAUD_AWARDED_FROM,'DD-MON-YYYY'),13)||
                    RPAD(TO_CHAR(DAUD_AWARDED_TO,'DD-MON-YYYY'),13)||
                    RPAD(NVL(ST_ULN,' '),14)||
                    DECODE(ST_ULN,NULL,'IN WINDOW - SKIPPED, NO ULN',
                           'ACHIEVEMENT IN WINDOW')
              FROM  DATAFEED_AUDITS,
                    STUDENTS
             WHERE  ST_REG_NO   = :WS-REG-NO
               AND  DAUD_MODULE = 'SSD995'
               AND  DAUD_END IS NOT NULL
               AND  ((ST_AWARD_ISSUE > DAUD_AWARDED_FROM
                 AND  ST_AWARD_ISSUE <= DAUD_AWARDED_TO)
                OR   (ST_GNVQ_CERTIFICATE_DISP_DATE > DAUD_AWARDED_FROM
                 AND  ST_GNVQ_CERTIFICATE_DISP_DATE <= DAUD_AWARDED_TO)
                OR   (ST_NVQ_CERTIFICATE_PRINT_DATE > DAUD_AWARDED_FROM
                 AND  ST_NVQ_CERTIFICATE_PRINT_DATE <= DAUD_AWARDED_TO))
            UNION ALL
            SELECT  RPAD(TO_CHAR(LRSQ_QUEUED_DATE,'DD-MON-YYYY'),13)||
                    RPAD(' ',36)||
                    RPAD(NVL(LRSQ_LRS_REF,' '),14)||
                    'QUEUED FOR RESEND BY '||NVL(LRSQ_SOURCE,' ')
              FROM  LRS_RESEND_QUEUE
             WHERE  LRSQ_ST_REG_NO = :WS-REG-NO
        END-EXEC.
*
        MOVE   "CP: ERROR OPENING LRS SUBMISSIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_LRS_SUBMISSIONS
        END-EXEC.
*
        PERFORM CPA-FETCH-LRS-SUBMISSIONS
          UNTIL WS01-EOF.
*
        MOVE   "CP: ERROR CLOSING LRS SUBMISSIONS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_LRS_SUBMISSIONS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CP-EXIT.
*
        EXIT.
*
CPA-FETCH-LRS-SUBMISSIONS SECTION.
**********************************************************************
*
*       Get a set of LRS submissions and write them to the extract.
*
**********************************************************************
CPA-START.
*
        MOVE   "CPA: ERROR FETCHING LRS SUBMISSIONS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_LRS_SUBMISSIONS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CPA-EXIT.
*
        EXIT.
*
CR-DUPLICATE-REFERRALS SECTION.
**********************************************************************
*
*       Possible duplicate registrations STP104 referred for the
*       learner, whichever side of the pair the learner is on.
*
**********************************************************************
CR-START.
*
        MOVE    19                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_DUPLICATE_REFS CURSOR FOR
            SELECT  RPAD(NVL(DUPR_ST_REG_NO,' '),10)||
                    RPAD(NVL(DUPR_MATCH_REG_NO,' '),10)||
                    RPAD(NVL(DUPR_BASIS,' '),10)||
                    RPAD(NVL(DUPR_STATUS,' '),8)||
                    RPAD(NVL(TO_CHAR(DUPR_REFERRED_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    RPAD(NVL(TO_CHAR(DUPR_DECIDED_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    NVL(DUPR_DECIDED_USER,' ')
              FROM  DUPLICATE_REFERRALS
             WHERE  DUPR_ST_REG_NO    = :WS-REG-NO
                OR  DUPR_MATCH_REG_NO = :WS-REG-NO
             ORDER BY DUPR_REFERRED_DATE
        END-EXEC.
*
        MOVE   "CR: ERROR OPENING DUPLICATE REFERRALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_DUPLICATE_REFS
        END-EXEC.
*
        PERFORM CRA-FETCH-DUPLICATE-REFERRALS
          UNTIL WS01-EOF.
*
        MOVE   "CR: ERROR CLOSING DUPLICATE REFERRALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_DUPLICATE_REFS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CR-EXIT.
*
        EXIT.
*
CRA-FETCH-DUPLICATE-REFERRALS SECTION.
**********************************************************************
*
*       Get a set of duplicate referrals and write them to the extract.
*
**********************************************************************
CRA-START.
*
        MOVE   "CRA: ERROR FETCHING DUPLICATE REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_DUPLICATE_REFS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CRA-EXIT.
*
        EXIT.
*
CS-RESULT-APPEALS SECTION.
**********************************************************************
*
*       Results enquiries and appeals raised on STP292 for the
*       registration, each followed by its audit history.
*
**********************************************************************
CS-START.
*
        MOVE    20                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_RESULT_APPEALS CURSOR FOR
            SELECT  RPAD(TO_CHAR(RAP_CASE_ID),10)||
                    RPAD(NVL(RAP_CASE_TYPE,' '),6)||
                    RPAD(NVL(RAP_RAISED_BY,' '),7)||
                    RPAD(NVL(RAP_STATUS,' '),8)||
                    RPAD(NVL(TO_CHAR(RAP_OPENED,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(RAP_CLOSED,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(RAP_OLD_GRADE,' '),5)||
                    RPAD(NVL(RAP_OUTCOME,' '),5)||
                    RPAD(NVL(RAP_NEW_GRADE,' '),5)||
                    NVL(RAP_REFERENCE,' '),
                    LPAD(TO_CHAR(RAP_CASE_ID),10,'0')||'0'||
                    TO_CHAR(RAP_OPENED,'YYYYMMDDHH24MISS')
              FROM  RESULT_APPEALS
             WHERE  RAP_REG_NO = :WS-REG-NO
            UNION ALL
            SELECT  RPAD('  HISTORY',10)||
                    RPAD(NVL(RAPA_ACTION,' '),8)||
                    RPAD(NVL(RAPA_OUTCOME,' '),4)||
                    RPAD(NVL(TO_CHAR(RAPA_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(RAPA_USER,' '),13)||
                    NVL(SUBSTR(RAPA_NOTES,1,60),' '),
                    LPAD(TO_CHAR(RAPA_CASE_ID),10,'0')||'1'||
                    TO_CHAR(RAPA_DATE,'YYYYMMDDHH24MISS')
              FROM  RESULT_APPEAL_AUDITS
             WHERE  RAPA_CASE_ID IN
                    (SELECT RAP_CASE_ID
                       FROM RESULT_APPEALS
                      WHERE RAP_REG_NO = :WS-REG-NO)
             ORDER BY 2
        END-EXEC.
*
        MOVE   "CS: ERROR OPENING RESULT APPEALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_RESULT_APPEALS
        END-EXEC.
*
        PERFORM CSA-FETCH-RESULT-APPEALS
          UNTIL WS01-EOF.
*
        MOVE   "CS: ERROR CLOSING RESULT APPEALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_RESULT_APPEALS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CS-EXIT.
*
        EXIT.
*
CSA-FETCH-RESULT-APPEALS SECTION.
**********************************************************************
*
*       Get a set of appeal cases and write them to the extract.
*
**********************************************************************
CSA-START.
*
        MOVE   "CSA: ERROR FETCHING RESULT APPEALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_RESULT_APPEALS
             INTO  :DS02-LINE,
                   :DS04-SORT-KEY
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CSA-EXIT.
*
        EXIT.
*
CT-ULN-REQUESTS SECTION.
**********************************************************************
*
*       ULN registration requests SSP988 sent to the Learning
*       Records Service for the registration, with the response.
*
**********************************************************************
CT-START.
*
        MOVE    21                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_ULN_REQUESTS CURSOR FOR
            SELECT  RPAD(TO_CHAR(ULRQ_ID),10)||
                    RPAD(NVL(ULRQ_STATUS,' '),8)||
                    RPAD(NVL(TO_CHAR(ULRQ_SENT_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(ULRQ_RESPONSE_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    RPAD(NVL(ULRQ_ULN,' '),12)||
                    RPAD(NVL(ULRQ_LRS_REF,' '),16)||
                    NVL(TO_CHAR(ULRQ_MATCH_COUNT),' ')
              FROM  ULN_REGISTRATION_REQUESTS
             WHERE  ULRQ_ST_REG_NO = :WS-REG-NO
             ORDER BY ULRQ_SENT_DATE
        END-EXEC.
*
        MOVE   "CT: ERROR OPENING ULN REQUESTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_ULN_REQUESTS
        END-EXEC.
*
        PERFORM CTA-FETCH-ULN-REQUESTS
          UNTIL WS01-EOF.
*
        MOVE   "CT: ERROR CLOSING ULN REQUESTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_ULN_REQUESTS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CT-EXIT.
*
        EXIT.
*
CTA-FETCH-ULN-REQUESTS SECTION.
**********************************************************************
*
*       Get a set of ULN requests and write them to the extract.
*
**********************************************************************
CTA-START.
*
        MOVE   "CTA: ERROR FETCHING ULN REQUESTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_ULN_REQUESTS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CTA-EXIT.
*
        EXIT.
*
CU-COA-LETTERS SECTION.
**********************************************************************
*
*       Confirmation of Achievement letters STP110 issued for the
*       registration, production or archive.
*
**********************************************************************
CU-START.
*
        MOVE    22                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_COA_LETTERS CURSOR FOR
            SELECT  RPAD(NVL(COAL_REF,' '),12)||
                    RPAD(NVL(TO_CHAR(COAL_ISSUE_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(COAL_REASON,' '),7)||
                    RPAD(NVL(COAL_DB,' '),4)||
                    RPAD(NVL(COAL_CENTRE_ID,' '),8)||
                    RPAD(NVL(COAL_CERT_NO,' '),11)||
                    RPAD(NVL(COAL_CHARGE,' '),7)||
                    RPAD(NVL(COAL_CS_REFERENCE,' '),12)||
                    NVL(SUBSTR(COAL_ADDRESSEE,1,40),' ')
              FROM  COA_LETTERS
             WHERE  COAL_ST_REG_NO = :WS-REG-NO
             ORDER BY COAL_ISSUE_DATE
        END-EXEC.
*
        MOVE   "CU: ERROR OPENING COA LETTERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_COA_LETTERS
        END-EXEC.
*
        PERFORM CUA-FETCH-COA-LETTERS
          UNTIL WS01-EOF.
*
        MOVE   "CU: ERROR CLOSING COA LETTERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_COA_LETTERS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CU-EXIT.
*
        EXIT.
*
CUA-FETCH-COA-LETTERS SECTION.
**********************************************************************
*
*       Get a set of letters and write them to the extract.
*
**********************************************************************
CUA-START.
*
        MOVE   "CUA: ERROR FETCHING COA LETTERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_COA_LETTERS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CUA-EXIT.
*
        EXIT.
*
CV-REPRINT-REFERRALS SECTION.
**********************************************************************
*
*       Reprint requests covering the registration that STP112
*       referred for fraud review, each followed by the reasons
*       it was referred for.
*
**********************************************************************
CV-START.
*
        MOVE    23                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_REPRINT_REFERRALS CURSOR FOR
            SELECT  RPAD(TO_CHAR(RREF_ID),10)||
                    RPAD(NVL(RREF_FIRST_REG_NO,' '),10)||
                    RPAD(NVL(RREF_LAST_REG_NO,' '),10)||
                    RPAD(NVL(RREF_REPRINT_TYPE,' '),5)||
                    RPAD(NVL(TO_CHAR(RREF_SCORE),' '),6)||
                    RPAD(NVL(RREF_STATUS,' '),7)||
                    RPAD(NVL(TO_CHAR(RREF_REFERRED_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    RPAD(NVL(TO_CHAR(RREF_DECIDED_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    RPAD(NVL(RREF_DECIDED_BY,' '),13)||
                    NVL(SUBSTR(RREF_DECISION_REASON,1,40),' '),
                    LPAD(TO_CHAR(RREF_ID),10,'0')||'0'
              FROM  REPRINT_REFERRALS
             WHERE  :WS-REG-NO BETWEEN RREF_FIRST_REG_NO
                                   AND NVL(RREF_LAST_REG_NO,
                                           RREF_FIRST_REG_NO)
            UNION ALL
            SELECT  RPAD('  REASON',10)||
                    RPAD(NVL(RRRE_REASON,' '),42)||
                    'STUDENTS '||NVL(TO_CHAR(RRRE_STUDENT_COUNT),' '),
                    LPAD(TO_CHAR(RRRE_RREF_ID),10,'0')||'1'
              FROM  REPRINT_REFERRAL_REASONS
             WHERE  RRRE_RREF_ID IN
                    (SELECT RREF_ID
                       FROM REPRINT_REFERRALS
                      WHERE :WS-REG-NO BETWEEN RREF_FIRST_REG_NO
                                           AND NVL(RREF_LAST_REG_NO,
                                                   RREF_FIRST_REG_NO))
             ORDER BY 2
        END-EXEC.
*
        MOVE   "CV: ERROR OPENING REPRINT REFERRALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_REPRINT_REFERRALS
        END-EXEC.
*
        PERFORM CVA-FETCH-REPRINT-REFERRALS
          UNTIL WS01-EOF.
*
        MOVE   "CV: ERROR CLOSING REPRINT REFERRALS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_REPRINT_REFERRALS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CV-EXIT.
*
        EXIT.
*
CVA-FETCH-REPRINT-REFERRALS SECTION.
**********************************************************************
*
*       Get a set of reprint referrals and write them to the extract.
*
**********************************************************************
CVA-START.
*
        MOVE   "CVA: ERROR FETCHING REPRINT REFERRALS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_REPRINT_REFERRALS
             INTO  :DS02-LINE,
                   :DS04-SORT-KEY
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CVA-EXIT.
*
        EXIT.
*
CW-CERT-EXPIRY SECTION.
**********************************************************************
*
*       Time-limited certificates STP115 tracks for the
*       registration, with the reminders sent.
*
**********************************************************************
CW-START.
*
        MOVE    24                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_CERT_EXPIRY CURSOR FOR
            SELECT  RPAD(NVL(CEXP_CERT_NO,' '),11)||
                    RPAD(NVL(CEXP_CENTRE_ID,' '),8)||
                    RPAD(NVL(CEXP_AWARD_CODE,' '),7)||
                    RPAD(NVL(TO_CHAR(CEXP_ISSUE_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(TO_CHAR(CEXP_YEARS_VALID),' '),7)||
                    RPAD(NVL(TO_CHAR(CEXP_EXPIRY_DATE,'DD-MON-YYYY'),' '),
                             13)||
                    RPAD(NVL(DECODE(CEXP_STATUS,'L','LIVE','E','EXPIRED',
                             'V','NOT HELD',CEXP_STATUS),' '),9)||
                    RPAD(NVL(TO_CHAR(CEXP_LAST_REMINDED,'DD-MON-YYYY'),
                             ' '),13)||
                    NVL(TO_CHAR(CEXP_EXPIRED_DATE,'DD-MON-YYYY'),' ')
              FROM  CERT_EXPIRY
             WHERE  CEXP_ST_REG_NO = :WS-REG-NO
             ORDER BY CEXP_ISSUE_DATE
        END-EXEC.
*
        MOVE   "CW: ERROR OPENING CERT EXPIRY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_CERT_EXPIRY
        END-EXEC.
*
        PERFORM CWA-FETCH-CERT-EXPIRY
          UNTIL WS01-EOF.
*
        MOVE   "CW: ERROR CLOSING CERT EXPIRY CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_CERT_EXPIRY
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CW-EXIT.
*
        EXIT.
*
CWA-FETCH-CERT-EXPIRY SECTION.
**********************************************************************
*
*       Get a set of expiry rows and write them to the extract.
*
**********************************************************************
CWA-START.
*
        MOVE   "CWA: ERROR FETCHING CERT EXPIRY"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_CERT_EXPIRY
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CWA-EXIT.
*
        EXIT.
*
CX-BODY-MEMBERS SECTION.
**********************************************************************
*
*       Professional body memberships STP117 recorded for the
*       registration.
*
**********************************************************************
CX-START.
*
        MOVE    25                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_BODY_MEMBERS CURSOR FOR
            SELECT  RPAD(TO_CHAR(PBME_PBOD_ID),6)||
                    RPAD(NVL(PBME_CERT_NO,' '),11)||
                    RPAD(NVL(PBME_CENTRE_ID,' '),8)||
                    RPAD(NVL(PBME_MEMBERSHIP_NO,' '),22)||
                    RPAD(NVL(TO_CHAR(PBME_ACCEPTED_DATE,'DD-MON-YYYY'),
                             ' '),13)||
                    NVL(TO_CHAR(PBME_CREATED_DATE,'DD-MON-YYYY'),' ')
              FROM  PROFESSIONAL_BODY_MEMBERS
             WHERE  PBME_ST_REG_NO = :WS-REG-NO
             ORDER BY PBME_ACCEPTED_DATE
        END-EXEC.
*
        MOVE   "CX: ERROR OPENING BODY MEMBERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_BODY_MEMBERS
        END-EXEC.
*
        PERFORM CXA-FETCH-BODY-MEMBERS
          UNTIL WS01-EOF.
*
        MOVE   "CX: ERROR CLOSING BODY MEMBERS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_BODY_MEMBERS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CX-EXIT.
*
        EXIT.
*
CXA-FETCH-BODY-MEMBERS SECTION.
**********************************************************************
*
*       Get a set of memberships and write them to the extract.
*
**********************************************************************
CXA-START.
*
        MOVE   "CXA: ERROR FETCHING BODY MEMBERS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_BODY_MEMBERS
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CXA-EXIT.
*
        EXIT.
*
CY-AMENDMENTS SECTION.
**********************************************************************
*
*       Amendments and withdrawals.  STP107 keeps no row per
*       learner; what it sends is decided by each module's
*       DATAFEED_AUDITS window, so each completed SSA995 (LRS),
*       SSA996 (OFQUAL) or STA080 (verification) run whose window
*       holds one of the learner's certificate events - a void, a
*       revocation or a corrective or name-change reissue, as
*       STP107 selects them - is listed.  STP107 sent the event
*       only where that recipient had the original certificate.
*
**********************************************************************
CY-START.
*
        MOVE    26                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_AMENDMENTS CURSOR FOR
            SELECT  RPAD(TO_CHAR(DAUD_START,'DD-MON-YYYY'),13)||
                    RPAD(DAUD_MODULE,10)||
                    RPAD(TO_CHAR(DAUD_AWARDED_FROM,'DD-MON-YYYY'),13)||
                    RPAD(TO_CHAR(DAUD_AWARDED_TO,'DD-MON-YYYY'),13)||
                    RPAD(NVL(CVAU_CERT_NO,' '),11)||
                    'VOIDED - WITHDRAWAL',
                    TO_CHAR(DAUD_START,'YYYYMMDDHH24MISS')||DAUD_MODULE
              FROM  DATAFEED_AUDITS,
                    CERT_VOID_AUDITS
             WHERE  CVAU_ST_REG_NO = :WS-REG-NO
               AND  DAUD_MODULE IN ('SSA995','SSA996','STA080')
               AND  DAUD_END IS NOT NULL
               AND  CVAU_VOID_DATE >  DAUD_AWARDED_FROM
               AND  CVAU_VOID_DATE <= DAUD_AWARDED_TO
            UNION ALL
            SELECT  RPAD(TO_CHAR(DAUD_START,'DD-MON-YYYY'),13)||
                    RPAD(DAUD_MODULE,10)||
                    RPAD(TO_CHAR(DAUD_AWARDED_FROM,'DD-MON-YYYY'),13)||
                    RPAD(TO_CHAR(DAUD_AWARDED_TO,'DD-MON-YYYY'),13)||
                    RPAD(NVL(CREG_CERT_NO,' '),11)||
                    'REVOKED - WITHDRAWAL',
                    TO_CHAR(DAUD_START,'YYYYMMDDHH24MISS')||DAUD_MODULE
              FROM  DATAFEED_AUDITS,
                    CERT_NO_REGISTRY
             WHERE  CREG_ST_REG_NO = :WS-REG-NO
               AND  CREG_STATUS = 'R'
               AND  DAUD_MODULE IN ('SSA995','SSA996','STA080')
               AND  DAUD_END IS NOT NULL
               AND  CREG_REVOKE_DATE >  DAUD_AWARDED_FROM
               AND  CREG_REVOKE_DATE <= DAUD_AWARDED_TO
            UNION ALL
            SELECT  RPAD(TO_CHAR(DAUD_START,'DD-MON-YYYY'),13)||
                    RPAD(DAUD_MODULE,10)||
                    RPAD(TO_CHAR(DAUD_AWARDED_FROM,'DD-MON-YYYY'),13)||
                    RPAD(TO_CHAR(DAUD_AWARDED_TO,'DD-MON-YYYY'),13)||
                    RPAD(NVL(ST_CERT_NO,' '),11)||
                    DECODE(SUBSTR(ARCH_COMMENT,1,10),'CORRECTIVE',
                           'CORRECTIVE REISSUE - AMENDMENT',
                           'NAME CHANGE REISSUE - AMENDMENT'),
                    TO_CHAR(DAUD_START,'YYYYMMDDHH24MISS')||DAUD_MODULE
              FROM  DATAFEED_AUDITS,
                    ALL_REPRINT_CRITERIA_HIST,
                    STUDENTS
             WHERE  ST_REG_NO = :WS-REG-NO
               AND  ST_CERT_NO IS NOT NULL
               AND  ARCH_FIRST_REG_NO = ST_REG_NO
               AND  NVL(ARCH_LAST_REG_NO,ARCH_FIRST_REG_NO) = ST_REG_NO
               AND  (ARCH_COMMENT LIKE 'CORRECTIVE%'
                OR   (ARCH_COMMENT LIKE 'BATCH %'
                 AND  SUBSTR(ARCH_COMMENT,20,10) = 'NAMECHANGE'))
               AND  DAUD_MODULE IN ('SSA995','SSA996','STA080')
               AND  DAUD_END IS NOT NULL
               AND  ARCH_RUN_DATE >  DAUD_AWARDED_FROM
               AND  ARCH_RUN_DATE <= DAUD_AWARDED_TO
             ORDER BY 2
        END-EXEC.
*
        MOVE   "CY: ERROR OPENING AMENDMENTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_AMENDMENTS
        END-EXEC.
*
        PERFORM CYA-FETCH-AMENDMENTS
          UNTIL WS01-EOF.
*
        MOVE   "CY: ERROR CLOSING AMENDMENTS CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_AMENDMENTS
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CY-EXIT.
*
        EXIT.
*
CYA-FETCH-AMENDMENTS SECTION.
**********************************************************************
*
*       Get a set of amendment runs and write them to the extract.
*
**********************************************************************
CYA-START.
*
        MOVE   "CYA: ERROR FETCHING AMENDMENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_AMENDMENTS
             INTO  :DS02-LINE,
                   :DS04-SORT-KEY
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CYA-EXIT.
*
        EXIT.
*
CZ-SUCCESSOR-MOVES SECTION.
**********************************************************************
*
*       The registration, or a deferral naming it, moved to a
*       successor centre by STP100.
*
**********************************************************************
CZ-START.
*
        MOVE    27                 TO  WS01-SOURCE.
        PERFORM ZA-START-SOURCE.
*
        EXEC SQL
            DECLARE GET_SUCCESSOR_MOVES CURSOR FOR
            SELECT  RPAD(NVL(TO_CHAR(CSAU_DATE,'DD-MON-YYYY'),' '),13)||
                    RPAD(NVL(CSAU_OLD_CENTRE_ID,' '),12)||
                    RPAD(NVL(CSAU_NEW_CENTRE_ID,' '),12)||
                    RPAD(NVL(CSAU_OBJECT,' '),12)||
                    NVL(CSAU_USER,' ')
              FROM  CENTRE_SUCCESSOR_AUDITS
             WHERE  CSAU_OBJECT IN ('STUDENT','DEFERRAL')
               AND  CSAU_KEY = :WS-REG-NO
             ORDER BY CSAU_DATE
        END-EXEC.
*
        MOVE   "CZ: ERROR OPENING SUCCESSOR MOVES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            OPEN    GET_SUCCESSOR_MOVES
        END-EXEC.
*
        PERFORM CZA-FETCH-SUCCESSOR-MOVES
          UNTIL WS01-EOF.
*
        MOVE   "CZ: ERROR CLOSING SUCCESSOR MOVES CURSOR"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            CLOSE   GET_SUCCESSOR_MOVES
        END-EXEC.
*
        PERFORM ZD-END-SOURCE.
*
CZ-EXIT.
*
        EXIT.
*
CZA-FETCH-SUCCESSOR-MOVES SECTION.
**********************************************************************
*
*       Get a set of successor moves and write them to the extract.
*
**********************************************************************
CZA-START.
*
        MOVE   "CZA: ERROR FETCHING SUCCESSOR MOVES"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            FETCH   GET_SUCCESSOR_MOVES
             INTO  :DS02-LINE
        END-EXEC.
*
        PERFORM ZB-WRITE-FETCHED.
*
CZA-EXIT.
*
        EXIT.
*
D-TERMINATE SECTION.
**********************************************************************
*
*       Close the files, release the database and say goodbye.
*
**********************************************************************
D-START.
*
	MOVE WS-XR-END-LINE TO EXTRACT-RECORD.
	WRITE EXTRACT-RECORD AFTER 2.
*
        CLOSE   EXTRACT-REP.
        CLOSE   COVER-REP.
*
        EXEC SQL WHENEVER SQLERROR   GO TO D-050 END-EXEC.
*
        EXEC SQL ROLLBACK WORK                   END-EXEC.
*
        GO TO D-100.
D-050.
        MOVE 'ROLLBACK FAILED' TO WS01-ERR-MESSAGE.
        PERFORM ZZ-ABORT.
D-100.
*
        DISPLAY "STP102 - SUCCESSFULLY COMPLETED".
*
D-EXIT.
*
        EXIT.
*
E-WRITE-COVER-SHEET SECTION.
**********************************************************************
*
*       The cover sheet: what was asked for, the registrations
*       found, and every source searched with the rows it held.
*
**********************************************************************
E-START.
*
	MOVE WS-RUN-DATE TO WS-CR-H1-RUN-DATE.
	MOVE WS-CR-HEAD-1 TO COVER-RECORD.
	WRITE COVER-RECORD AFTER PAGE.
	MOVE WS-CR-HEAD-2 TO COVER-RECORD.
	WRITE COVER-RECORD AFTER 2.
	MOVE WS-CASE-PARM TO WS-CR-C-CASE.
	MOVE WS-CR-CASE-LINE TO COVER-RECORD.
	WRITE COVER-RECORD AFTER 2.
	IF WS-KEY-TYPE = 'R'
	  MOVE 'REGISTRATION NUMBER' TO WS-CR-K-TYPE
	ELSE
	  MOVE 'ULN' TO WS-CR-K-TYPE
	END-IF.
	MOVE WS-KEY TO WS-CR-K-KEY.
	MOVE WS-CR-KEY-LINE TO COVER-RECORD.
	WRITE COVER-RECORD.
*
        IF  WS01-REG-COUNT = ZERO
            MOVE    WS-CR-NONE-LINE
                                   TO  COVER-RECORD
            WRITE   COVER-RECORD
        END-IF.
*
        PERFORM
          VARYING WS01-REG-INDEX
          FROM 1 BY 1
          UNTIL WS01-REG-INDEX > WS01-REG-COUNT
            MOVE    DS01-REG-NO(WS01-REG-INDEX)  TO  WS-REG-NO
            PERFORM EA-REGISTRATION-STATUS
            MOVE    WS-REG-NO      TO  WS-CR-R-REG-NO
            MOVE    WS-CR-REG-LINE TO  COVER-RECORD
            WRITE   COVER-RECORD
        END-PERFORM.
*
	MOVE 'SOURCES SEARCHED' TO WS-CR-SH-DESC.
	MOVE WS-CR-SECTION-HEAD TO COVER-RECORD.
	WRITE COVER-RECORD AFTER 2.
	MOVE WS-CR-SRC-COLS TO COVER-RECORD.
	WRITE COVER-RECORD AFTER 2.
*
        PERFORM
          VARYING WS01-SOURCE
          FROM 1 BY 1
          UNTIL WS01-SOURCE > 27
            MOVE    WS01-SOURCE    TO  WS-CR-D-NO
            MOVE    WS-SRC-NAME(WS01-SOURCE)
                                   TO  WS-CR-D-NAME
            MOVE    WS-SRC-COUNT(WS01-SOURCE)
                                   TO  WS-CR-D-COUNT
            IF  WS01-REG-COUNT = ZERO
            AND WS01-SOURCE > 2
                MOVE 'NOT SEARCHED'
                                   TO  WS-CR-D-RESULT
            ELSE
                IF  WS-SRC-COUNT(WS01-SOURCE) = ZERO
                    MOVE 'NOTHING HELD'
                                   TO  WS-CR-D-RESULT
                ELSE
                    MOVE 'EXTRACTED'
                                   TO  WS-CR-D-RESULT
                END-IF
            END-IF
            MOVE    WS-CR-SRC-DETAIL
                                   TO  COVER-RECORD
            WRITE   COVER-RECORD
        END-PERFORM.
*
        IF  WS01-REG-COUNT > ZERO
            MOVE    WS-CR-FOOT-LINE
                                   TO  COVER-RECORD
            WRITE   COVER-RECORD AFTER 2
        END-IF.
*
E-EXIT.
*
        EXIT.
*
EA-REGISTRATION-STATUS SECTION.
**********************************************************************
*
*       Say whether the registration is on STUDENTS, on the
*       archive (STUDENTS@ARCA), on both or on neither.
*
**********************************************************************
EA-START.
*
        MOVE   "EA: ERROR COUNTING STUDENTS"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-STUDENT-COUNT
              FROM STUDENTS
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.
*
        MOVE   "EA: ERROR COUNTING STUDENTS@ARCA"
                                   TO  WS01-ERR-MESSAGE.
        EXEC SQL
            SELECT COUNT(*)
              INTO :WS-ARCHIVE-COUNT
              FROM STUDENTS@ARCA
             WHERE ST_REG_NO = :WS-REG-NO
        END-EXEC.
*
        IF  WS-STUDENT-COUNT = ZERO
        AND WS-ARCHIVE-COUNT = ZERO
            MOVE 'NOT ON STUDENTS OR STUDENTS@ARCA'
                                   TO  WS-CR-R-STATUS
        END-IF.
        IF  WS-STUDENT-COUNT > ZERO
        AND WS-ARCHIVE-COUNT = ZERO
            MOVE 'ON STUDENTS'     TO  WS-CR-R-STATUS
        END-IF.
        IF  WS-STUDENT-COUNT = ZERO
        AND WS-ARCHIVE-COUNT > ZERO
            MOVE 'ON STUDENTS@ARCA (ARCHIVED)'
                                   TO  WS-CR-R-STATUS
        END-IF.
        IF  WS-STUDENT-COUNT > ZERO
        AND WS-ARCHIVE-COUNT > ZERO
            MOVE 'ON STUDENTS AND STUDENTS@ARCA'
                                   TO  WS-CR-R-STATUS
        END-IF.
*
EA-EXIT.
*
        EXIT.
*
ZA-START-SOURCE SECTION.
**********************************************************************
*
*       Head up the current source on the extract and reset the
*       fetch counters.
*
**********************************************************************
ZA-START.
*
        MOVE    ZERO               TO  WS01-ROWS-TOTAL.
        MOVE    ZERO               TO  WS01-SOURCE-ROWS.
        MOVE   "N"                 TO  WS01-EOF-IND.
*
        MOVE    WS01-SOURCE        TO  WS-XR-S-NO.
        MOVE    WS-SRC-NAME(WS01-SOURCE)
                                   TO  WS-XR-S-NAME.
        MOVE    WS-XR-SOURCE-LINE  TO  EXTRACT-RECORD.
        WRITE   EXTRACT-RECORD AFTER 2.
*
        IF  WS-SRC-HEAD(WS01-SOURCE) NOT = SPACES
            MOVE    WS-SRC-HEAD(WS01-SOURCE)
                                   TO  WS-XR-CH-HEAD
            MOVE    WS-XR-COL-HEAD TO  EXTRACT-RECORD
            WRITE   EXTRACT-RECORD
        END-IF.
*
ZA-EXIT.
*
        EXIT.
*
ZB-WRITE-FETCHED SECTION.
**********************************************************************
*
*       Write the lines the last fetch returned, whichever source's
*       cursor it came from.
*
**********************************************************************
ZB-START.
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
            MOVE    DS02-LINE(WS01-INDEX)        TO  WS-XR-D-LINE
            MOVE    WS-XR-DETAIL                 TO  EXTRACT-RECORD
            WRITE   EXTRACT-RECORD
        END-PERFORM.
*
        ADD     WS01-ROWS-THIS-FETCH
                                   TO  WS01-SOURCE-ROWS.
*
ZB-EXIT.
*
        EXIT.
*
ZC-WRITE-FIELD SECTION.
**********************************************************************
*
*       Write one labelled STUDENTS field.
*
**********************************************************************
ZC-START.
*
        MOVE    WS-XR-FIELD-LINE   TO  EXTRACT-RECORD.
        WRITE   EXTRACT-RECORD.
*
ZC-EXIT.
*
        EXIT.
*
ZD-END-SOURCE SECTION.
**********************************************************************
*
*       Close off the current source: say so where it held nothing,
*       and add its rows to the cover sheet count.
*
**********************************************************************
ZD-START.
*
        IF  WS01-SOURCE-ROWS = ZERO
            MOVE    WS-XR-NOTHING-LINE
                                   TO  EXTRACT-RECORD
            WRITE   EXTRACT-RECORD
        END-IF.
*
        ADD     WS01-SOURCE-ROWS   TO  WS-SRC-COUNT(WS01-SOURCE).
*
ZD-EXIT.
*
        EXIT.
*
ZE-WRITE-STUDENT SECTION.
**********************************************************************
*
*       Write the student row just read, from STUDENTS or
*       STUDENTS@ARCA, one labelled field to a line.
*
**********************************************************************
ZE-START.
*
        MOVE   'SURNAME'           TO  WS-XR-F-LABEL.
        MOVE    WS-ST-SURNAME      TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'FORENAMES'         TO  WS-XR-F-LABEL.
        MOVE    WS-ST-FORENAMES    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'NAME ON CERTIFICATE'
                                   TO  WS-XR-F-LABEL.
        MOVE    WS-ST-CERT-NAME    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'DATE OF BIRTH'     TO  WS-XR-F-LABEL.
        MOVE    WS-ST-BIRTH-DATE   TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'GENDER'            TO  WS-XR-F-LABEL.
        MOVE    WS-ST-SEX          TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'ULN'               TO  WS-XR-F-LABEL.
        MOVE    WS-ST-ULN          TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'ADDRESS'           TO  WS-XR-F-LABEL.
        MOVE    WS-ST-ADDRESS-1    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE    SPACES             TO  WS-XR-F-LABEL.
        MOVE    WS-ST-ADDRESS-2    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE    WS-ST-ADDRESS-3    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'POST CODE'         TO  WS-XR-F-LABEL.
        MOVE    WS-ST-POST-CODE    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'CENTRE'            TO  WS-XR-F-LABEL.
        MOVE    WS-ST-CENTRE-ID    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE    SPACES             TO  WS-XR-F-LABEL.
        MOVE    WS-ST-CENTRE-NAME  TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'COURSE'            TO  WS-XR-F-LABEL.
        MOVE    WS-ST-COURSE-ID    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'REGISTRATION TYPE' TO  WS-XR-F-LABEL.
        MOVE    WS-ST-REG-TYPE     TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'REGISTERED'        TO  WS-XR-F-LABEL.
        MOVE    WS-ST-REG-DATE     TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'AWARD ELIGIBILITY' TO  WS-XR-F-LABEL.
        MOVE    WS-ST-AWARD-ELIG   TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'AWARD CODE'        TO  WS-XR-F-LABEL.
        MOVE    WS-ST-AWARD-CODE   TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'CERTIFICATE NUMBER'
                                   TO  WS-XR-F-LABEL.
        MOVE    WS-ST-CERT-NO      TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'AWARD ISSUED'      TO  WS-XR-F-LABEL.
        MOVE    WS-ST-AWARD-ISSUE  TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'GNVQ CERTIFICATE DISPLAYED'
                                   TO  WS-XR-F-LABEL.
        MOVE    WS-ST-GNVQ-DISP    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'NVQ CERTIFICATE PRINTED'
                                   TO  WS-XR-F-LABEL.
        MOVE    WS-ST-NVQ-PRINT    TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
        MOVE   'MARKED DELETED'    TO  WS-XR-F-LABEL.
        MOVE    WS-ST-DELETE       TO  WS-XR-F-VALUE.
        PERFORM ZC-WRITE-FIELD.
*
ZE-EXIT.
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
        DISPLAY "STP102 ERROR".
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
