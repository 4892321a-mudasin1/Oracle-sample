*                                 unnotified to centres, unless the new operator
*                                 override parameter is set (override warned on
*                                 the rejects file).
* PJW        15/10/2026 EC5261 - Probable duplicate learners are held back: print
*                                 runs load the DUPEXCL extract written by the
*                                 new STP104 (eligible students matching a
*                                 certificated student on ULN, or on surname,
*                                 date of birth, gender and course) and defer
*                                 the listed students as referred duplicates
*                                 until the referral is resolved.
* PJW        15/10/2026 EC5262 - Every extract loaded at the start of a run now
*                                 carries a header and trailer record (file,
*                                 producing program, generated timestamp, run
*                                 date, record count).  A truncated extract, or
*                                 one without a header, abandons the run; a
*                                 missing or stale one (run date not today)
*                                 abandons it for EMBARGOEXT, DUPEXCL, VCODEEXT
*                                 and GUARDFILE (unless overridden) and is
*                                 warned on the rejects file for the others.
*                                 STOCKUSED, VCODEUSED and REJECTEXT are
*                                 written with a header and trailer in turn, so
*                                 STP081, STP098 and STP086 can refuse an
*                                 incomplete file and apply each file once only.
* PJW        15/10/2026 EC5264 - Students with an open results enquiry or
*                                 appeal are held back: print runs load the
*                                 APPEALEXT extract written by the new STP105
*                                 from RESULT_APPEALS (maintained through the
*                                 new STP292 dialogue) and defer the listed
*                                 students until the case is closed.
* PJW        15/10/2026 EC5267 - Awards runs load the LOGOEXT extract written
*                                 by the new STP108, holding the centre,
*                                 franchise and course logos, professional
*                                 body membership, years valid and centre
*                                 certificate names resolved once for the
*                                 night's population, and look these up in
*                                 the database only for what is not on it.
*                                 The run summary shows the extract hits and
*                                 the fallbacks to the database.
* PJW        15/10/2026 EC5273 - Certificate message lines are table-driven.
*                                 The CMI membership, DMS, PJEA, Qualifications
*                                 Wales, dance/production arts and Licence to
*                                 Practise lines, the validity legend and the
*                                 more-than-one-page endorsement are held in
*                                 CERTIFICATE_MESSAGES (English and Welsh
*                                 text, effective dates, keyed by award code,
*                                 course or professional body) and reach the
*                                 run on the CERTMSGEXT extract written by the
*                                 new STP113.  Without the extract the compiled
*                                 wording is printed as before.
* PJW        03/09/2026 EC5253 - Unique verification code on every certificate
*                                 issued and reprinted.  Certificate numbers
*                                 are sequential and guessable; a
	SELECT HOMELABEL-FILE ASSIGN HOMELABELS.
	SELECT OPTIONAL VCODE-FILE ASSIGN VCODEEXT.
	SELECT VCODEUSED-FILE ASSIGN VCODEUSED.
	SELECT OPTIONAL DUPEXCL-FILE ASSIGN DUPEXCL.
	SELECT OPTIONAL APPEAL-FILE ASSIGN APPEALEXT.
	SELECT OPTIONAL LOGO-FILE ASSIGN LOGOEXT.
	SELECT OPTIONAL CERTMSG-FILE ASSIGN CERTMSGEXT.
/
DATA DIVISION.
FILE SECTION.
        03  RJX-REASON-CODE                     PIC 9(2).
        03  FILLER                              PIC X(1) VALUE SPACE.
        03  RJX-REASON-FLAGS                    PIC X(25).
01      REJEXT-CTL-REC                          PIC X(65).
*
FD      LABELS-FILE.
01      LABELS-REC.
        03  EMBX-COURSE-ID                        PIC X(8).
        03  FILLER                                PIC X(1).
        03  EMBX-END-DATE                         PIC X(11).
01      EMBARGO-CTL-REC                           PIC X(65).
*
FD      STOCK-FILE.
01      STOCK-REC.
        03  STKX-SHEETS-REMAINING                 PIC 9(8).
        03  FILLER                                PIC X(1).
        03  STKX-REORDER-LEVEL                    PIC 9(8).
01      STOCK-CTL-REC                             PIC X(65).
*
FD      STOCKUSED-FILE.
01      STOCKUSED-REC.
        03  STKU-SHEETS-USED                      PIC 9(8).
        03  FILLER                                PIC X(1) VALUE SPACE.
        03  STKU-RUN-DATE                         PIC X(11).
01      STOCKUSED-CTL-REC                         PIC X(65).
*
FD      PROFILE-FILE.
01      PROFILE-REC.
        03  GRD-NEWEST-BLOCK                      PIC X(11).
        03  FILLER                                PIC X(1).
        03  GRD-CHECKED-AT                        PIC X(17).
01      GUARD-CTL-REC                             PIC X(65).
*
FD      NGREPRINT-FILE.
01      NGREPRINT-REC.
            05  FILLER                            PIC X(1).
            05  LPF-WELSH-TITLE-2                 PIC X(79).
            05  FILLER                            PIC X(4).
01      LANGPREF-CTL-REC                          PIC X(65).
*
FD      PREFIX-FILE.
01      PREFIX-REC.
        03  PFX-DOC-REF                           PIC X(5).
        03  FILLER                                PIC X(1).
        03  PFX-CURSOR-IND                        PIC X(1).
01      PREFIX-CTL-REC                            PIC X(65).
*
FD      CALENDAR-FILE.
01      CALENDAR-REC.
        03  CAL-RUN-NAME                          PIC X(10).
        03  FILLER                                PIC X(1).
        03  CAL-PLANNED-DATE                      PIC X(11).
01      CALENDAR-CTL-REC                          PIC X(65).
*
FD      HOMELABEL-FILE.
01      HOMELABEL-REC.
FD      VCODE-FILE.
01      VCODE-REC.
        03  VCX-CODE                              PIC X(12).
01      VCODE-CTL-REC                             PIC X(65).
*
FD      VCODEUSED-FILE.
01      VCODEUSED-REC.
        03  VCU-CERT-NO                           PIC 9(9).
        03  FILLER                                PIC X(1) VALUE SPACE.
        03  VCU-RUN-DATE                          PIC X(11).
01      VCODEUSED-CTL-REC                         PIC X(65).
*
FD      DUPEXCL-FILE.
01      DUPEXCL-REC.
        03  DUPX-REG-NO                           PIC X(7).
01      DUPEXCL-CTL-REC                           PIC X(65).
*
FD      APPEAL-FILE.
01      APPEAL-REC.
        03  APPX-REG-NO                           PIC X(7).
        03  FILLER                                PIC X(1).
        03  APPX-CASE-ID                          PIC 9(9).
        03  FILLER                                PIC X(1).
        03  APPX-OPENED                           PIC X(11).
01      APPEAL-CTL-REC                            PIC X(65).
*
FD      LOGO-FILE.
01      LOGO-REC.
        03  LGX-REC-TYPE                          PIC X(1).
        03  FILLER                                PIC X(1).
        03  LGX-DATA                              PIC X(120).
        03  LGX-CENTRE-DATA REDEFINES LGX-DATA.
            05  LGX-C-CENTRE-ID                   PIC X(6).
            05  FILLER                            PIC X(1).
            05  LGX-C-FOUND                       PIC X(1).
            05  FILLER                            PIC X(1).
            05  LGX-C-LOGO                        PIC X(8) OCCURS 2.
            05  FILLER                            PIC X(95).
        03  LGX-FRAN-DATA REDEFINES LGX-DATA.
            05  LGX-F-LOCATION                    PIC X(6).
            05  FILLER                            PIC X(1).
            05  LGX-F-FOUND                       PIC X(1).
            05  FILLER                            PIC X(1).
            05  LGX-F-LOGO                        PIC X(4).
            05  FILLER                            PIC X(107).
        03  LGX-COURSE-DATA REDEFINES LGX-DATA.
            05  LGX-K-CENTRE-ID                   PIC X(6).
            05  FILLER                            PIC X(1).
            05  LGX-K-COURSE-ID                   PIC X(8).
            05  FILLER                            PIC X(1).
            05  LGX-K-AWARD-CODE                  PIC X(2).
            05  FILLER                            PIC X(1).
            05  LGX-K-BTEC-TITLE                  PIC X(5).
            05  FILLER                            PIC X(1).
            05  LGX-K-TORG-FOUND                  PIC X(1).
            05  LGX-K-TORG-LOGO                   PIC X(8) OCCURS 2.
            05  FILLER                            PIC X(1).
            05  LGX-K-ATYPE-FOUND                 PIC X(1).
            05  LGX-K-ATYPE-LOGO                  PIC X(4).
            05  FILLER                            PIC X(1).
            05  LGX-K-PBODY-FOUND                 PIC X(1).
            05  LGX-K-PBODY-CLOG-ID               PIC X(4) OCCURS 5.
            05  LGX-K-PBODY-LOGO                  PIC X(8) OCCURS 5.
            05  FILLER                            PIC X(1).
            05  LGX-K-MEMBERSHIP                  PIC X(1).
            05  FILLER                            PIC X(1).
            05  LGX-K-YEARS-VALID                 PIC X(1).
            05  FILLER                            PIC X(6).
        03  LGX-NAME-DATA REDEFINES LGX-DATA.
            05  LGX-N-CENTRE-ID                   PIC X(6).
            05  FILLER                            PIC X(1).
            05  LGX-N-AWARD-DATE                  PIC X(11).
            05  FILLER                            PIC X(1).
            05  LGX-N-FOUND                       PIC X(1).
            05  FILLER                            PIC X(1).
            05  LGX-N-MERGED-CENTRE               PIC X(6).
            05  FILLER                            PIC X(1).
            05  LGX-N-NAME-1                      PIC X(45).
            05  FILLER                            PIC X(1).
            05  LGX-N-NAME-2                      PIC X(45).
            05  FILLER                            PIC X(1).
01      LOGO-CTL-REC                              PIC X(65).
*
FD      CERTMSG-FILE.
01      CERTMSG-REC.
        03  CMX-REC-TYPE                          PIC X(1).
        03  FILLER                                PIC X(1).
        03  CMX-MSG-ID                            PIC 9(6).
        03  FILLER                                PIC X(1).
        03  CMX-LINE-NO                           PIC 9(2).
        03  FILLER                                PIC X(1).
        03  CMX-SEQUENCE                          PIC 9(4).
        03  FILLER                                PIC X(1).
        03  CMX-USAGE                             PIC X(1).
        03  FILLER                                PIC X(1).
        03  CMX-AWARD-CODE                        PIC X(2).
        03  FILLER                                PIC X(1).
        03  CMX-BTEC-TITLE                        PIC X(5).
        03  FILLER                                PIC X(1).
        03  CMX-EFFECTIVE-FROM                    PIC 9(8).
        03  FILLER                                PIC X(1).
        03  CMX-EFFECTIVE-TO                      PIC 9(8).
        03  FILLER                                PIC X(1).
        03  CMX-ENGLISH-TEXT                      PIC X(70).
        03  FILLER                                PIC X(1).
        03  CMX-WELSH-TEXT                        PIC X(70).
01      CERTMSG-CTL-REC                           PIC X(65).
*
SD	SORT-FILE.
01	SORT-REC.
01      WS-VC-WARNED-IND           PIC X(1) VALUE 'N'.
	88  VCODE-POOL-WARNED      VALUE 'Y'.
*
* EC5261 - registrations held as probable duplicates, loaded at start
* of a print run from the DUPEXCL extract written by STP104.
*
01  WS-DUPX-TAB.
	03  WS-DUPX-REG-NO OCCURS 2000 TIMES	PIC X(7).
01  WS-DUPX-COUNT			PIC S9(4) COMP-5 VALUE 0.
01  WS-DUPX-IDX				PIC S9(4) COMP-5 VALUE 0.
01  WS-DUPX-MAX				PIC S9(4) COMP-5 VALUE 2000.
01  WS-DUPX-EOF-IND			PIC X(1)	VALUE 'N'.
	88  DUPEXCL-FILE-EOF		VALUE 'Y'.
01  WS-DUPX-MATCH-IND			PIC X(1)	VALUE 'N'.
	88  DUPLICATE-REFERRED		VALUE 'Y'.
*
* EC5264 - registrations with an open results enquiry or appeal,
* loaded at start of a print run from the APPEALEXT extract written by
* STP105.
*
01  WS-APPX-TAB.
	03  WS-APPX-REG-NO OCCURS 2000 TIMES	PIC X(7).
01  WS-APPX-COUNT			PIC S9(4) COMP-5 VALUE 0.
01  WS-APPX-IDX				PIC S9(4) COMP-5 VALUE 0.
01  WS-APPX-MAX				PIC S9(4) COMP-5 VALUE 2000.
01  WS-APPX-EOF-IND			PIC X(1)	VALUE 'N'.
	88  APPEAL-FILE-EOF		VALUE 'Y'.
01  WS-APPX-MATCH-IND			PIC X(1)	VALUE 'N'.
	88  APPEAL-HELD			VALUE 'Y'.
*
* EC5267 - logos, professional body membership, years valid and centre
* certificate names resolved ahead of an awards run by STP108, loaded
* from the LOGOEXT extract.  Entries beyond a table's capacity are left
* to the database lookups, as is anything not on the extract.
*
01  WS-LOGO-EXTRACT-DATA.
	03  WS-LXC-TAB.
	    05  WS-LXC-ENTRY OCCURS 3000 TIMES.
		07  WS-LXC-CENTRE     PIC X(6).
		07  WS-LXC-FOUND      PIC X(1).
		07  WS-LXC-LOGO       PIC X(8) OCCURS 2 TIMES.
	03  WS-LXC-COUNT           PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXC-IDX             PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXF-TAB.
	    05  WS-LXF-ENTRY OCCURS 1000 TIMES.
		07  WS-LXF-LOCATION   PIC X(6).
		07  WS-LXF-FOUND      PIC X(1).
		07  WS-LXF-LOGO       PIC X(4).
	03  WS-LXF-COUNT           PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXF-IDX             PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXK-TAB.
	    05  WS-LXK-ENTRY OCCURS 6000 TIMES.
		07  WS-LXK-CENTRE     PIC X(6).
		07  WS-LXK-COURSE     PIC X(8).
		07  WS-LXK-AWARD-CODE PIC X(2).
		07  WS-LXK-BTEC-TITLE PIC X(5).
		07  WS-LXK-TORG-FOUND PIC X(1).
		07  WS-LXK-TORG-LOGO  PIC X(8) OCCURS 2 TIMES.
		07  WS-LXK-ATYPE-FOUND
				      PIC X(1).
		07  WS-LXK-ATYPE-LOGO PIC X(4).
		07  WS-LXK-PBODY-FOUND
				      PIC X(1).
		07  WS-LXK-PBODY-CLOG-ID
				      PIC X(4) OCCURS 5 TIMES.
		07  WS-LXK-PBODY-LOGO PIC X(8) OCCURS 5 TIMES.
		07  WS-LXK-MEMBERSHIP PIC X(1).
		07  WS-LXK-YEARS-VALID
				      PIC X(1).
	03  WS-LXK-COUNT           PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXK-IDX             PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXN-TAB.
	    05  WS-LXN-ENTRY OCCURS 3000 TIMES.
		07  WS-LXN-CENTRE     PIC X(6).
		07  WS-LXN-AWARD-DATE PIC X(11).
		07  WS-LXN-FOUND      PIC X(1).
		07  WS-LXN-MERGED     PIC X(6).
		07  WS-LXN-NAME-1     PIC X(45).
		07  WS-LXN-NAME-2     PIC X(45).
	03  WS-LXN-COUNT           PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXN-IDX             PIC S9(4) COMP-5 VALUE 0.
	03  WS-LXN-LAST-IDX        PIC S9(4) COMP-5 VALUE 0.
	03  WS-LGX-ENTRY           PIC S9(4) COMP-5 VALUE 0.
	03  WS-LGX-PBODY-IDX       PIC S9(4) COMP-5 VALUE 0.
01  WS-LGX-LOADED-IND			PIC X(1)	VALUE 'N'.
	88  LOGO-EXTRACT-LOADED		VALUE 'Y'.
01  WS-LGX-EOF-IND			PIC X(1)	VALUE 'N'.
	88  LOGO-FILE-EOF		VALUE 'Y'.
01  WS-LGX-MATCH-IND			PIC X(1)	VALUE 'N'.
	88  LOGO-EXTRACT-HIT		VALUE 'Y'.
01  WS-LGX-CENTRE-HITS			PIC S9(9) COMP-5 VALUE 0.
01  WS-LGX-CENTRE-FALLBACKS		PIC S9(9) COMP-5 VALUE 0.
01  WS-LGX-FRAN-HITS			PIC S9(9) COMP-5 VALUE 0.
01  WS-LGX-FRAN-FALLBACKS		PIC S9(9) COMP-5 VALUE 0.
01  WS-LGX-COURSE-HITS			PIC S9(9) COMP-5 VALUE 0.
01  WS-LGX-COURSE-FALLBACKS		PIC S9(9) COMP-5 VALUE 0.
01  WS-LGX-NAME-HITS			PIC S9(9) COMP-5 VALUE 0.
01  WS-LGX-NAME-FALLBACKS		PIC S9(9) COMP-5 VALUE 0.
*
* EC5273 - certificate message lines, validity legends and multi-page
* endorsements, loaded from the CERTMSGEXT extract written by STP113
* from CERTIFICATE_MESSAGES.  Usage 'L' is a message line, 'V' the
* validity legend ('#' standing for the years) and 'E' the more-than-
* one-page endorsement.  A blank award code or award title applies to
* every certificate; professional body messages arrive already resolved
* to their award code and award title pairs.  Effective dates are
* YYYYMMDD and are compared with the certificate issue date.
*
01  WS-CERT-MSG-DATA.
	03  WS-CMX-TAB.
	    05  WS-CMX-ENTRY OCCURS 1000 TIMES.
		07  WS-CMX-MSG-ID     PIC 9(6).
		07  WS-CMX-USAGE      PIC X(1).
		07  WS-CMX-AWARD-CODE PIC X(2).
		07  WS-CMX-BTEC-TITLE PIC X(5).
		07  WS-CMX-EFF-FROM   PIC 9(8).
		07  WS-CMX-EFF-TO     PIC 9(8).
		07  WS-CMX-ENGLISH    PIC X(70).
		07  WS-CMX-WELSH      PIC X(70).
	03  WS-CMX-COUNT           PIC S9(4) COMP-5 VALUE 0.
	03  WS-CMX-IDX             PIC S9(4) COMP-5 VALUE 0.
	03  WS-CMX-MONTH           PIC S9(4) COMP-5 VALUE 0.
01  WS-CMX-LOADED-IND			PIC X(1)	VALUE 'N'.
	88  CERT-MSGS-LOADED		VALUE 'Y'.
01  WS-CMX-EOF-IND			PIC X(1)	VALUE 'N'.
	88  CERTMSG-FILE-EOF		VALUE 'Y'.
01  WS-CMX-FOUND-IND			PIC X(1)	VALUE 'N'.
	88  CERT-MSG-FOUND		VALUE 'Y'.
01  WS-CMX-NO-ROOM-IND			PIC X(1)	VALUE 'N'.
	88  CERT-MSG-NO-ROOM		VALUE 'Y'.
01  WS-CMX-ISSUE-DATE.
	03  WS-CMX-ISSUE-YEAR		PIC 9999.
	03  WS-CMX-ISSUE-MONTH		PIC 99.
	03  WS-CMX-ISSUE-DAY		PIC 99.
01  WS-CMX-ISSUE-YMD REDEFINES WS-CMX-ISSUE-DATE
					PIC 9(8).
01  WS-CMX-LEGEND-IND			PIC X(1)	VALUE 'N'.
	88  CERT-MSG-LEGEND-FOUND	VALUE 'Y'.
01  WS-CMX-LINE-LIMIT			PIC 9		VALUE 9.
01  WS-CMX-TEXT				PIC X(70)	VALUE SPACES.
01  WS-CMX-WELSH-TEXT			PIC X(70)	VALUE SPACES.
*
* EC5262 - header and trailer control records.  Every extract loaded at
* the start of a run opens with a '*HDR' record and closes with a '*TRL'
* record; the fields below check them as each extract is read.  The
* STOCKUSED, VCODEUSED and REJECTEXT files are written with the same
* control records for the programs that apply them.
*
01  WS-CTL-REC.
	03  WS-CTL-TYPE			PIC X(4).
	    88  CTL-HEADER		VALUE '*HDR'.
	    88  CTL-TRAILER		VALUE '*TRL'.
	03  FILLER			PIC X(1).
	03  WS-CTL-FILE-NAME		PIC X(10).
	03  FILLER			PIC X(1).
	03  WS-CTL-PROGRAM		PIC X(6).
	03  FILLER			PIC X(1).
	03  WS-CTL-GENERATED		PIC X(20).
	03  FILLER			PIC X(1).
	03  WS-CTL-RUN-DATE		PIC X(11).
	03  FILLER			PIC X(1).
	03  WS-CTL-RECORD-COUNT		PIC 9(9).
01  WS-XCK-FILE-NAME			PIC X(10)	VALUE SPACES.
01  WS-XCK-SEVERITY			PIC X(1)	VALUE 'R'.
	88  XCK-REFUSE			VALUE 'R'.
01  WS-XCK-CURRENT-DATE			PIC X(21).
01  WS-XCK-DATE.
	03  WS-XCK-YEAR			PIC 9999.
	03  WS-XCK-MONTH		PIC 99.
	03  WS-XCK-DAY			PIC 99.
01  WS-XCK-TODAY.
	03  WS-XCK-TODAY-DAY		PIC 99.
	03  FILLER			PIC X(1)	VALUE '-'.
	03  WS-XCK-TODAY-MONTH		PIC X(3).
	03  FILLER			PIC X(1)	VALUE '-'.
	03  WS-XCK-TODAY-YEAR		PIC 9999.
01  WS-XCK-HEADER-IND			PIC X(1)	VALUE 'N'.
	88  XCK-HEADER-SEEN		VALUE 'Y'.
01  WS-XCK-TRAILER-IND			PIC X(1)	VALUE 'N'.
	88  XCK-TRAILER-SEEN		VALUE 'Y'.
01  WS-XCK-CONTROL-IND			PIC X(1)	VALUE 'N'.
	88  XCK-CONTROL-RECORD		VALUE 'Y'.
01  WS-XCK-SOFT-IND			PIC X(1)	VALUE 'N'.
	88  XCK-SOFT-PROBLEM		VALUE 'Y'.
01  WS-XCK-RECORD-COUNT			PIC S9(9) COMP-5 VALUE 0.
01  WS-XCK-TRAILER-COUNT		PIC S9(9) COMP-5 VALUE 0.
01  WS-XCK-HEADER-DATE			PIC X(11)	VALUE SPACES.
01  WS-XCK-PROBLEM			PIC X(40)	VALUE SPACES.
01  WS-OUT-GENERATED			PIC X(20)	VALUE SPACES.
01  WS-OUT-STKU-COUNT			PIC S9(9) COMP-5 VALUE 0.
01  WS-OUT-VCU-COUNT			PIC S9(9) COMP-5 VALUE 0.
01  WS-OUT-RJX-COUNT			PIC S9(9) COMP-5 VALUE 0.
01  WS-GRD-VERDICT-SAVE			PIC X(4)	VALUE SPACES.
01  WS-GRD-UNREPORTED-SAVE		PIC 9(8)	VALUE ZERO.
*
01      WS-REJECT-MESSAGE-TABLE.
                05  WS-REJECT-DES-1        PIC X(60)
                    VALUE 'CENTRE NO. NOT ON CENTRE OR OLD_CENTRE TABLE'.
		05  VALIDITY-WARNING-2		PIC X(29) 
		VALUE	'statement for student reg no '.
		05  VALIDITY-REG-NO		PIC X(7).
*
	03  WS-MESSAGE-WARNING.
		05  MESSAGE-WARNING-1		PIC X(59)
		VALUE
	'***** WARNING - Not enough space to print all message lines'.
		05  MESSAGE-WARNING-2		PIC X(20)
		VALUE	' for student reg no '.
		05  MESSAGE-REG-NO		PIC X(7).
*                
*
* JOB 4776
           PERFORM  BZ-SET-GLOBALS
        END-IF.
	PERFORM BCA-INSERT-RUN-DETAILS.
	PERFORM BE-WRITE-OUTPUT-HEADERS.
	PERFORM BD-OPEN-CURSORS.
*
	MOVE SPACES TO WS-RESULTS-TABLE.
*
	IF WS-IP-RUN-TYPE EQUAL TO 'A'
	   PERFORM BN-LOAD-EMBARGOES
	   PERFORM BV-LOAD-DUP-EXCLUSIONS
	   PERFORM BVA-LOAD-APPEAL-HOLDS
	   PERFORM BO-LOAD-LOGO-EXTRACT
	END-IF.
*
	PERFORM BP-LOAD-STOCK-POSITION.
*
	PERFORM BT-LOAD-LANG-PREFS.
*
	PERFORM BS-LOAD-CERT-MESSAGES.
*
	PERFORM BU-LOAD-PREFIX-RULES.
*
         EXIT.
* 
/
BE-WRITE-OUTPUT-HEADERS SECTION.
********************************************************************************
*    EC5262 - THIS SECTION WRITES THE HEADER RECORD TO EACH OF THE FILES       *
*    APPLIED AFTER THE RUN (STOCKUSED BY STP081, VCODEUSED BY STP098 AND       *
*    REJECTEXT BY STP086).  THE GENERATED TIMESTAMP IDENTIFIES THIS RUN'S      *
*    FILES SO THAT EACH CAN BE APPLIED ONCE ONLY.                              *
********************************************************************************
BE-START.
	MOVE SPACES TO WS-OUT-GENERATED.
	STRING	WS-RUN-DATE		DELIMITED BY SIZE
		':'			DELIMITED BY SIZE
		WS-CURRENT-DATE(9:2)	DELIMITED BY SIZE
		':'			DELIMITED BY SIZE
		WS-CURRENT-DATE(11:2)	DELIMITED BY SIZE
		':'			DELIMITED BY SIZE
		WS-CURRENT-DATE(13:2)	DELIMITED BY SIZE
	INTO	WS-OUT-GENERATED.

	MOVE SPACES           TO WS-CTL-REC.
	MOVE '*HDR'           TO WS-CTL-TYPE.
	MOVE 'STP070'         TO WS-CTL-PROGRAM.
	MOVE WS-OUT-GENERATED TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE      TO WS-CTL-RUN-DATE.
	MOVE ZERO             TO WS-CTL-RECORD-COUNT.

	MOVE 'STOCKUSED'      TO WS-CTL-FILE-NAME.
	WRITE STOCKUSED-CTL-REC FROM WS-CTL-REC.
	MOVE 'VCODEUSED'      TO WS-CTL-FILE-NAME.
	WRITE VCODEUSED-CTL-REC FROM WS-CTL-REC.
	MOVE 'REJECTEXT'      TO WS-CTL-FILE-NAME.
	WRITE REJEXT-CTL-REC FROM WS-CTL-REC.
BE-EXIT.
	EXIT.
/
BD-OPEN-CURSORS SECTION.
********************************************************************************
*    THIS SECTION CONTROLS THE OPENING OF CURSORS CURSOR_1 AND CURSOR_2        *
********************************************************************************
*    EC5204 - THIS SECTION LOADS THE ACTIVE RESULTS EMBARGOES FROM THE         *
*    EMBARGOEXT EXTRACT (WRITTEN BY STP072 FROM THE CERT_EMBARGOES TABLE       *
*    IMMEDIATELY AHEAD OF THE RUN) INTO WS-EMB-TAB.  AN EXTRACT WITH ITS       *
*    HEADER AND TRAILER BUT NO ROWS MEANS NO EMBARGOES ARE IN FORCE.  A        *
*    MISSING, STALE, TRUNCATED OR OVERFULL EXTRACT ABANDONS THE RUN            *
*    RATHER THAN ISSUE EMBARGOED RESULTS (EC5262).                             *
********************************************************************************
BN-START.
	MOVE 'EMBARGOEXT' TO WS-XCK-FILE-NAME.
	MOVE 'R' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT EMBARGO-FILE.

	MOVE 'N' TO WS-EMB-EOF-IND.
		GO TO BN-040
	END-IF.

	MOVE EMBARGO-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BN-020
	END-IF.

	IF EMBX-AWARD-CODE = SPACES
		GO TO BN-020
	END-IF.
	GO TO BN-020.
BN-040.
	CLOSE EMBARGO-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.
BN-EXIT.
	EXIT.
/
BV-LOAD-DUP-EXCLUSIONS SECTION.
********************************************************************************
*    EC5261 - THIS SECTION LOADS THE REGISTRATIONS HELD AS PROBABLE            *
*    DUPLICATE LEARNERS FROM THE DUPEXCL EXTRACT (WRITTEN BY STP104            *
*    IMMEDIATELY AHEAD OF THE RUN) INTO WS-DUPX-TAB.  AN EXTRACT WITH ITS      *
*    HEADER AND TRAILER BUT NO ROWS MEANS NOTHING IS HELD.  A MISSING,         *
*    STALE, TRUNCATED OR OVERFULL EXTRACT ABANDONS THE RUN RATHER THAN         *
*    CERTIFICATE A REFERRED DUPLICATE (EC5262).                                *
********************************************************************************
BV-START.
	MOVE 'DUPEXCL' TO WS-XCK-FILE-NAME.
	MOVE 'R' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT DUPEXCL-FILE.

	MOVE 'N' TO WS-DUPX-EOF-IND.
	MOVE 0   TO WS-DUPX-COUNT.
BV-020.
	READ DUPEXCL-FILE
		AT END MOVE 'Y' TO WS-DUPX-EOF-IND.

	IF DUPEXCL-FILE-EOF
		GO TO BV-040
	END-IF.

	MOVE DUPEXCL-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BV-020
	END-IF.

	IF DUPX-REG-NO = SPACES
		GO TO BV-020
	END-IF.

	IF WS-DUPX-COUNT NOT < WS-DUPX-MAX
		MOVE 'TOO MANY ROWS ON DUPLICATE EXTRACT' TO WS-ERR-MESSAGE
		PERFORM ZZ-ABORT
	END-IF.

	ADD 1 TO WS-DUPX-COUNT.
	MOVE DUPX-REG-NO TO WS-DUPX-REG-NO(WS-DUPX-COUNT).
	GO TO BV-020.
BV-040.
	CLOSE DUPEXCL-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.
BV-EXIT.
	EXIT.
/
BVA-LOAD-APPEAL-HOLDS SECTION.
********************************************************************************
*    EC5264 - THIS SECTION LOADS THE REGISTRATIONS WITH AN OPEN RESULTS        *
*    ENQUIRY OR APPEAL FROM THE APPEALEXT EXTRACT (WRITTEN BY STP105           *
*    IMMEDIATELY AHEAD OF THE RUN) INTO WS-APPX-TAB.  AN EXTRACT WITH ITS      *
*    HEADER AND TRAILER BUT NO ROWS MEANS NOTHING IS HELD.  A MISSING,         *
*    STALE, TRUNCATED OR OVERFULL EXTRACT ABANDONS THE RUN RATHER THAN         *
*    CERTIFICATE A STUDENT WHOSE RESULT IS UNDER APPEAL.                       *
********************************************************************************
BVA-START.
	MOVE 'APPEALEXT' TO WS-XCK-FILE-NAME.
	MOVE 'R' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT APPEAL-FILE.

	MOVE 'N' TO WS-APPX-EOF-IND.
	MOVE 0   TO WS-APPX-COUNT.
BVA-020.
	READ APPEAL-FILE
		AT END MOVE 'Y' TO WS-APPX-EOF-IND.

	IF APPEAL-FILE-EOF
		GO TO BVA-040
	END-IF.

	MOVE APPEAL-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BVA-020
	END-IF.

	IF APPX-REG-NO = SPACES
		GO TO BVA-020
	END-IF.

	IF WS-APPX-COUNT NOT < WS-APPX-MAX
		MOVE 'TOO MANY ROWS ON APPEAL HOLD EXTRACT' TO WS-ERR-MESSAGE
		PERFORM ZZ-ABORT
	END-IF.

	ADD 1 TO WS-APPX-COUNT.
	MOVE APPX-REG-NO TO WS-APPX-REG-NO(WS-APPX-COUNT).
	GO TO BVA-020.
BVA-040.
	CLOSE APPEAL-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.
BVA-EXIT.
	EXIT.
/
BO-LOAD-LOGO-EXTRACT SECTION.
********************************************************************************
*    EC5267 - THIS SECTION LOADS THE CENTRE LOGOS ('L' RECORDS), FRANCHISE     *
*    LOGOS ('F'), COURSE LOGOS, MEMBERSHIP AND YEARS VALID ('K') AND           *
*    CENTRE CERTIFICATE NAMES ('N') FROM THE LOGOEXT EXTRACT WRITTEN BY        *
*    STP108 AHEAD OF THE RUN.  A MISSING OR STALE EXTRACT IS WARNED AND        *
*    NOT USED, SO EVERY LOOKUP GOES TO THE DATABASE AS BEFORE; A TRUNCATED     *
*    ONE ABANDONS THE RUN.  ENTRIES BEYOND A TABLE'S CAPACITY ARE LEFT TO      *
*    THE DATABASE LOOKUPS.                                                     *
********************************************************************************
BO-START.
	MOVE 'LOGOEXT' TO WS-XCK-FILE-NAME.
	MOVE 'W' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT LOGO-FILE.

	MOVE 'N' TO WS-LGX-EOF-IND.
	MOVE 'N' TO WS-LGX-LOADED-IND.
	MOVE 0   TO WS-LXC-COUNT, WS-LXF-COUNT, WS-LXK-COUNT, WS-LXN-COUNT.
BO-020.
	READ LOGO-FILE
		AT END MOVE 'Y' TO WS-LGX-EOF-IND.

	IF LOGO-FILE-EOF
		GO TO BO-040
	END-IF.

	MOVE LOGO-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BO-020
	END-IF.

	EVALUATE LGX-REC-TYPE
	  WHEN 'L'
		IF WS-LXC-COUNT < 3000
			ADD 1 TO WS-LXC-COUNT
			MOVE LGX-C-CENTRE-ID
			  TO WS-LXC-CENTRE(WS-LXC-COUNT)
			MOVE LGX-C-FOUND
			  TO WS-LXC-FOUND(WS-LXC-COUNT)
			MOVE LGX-C-LOGO(1)
			  TO WS-LXC-LOGO(WS-LXC-COUNT, 1)
			MOVE LGX-C-LOGO(2)
			  TO WS-LXC-LOGO(WS-LXC-COUNT, 2)
		END-IF
	  WHEN 'F'
		IF WS-LXF-COUNT < 1000
			ADD 1 TO WS-LXF-COUNT
			MOVE LGX-F-LOCATION
			  TO WS-LXF-LOCATION(WS-LXF-COUNT)
			MOVE LGX-F-FOUND
			  TO WS-LXF-FOUND(WS-LXF-COUNT)
			MOVE LGX-F-LOGO
			  TO WS-LXF-LOGO(WS-LXF-COUNT)
		END-IF
	  WHEN 'K'
		IF WS-LXK-COUNT < 6000
			ADD 1 TO WS-LXK-COUNT
			PERFORM BOA-STORE-COURSE-LOGOS
		END-IF
	  WHEN 'N'
		IF WS-LXN-COUNT < 3000
			ADD 1 TO WS-LXN-COUNT
			MOVE LGX-N-CENTRE-ID
			  TO WS-LXN-CENTRE(WS-LXN-COUNT)
			MOVE LGX-N-AWARD-DATE
			  TO WS-LXN-AWARD-DATE(WS-LXN-COUNT)
			MOVE LGX-N-FOUND
			  TO WS-LXN-FOUND(WS-LXN-COUNT)
			MOVE LGX-N-MERGED-CENTRE
			  TO WS-LXN-MERGED(WS-LXN-COUNT)
			MOVE LGX-N-NAME-1
			  TO WS-LXN-NAME-1(WS-LXN-COUNT)
			MOVE LGX-N-NAME-2
			  TO WS-LXN-NAME-2(WS-LXN-COUNT)
		END-IF
	  WHEN OTHER
		CONTINUE
	END-EVALUATE.
	GO TO BO-020.
BO-040.
	CLOSE LOGO-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.

	IF WS-XCK-PROBLEM = SPACES
		MOVE 'Y' TO WS-LGX-LOADED-IND
	ELSE
		MOVE 0 TO WS-LXC-COUNT, WS-LXF-COUNT,
			  WS-LXK-COUNT, WS-LXN-COUNT
	END-IF.
BO-EXIT.
	EXIT.
/
BOA-STORE-COURSE-LOGOS SECTION.
********************************************************************************
*    EC5267 - THIS SECTION STORES ONE 'K' RECORD OF THE LOGOEXT EXTRACT        *
*    AT WS-LXK-COUNT IN WS-LXK-TAB.                                            *
********************************************************************************
BOA-START.
	MOVE LGX-K-CENTRE-ID    TO WS-LXK-CENTRE(WS-LXK-COUNT).
	MOVE LGX-K-COURSE-ID    TO WS-LXK-COURSE(WS-LXK-COUNT).
	MOVE LGX-K-AWARD-CODE   TO WS-LXK-AWARD-CODE(WS-LXK-COUNT).
	MOVE LGX-K-BTEC-TITLE   TO WS-LXK-BTEC-TITLE(WS-LXK-COUNT).
	MOVE LGX-K-TORG-FOUND   TO WS-LXK-TORG-FOUND(WS-LXK-COUNT).
	MOVE LGX-K-TORG-LOGO(1) TO WS-LXK-TORG-LOGO(WS-LXK-COUNT, 1).
	MOVE LGX-K-TORG-LOGO(2) TO WS-LXK-TORG-LOGO(WS-LXK-COUNT, 2).
	MOVE LGX-K-ATYPE-FOUND  TO WS-LXK-ATYPE-FOUND(WS-LXK-COUNT).
	MOVE LGX-K-ATYPE-LOGO   TO WS-LXK-ATYPE-LOGO(WS-LXK-COUNT).
	MOVE LGX-K-PBODY-FOUND  TO WS-LXK-PBODY-FOUND(WS-LXK-COUNT).

	PERFORM VARYING WS-LGX-PBODY-IDX FROM 1 BY 1
		UNTIL WS-LGX-PBODY-IDX > 5
		MOVE LGX-K-PBODY-CLOG-ID(WS-LGX-PBODY-IDX)
		  TO WS-LXK-PBODY-CLOG-ID(WS-LXK-COUNT, WS-LGX-PBODY-IDX)
		MOVE LGX-K-PBODY-LOGO(WS-LGX-PBODY-IDX)
		  TO WS-LXK-PBODY-LOGO(WS-LXK-COUNT, WS-LGX-PBODY-IDX)
	END-PERFORM.

	MOVE LGX-K-MEMBERSHIP   TO WS-LXK-MEMBERSHIP(WS-LXK-COUNT).
	MOVE LGX-K-YEARS-VALID  TO WS-LXK-YEARS-VALID(WS-LXK-COUNT).
BOA-EXIT.
	EXIT.
/
BP-LOAD-STOCK-POSITION SECTION.
********************************************************************************
*    EC5205 - THIS SECTION LOADS THE PRE-PRINTED STATIONERY STOCK              *
*    BY STP081 FROM STATIONERY_STOCK AHEAD OF THE RUN) AND WRITES A            *
*    WARNING TO THE REJECTS FILE FOR ANY STREAM ALREADY AT OR BELOW ITS        *
*    REORDER LEVEL, BEFORE ANY PRINTING STARTS.  A MISSING OR EMPTY            *
*    EXTRACT MEANS STOCK IS NOT BEING CONTROLLED FOR THIS RUN; A MISSING       *
*    OR STALE ONE IS WARNED AND A TRUNCATED ONE ABANDONS THE RUN (EC5262).     *
********************************************************************************
BP-START.
	MOVE 'STOCKEXT' TO WS-XCK-FILE-NAME.
	MOVE 'W' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT STOCK-FILE.

	MOVE 'N' TO WS-STK-EOF-IND.
		GO TO BP-040
	END-IF.

	MOVE STOCK-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BP-020
	END-IF.

	IF STKX-DOC-REF = SPACES
		GO TO BP-020
	END-IF.
	GO TO BP-020.
BP-040.
	CLOSE STOCK-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.
BP-EXIT.
	EXIT.
/
*    RECORDS), THE WELSH LANGUAGE-FOOTNOTE TEXTS ('T' RECORDS) AND THE         *
*    WELSH AWARD TITLES ('A' RECORDS) FROM THE LANGPREF EXTRACT WRITTEN        *
*    BY STP089 AHEAD OF THE RUN.  A MISSING OR EMPTY EXTRACT LEAVES THE        *
*    TABLES EMPTY AND EVERY CERTIFICATE PRINTS IN ENGLISH AS BEFORE; A         *
*    MISSING OR STALE ONE IS WARNED (EC5262).  A TRUNCATED EXTRACT OR          *
*    OVERFULL TABLES ABANDON THE RUN RATHER THAN PRINT THE WRONG               *
*    LANGUAGE.                                                                 *
********************************************************************************
BT-START.
	MOVE 'LANGPREF' TO WS-XCK-FILE-NAME.
	MOVE 'W' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT LANGPREF-FILE.

	MOVE 'N' TO WS-LANG-EOF-IND.
		GO TO BT-040
	END-IF.

	MOVE LANGPREF-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BT-020
	END-IF.

	EVALUATE LPF-REC-TYPE
	  WHEN 'C'
		IF WS-LPRF-COUNT NOT < 2000
	GO TO BT-020.
BT-040.
	CLOSE LANGPREF-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.
BT-EXIT.
	EXIT.
/
BS-LOAD-CERT-MESSAGES SECTION.
********************************************************************************
*    EC5273 - THIS SECTION LOADS THE CERTIFICATE MESSAGE LINES, VALIDITY       *
*    LEGENDS AND MULTI-PAGE ENDORSEMENTS ('M' RECORDS) FROM THE CERTMSGEXT     *
*    EXTRACT WRITTEN BY STP113 AHEAD OF THE RUN, IN THE ORDER THEY ARE TO      *
*    PRINT.  A MISSING OR STALE EXTRACT IS WARNED AND NOT USED, AS IS AN       *
*    EMPTY ONE, SO THE COMPILED MESSAGE WORDING PRINTS AS BEFORE.  A           *
*    TRUNCATED EXTRACT, OR MORE MESSAGE LINES THAN THE TABLE HOLDS,            *
*    ABANDONS THE RUN RATHER THAN PRINT CERTIFICATES WITH MESSAGES             *
*    MISSING.                                                                  *
********************************************************************************
BS-START.
	MOVE 'CERTMSGEXT' TO WS-XCK-FILE-NAME.
	MOVE 'W' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT CERTMSG-FILE.

	MOVE 'N' TO WS-CMX-EOF-IND.
	MOVE 'N' TO WS-CMX-LOADED-IND.
	MOVE 0   TO WS-CMX-COUNT.
BS-020.
	READ CERTMSG-FILE
		AT END MOVE 'Y' TO WS-CMX-EOF-IND.

	IF CERTMSG-FILE-EOF
		GO TO BS-040
	END-IF.

	MOVE CERTMSG-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BS-020
	END-IF.

	IF CMX-REC-TYPE NOT = 'M'
		GO TO BS-020
	END-IF.

	IF WS-CMX-COUNT NOT < 1000
		MOVE 'TOO MANY CERTIFICATE MESSAGE LINES'
		  TO WS-ERR-MESSAGE
		PERFORM ZZ-ABORT
	END-IF.
	ADD 1 TO WS-CMX-COUNT.
	MOVE CMX-MSG-ID         TO WS-CMX-MSG-ID(WS-CMX-COUNT).
	MOVE CMX-USAGE          TO WS-CMX-USAGE(WS-CMX-COUNT).
	MOVE CMX-AWARD-CODE     TO WS-CMX-AWARD-CODE(WS-CMX-COUNT).
	MOVE CMX-BTEC-TITLE     TO WS-CMX-BTEC-TITLE(WS-CMX-COUNT).
	MOVE CMX-EFFECTIVE-FROM TO WS-CMX-EFF-FROM(WS-CMX-COUNT).
	MOVE CMX-EFFECTIVE-TO   TO WS-CMX-EFF-TO(WS-CMX-COUNT).
	MOVE CMX-ENGLISH-TEXT   TO WS-CMX-ENGLISH(WS-CMX-COUNT).
	MOVE CMX-WELSH-TEXT     TO WS-CMX-WELSH(WS-CMX-COUNT).
	GO TO BS-020.
BS-040.
	CLOSE CERTMSG-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.

	IF WS-XCK-PROBLEM = SPACES
	AND WS-CMX-COUNT > 0
		MOVE 'Y' TO WS-CMX-LOADED-IND
	ELSE
		MOVE 0 TO WS-CMX-COUNT
	END-IF.
BS-EXIT.
	EXIT.
/
BX-CHECK-RUN-CALENDAR SECTION.
********************************************************************************
*    EC5243 - THIS SECTION VALIDATES THE AWARD DATE PARAMETER AGAINST          *
*    FROM BATCH_RUN_CALENDAR).  WHEN THE EXTRACT HOLDS STP070 ENTRIES          *
*    AND NONE OF THEM CARRIES THE AWARD DATE KEYED, THE RUN IS ABANDONED       *
*    BEFORE ANYTHING IS STAMPED.  A MISSING OR EMPTY EXTRACT, OR ONE           *
*    WITH NO STP070 ENTRIES, LEAVES THE RUN UNCONTROLLED AS BEFORE; A          *
*    MISSING OR STALE ONE IS WARNED AND A TRUNCATED ONE ABANDONS THE RUN       *
*    (EC5262).                                                                 *
********************************************************************************
BX-START.
	MOVE 'CALEXT' TO WS-XCK-FILE-NAME.
	MOVE 'W' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT CALENDAR-FILE.

	MOVE 'N' TO WS-CAL-EOF-IND.
		GO TO BX-040
	END-IF.

	MOVE CALENDAR-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BX-020
	END-IF.

	IF CAL-RUN-NAME NOT = 'STP070'
		GO TO BX-020
	END-IF.
	GO TO BX-020.
BX-040.
	CLOSE CALENDAR-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.

	IF CALENDAR-HAS-STP070
	AND NOT AWARD-DATE-PLANNED
BY-LOAD-VERIFY-CODES SECTION.
********************************************************************************
*    EC5253 - THIS SECTION LOADS THE UNASSIGNED VERIFICATION CODES FROM        *
*    THE VCODEEXT EXTRACT WRITTEN BY STP098 AHEAD OF THE RUN.  AN EXTRACT      *
*    WITH ITS HEADER AND TRAILER BUT NO CODES LEAVES THE POOL EMPTY AND        *
*    EVERY CERTIFICATE PRINTS WITH A BLANK VERIFICATION CODE, EXACTLY AS       *
*    BEFORE THE CODES EXISTED.  A MISSING, STALE OR TRUNCATED EXTRACT          *
*    ABANDONS THE RUN RATHER THAN ISSUE CODES ALREADY USED (EC5262).  AN       *
*    OVERFULL EXTRACT STOPS LOADING AT THE POOL LIMIT (THE REST OF THE         *
*    FILE IS STILL READ TO CHECK ITS TRAILER) - THE SURPLUS CODES SIMPLY       *
*    STAY UNISSUED FOR THE NEXT RUN.                                           *
********************************************************************************
BY-START.
	MOVE 'VCODEEXT' TO WS-XCK-FILE-NAME.
	MOVE 'R' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT VCODE-FILE.

	MOVE 'N' TO WS-VC-EOF-IND.
		GO TO BY-040
	END-IF.

	MOVE VCODE-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BY-020
	END-IF.

	IF VCX-CODE = SPACES
		GO TO BY-020
	END-IF.

	IF WS-VC-COUNT NOT < 10000
		GO TO BY-020
	END-IF.

	ADD 1 TO WS-VC-COUNT.
	GO TO BY-020.
BY-040.
	CLOSE VCODE-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.
BY-EXIT.
	EXIT.
/
*    EC5240 - THIS SECTION LOADS THE MIGRATED CERTIFICATE NUMBER PREFIX        *
*    RULES FROM THE PREFIXEXT EXTRACT WRITTEN BY STP090 FROM                   *
*    MIGRATED_CERT_PREFIXES.  A MISSING OR EMPTY EXTRACT LEAVES THE            *
*    TABLE EMPTY - ONLY CURSOR_7'S PRECOMPILED PREFIXES THEN APPLY.  A         *
*    MISSING OR STALE EXTRACT IS WARNED AND A TRUNCATED ONE ABANDONS THE       *
*    RUN (EC5262).                                                             *
********************************************************************************
BU-START.
	MOVE 'PREFIXEXT' TO WS-XCK-FILE-NAME.
	MOVE 'W' TO WS-XCK-SEVERITY.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT PREFIX-FILE.

	MOVE 'N' TO WS-PFX-EOF-IND.
		GO TO BU-040
	END-IF.

	MOVE PREFIX-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BU-020
	END-IF.

	IF PFX-PREFIX = SPACES
		GO TO BU-020
	END-IF.
	GO TO BU-020.
BU-040.
	CLOSE PREFIX-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.
BU-EXIT.
	EXIT.
/
*    EXIST THAT CENTRES HAVE NOT BEEN NOTIFIED OF) REFUSES THE PRINT RUN      *
*    UNLESS THE OPERATOR OVERRIDE PARAMETER WAS SUPPLIED, IN WHICH CASE       *
*    A WARNING IS WRITTEN TO THE REJECTS FILE AND THE RUN CONTINUES.          *
*    A MISSING, STALE OR TRUNCATED GUARD FILE (STP297 NOT RUN TODAY) IS       *
*    TREATED THE SAME WAY: IT REFUSES THE RUN UNLESS OVERRIDDEN, WHEN IT      *
*    IS WARNED INSTEAD (EC5262).  A TRUNCATED FILE ALWAYS REFUSES.            *
********************************************************************************
BR-START.
	MOVE 'GUARDFILE' TO WS-XCK-FILE-NAME.
	IF GUARD-OVERRIDDEN
		MOVE 'W' TO WS-XCK-SEVERITY
	ELSE
		MOVE 'R' TO WS-XCK-SEVERITY
	END-IF.
	PERFORM ZE-START-EXTRACT-CHECK.
	OPEN INPUT GUARD-FILE.

	MOVE 'N' TO WS-GUARD-EOF-IND.
	MOVE SPACES TO WS-GRD-VERDICT-SAVE.
	MOVE ZERO   TO WS-GRD-UNREPORTED-SAVE.
BR-020.
	READ GUARD-FILE
		AT END MOVE 'Y' TO WS-GUARD-EOF-IND.

	IF GUARD-FILE-EOF
		GO TO BR-040
	END-IF.

	MOVE GUARD-CTL-REC TO WS-CTL-REC.
	PERFORM ZF-CHECK-CONTROL-RECORD.
	IF XCK-CONTROL-RECORD
		GO TO BR-020
	END-IF.

	IF WS-GRD-VERDICT-SAVE = SPACES
		MOVE GRD-VERDICT          TO WS-GRD-VERDICT-SAVE
		MOVE GRD-UNREPORTED-COUNT TO WS-GRD-UNREPORTED-SAVE
	END-IF.
	GO TO BR-020.
BR-040.
	CLOSE GUARD-FILE.
	PERFORM ZG-END-EXTRACT-CHECK.

	IF WS-GRD-VERDICT-SAVE = SPACES
	OR WS-GRD-VERDICT-SAVE = 'OK'
		GO TO BR-EXIT
	END-IF.

	IF GUARD-OVERRIDDEN
		MOVE SPACES TO WS-SUMMARY-LINE
		STRING	'*** WARNING - NOTIFICATION CYCLE BEHIND ('
						DELIMITED BY SIZE
			WS-GRD-UNREPORTED-SAVE	DELIMITED BY SIZE
			' BLOCKS NOT NOTIFIED) - OPERATOR OVERRIDE ***'
						DELIMITED BY SIZE
		INTO	WS-SUMMARY-LINE
		MOVE WS-SUMMARY-LINE TO REJECT-REC
		WRITE REJECT-REC AFTER 2
		GO TO BR-EXIT
	END-IF.

	MOVE 'BLOCKS NOT NOTIFIED TO CENTRES - RUN STP295 FIRST'
		TO WS-ERR-MESSAGE.
	PERFORM ZZ-ABORT.
BR-EXIT.
	EXIT.
/
	PERFORM WU-APPLY-WELSH-TITLE.
*
DAB-400.
*
* EC5267 - take the course logos, membership and years valid from the
* LOGOEXT extract when held; the membership flag there is for an issue
* date after 2000, so an earlier issue date still asks VG-GET-PBODIES.
*
	PERFORM ZUD-FIND-COURSE-LOGOS.
	IF LOGO-EXTRACT-HIT
		IF S-ISSUE-DATE(8:4) NOT > '2000'
			PERFORM VG-GET-PBODIES
		END-IF
		GO TO DAB-450
	END-IF.
*
	PERFORM VC-GET-TRAIN-ORG-LOGO.

	PERFORM VG-GET-PBODIES.

	PERFORM VH-GET-CERT-VALIDITY.
*
DAB-450.
	PERFORM DABB-FOR-EACH-COMB 
                UNTIL WS-EOF
  		OR    S-NEW-COURSE NOT = WS-OLD-COURSE-NO.
	    END-IF
	END-IF.
*
* EC5261 - for non-reprint runs, hold back students referred by STP104
* as probable duplicates of a certificated student.  Deferred, not
* rejected: once the referral is resolved the next run picks them up
* (or the unwanted registration is deleted and drops out).
*
	IF WS-IP-RUN-TYPE = 'A' THEN
	    PERFORM ZUA-CHECK-DUPLICATE

	    IF DUPLICATE-REFERRED
		SUBTRACT 1 FROM WS-B-TOT-STDTS-PROCESSED
		SUBTRACT 1 FROM WS-B-DRF-STDTS-PROCESSED
		SUBTRACT 1 FROM WS-B-AWC-STDTS-PROCESSED
		MOVE 'PROBABLE DUPLICATE - REFERRED' TO WS-DEFER-REASON
		PERFORM ZW-WRITE-DEFERRED
		GO TO DABBD-500
	    END-IF
	END-IF.
*
* EC5264 - for non-reprint runs, hold back students with an open
* results enquiry or appeal (RESULT_APPEALS, loaded from the STP105
* extract by BVA-LOAD-APPEAL-HOLDS).  Deferred, not rejected: closing
* the case releases the student to the next run.
*
	IF WS-IP-RUN-TYPE = 'A' THEN
	    PERFORM ZUB-CHECK-APPEAL-HOLD

	    IF APPEAL-HELD
		SUBTRACT 1 FROM WS-B-TOT-STDTS-PROCESSED
		SUBTRACT 1 FROM WS-B-DRF-STDTS-PROCESSED
		SUBTRACT 1 FROM WS-B-AWC-STDTS-PROCESSED
		MOVE 'RESULTS ENQUIRY/APPEAL OPEN' TO WS-DEFER-REASON
		PERFORM ZW-WRITE-DEFERRED
		GO TO DABBD-500
	    END-IF
	END-IF.
*
* For non-reprint runs check that the centre/course/student is not deferred.
*
	IF WS-IP-RUN-TYPE = 'A' THEN
	       S-GNVQ-CUC-CODE   = 'Y' OR
	       S-CRED-TRANS-CODE = 'Y'
              MOVE WS-CERT-MSG-AB TO WS-CERT-MSG
	      IF CERT-MSGS-LOADED
	         PERFORM WO-APPLY-ENDORSEMENT
	      END-IF
	    ELSE
	      MOVE SPACES TO WS-CERT-MSG
	    END-IF
	    PERFORM ZV-WRITE-TO-DB

	    MOVE ZERO TO WS-NUM-06-LINES
*
* EC5273 - message lines from the CERTMSGEXT extract when it is loaded,
* otherwise the compiled lines below.
*
	    IF CERT-MSGS-LOADED
	       PERFORM WM-BUILD-CERT-MESSAGES
	    ELSE

	    IF WS-MEMBERSHIP-FLAG = 'Y' 
	    THEN
	      END-IF
            END-IF

	    END-IF

	END-IF.
*
* WI324 - new 88 record - start
        MOVE SPACES TO WS-REJECT-NO(22).
        MOVE SPACES TO WS-REJECT-NO(1).        
*
* EC5267 - take the centre certificate names from the LOGOEXT extract
* when held for this centre and award date.
*
	PERFORM ZUF-FIND-CENTRE-NAMES.
	IF LOGO-EXTRACT-HIT
		IF WS-LXN-FOUND(WS-LGX-ENTRY) = 'Y'
			GO TO DAC-EXIT
		ELSE
			GO TO DAC-200
		END-IF
	END-IF.
*
*       EXEC SQL WHENEVER SQLERROR    GO TO DAC-100 END-EXEC.
*       EXEC SQL WHENEVER SQLWARNING  CONTINUE      END-EXEC.
*       EXEC SQL WHENEVER NOT FOUND   GO TO DAC-200 END-EXEC.
	EXIT.
*
/
EH-WRITE-OUTPUT-TRAILERS SECTION.
********************************************************************************
*    EC5262 - THIS SECTION WRITES THE TRAILER RECORD, WITH THE NUMBER OF       *
*    DATA RECORDS WRITTEN, TO THE STOCKUSED, VCODEUSED AND REJECTEXT           *
*    FILES.  IT IS REACHED ONLY WHEN THE RUN COMPLETES, SO A FILE LEFT BY      *
*    AN ABANDONED RUN HAS NO TRAILER AND IS REFUSED BY THE PROGRAM THAT        *
*    WOULD HAVE APPLIED IT.                                                    *
********************************************************************************
EH-START.
	MOVE SPACES           TO WS-CTL-REC.
	MOVE '*TRL'           TO WS-CTL-TYPE.
	MOVE 'STP070'         TO WS-CTL-PROGRAM.
	MOVE WS-OUT-GENERATED TO WS-CTL-GENERATED.
	MOVE WS-RUN-DATE      TO WS-CTL-RUN-DATE.

	MOVE 'STOCKUSED'      TO WS-CTL-FILE-NAME.
	MOVE WS-OUT-STKU-COUNT TO WS-CTL-RECORD-COUNT.
	WRITE STOCKUSED-CTL-REC FROM WS-CTL-REC.
	MOVE 'VCODEUSED'      TO WS-CTL-FILE-NAME.
	MOVE WS-OUT-VCU-COUNT TO WS-CTL-RECORD-COUNT.
	WRITE VCODEUSED-CTL-REC FROM WS-CTL-REC.
	MOVE 'REJECTEXT'      TO WS-CTL-FILE-NAME.
	MOVE WS-OUT-RJX-COUNT TO WS-CTL-RECORD-COUNT.
	WRITE REJEXT-CTL-REC FROM WS-CTL-REC.
EH-EXIT.
	EXIT.
*
/
EG-RECORD-STOCK-USAGE SECTION.
********************************************************************************
*    EC5205 - THIS SECTION RECORDS THE PRE-PRINTED STATIONERY USED BY          *
	MOVE WS-B-DRF-STDTS-PASSED  TO STKU-SHEETS-USED.
	MOVE WS-RUN-DATE            TO STKU-RUN-DATE.
	WRITE STOCKUSED-REC.
	ADD 1 TO WS-OUT-STKU-COUNT.

	PERFORM VARYING WS-STK-IDX FROM 1 BY 1
		UNTIL WS-STK-IDX > WS-STK-COUNT
	PERFORM ZZ-ABORT.
F-150.
	PERFORM EF-MANIFEST-TRAILER.
	PERFORM EH-WRITE-OUTPUT-TRAILERS.

	CLOSE REJECT-FILE
	      REJEXT-FILE
	MOVE WS-SUMMARY-LINE TO SUMMARY-REC.
	WRITE SUMMARY-REC.

FC-250.
	IF NOT LOGO-EXTRACT-LOADED
		GO TO FC-300
	END-IF.

	MOVE WS-LGX-CENTRE-HITS TO WS-SUM-NUM-1.
	MOVE WS-LGX-CENTRE-FALLBACKS TO WS-SUM-NUM-2.
	MOVE SPACES TO WS-SUMMARY-LINE.
	STRING	'LOGOEXT CENTRE LOGOS HITS '		DELIMITED BY SIZE
		WS-SUM-NUM-1				DELIMITED BY SIZE
		'  FALLBACKS '				DELIMITED BY SIZE
		WS-SUM-NUM-2				DELIMITED BY SIZE
	INTO	WS-SUMMARY-LINE.
	MOVE WS-SUMMARY-LINE TO SUMMARY-REC.
	WRITE SUMMARY-REC.

	MOVE WS-LGX-FRAN-HITS TO WS-SUM-NUM-1.
	MOVE WS-LGX-FRAN-FALLBACKS TO WS-SUM-NUM-2.
	MOVE SPACES TO WS-SUMMARY-LINE.
	STRING	'LOGOEXT FRANCHISE LOGOS HITS '		DELIMITED BY SIZE
		WS-SUM-NUM-1				DELIMITED BY SIZE
		'  FALLBACKS '				DELIMITED BY SIZE
		WS-SUM-NUM-2				DELIMITED BY SIZE
	INTO	WS-SUMMARY-LINE.
	MOVE WS-SUMMARY-LINE TO SUMMARY-REC.
	WRITE SUMMARY-REC.

	MOVE WS-LGX-COURSE-HITS TO WS-SUM-NUM-1.
	MOVE WS-LGX-COURSE-FALLBACKS TO WS-SUM-NUM-2.
	MOVE SPACES TO WS-SUMMARY-LINE.
	STRING	'LOGOEXT COURSE LOGOS HITS '		DELIMITED BY SIZE
		WS-SUM-NUM-1				DELIMITED BY SIZE
		'  FALLBACKS '				DELIMITED BY SIZE
		WS-SUM-NUM-2				DELIMITED BY SIZE
	INTO	WS-SUMMARY-LINE.
	MOVE WS-SUMMARY-LINE TO SUMMARY-REC.
	WRITE SUMMARY-REC.

	MOVE WS-LGX-NAME-HITS TO WS-SUM-NUM-1.
	MOVE WS-LGX-NAME-FALLBACKS TO WS-SUM-NUM-2.
	MOVE SPACES TO WS-SUMMARY-LINE.
	STRING	'LOGOEXT CENTRE NAMES HITS '		DELIMITED BY SIZE
		WS-SUM-NUM-1				DELIMITED BY SIZE
		'  FALLBACKS '				DELIMITED BY SIZE
		WS-SUM-NUM-2				DELIMITED BY SIZE
	INTO	WS-SUMMARY-LINE.
	MOVE WS-SUMMARY-LINE TO SUMMARY-REC.
	WRITE SUMMARY-REC.

FC-300.
	MOVE WS-IOM-CERT-COUNT TO WS-SUM-NUM-1.
	MOVE WS-IOM-SKIPPED-COUNT TO WS-SUM-NUM-2.
	THEN
		GO TO VA-999
	END-IF.
*
* EC5267 - take the centre logos from the LOGOEXT extract when held.
*
	PERFORM ZUC-FIND-CENTRE-LOGOS.
	IF	LOGO-EXTRACT-HIT
	THEN
		GO TO VA-999
	END-IF.
	MOVE S-CENTRE-NO TO WS-LOGO-CENTRE-ID.
*
*       EXEC SQL WHENEVER SQLERROR GO TO VA-010 END-EXEC.
	END-IF.
	MOVE S-INST-LOCATION TO WS-LOGO-CENTRE-ID,WS-OLD-INST-LOCATION.
*
* EC5267 - take the franchise logo from the LOGOEXT extract when held.
*
	PERFORM ZUE-FIND-FRAN-LOGO.
	IF	LOGO-EXTRACT-HIT
	THEN
		GO TO VB-999
	END-IF.
*
*       EXEC SQL WHENEVER SQLERROR GO TO VB-010 END-EXEC.
*
*       EXEC SQL WHENEVER NOT FOUND GO TO VB-999 END-EXEC.
	MOVE PL8-CERT-NO       TO VCU-CERT-NO.
	MOVE WS-RUN-DATE       TO VCU-RUN-DATE.
	WRITE VCODEUSED-REC.
	ADD 1 TO WS-OUT-VCU-COUNT.
WW-EXIT.
	EXIT.
*
	EXIT.
*
/
WM-BUILD-CERT-MESSAGES SECTION.
********************************************************************************
*    EC5273 - THIS SECTION BUILDS THE CERTIFICATE MESSAGE LINES ('06'          *
*    RECORD) FROM THE CERTMSGEXT TABLE: EVERY MESSAGE LINE IN FORCE ON THE     *
*    ISSUE DATE FOR THE AWARD CODE AND AWARD TITLE, IN TABLE ORDER, THEN       *
*    THE VALIDITY LEGEND WHEN THE CERTIFICATE HAS A VALIDITY PERIOD AND        *
*    THERE IS STILL ROOM FOR IT.  A CERTIFICATE WITH A VALIDITY PERIOD         *
*    BUT NO LEGEND IN FORCE ON THE TABLE TAKES THE COMPILED LEGEND, SO THE     *
*    PERIOD IS NEVER LEFT OFF.  THE RECORD IS WRITTEN ONLY WHEN THERE IS       *
*    AT LEAST ONE LINE, AS BEFORE.                                             *
********************************************************************************
WM-START.
	PERFORM WQ-SET-ISSUE-YMD.
	MOVE 'N' TO WS-CMX-NO-ROOM-IND.
	MOVE 9   TO WS-CMX-LINE-LIMIT.

	PERFORM VARYING WS-CMX-IDX FROM 1 BY 1
		UNTIL WS-CMX-IDX > WS-CMX-COUNT
		IF WS-CMX-USAGE(WS-CMX-IDX) = 'L'
			PERFORM WP-MATCH-CERT-MESSAGE
			IF CERT-MSG-FOUND
				PERFORM WN-ADD-MESSAGE-LINE
			END-IF
		END-IF
	END-PERFORM.

	IF CERT-MSG-NO-ROOM
		DISPLAY 'NO ROOM FOR ALL MESSAGE LINES'
		MOVE WS-REG-NO TO MESSAGE-REG-NO
		WRITE REJECT-REC FROM WS-MESSAGE-WARNING
	END-IF.

	IF WS-YEARS-CERT-VALID = SPACES
		GO TO WM-040
	END-IF.

	MOVE 'N' TO WS-CMX-NO-ROOM-IND.
	MOVE 'N' TO WS-CMX-LEGEND-IND.
	MOVE WS-MAX-06-LINES TO WS-CMX-LINE-LIMIT.

	PERFORM VARYING WS-CMX-IDX FROM 1 BY 1
		UNTIL WS-CMX-IDX > WS-CMX-COUNT
		IF WS-CMX-USAGE(WS-CMX-IDX) = 'V'
			PERFORM WP-MATCH-CERT-MESSAGE
			IF CERT-MSG-FOUND
				MOVE 'Y' TO WS-CMX-LEGEND-IND
				INSPECT WS-CMX-TEXT
				  REPLACING ALL '#' BY WS-YEARS-CERT-VALID
				INSPECT WS-CMX-WELSH-TEXT
				  REPLACING ALL '#' BY WS-YEARS-CERT-VALID
				PERFORM WN-ADD-MESSAGE-LINE
			END-IF
		END-IF
	END-PERFORM.

	IF NOT CERT-MSG-LEGEND-FOUND
		MOVE WS-YEARS-CERT-VALID TO PL7E-YEARS-VALID
		MOVE WS-LINE-7E TO WS-CMX-TEXT
		MOVE SPACES     TO WS-CMX-WELSH-TEXT
		PERFORM WN-ADD-MESSAGE-LINE
	END-IF.

	IF CERT-MSG-NO-ROOM
		DISPLAY 'NO ROOM FOR VALIDITY STATEMENT'
		MOVE WS-REG-NO TO VALIDITY-REG-NO
		WRITE REJECT-REC FROM WS-VALIDITY-WARNING
	END-IF.
WM-040.
	IF WS-NUM-06-LINES = 0
		GO TO WM-EXIT
	END-IF.

	COMPUTE WS-ANS-LENGTH = WS-POINTER - 1.
	WRITE PRINT-REC FROM WS-ANS-REC.
	PERFORM T-GET-NEXT-POSITION.

	MOVE 'D'		TO WS-AROF-RECORD-TYPE.
	MOVE WS-CENTRE-NO	TO WS-AROF-CENTRE.
	MOVE 0			TO WS-AROF-CENTRE-I.
	MOVE WS-REG-NO		TO WS-AROF-REG-NO.
	MOVE 0			TO WS-AROF-REG-NO-I.

	PERFORM ZV-WRITE-TO-DB.
WM-EXIT.
	EXIT.
*
/
WN-ADD-MESSAGE-LINE SECTION.
********************************************************************************
*    EC5273 - THIS SECTION ADDS THE MESSAGE IN WS-CMX-TEXT (ENGLISH) AND       *
*    WS-CMX-WELSH-TEXT TO THE '06' RECORD IN THE CENTRE'S LANGUAGE: A          *
*    WELSH CENTRE TAKES THE WELSH TEXT IN PLACE OF THE ENGLISH, A              *
*    BILINGUAL CENTRE THE ENGLISH LINE FOLLOWED BY THE WELSH.  NO WELSH        *
*    TEXT LEAVES THE ENGLISH LINE ALONE.                                       *
********************************************************************************
WN-START.
	IF WS-CMX-WELSH-TEXT = SPACES
	OR (NOT CENTRE-LANG-WELSH AND NOT CENTRE-LANG-BILINGUAL)
		PERFORM WNA-STRING-MESSAGE-LINE
		GO TO WN-EXIT
	END-IF.

	IF CENTRE-LANG-WELSH
		MOVE WS-CMX-WELSH-TEXT TO WS-CMX-TEXT
		PERFORM WNA-STRING-MESSAGE-LINE
		GO TO WN-EXIT
	END-IF.

	PERFORM WNA-STRING-MESSAGE-LINE.
	MOVE WS-CMX-WELSH-TEXT TO WS-CMX-TEXT.
	PERFORM WNA-STRING-MESSAGE-LINE.
WN-EXIT.
	EXIT.
*
/
WNA-STRING-MESSAGE-LINE SECTION.
********************************************************************************
*    EC5273 - THIS SECTION STRINGS WS-CMX-TEXT ONTO THE '06' RECORD AS ITS     *
*    NEXT LINE, STARTING THE RECORD FOR THE FIRST LINE.  A LINE BEYOND         *
*    WS-CMX-LINE-LIMIT IS LEFT OFF AND FLAGGED.                                *
********************************************************************************
WNA-START.
	IF WS-NUM-06-LINES NOT < WS-CMX-LINE-LIMIT
		MOVE 'Y' TO WS-CMX-NO-ROOM-IND
		GO TO WNA-EXIT
	END-IF.

	IF WS-NUM-06-LINES = 0
		MOVE SPACES TO WS-ANS-REC
		MOVE 1 TO WS-POINTER
		STRING '06*!*'     DELIMITED BY SIZE
		       WS-CMX-TEXT DELIMITED BY '  '
		INTO   WS-ANS-REC
		WITH   POINTER WS-POINTER
	ELSE
		PERFORM T-GET-NEXT-POSITION
		STRING '*!*'       DELIMITED BY SIZE
		       WS-CMX-TEXT DELIMITED BY '  '
		INTO   WS-ANS-REC
		WITH   POINTER WS-POINTER
	END-IF.

	ADD 1 TO WS-NUM-06-LINES.
WNA-EXIT.
	EXIT.
*
/
WO-APPLY-ENDORSEMENT SECTION.
********************************************************************************
*    EC5273 - THIS SECTION REPLACES THE COMPILED MORE-THAN-ONE-PAGE            *
*    ENDORSEMENT WITH THE FIRST ONE IN FORCE ON THE CERTMSGEXT TABLE FOR       *
*    THE AWARD CODE AND AWARD TITLE, IN THE CENTRE'S LANGUAGE.  THE            *
*    ENDORSEMENT IS ONE FIELD, SO A BILINGUAL CENTRE TAKES BOTH TEXTS IN IT    *
*    (TRUNCATED IF NEED BE), AS WV-APPLY-WELSH-TEXT DOES.  NO ENDORSEMENT      *
*    ON THE TABLE LEAVES THE COMPILED TEXT.                                    *
********************************************************************************
WO-START.
	PERFORM WQ-SET-ISSUE-YMD.
	MOVE 'N' TO WS-CMX-FOUND-IND.

	PERFORM VARYING WS-CMX-IDX FROM 1 BY 1
		UNTIL WS-CMX-IDX > WS-CMX-COUNT
		OR CERT-MSG-FOUND
		IF WS-CMX-USAGE(WS-CMX-IDX) = 'E'
			PERFORM WP-MATCH-CERT-MESSAGE
		END-IF
	END-PERFORM.

	IF NOT CERT-MSG-FOUND
		GO TO WO-EXIT
	END-IF.

	IF WS-CMX-WELSH-TEXT = SPACES
	OR (NOT CENTRE-LANG-WELSH AND NOT CENTRE-LANG-BILINGUAL)
		MOVE WS-CMX-TEXT TO WS-CERT-MSG
		GO TO WO-EXIT
	END-IF.

	IF CENTRE-LANG-WELSH
		MOVE WS-CMX-WELSH-TEXT TO WS-CERT-MSG
		GO TO WO-EXIT
	END-IF.

	MOVE SPACES TO WS-BILINGUAL-TEXT.
	STRING	WS-CMX-TEXT        DELIMITED BY '  '
		' / '              DELIMITED BY SIZE
		WS-CMX-WELSH-TEXT  DELIMITED BY SIZE
	   INTO WS-BILINGUAL-TEXT
	     ON OVERFLOW CONTINUE
	END-STRING.
	MOVE WS-BILINGUAL-TEXT TO WS-CERT-MSG.
WO-EXIT.
	EXIT.
*
/
WP-MATCH-CERT-MESSAGE SECTION.
********************************************************************************
*    EC5273 - THIS SECTION TESTS ENTRY WS-CMX-IDX OF THE CERTMSGEXT TABLE      *
*    AGAINST THE CURRENT AWARD CODE, AWARD TITLE AND ISSUE DATE.  ON A         *
*    MATCH THE ENGLISH AND WELSH TEXTS ARE MOVED TO WS-CMX-TEXT AND            *
*    WS-CMX-WELSH-TEXT.                                                        *
********************************************************************************
WP-START.
	MOVE 'N' TO WS-CMX-FOUND-IND.

	IF WS-CMX-AWARD-CODE(WS-CMX-IDX) NOT = SPACES
	AND WS-CMX-AWARD-CODE(WS-CMX-IDX) NOT = WS-AWARD-CODE
		GO TO WP-EXIT
	END-IF.

	IF WS-CMX-BTEC-TITLE(WS-CMX-IDX) NOT = SPACES
	AND WS-CMX-BTEC-TITLE(WS-CMX-IDX) NOT = WS-BTEC-TITLE
		GO TO WP-EXIT
	END-IF.

	IF WS-CMX-EFF-FROM(WS-CMX-IDX) > WS-CMX-ISSUE-YMD
	OR WS-CMX-EFF-TO(WS-CMX-IDX) < WS-CMX-ISSUE-YMD
		GO TO WP-EXIT
	END-IF.

	MOVE 'Y' TO WS-CMX-FOUND-IND.
	MOVE WS-CMX-ENGLISH(WS-CMX-IDX) TO WS-CMX-TEXT.
	MOVE WS-CMX-WELSH(WS-CMX-IDX)   TO WS-CMX-WELSH-TEXT.
WP-EXIT.
	EXIT.
*
/
WQ-SET-ISSUE-YMD SECTION.
********************************************************************************
*    EC5273 - THIS SECTION TURNS THE ISSUE DATE (DD-MON-YYYY) INTO THE         *
*    YYYYMMDD FORM OF THE CERTMSGEXT EFFECTIVE DATES.  A CERTIFICATE WITH      *
*    NO ISSUE DATE IS TAKEN AS ISSUED TODAY.                                   *
********************************************************************************
WQ-START.
	IF S-ISSUE-DATE(1:2) NOT NUMERIC
	OR S-ISSUE-DATE(8:4) NOT NUMERIC
		MOVE WS-XCK-DATE TO WS-CMX-ISSUE-DATE
		GO TO WQ-EXIT
	END-IF.

	MOVE S-ISSUE-DATE(8:4) TO WS-CMX-ISSUE-YEAR.
	MOVE S-ISSUE-DATE(1:2) TO WS-CMX-ISSUE-DAY.
	MOVE 0 TO WS-CMX-ISSUE-MONTH.

	PERFORM VARYING WS-CMX-MONTH FROM 1 BY 1
		UNTIL WS-CMX-MONTH > 12
		IF WS-MONTH-NAME(WS-CMX-MONTH) = S-ISSUE-DATE(4:3)
			MOVE WS-CMX-MONTH TO WS-CMX-ISSUE-MONTH
		END-IF
	END-PERFORM.
WQ-EXIT.
	EXIT.
*
/
ZC-INSERT-IOM-CERTS SECTION.
*******************************************************************************
ZC-000.
ZV-999.                                                                        
	EXIT.
*
ZE-START-EXTRACT-CHECK SECTION.
********************************************************************************
*    EC5262 - THIS SECTION CLEARS THE CONTROL RECORD CHECK BEFORE AN           *
*    EXTRACT IS OPENED.  THE CALLER SETS THE FILE NAME EXPECTED ON THE         *
*    HEADER AND THE SEVERITY: 'R' REFUSES THE RUN ON A MISSING OR STALE        *
*    EXTRACT, 'W' WARNS ON THE REJECTS FILE AND CARRIES ON.                    *
********************************************************************************
ZE-START.
	MOVE 'N'    TO WS-XCK-HEADER-IND.
	MOVE 'N'    TO WS-XCK-TRAILER-IND.
	MOVE 'N'    TO WS-XCK-CONTROL-IND.
	MOVE 'N'    TO WS-XCK-SOFT-IND.
	MOVE 0      TO WS-XCK-RECORD-COUNT.
	MOVE 0      TO WS-XCK-TRAILER-COUNT.
	MOVE SPACES TO WS-XCK-HEADER-DATE.
	MOVE SPACES TO WS-XCK-PROBLEM.

	MOVE FUNCTION CURRENT-DATE TO WS-XCK-CURRENT-DATE.
	MOVE WS-XCK-CURRENT-DATE(1:8) TO WS-XCK-DATE.
	MOVE WS-XCK-DAY                  TO WS-XCK-TODAY-DAY.
	MOVE WS-MONTH-NAME(WS-XCK-MONTH) TO WS-XCK-TODAY-MONTH.
	MOVE WS-XCK-YEAR                 TO WS-XCK-TODAY-YEAR.
ZE-EXIT.
	EXIT.
*
ZF-CHECK-CONTROL-RECORD SECTION.
********************************************************************************
*    EC5262 - THIS SECTION CHECKS ONE RECORD READ FROM AN EXTRACT (MOVED       *
*    TO WS-CTL-REC BY THE CALLER).  A HEADER OR TRAILER IS NOTED AND THE       *
*    CALLER TOLD TO SKIP IT; A DATA RECORD IS COUNTED.  ONLY THE FIRST         *
*    PROBLEM FOUND IS KEPT, FOR ZG-END-EXTRACT-CHECK TO ACT ON.                *
********************************************************************************
ZF-START.
	MOVE 'N' TO WS-XCK-CONTROL-IND.

	IF NOT CTL-HEADER
	AND NOT CTL-TRAILER
		GO TO ZF-050
	END-IF.

	MOVE 'Y' TO WS-XCK-CONTROL-IND.

	IF CTL-TRAILER
		GO TO ZF-030
	END-IF.

	IF (XCK-HEADER-SEEN
	OR  WS-XCK-RECORD-COUNT > 0)
	AND WS-XCK-PROBLEM = SPACES
		MOVE 'HEADER OUT OF PLACE' TO WS-XCK-PROBLEM
	END-IF.

	IF WS-CTL-FILE-NAME NOT = WS-XCK-FILE-NAME
	AND WS-XCK-PROBLEM = SPACES
		MOVE 'HEADER NAMES ANOTHER FILE' TO WS-XCK-PROBLEM
	END-IF.

	MOVE 'Y'             TO WS-XCK-HEADER-IND.
	MOVE WS-CTL-RUN-DATE TO WS-XCK-HEADER-DATE.

	DISPLAY 'EXTRACT ' WS-CTL-FILE-NAME
		' FROM ' WS-CTL-PROGRAM
		' GENERATED ' WS-CTL-GENERATED
		' RUN DATE ' WS-CTL-RUN-DATE.
	GO TO ZF-EXIT.
ZF-030.
	IF XCK-TRAILER-SEEN
	AND WS-XCK-PROBLEM = SPACES
		MOVE 'HAS MORE THAN ONE TRAILER' TO WS-XCK-PROBLEM
	END-IF.

	MOVE 'Y'                 TO WS-XCK-TRAILER-IND.
	MOVE WS-CTL-RECORD-COUNT TO WS-XCK-TRAILER-COUNT.
	GO TO ZF-EXIT.
ZF-050.
	IF XCK-TRAILER-SEEN
	AND WS-XCK-PROBLEM = SPACES
		MOVE 'HAS RECORDS AFTER THE TRAILER' TO WS-XCK-PROBLEM
	END-IF.

	ADD 1 TO WS-XCK-RECORD-COUNT.
ZF-EXIT.
	EXIT.
*
ZG-END-EXTRACT-CHECK SECTION.
********************************************************************************
*    EC5262 - THIS SECTION JUDGES AN EXTRACT ONCE IT HAS BEEN READ AND         *
*    CLOSED.  A TRUNCATED EXTRACT (NO TRAILER, OR A TRAILER COUNT THAT         *
*    DISAGREES WITH THE RECORDS READ), ONE WITHOUT A HEADER, OR ONE WITH       *
*    MISPLACED CONTROL RECORDS ALWAYS ABANDONS THE RUN.  A MISSING OR          *
*    EMPTY EXTRACT, OR A STALE ONE (HEADER RUN DATE NOT TODAY), ABANDONS       *
*    THE RUN AT SEVERITY 'R' AND IS WARNED ON THE REJECTS FILE AT 'W'.         *
********************************************************************************
ZG-START.
	IF NOT XCK-HEADER-SEEN
	AND NOT XCK-TRAILER-SEEN
	AND WS-XCK-RECORD-COUNT = 0
		MOVE 'Y' TO WS-XCK-SOFT-IND
		MOVE 'ABSENT OR EMPTY' TO WS-XCK-PROBLEM
		GO TO ZG-050
	END-IF.

	IF WS-XCK-PROBLEM NOT = SPACES
		GO TO ZG-050
	END-IF.

	IF NOT XCK-HEADER-SEEN
		MOVE 'HAS NO HEADER RECORD' TO WS-XCK-PROBLEM
		GO TO ZG-050
	END-IF.

	IF NOT XCK-TRAILER-SEEN
		MOVE 'TRUNCATED - NO TRAILER RECORD' TO WS-XCK-PROBLEM
		GO TO ZG-050
	END-IF.

	IF WS-XCK-TRAILER-COUNT NOT = WS-XCK-RECORD-COUNT
		MOVE 'TRUNCATED - RECORD COUNT DISAGREES' TO WS-XCK-PROBLEM
		GO TO ZG-050
	END-IF.

	IF WS-XCK-HEADER-DATE NOT = WS-XCK-TODAY
		MOVE 'Y' TO WS-XCK-SOFT-IND
		STRING	'STALE - RUN DATE '	DELIMITED BY SIZE
			WS-XCK-HEADER-DATE	DELIMITED BY SIZE
		INTO	WS-XCK-PROBLEM
		GO TO ZG-050
	END-IF.

	GO TO ZG-EXIT.
ZG-050.
	IF XCK-SOFT-PROBLEM
	AND NOT XCK-REFUSE
		MOVE SPACES TO WS-SUMMARY-LINE
		STRING	'*** WARNING - '	DELIMITED BY SIZE
			WS-XCK-FILE-NAME	DELIMITED BY SPACE
			' EXTRACT '		DELIMITED BY SIZE
			WS-XCK-PROBLEM		DELIMITED BY '  '
			' ***'			DELIMITED BY SIZE
		INTO	WS-SUMMARY-LINE
		MOVE WS-SUMMARY-LINE TO REJECT-REC
		WRITE REJECT-REC AFTER 2
		DISPLAY WS-SUMMARY-LINE
		GO TO ZG-EXIT
	END-IF.

	MOVE SPACES TO WS-ERR-MESSAGE.
	STRING	WS-XCK-FILE-NAME	DELIMITED BY SPACE
		' EXTRACT '		DELIMITED BY SIZE
		WS-XCK-PROBLEM		DELIMITED BY '  '
		' - RUN ABANDONED'	DELIMITED BY SIZE
	INTO	WS-ERR-MESSAGE.
	PERFORM ZZ-ABORT.
ZG-EXIT.
	EXIT.
*
ZU-CHECK-EMBARGO SECTION.
********************************************************************************
*    EC5204 - THIS SECTION CHECKS WHETHER THE CURRENT STUDENT'S AWARD          *
ZU-EXIT.
	EXIT.
*
ZUA-CHECK-DUPLICATE SECTION.
********************************************************************************
*    EC5261 - THIS SECTION CHECKS WHETHER THE CURRENT STUDENT IS HELD IN       *
*    WS-DUPX-TAB AS A PROBABLE DUPLICATE LEARNER REFERRED BY STP104.           *
********************************************************************************
ZUA-START.
	MOVE 'N' TO WS-DUPX-MATCH-IND.

	PERFORM VARYING WS-DUPX-IDX FROM 1 BY 1
		UNTIL WS-DUPX-IDX > WS-DUPX-COUNT
		OR DUPLICATE-REFERRED
		IF WS-DUPX-REG-NO(WS-DUPX-IDX) = S-REG-NO
			MOVE 'Y' TO WS-DUPX-MATCH-IND
		END-IF
	END-PERFORM.
ZUA-EXIT.
	EXIT.
*
ZUB-CHECK-APPEAL-HOLD SECTION.
********************************************************************************
*    EC5264 - THIS SECTION CHECKS WHETHER THE CURRENT STUDENT IS HELD IN       *
*    WS-APPX-TAB WITH AN OPEN RESULTS ENQUIRY OR APPEAL.                       *
********************************************************************************
ZUB-START.
	MOVE 'N' TO WS-APPX-MATCH-IND.

	PERFORM VARYING WS-APPX-IDX FROM 1 BY 1
		UNTIL WS-APPX-IDX > WS-APPX-COUNT
		OR APPEAL-HELD
		IF WS-APPX-REG-NO(WS-APPX-IDX) = S-REG-NO
			MOVE 'Y' TO WS-APPX-MATCH-IND
		END-IF
	END-PERFORM.
ZUB-EXIT.
	EXIT.
*
ZUC-FIND-CENTRE-LOGOS SECTION.
********************************************************************************
*    EC5267 - THIS SECTION LOOKS FOR THE CURRENT STUDENT'S CENTRE IN           *
*    WS-LXC-TAB.  ON A HIT THE CENTRE LOGOS ARE SET AND COUNTED AS FOUND       *
*    OR MISSING, AS VA-GET-CENTRE-LOGO WOULD HAVE DONE.                        *
********************************************************************************
ZUC-START.
	MOVE 'N' TO WS-LGX-MATCH-IND.
	IF NOT LOGO-EXTRACT-LOADED
		GO TO ZUC-EXIT
	END-IF.

	PERFORM VARYING WS-LXC-IDX FROM 1 BY 1
		UNTIL WS-LXC-IDX > WS-LXC-COUNT
		OR LOGO-EXTRACT-HIT
		IF WS-LXC-CENTRE(WS-LXC-IDX) = S-CENTRE-NO
			MOVE 'Y' TO WS-LGX-MATCH-IND
			MOVE WS-LXC-IDX TO WS-LGX-ENTRY
		END-IF
	END-PERFORM.

	IF NOT LOGO-EXTRACT-HIT
		ADD 1 TO WS-LGX-CENTRE-FALLBACKS
		GO TO ZUC-EXIT
	END-IF.

	ADD 1 TO WS-LGX-CENTRE-HITS.
	IF WS-LXC-FOUND(WS-LGX-ENTRY) = 'Y'
		MOVE WS-LXC-LOGO(WS-LGX-ENTRY, 1) TO WS-CENTRE-LOGO(1)
		MOVE WS-LXC-LOGO(WS-LGX-ENTRY, 2) TO WS-CENTRE-LOGO(2)
		ADD 1 TO WS-LOGO-CENTRE-FOUND
	ELSE
		ADD 1 TO WS-LOGO-CENTRE-MISSING
	END-IF.
ZUC-EXIT.
	EXIT.
*
ZUD-FIND-COURSE-LOGOS SECTION.
********************************************************************************
*    EC5267 - THIS SECTION LOOKS FOR THE CURRENT CENTRE, COURSE, AWARD CODE    *
*    AND AWARD TITLE IN WS-LXK-TAB.  ON A HIT THE TRAINING ORGANISATION,       *
*    AWARD TYPE AND PROFESSIONAL BODY LOGOS, THE MEMBERSHIP FLAG AND THE       *
*    YEARS VALID ARE SET, AND THE LOGOS COUNTED AS FOUND OR MISSING, AS        *
*    VC-, VE-, VF-, VG- AND VH- WOULD HAVE DONE.                               *
********************************************************************************
ZUD-START.
	MOVE 'N' TO WS-LGX-MATCH-IND.
	IF NOT LOGO-EXTRACT-LOADED
		GO TO ZUD-EXIT
	END-IF.

	PERFORM VARYING WS-LXK-IDX FROM 1 BY 1
		UNTIL WS-LXK-IDX > WS-LXK-COUNT
		OR LOGO-EXTRACT-HIT
		IF WS-LXK-CENTRE(WS-LXK-IDX) = S-CENTRE-NO
		AND WS-LXK-COURSE(WS-LXK-IDX) = S-COURSE-NO
		AND WS-LXK-AWARD-CODE(WS-LXK-IDX) = WS-AWARD-CODE
		AND WS-LXK-BTEC-TITLE(WS-LXK-IDX) = WS-BTEC-TITLE
			MOVE 'Y' TO WS-LGX-MATCH-IND
			MOVE WS-LXK-IDX TO WS-LGX-ENTRY
		END-IF
	END-PERFORM.

	IF NOT LOGO-EXTRACT-HIT
		ADD 1 TO WS-LGX-COURSE-FALLBACKS
		GO TO ZUD-EXIT
	END-IF.

	ADD 1 TO WS-LGX-COURSE-HITS.
	INITIALIZE WS-TORG-LOGOS.
	INITIALIZE WS-AWARD-TYPE-LOGO.
	INITIALIZE WS-PBODY-LOGOS.

	IF WS-LXK-TORG-FOUND(WS-LGX-ENTRY) = 'Y'
		MOVE WS-LXK-TORG-LOGO(WS-LGX-ENTRY, 1) TO WS-TORG-LOGO(1)
		MOVE WS-LXK-TORG-LOGO(WS-LGX-ENTRY, 2) TO WS-TORG-LOGO(2)
		ADD 1 TO WS-LOGO-TRAIN-ORG-FOUND
	ELSE
		ADD 1 TO WS-LOGO-TRAIN-ORG-MISSING
	END-IF.

	IF WS-LXK-ATYPE-FOUND(WS-LGX-ENTRY) = 'Y'
		MOVE WS-LXK-ATYPE-LOGO(WS-LGX-ENTRY) TO WS-AWARD-TYPE-LOGO
		ADD 1 TO WS-LOGO-AWARD-TYPE-FOUND
	ELSE
		ADD 1 TO WS-LOGO-AWARD-TYPE-MISSING
	END-IF.

	IF WS-LXK-PBODY-FOUND(WS-LGX-ENTRY) = 'Y'
		PERFORM VARYING WS-LGX-PBODY-IDX FROM 1 BY 1
			UNTIL WS-LGX-PBODY-IDX > 5
			MOVE WS-LXK-PBODY-CLOG-ID(WS-LGX-ENTRY,
						  WS-LGX-PBODY-IDX)
			  TO WS-PBODY-CLOG-ID(WS-LGX-PBODY-IDX)
			MOVE WS-LXK-PBODY-LOGO(WS-LGX-ENTRY,
					       WS-LGX-PBODY-IDX)
			  TO WS-PBODY-LOGO(WS-LGX-PBODY-IDX)
		END-PERFORM
		ADD 1 TO WS-LOGO-PBODY-FOUND
	ELSE
		ADD 1 TO WS-LOGO-PBODY-MISSING
	END-IF.

	MOVE WS-LXK-MEMBERSHIP(WS-LGX-ENTRY)  TO WS-MEMBERSHIP-FLAG.
	MOVE WS-LXK-YEARS-VALID(WS-LGX-ENTRY) TO WS-YEARS-CERT-VALID.
ZUD-EXIT.
	EXIT.
*
ZUE-FIND-FRAN-LOGO SECTION.
********************************************************************************
*    EC5267 - THIS SECTION LOOKS FOR THE CURRENT STUDENT'S INSTITUTION         *
*    LOCATION IN WS-LXF-TAB AND ON A HIT SETS THE FRANCHISE CENTRE LOGO.       *
********************************************************************************
ZUE-START.
	MOVE 'N' TO WS-LGX-MATCH-IND.
	IF NOT LOGO-EXTRACT-LOADED
		GO TO ZUE-EXIT
	END-IF.

	PERFORM VARYING WS-LXF-IDX FROM 1 BY 1
		UNTIL WS-LXF-IDX > WS-LXF-COUNT
		OR LOGO-EXTRACT-HIT
		IF WS-LXF-LOCATION(WS-LXF-IDX) = S-INST-LOCATION
			MOVE 'Y' TO WS-LGX-MATCH-IND
			MOVE WS-LXF-IDX TO WS-LGX-ENTRY
		END-IF
	END-PERFORM.

	IF NOT LOGO-EXTRACT-HIT
		ADD 1 TO WS-LGX-FRAN-FALLBACKS
		GO TO ZUE-EXIT
	END-IF.

	ADD 1 TO WS-LGX-FRAN-HITS.
	IF WS-LXF-FOUND(WS-LGX-ENTRY) = 'Y'
		MOVE WS-LXF-LOGO(WS-LGX-ENTRY) TO WS-FRAN-CENTRE-LOGO
	END-IF.
ZUE-EXIT.
	EXIT.
*
ZUF-FIND-CENTRE-NAMES SECTION.
********************************************************************************
*    EC5267 - THIS SECTION LOOKS FOR THE CURRENT CENTRE AND AWARD DATE IN      *
*    WS-LXN-TAB, STARTING WITH THE ENTRY FOUND FOR THE PREVIOUS STUDENT.       *
*    ON A HIT WHERE THE NAMES WERE RESOLVED THEY ARE SET; WS-LGX-ENTRY         *
*    GIVES THE ENTRY FOR THE CALLER TO TEST.                                   *
********************************************************************************
ZUF-START.
	MOVE 'N' TO WS-LGX-MATCH-IND.
	IF NOT LOGO-EXTRACT-LOADED
		GO TO ZUF-EXIT
	END-IF.

	IF WS-LXN-LAST-IDX > 0
		IF WS-LXN-CENTRE(WS-LXN-LAST-IDX) = WS-CENTRE-NO
		AND WS-LXN-AWARD-DATE(WS-LXN-LAST-IDX) = WS-AWARD-DATE
			MOVE 'Y' TO WS-LGX-MATCH-IND
			MOVE WS-LXN-LAST-IDX TO WS-LGX-ENTRY
		END-IF
	END-IF.

	PERFORM VARYING WS-LXN-IDX FROM 1 BY 1
		UNTIL WS-LXN-IDX > WS-LXN-COUNT
		OR LOGO-EXTRACT-HIT
		IF WS-LXN-CENTRE(WS-LXN-IDX) = WS-CENTRE-NO
		AND WS-LXN-AWARD-DATE(WS-LXN-IDX) = WS-AWARD-DATE
			MOVE 'Y' TO WS-LGX-MATCH-IND
			MOVE WS-LXN-IDX TO WS-LGX-ENTRY
		END-IF
	END-PERFORM.

	IF NOT LOGO-EXTRACT-HIT
		ADD 1 TO WS-LGX-NAME-FALLBACKS
		GO TO ZUF-EXIT
	END-IF.

	ADD 1 TO WS-LGX-NAME-HITS.
	MOVE WS-LGX-ENTRY TO WS-LXN-LAST-IDX.
	IF WS-LXN-FOUND(WS-LGX-ENTRY) = 'Y'
		MOVE WS-LXN-MERGED(WS-LGX-ENTRY) TO WS-MERGED-CENTRE-NO
		MOVE WS-LXN-NAME-1(WS-LGX-ENTRY) TO WS-CENTRE-NAME-1
		MOVE WS-LXN-NAME-2(WS-LGX-ENTRY) TO WS-CENTRE-NAME-2
	END-IF.
ZUF-EXIT.
	EXIT.
*
/
ZW-WRITE-DEFERRED SECTION.
********************************************************************************
	MOVE WS-REJX-PRIMARY	  TO RJX-REASON-CODE.
	MOVE WS-REJECT-NO-TABLE	  TO RJX-REASON-FLAGS.
	WRITE REJEXT-REC.
	ADD 1 TO WS-OUT-RJX-COUNT.
*
ZX-100.
*       EXEC SQL WHENEVER SQLERROR  GO TO ZX-200  END-EXEC.
