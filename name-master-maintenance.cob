002350*                       REGISTER; THE RELEASE STEP FEEDS IT
002360*                       BACK THROUGH THE NORMAL PASS ON ITS
002370*                       DATE.  A NON-NUMERIC DATE REJECTS M009.
002371*     2026-10-15  DLW  FIELD EDITS NOW MADE BY THE SHARED
002372*                       EMPLOYEE EDIT MODULE (EMPEDIT) - REJECTS
002373*                       CARRY THE COMMON E001-E013 REASON CODES
002374*                       IN PLACE OF M001-M009 AND PRINT THE
002375*                       REASON TEXT; AN ADD OR A DEPARTMENT
002376*                       CHANGE MUST NAME A DEPARTMENT ON THE
002377*                       DEPARTMENT REFERENCE (DEPTMSTR DD).
002378*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002379*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002380*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002381*                       LATE OR RERUN STREAM PROCESSES THE DAY
002382*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002383*                       THE RUN WITH RETURN CODE 0016.
002384*     2026-10-15  DLW  AN ADD WHOSE LAST AND FIRST NAME, WITH OR
002385*                       WITHOUT THE HIRE DATE, MATCH ANOTHER
002386*                       EMPLOYEE ON THE MASTER (LAST-NAME PATH) OR
002387*                       ON THE PURGED-EMPLOYEE ARCHIVE (ARCHFILE
002388*                       DD) STILL APPLIES, BUT PRINTS A POSSIBLE-
002389*                       DUPLICATE WARNING ON THE REGISTER WITH THE
002390*                       MATCHING EMPLOYEE ID.  MASTER ACCESS
002391*                       IS NOW DYNAMIC FOR THE LAST-NAME PATH
002392*     2026-10-15  DLW  CONTROL TOTALS NOW APPENDED TO THE SHARED
002393*                       STREAM-CONTROL FILE (STRMCTL DD) FOR THE
002394*                       STREAM BALANCE STEP.  A CARD ALREADY
002395*                       APPLIED BY AN EARLIER RUN COUNTS THERE
002396*                       ONLY AS SKIPPED.
002397*     2026-10-15  DLW  THE DEPARTMENT REFERENCE IS USED ONLY WHEN
002398*                       IT OPENS CLEANLY.
002399******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.              NAME-MASTER-MAINTENANCE.
002600 AUTHOR.                  D. L. WHITFIELD.
003900 FILE-CONTROL.
004000     SELECT NAME-MASTER      ASSIGN TO NAMEMSTR
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS EMP-ID
004350         ALTERNATE RECORD KEY IS EMP-LAST-NAME
004360             WITH DUPLICATES
004960         ORGANIZATION IS LINE SEQUENTIAL
004970         FILE STATUS IS WS-PENDTRN-STATUS.
004980*
004982     SELECT DEPT-REFERENCE   ASSIGN TO DEPTMSTR
004984         ORGANIZATION IS INDEXED
004986         ACCESS MODE IS RANDOM
004988         RECORD KEY IS DPT-DEPT-CODE
004990         FILE STATUS IS WS-DEPTREF-STATUS.
004992*
004993     SELECT ARCHIVE-FILE     ASSIGN TO ARCHFILE
004994         ORGANIZATION IS LINE SEQUENTIAL
004995         FILE STATUS IS WS-ARCHFILE-STATUS.
004996*
005000     SELECT REGISTER-RPT     ASSIGN TO MNTREG
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-MNTREG-STATUS.
005400     SELECT REJECT-RPT       ASSIGN TO MNTREJ
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-MNTREJ-STATUS.
005620*
005640     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
005660         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS WS-STRMCTL-STATUS.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  REJECT-RPT-LINE             PIC X(132).
008000*
008010 FD  DEPT-REFERENCE
008020     LABEL RECORDS ARE STANDARD
008030     RECORD CONTAINS 30 CHARACTERS.
008040     COPY DEPTREC.
008050*
008053 FD  ARCHIVE-FILE
008056     LABEL RECORDS ARE STANDARD
008059     RECORD CONTAINS 51 CHARACTERS.
008062 01  ARCHIVE-RECORD.
008065     05  ARC-EMP-ID                  PIC X(05).
008068     05  ARC-LAST-NAME               PIC X(15).
008071     05  ARC-FIRST-NAME              PIC X(10).
008074     05  ARC-DEPT-CODE               PIC X(04).
008077     05  ARC-HIRE-DATE               PIC X(08).
008080     05  ARC-STATUS-CODE             PIC X(01).
008083     05  ARC-STATUS-DATE             PIC X(08).
008086*
008088 FD  STREAM-CONTROL
008090     LABEL RECORDS ARE STANDARD
008092     RECORD CONTAINS 120 CHARACTERS.
008094     COPY SCTREC.
008096*
008100 WORKING-STORAGE SECTION.
008200*
008300******************************************************************
009210     05  WS-TRNJRNL-STATUS           PIC X(02) VALUE SPACES.
009220         88  TRNJRNL-NOT-PRESENT         VALUE '35'.
009230     05  WS-PENDTRN-STATUS           PIC X(02) VALUE SPACES.
009240     05  WS-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
009250         88  DEPTREF-OK                  VALUE '00'.
009266     05  WS-ARCHFILE-STATUS          PIC X(02) VALUE SPACES.
009282         88  ARCHFILE-NOT-PRESENT        VALUE '35'.
009300     05  WS-MNTREG-STATUS            PIC X(02) VALUE SPACES.
009400     05  WS-MNTREJ-STATUS            PIC X(02) VALUE SPACES.
009433     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
009466         88  STRMCTL-OPEN-OK             VALUE '00'.
009500*
009600******************************************************************
009700* PROGRAM SWITCHES
010200     05  WS-TRANS-EDIT-SWITCH        PIC X(01) VALUE 'Y'.
010300         88  WS-TRANS-IS-VALID            VALUE 'Y'.
010400         88  WS-TRANS-IS-INVALID          VALUE 'N'.
010410     05  WS-DEPTREF-OPEN-SWITCH      PIC X(01) VALUE 'N'.
010420         88  WS-DEPTREF-OPEN              VALUE 'Y'.
010428     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
010436         88  WS-EOF-ARCHIVE-FILE         VALUE 'Y'.
010444     05  WS-ARCH-FULL-SWITCH         PIC X(01) VALUE 'N'.
010452         88  WS-ARCHIVE-TABLE-FULL       VALUE 'Y'.
010460     05  WS-PATH-EOF-SWITCH          PIC X(01) VALUE 'N'.
010468         88  WS-EOF-NAME-PATH            VALUE 'Y'.
010476     05  WS-DUP-SAVED-SWITCH         PIC X(01) VALUE 'N'.
010484         88  WS-DUP-ALREADY-SAVED        VALUE 'Y'.
010500*
010600******************************************************************
010700* WORK FIELDS
010900 01  WS-WORK-FIELDS.
011000     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
011100     05  WS-REJECT-REASON-CODE       PIC X(04) VALUE SPACES.
011600         88  WS-REASON-DUPLICATE-ADD     VALUE 'E011'.
011700         88  WS-REASON-NOT-ON-MASTER     VALUE 'E012'.
011800         88  WS-REASON-MASTER-IO         VALUE 'E013'.
011850     05  WS-REJECT-REASON-TEXT       PIC X(40) VALUE SPACES.
011900     05  WS-ACTION-DESC              PIC X(07) VALUE SPACES.
011910     05  WS-RUN-DATE-CCYYMMDD        PIC 9(08) VALUE ZERO.
011920     05  WS-APL-SUB                  PIC 9(04) COMP VALUE ZERO.
011930     05  WS-REGISTER-NOTE            PIC X(20) VALUE SPACES.
011941     05  WS-ARC-SUB                  PIC 9(04) COMP VALUE ZERO.
011952     05  WS-DUP-SUB                  PIC 9(02) COMP VALUE ZERO.
011963     05  WS-MATCH-SOURCE             PIC X(01) VALUE SPACE.
011974     05  WS-MATCH-EMP-ID             PIC X(05) VALUE SPACES.
011985     05  WS-MATCH-TYPE               PIC X(01) VALUE SPACE.
012000*
012100******************************************************************
012200* COUNTERS
012900     05  WS-TRANS-REJECTED           PIC 9(07) COMP VALUE ZERO.
012910     05  WS-TRANS-SKIPPED            PIC 9(07) COMP VALUE ZERO.
012920     05  WS-TRANS-HELD               PIC 9(07) COMP VALUE ZERO.
012960     05  WS-TRANS-POSS-DUP           PIC 9(07) COMP VALUE ZERO.
013000     05  WS-REG-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
013050*
013052******************************************************************
013062     05  WS-APPLIED-COUNT            PIC 9(04) COMP VALUE ZERO.
013064     05  WS-APPLIED-SEQ OCCURS 2000 TIMES
013066                                     PIC 9(07) COMP.
013070*
013072******************************************************************
013074* SHARED EMPLOYEE EDIT MODULE PARAMETER BLOCK
013076******************************************************************
013078     COPY EDITPARM.
013100*
013103******************************************************************
013106* ARCHIVE NAME TABLE - EVERY PURGED-EMPLOYEE ARCHIVE IMAGE, LOADED
013109* ONCE SO EACH ADD CAN BE CHECKED AGAINST IT
013112******************************************************************
013115 01  WS-ARCHIVE-TABLE.
013118     05  WS-ARCHIVE-COUNT            PIC 9(04) COMP VALUE ZERO.
013121     05  WS-ARCHIVE-ENTRY OCCURS 5000 TIMES.
013124         10  WS-ARE-EMP-ID           PIC X(05).
013127         10  WS-ARE-LAST-NAME        PIC X(15).
013130         10  WS-ARE-FIRST-NAME       PIC X(10).
013133         10  WS-ARE-HIRE-DATE        PIC X(08).
013136*
013139******************************************************************
013142* POSSIBLE-DUPLICATE MATCHES FOR THE ADD NOW BEING APPLIED - ONE
013145* ENTRY PER MATCHING EMPLOYEE ID, THE FIRST TEN FOUND
013148******************************************************************
013151 01  WS-DUP-MATCH-TABLE.
013154     05  WS-DUP-COUNT                PIC 9(02) COMP VALUE ZERO.
013157     05  WS-DUP-ENTRY OCCURS 10 TIMES.
013160         10  WS-DUP-SOURCE           PIC X(01).
013163             88  WS-DUP-ON-MASTER        VALUE 'M'.
013166             88  WS-DUP-ON-ARCHIVE       VALUE 'A'.
013169         10  WS-DUP-EMP-ID           PIC X(05).
013172         10  WS-DUP-MATCH-TYPE       PIC X(01).
013175             88  WS-DUP-NAME-AND-HIRE    VALUE 'H'.
013178             88  WS-DUP-NAME-ONLY        VALUE 'N'.
013181*
013200******************************************************************
013300* DATE FIELDS
013400******************************************************************
013600     05  WS-CURRENT-CCYY             PIC 9(04).
013700     05  WS-CURRENT-MM               PIC 9(02).
013800     05  WS-CURRENT-DD               PIC 9(02).
013816 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
013833*
013866     COPY BDTPARM.
013900*
014000******************************************************************
014100* APPLIED-TRANSACTIONS REGISTER LINE LAYOUTS
018440     05  FILLER                      PIC X(24) VALUE
018450         'HELD FOR FUTURE DATE: '.
018460     05  REG-TOT-HELD                PIC ZZZ,ZZ9.
018470     05  FILLER                      PIC X(28) VALUE
018471         '  POSSIBLE DUPLICATE ADDS: '.
018472     05  REG-TOT-POSS-DUP            PIC ZZZ,ZZ9.
018473     05  FILLER                      PIC X(65) VALUE SPACES.
018474*
018475 01  REG-WARNING-LINE.
018476     05  FILLER                      PIC X(10) VALUE SPACES.
018477     05  FILLER                      PIC X(33) VALUE
018478         '*** POSSIBLE DUPLICATE OF EMP ID'.
018479     05  REG-WRN-EMP-ID              PIC X(05) VALUE SPACES.
018480     05  FILLER                      PIC X(04) VALUE ' ON '.
018481     05  REG-WRN-SOURCE              PIC X(07) VALUE SPACES.
018482     05  FILLER                      PIC X(03) VALUE ' - '.
018483     05  REG-WRN-MATCH               PIC X(36) VALUE SPACES.
018484     05  FILLER                      PIC X(34) VALUE SPACES.
018485*
018486 01  REG-NOTICE-LINE.
018487     05  FILLER                      PIC X(01) VALUE SPACE.
018488     05  REG-NTC-TEXT                PIC X(72) VALUE SPACES.
018489     05  FILLER                      PIC X(59) VALUE SPACES.
018500*
018600******************************************************************
018700* REJECT LISTING LINE LAYOUTS
019800     05  FILLER                      PIC X(01) VALUE SPACE.
019900     05  FILLER                      PIC X(09) VALUE 'ACTION'.
020000     05  FILLER                      PIC X(10) VALUE 'EMP ID'.
020100     05  FILLER                      PIC X(06) VALUE 'REASON'.
020200     05  FILLER                      PIC X(106) VALUE SPACES.
020300*
020400 01  RJT-DETAIL-LINE.
020500     05  FILLER                      PIC X(01) VALUE SPACE.
020600     05  RJT-DTL-ACTION              PIC X(09) VALUE SPACES.
020700     05  RJT-DTL-EMP-ID              PIC X(10) VALUE SPACES.
020800     05  RJT-DTL-REASON              PIC X(04) VALUE SPACES.
020810     05  FILLER                      PIC X(02) VALUE SPACES.
020820     05  RJT-DTL-REASON-TEXT         PIC X(40) VALUE SPACES.
020900     05  FILLER                      PIC X(66) VALUE SPACES.
021000*
021100 PROCEDURE DIVISION.
021200*
023000* 1000-INITIALIZE - OPEN FILES, PRIME FIRST TRANSACTION
023100******************************************************************
023200 1000-INITIALIZE.
023228     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
023256     IF BDP-DATE-UNAVAILABLE
023284         MOVE 16 TO RETURN-CODE
023312         STOP RUN
023340     END-IF.
023368     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
023400     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
023500     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
023600     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
023920     PERFORM 1200-LOAD-APPLIED-TABLE
023930         THRU 1200-EXIT.
023940*
023955     PERFORM 1300-LOAD-ARCHIVE-TABLE
023970         THRU 1300-EXIT.
023985*
024000     OPEN I-O NAME-MASTER.
024050     OPEN EXTEND TRANS-JOURNAL.
024060     OPEN EXTEND PENDING-TRANS.
024400     END-IF.
024500     OPEN OUTPUT REGISTER-RPT.
024600     OPEN OUTPUT REJECT-RPT.
024610     OPEN INPUT DEPT-REFERENCE.
024620     IF DEPTREF-OK
024630         SET WS-DEPTREF-OPEN TO TRUE
024640     END-IF.
024700*
024800     PERFORM 4100-PRINT-REGISTER-HEADERS
024900         THRU 4100-EXIT.
025674 1210-EXIT.
025676     EXIT.
025700*
025702******************************************************************
025704* 1300-LOAD-ARCHIVE-TABLE - PURGED-EMPLOYEE ARCHIVE IMAGES FOR
025706*                           THE POSSIBLE-DUPLICATE CHECK ON ADDS
025708******************************************************************
025710 1300-LOAD-ARCHIVE-TABLE.
025712     OPEN INPUT ARCHIVE-FILE.
025714     IF ARCHFILE-NOT-PRESENT
025716         GO TO 1300-EXIT
025718     END-IF.
025720     PERFORM 1310-LOAD-ONE-ARCHIVE
025722         THRU 1310-EXIT
025724         UNTIL WS-EOF-ARCHIVE-FILE.
025726     CLOSE ARCHIVE-FILE.
025728 1300-EXIT.
025730     EXIT.
025732*
025734******************************************************************
025736* 1310-LOAD-ONE-ARCHIVE - ONE ARCHIVE IMAGE INTO THE TABLE
025738******************************************************************
025740 1310-LOAD-ONE-ARCHIVE.
025742     READ ARCHIVE-FILE
025744         AT END
025746             SET WS-EOF-ARCHIVE-FILE TO TRUE
025748             GO TO 1310-EXIT
025750     END-READ.
025752     IF ARC-LAST-NAME = SPACES
025754         GO TO 1310-EXIT
025756     END-IF.
025758     IF WS-ARCHIVE-COUNT < 5000
025760         ADD 1 TO WS-ARCHIVE-COUNT
025762         MOVE ARC-EMP-ID TO WS-ARE-EMP-ID (WS-ARCHIVE-COUNT)
025764         MOVE ARC-LAST-NAME TO WS-ARE-LAST-NAME (WS-ARCHIVE-COUNT)
025766         MOVE ARC-FIRST-NAME
025767             TO WS-ARE-FIRST-NAME (WS-ARCHIVE-COUNT)
025768         MOVE ARC-HIRE-DATE TO WS-ARE-HIRE-DATE (WS-ARCHIVE-COUNT)
025770     ELSE
025772         SET WS-ARCHIVE-TABLE-FULL TO TRUE
025774     END-IF.
025776 1310-EXIT.
025778     EXIT.
025780*
025800******************************************************************
025900* 2000-PROCESS-TRANSACTIONS - ONE PASS PER TRANSACTION
026000******************************************************************
031400     ELSE
031500         PERFORM 4000-PRINT-REGISTER-LINE
031600             THRU 4000-EXIT
031616         PERFORM 4050-PRINT-DUP-WARNINGS
031632             THRU 4050-EXIT
031650         PERFORM 6500-JOURNAL-TRANSACTION
031660             THRU 6500-EXIT
031700     END-IF.
033600     EXIT.
033700*
033800******************************************************************
033900* 3000-EDIT-TRANSACTION - FIELD EDITS BEFORE THE MASTER IS READ,
034000*                         MADE BY THE SHARED EMPLOYEE EDIT MODULE
034050******************************************************************
034100 3000-EDIT-TRANSACTION.
034200     SET WS-TRANS-IS-VALID TO TRUE.
034300     MOVE SPACES TO WS-REJECT-REASON-CODE.
034310     MOVE SPACES TO WS-REJECT-REASON-TEXT.
034400*
034500     SET EDT-TRANSACTION-EDIT TO TRUE.
034600     MOVE TRN-ACTION-CODE TO EDT-ACTION-CODE.
034700     MOVE TRN-EMP-ID TO EDT-EMP-ID.
034800     MOVE TRN-LAST-NAME TO EDT-LAST-NAME.
034900     MOVE TRN-FIRST-NAME TO EDT-FIRST-NAME.
035000     MOVE TRN-DEPT-CODE TO EDT-DEPT-CODE.
035100     MOVE TRN-HIRE-DATE TO EDT-HIRE-DATE.
035200     MOVE TRN-STATUS-CODE TO EDT-STATUS-CODE.
035300     MOVE TRN-STATUS-DATE TO EDT-STATUS-DATE.
035400     MOVE TRN-EFF-DATE TO EDT-EFF-DATE.
035500     PERFORM 3050-LOOKUP-DEPT-CODE
035600         THRU 3050-EXIT.
035700*
035800     CALL 'EMPEDIT' USING EMPLOYEE-EDIT-PARMS.
035900*
036000     IF EDT-RECORD-INVALID
036100         SET WS-TRANS-IS-INVALID TO TRUE
036200         MOVE EDT-REASON-CODE TO WS-REJECT-REASON-CODE
036300         MOVE EDT-REASON-TEXT TO WS-REJECT-REASON-TEXT
036400     END-IF.
036500 3000-EXIT.
036600     EXIT.
036700*
036800******************************************************************
036900* 3050-LOOKUP-DEPT-CODE - IS THE CARD'S DEPARTMENT ON THE
037000*                         DEPARTMENT REFERENCE (ADDS, AND CHANGES
037100*                         THAT CARRY A DEPARTMENT CODE)
037200******************************************************************
037300 3050-LOOKUP-DEPT-CODE.
037400     SET EDT-DEPT-NOT-CHECKED TO TRUE.
037500     IF NOT WS-DEPTREF-OPEN
037600         GO TO 3050-EXIT
037700     END-IF.
037800     IF NOT TRN-ACTION-ADD AND NOT TRN-ACTION-CHANGE
037900         GO TO 3050-EXIT
038000     END-IF.
038100     IF TRN-ACTION-CHANGE AND TRN-DEPT-CODE = SPACES
038110         GO TO 3050-EXIT
038120     END-IF.
038140*
038150     MOVE TRN-DEPT-CODE TO DPT-DEPT-CODE.
038160     READ DEPT-REFERENCE
038170         INVALID KEY
038180             SET EDT-DEPT-NOT-ON-FILE TO TRUE
038190         NOT INVALID KEY
038200             SET EDT-DEPT-ON-FILE TO TRUE
038210     END-READ.
038220 3050-EXIT.
038230     EXIT.
038240*
038300******************************************************************
038400* 3100-ADD-EMPLOYEE - WRITE A NEW MASTER RECORD
038500******************************************************************
038600 3100-ADD-EMPLOYEE.
038625     PERFORM 3150-CHECK-POSSIBLE-DUP
038650         THRU 3150-EXIT.
038675*
038700     MOVE SPACES TO EMPLOYEE-RECORD.
038800     MOVE TRN-EMP-ID TO EMP-ID.
038900     MOVE TRN-LAST-NAME TO EMP-LAST-NAME.
039400         INVALID KEY
039500             SET WS-TRANS-IS-INVALID TO TRUE
039600             SET WS-REASON-DUPLICATE-ADD TO TRUE
039650             MOVE 'EMPLOYEE ID ALREADY ON MASTER'
039660                 TO WS-REJECT-REASON-TEXT
039700     END-WRITE.
039800     IF WS-TRANS-IS-VALID
039900         ADD 1 TO WS-TRANS-ADDED
039914         IF WS-DUP-COUNT > 0
039928             MOVE 'POSSIBLE DUPLICATE' TO WS-REGISTER-NOTE
039942             ADD 1 TO WS-TRANS-POSS-DUP
039956         END-IF
039970     ELSE
039984         MOVE ZERO TO WS-DUP-COUNT
040000     END-IF.
040100 3100-EXIT.
040200     EXIT.
040201*
040202******************************************************************
040203* 3150-CHECK-POSSIBLE-DUP - BEFORE AN ADD IS WRITTEN, LOOK FOR
040204*                           ANOTHER EMPLOYEE WITH THE SAME LAST
040205*                           AND FIRST NAME ON THE MASTER (BY THE
040206*                           LAST-NAME PATH) AND ON THE ARCHIVE.
040207*                           THE ADD STILL APPLIES; MATCHES ARE
040208*                           PRINTED UNDER ITS REGISTER LINE
040209******************************************************************
040210 3150-CHECK-POSSIBLE-DUP.
040211     MOVE ZERO TO WS-DUP-COUNT.
040212     MOVE 'N' TO WS-PATH-EOF-SWITCH.
040213     MOVE TRN-LAST-NAME TO EMP-LAST-NAME.
040214     START NAME-MASTER
040215         KEY IS EQUAL TO EMP-LAST-NAME
040216         INVALID KEY
040217             SET WS-EOF-NAME-PATH TO TRUE
040218     END-START.
040219     PERFORM 3160-READ-NAME-PATH
040220         THRU 3160-EXIT
040221         UNTIL WS-EOF-NAME-PATH.
040222*
040223     PERFORM 3170-MATCH-ONE-ARCHIVE
040224         THRU 3170-EXIT
040225         VARYING WS-ARC-SUB FROM 1 BY 1
040226         UNTIL WS-ARC-SUB > WS-ARCHIVE-COUNT.
040227 3150-EXIT.
040228     EXIT.
040229*
040230******************************************************************
040231* 3160-READ-NAME-PATH - NEXT MASTER RECORD WITH THE ADD'S LAST
040232*                       NAME
040233******************************************************************
040234 3160-READ-NAME-PATH.
040235     READ NAME-MASTER NEXT RECORD
040236         AT END
040237             SET WS-EOF-NAME-PATH TO TRUE
040238             GO TO 3160-EXIT
040239     END-READ.
040240     IF EMP-LAST-NAME NOT = TRN-LAST-NAME
040241         SET WS-EOF-NAME-PATH TO TRUE
040242         GO TO 3160-EXIT
040243     END-IF.
040244     IF EMP-FIRST-NAME = TRN-FIRST-NAME
040245         AND EMP-ID NOT = TRN-EMP-ID
040246         MOVE 'M' TO WS-MATCH-SOURCE
040247         MOVE EMP-ID TO WS-MATCH-EMP-ID
040248         IF EMP-HIRE-DATE = TRN-HIRE-DATE
040249             MOVE 'H' TO WS-MATCH-TYPE
040250         ELSE
040251             MOVE 'N' TO WS-MATCH-TYPE
040252         END-IF
040253         PERFORM 3180-SAVE-DUP-MATCH
040254             THRU 3180-EXIT
040255     END-IF.
040256 3160-EXIT.
040257     EXIT.
040300*
040301******************************************************************
040302* 3170-MATCH-ONE-ARCHIVE - ONE ARCHIVE IMAGE AGAINST THE ADD.  AN
040303*                          IMAGE UNDER THE ADD'S OWN EMPLOYEE ID
040304*                          IS THE SAME PERSON, NOT A DUPLICATE
040305******************************************************************
040306 3170-MATCH-ONE-ARCHIVE.
040307     IF WS-ARE-LAST-NAME (WS-ARC-SUB) = TRN-LAST-NAME
040308         AND WS-ARE-FIRST-NAME (WS-ARC-SUB) = TRN-FIRST-NAME
040309         AND WS-ARE-EMP-ID (WS-ARC-SUB) NOT = TRN-EMP-ID
040310         MOVE 'A' TO WS-MATCH-SOURCE
040311         MOVE WS-ARE-EMP-ID (WS-ARC-SUB) TO WS-MATCH-EMP-ID
040312         IF WS-ARE-HIRE-DATE (WS-ARC-SUB) = TRN-HIRE-DATE
040313             MOVE 'H' TO WS-MATCH-TYPE
040314         ELSE
040315             MOVE 'N' TO WS-MATCH-TYPE
040316         END-IF
040317         PERFORM 3180-SAVE-DUP-MATCH
040318             THRU 3180-EXIT
040319     END-IF.
040320 3170-EXIT.
040321     EXIT.
040322*
040323******************************************************************
040324* 3180-SAVE-DUP-MATCH - KEEP ONE ENTRY PER MATCHING EMPLOYEE ID
040325*                       (A RESTORED EMPLOYEE IS ON BOTH FILES; THE
040326*                       MASTER, SEARCHED FIRST, IS THE ONE SHOWN)
040327******************************************************************
040328 3180-SAVE-DUP-MATCH.
040329     MOVE 'N' TO WS-DUP-SAVED-SWITCH.
040330     PERFORM 3190-FIND-SAVED-MATCH
040331         THRU 3190-EXIT
040332         VARYING WS-DUP-SUB FROM 1 BY 1
040333         UNTIL WS-DUP-SUB > WS-DUP-COUNT
040334             OR WS-DUP-ALREADY-SAVED.
040335     IF WS-DUP-ALREADY-SAVED
040336         OR WS-DUP-COUNT >= 10
040337         GO TO 3180-EXIT
040338     END-IF.
040339     ADD 1 TO WS-DUP-COUNT.
040340     MOVE WS-MATCH-SOURCE TO WS-DUP-SOURCE (WS-DUP-COUNT).
040341     MOVE WS-MATCH-EMP-ID TO WS-DUP-EMP-ID (WS-DUP-COUNT).
040342     MOVE WS-MATCH-TYPE TO WS-DUP-MATCH-TYPE (WS-DUP-COUNT).
040343 3180-EXIT.
040344     EXIT.
040345*
040346******************************************************************
040347* 3190-FIND-SAVED-MATCH - ONE SAVED MATCH COMPARE
040348******************************************************************
040349 3190-FIND-SAVED-MATCH.
040350     IF WS-DUP-EMP-ID (WS-DUP-SUB) = WS-MATCH-EMP-ID
040351         SET WS-DUP-ALREADY-SAVED TO TRUE
040352     END-IF.
040353 3190-EXIT.
040354     EXIT.
040355*
040400******************************************************************
040500* 3200-CHANGE-EMPLOYEE - READ, OVERLAY NON-BLANK FIELDS, REWRITE
040600******************************************************************
041000         INVALID KEY
041100             SET WS-TRANS-IS-INVALID TO TRUE
041200             SET WS-REASON-NOT-ON-MASTER TO TRUE
041250             MOVE 'EMPLOYEE ID NOT ON MASTER'
041260                 TO WS-REJECT-REASON-TEXT
041300     END-READ.
041400     IF WS-TRANS-IS-INVALID
041500         GO TO 3200-EXIT
043200         INVALID KEY
043300             SET WS-TRANS-IS-INVALID TO TRUE
043400             SET WS-REASON-MASTER-IO TO TRUE
043450             MOVE 'MASTER REWRITE FAILED'
043460                 TO WS-REJECT-REASON-TEXT
043500     END-REWRITE.
043600     IF WS-TRANS-IS-VALID
043700         ADD 1 TO WS-TRANS-CHANGED
044800         INVALID KEY
044900             SET WS-TRANS-IS-INVALID TO TRUE
045000             SET WS-REASON-NOT-ON-MASTER TO TRUE
045050             MOVE 'EMPLOYEE ID NOT ON MASTER'
045060                 TO WS-REJECT-REASON-TEXT
045100     END-DELETE.
045200     IF WS-TRANS-IS-VALID
045300         ADD 1 TO WS-TRANS-DELETED
047700 4000-EXIT.
047800     EXIT.
047900*
047902******************************************************************
047904* 4050-PRINT-DUP-WARNINGS - POSSIBLE-DUPLICATE WARNINGS UNDER THE
047906*                           REGISTER LINE OF THE ADD JUST APPLIED
047908******************************************************************
047910 4050-PRINT-DUP-WARNINGS.
047912     PERFORM 4060-PRINT-ONE-DUP-WARNING
047914         THRU 4060-EXIT
047916         VARYING WS-DUP-SUB FROM 1 BY 1
047918         UNTIL WS-DUP-SUB > WS-DUP-COUNT.
047920     MOVE ZERO TO WS-DUP-COUNT.
047922 4050-EXIT.
047924     EXIT.
047926*
047928******************************************************************
047930* 4060-PRINT-ONE-DUP-WARNING - ONE MATCHING EMPLOYEE ID
047932******************************************************************
047934 4060-PRINT-ONE-DUP-WARNING.
047936     IF WS-REG-LINE-COUNT >= 60
047938         PERFORM 4100-PRINT-REGISTER-HEADERS
047940             THRU 4100-EXIT
047942     END-IF.
047944*
047946     MOVE WS-DUP-EMP-ID (WS-DUP-SUB) TO REG-WRN-EMP-ID.
047948     IF WS-DUP-ON-MASTER (WS-DUP-SUB)
047950         MOVE 'MASTER' TO REG-WRN-SOURCE
047952     ELSE
047954         MOVE 'ARCHIVE' TO REG-WRN-SOURCE
047956     END-IF.
047958     IF WS-DUP-NAME-AND-HIRE (WS-DUP-SUB)
047960         MOVE 'LAST, FIRST NAME AND HIRE DATE MATCH'
047962             TO REG-WRN-MATCH
047964     ELSE
047966         MOVE 'LAST AND FIRST NAME MATCH' TO REG-WRN-MATCH
047968     END-IF.
047970     MOVE REG-WARNING-LINE TO REGISTER-RPT-LINE.
047972     WRITE REGISTER-RPT-LINE.
047974     ADD 1 TO WS-REG-LINE-COUNT.
047976 4060-EXIT.
047978     EXIT.
047980*
048000******************************************************************
048100* 4100-PRINT-REGISTER-HEADERS - TITLE AND COLUMN HEADINGS
048200******************************************************************
050300     MOVE WS-ACTION-DESC TO RJT-DTL-ACTION.
050400     MOVE TRN-EMP-ID TO RJT-DTL-EMP-ID.
050500     MOVE WS-REJECT-REASON-CODE TO RJT-DTL-REASON.
050550     MOVE WS-REJECT-REASON-TEXT TO RJT-DTL-REASON-TEXT.
050600     MOVE RJT-DETAIL-LINE TO REJECT-RPT-LINE.
050700     WRITE REJECT-RPT-LINE.
050800     ADD 1 TO WS-TRANS-REJECTED.
053200     MOVE REG-TOTAL-LINE-1 TO REGISTER-RPT-LINE.
053300     WRITE REGISTER-RPT-LINE.
053310     MOVE WS-TRANS-HELD TO REG-TOT-HELD.
053315     MOVE WS-TRANS-POSS-DUP TO REG-TOT-POSS-DUP.
053320     MOVE REG-TOTAL-LINE-2 TO REGISTER-RPT-LINE.
053330     WRITE REGISTER-RPT-LINE.
053340     IF WS-ARCHIVE-TABLE-FULL
053350         MOVE '** ARCHIVE TABLE FULL - FIRST 5000 IMAGES CHECKED'
053360             TO REG-NTC-TEXT
053370         MOVE REG-NOTICE-LINE TO REGISTER-RPT-LINE
053380         WRITE REGISTER-RPT-LINE
053390     END-IF.
053400*
053500     CLOSE NAME-MASTER.
053550     CLOSE TRANS-JOURNAL.
053800     END-IF.
053900     CLOSE REGISTER-RPT.
054000     CLOSE REJECT-RPT.
054010     IF WS-DEPTREF-OPEN
054020         CLOSE DEPT-REFERENCE
054030     END-IF.
054100*
054200     IF WS-TRANS-REJECTED > 0
054300         MOVE 4 TO RETURN-CODE
054400     END-IF.
054425*
054450     PERFORM 9400-WRITE-STREAM-CONTROL
054475         THRU 9400-EXIT.
054500 9000-EXIT.
054600     EXIT.
054700*
054800******************************************************************
054900* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
055000*                             STREAM BALANCE STEP
055100******************************************************************
055200 9400-WRITE-STREAM-CONTROL.
055300     OPEN EXTEND STREAM-CONTROL.
055400     IF NOT STRMCTL-OPEN-OK
055500         GO TO 9400-EXIT
055600     END-IF.
055700*
055800     ACCEPT WS-CURRENT-TIME FROM TIME.
055900     MOVE SPACES TO STREAM-CONTROL-RECORD.
056000     MOVE ZERO TO SCT-COUNTS.
056100     MOVE WS-RUN-DATE-CCYYMMDD TO SCT-BUSINESS-DATE.
056200     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
056300     SET SCT-NAME-MASTER-MAINT TO TRUE.
056400     MOVE RETURN-CODE TO SCT-RETURN-CODE.
056500     SET SCT-FULL-PASS TO TRUE.
056600     MOVE WS-TRANS-READ TO SCT-RECORDS-READ.
056700     MOVE WS-TRANS-ADDED TO SCT-RECORDS-ADDED.
056900     MOVE WS-TRANS-CHANGED TO SCT-RECORDS-CHANGED.
057100     MOVE WS-TRANS-DELETED TO SCT-RECORDS-DELETED.
057300     MOVE WS-TRANS-HELD TO SCT-RECORDS-HELD.
057500     MOVE WS-TRANS-REJECTED TO SCT-RECORDS-REJECTED.
057600     MOVE WS-TRANS-SKIPPED TO SCT-RECORDS-SKIPPED.
057700     WRITE STREAM-CONTROL-RECORD.
057800     CLOSE STREAM-CONTROL.
057900 9400-EXIT.
058000     EXIT.
