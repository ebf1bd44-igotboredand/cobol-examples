000100******************************************************************
000200* INTEGRITY-AUDIT.COB
000300*
000400* PROGRAM-ID.  INTEGRITY-AUDIT
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* WEEKLY CROSS-FILE INTEGRITY AUDIT.  THE SAME EMPLOYEE IS
001200* CARRIED ON THE NAME-MASTER, THE LATEST ROSTER SNAPSHOT
001300* GENERATION, THE PERMANENT CHANGE HISTORY, THE PURGED-EMPLOYEE
001400* ARCHIVE, THE PURGE/RESTORE EVENT LOG AND THE HR SUSPENSE, AND
001500* THE MASTER'S DEPARTMENT CODES POINT AT THE DEPARTMENT
001600* REFERENCE MASTER.  THIS RUN READS ALL OF THEM, SORTS THEIR
001700* RECORDS TOGETHER BY EMPLOYEE ID AND LISTS EVERY DISAGREEMENT,
001800* ONE SECTION PER CATEGORY, FOLLOWED BY A SUMMARY PAGE:
001900*     1  THE MASTER DISAGREES WITH THE CURRENT STATE A FULL
002000*        REPLAY OF THE CHANGE HISTORY GIVES (THE LATEST RECORD
002100*        DECIDES, A DROP MEANS NOT ON FILE) - MISSING FROM ONE
002200*        SIDE, OR A NAME, DEPARTMENT, HIRE DATE OR STATUS THAT
002300*        DIFFERS.  A PURGED EMPLOYEE (ON THE ARCHIVE, OR
002325*        LOGGED AS PURGED SINCE THE LAST HISTORY RECORD) IS NOT
002350*        LISTED AS MISSING FROM THE MASTER - THE PURGE WRITES NO
002375*        DROP RECORD
002400*     2  THE MASTER DISAGREES WITH THE LATEST SNAPSHOT THE
002500*        NIGHTLY ROSTER RUN WROTE (NOT CHECKED WHEN THAT
002600*        GENERATION IS EMPTY OR MISSING)
002700*     3  AN EMPLOYEE IS ON BOTH THE MASTER AND THE PURGE ARCHIVE
002800*        AND THE EVENT LOG DOES NOT SHOW A RESTORE SINCE THE
002900*        LAST PURGE
003000*     4  AN OPEN SUSPENSE ENTRY BELONGS TO AN EMPLOYEE WHO HAS
003100*        BEEN PURGED - OFF THE MASTER AND ON THE ARCHIVE, OR
003200*        LOGGED AS PURGED
003300*     5  A MASTER DEPARTMENT CODE IS NOT ON THE DEPARTMENT
003400*        REFERENCE MASTER
003500*     6  A MASTER STATUS CODE IS NOT A, L, T OR SPACE, OR THE
003600*        STATUS DATE IS NOT A CALENDAR DATE, IS LATER THAN THE
003700*        RUN DATE, OR IS MISSING ON A TERMINATION
003800*     7  A CHANGE HISTORY RECORD IS OLDER THAN THE CONSOLIDATION
003900*        BASELINE ON HSTBASE - DATED BEFORE IT, OR A CHANGE OR
004000*        DROP DATED ON IT, WHICH THE CONSOLIDATION WOULD HAVE
004100*        ROLLED INTO THE BASELINE ADD IMAGE
004200*
004300* THE WEEKLY SCHEDULE RUNS THE PURGE (WSPURGE) AND THE HISTORY
004400* CONSOLIDATION (WSHCONS) ONLY AFTER A CLEAN AUDIT.  RETURN
004500* CODES:
004600*     0000  ALL FILES AGREE
004700*     0008  ONE OR MORE INCONSISTENCIES LISTED
004800*     0012  NAME-MASTER, CHANGE HISTORY OR DEPARTMENT REFERENCE
004900*           MISSING - NO AUDIT MADE
005000*     0016  NO BUSINESS-DATE CONTROL RECORD
005100*
005200* MODIFICATION HISTORY.
005300*     2026-10-15  DLW  ORIGINAL VERSION.
005333*     2026-10-15  DLW  A PURGED EMPLOYEE IS NO LONGER LISTED UNDER
005366*                       CATEGORY 1 AS OFF THE MASTER.
005400******************************************************************
005500 IDENTIFICATION DIVISION.
005600 PROGRAM-ID.              INTEGRITY-AUDIT.
005700 AUTHOR.                  D. L. WHITFIELD.
005800 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
005900 DATE-WRITTEN.            2026-10-15.
006000 DATE-COMPILED.
006100*
006200 ENVIRONMENT DIVISION.
006300 CONFIGURATION SECTION.
006400 SOURCE-COMPUTER.         IBM-370.
006500 OBJECT-COMPUTER.         IBM-370.
006600 SPECIAL-NAMES.
006700     C01 IS TOP-OF-PAGE.
006800*
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT NAME-MASTER      ASSIGN TO NAMEMSTR
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS EMP-ID
007500         FILE STATUS IS WS-NAMEMSTR-STATUS.
007600*
007700     SELECT SNAPSHOT-FILE    ASSIGN TO SNAPSHOT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SNAPSHOT-STATUS.
008000*
008100     SELECT EMP-HISTORY      ASSIGN TO EMPHIST
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-EMPHIST-STATUS.
008400*
008500     SELECT BASELINE-FILE    ASSIGN TO HSTBASE
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-HSTBASE-STATUS.
008800*
008900     SELECT ARCHIVE-FILE     ASSIGN TO ARCHFILE
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-ARCHFILE-STATUS.
009200*
009300     SELECT EVENT-LOG        ASSIGN TO EMPEVNT
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-EMPEVNT-STATUS.
009600*
009700     SELECT SUSPENSE-IN      ASSIGN TO SUSPIN
009800         ORGANIZATION IS LINE SEQUENTIAL
009900         FILE STATUS IS WS-SUSPIN-STATUS.
010000*
010100     SELECT DEPT-REFERENCE   ASSIGN TO DEPTMSTR
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS SEQUENTIAL
010400         RECORD KEY IS DPT-DEPT-CODE
010500         FILE STATUS IS WS-DEPTREF-STATUS.
010600*
010700     SELECT AUDIT-RPT        ASSIGN TO AUDITRPT
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-AUDITRPT-STATUS.
011000*
011100     SELECT AUDIT-SORT-FILE  ASSIGN TO SORTWK01.
011200*
011300 DATA DIVISION.
011400 FILE SECTION.
011500*
011600 FD  NAME-MASTER
011700     LABEL RECORDS ARE STANDARD
011800     RECORD CONTAINS 51 CHARACTERS.
011900     COPY EMPREC.
012000*
012100 FD  SNAPSHOT-FILE
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 43 CHARACTERS.
012400     COPY SNAPREC.
012500*
012600 FD  EMP-HISTORY
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 60 CHARACTERS.
012900     COPY HSTREC.
013000*
013100 FD  BASELINE-FILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORD CONTAINS 20 CHARACTERS.
013400     COPY BASEREC.
013500*
013600 FD  ARCHIVE-FILE
013700     LABEL RECORDS ARE STANDARD
013800     RECORD CONTAINS 51 CHARACTERS.
013900 01  ARCHIVE-RECORD.
014000     05  ARC-EMP-ID                  PIC X(05).
014100     05  ARC-LAST-NAME               PIC X(15).
014200     05  ARC-FIRST-NAME              PIC X(10).
014300     05  ARC-DEPT-CODE               PIC X(04).
014400     05  ARC-HIRE-DATE               PIC X(08).
014500     05  ARC-STATUS-CODE             PIC X(01).
014600     05  ARC-STATUS-DATE             PIC X(08).
014700*
014800 FD  EVENT-LOG
014900     LABEL RECORDS ARE STANDARD
015000     RECORD CONTAINS 80 CHARACTERS.
015100     COPY EVTREC.
015200*
015300 FD  SUSPENSE-IN
015400     LABEL RECORDS ARE STANDARD
015500     RECORD CONTAINS 50 CHARACTERS.
015600     COPY SUSPREC.
015700*
015800 FD  DEPT-REFERENCE
015900     LABEL RECORDS ARE STANDARD
016000     RECORD CONTAINS 30 CHARACTERS.
016100     COPY DEPTREC.
016200*
016300 FD  AUDIT-RPT
016400     LABEL RECORDS ARE STANDARD
016500     RECORD CONTAINS 132 CHARACTERS.
016600 01  AUDIT-RPT-LINE                  PIC X(132).
016700*
016800 SD  AUDIT-SORT-FILE
016900     RECORD CONTAINS 68 CHARACTERS.
017000 01  SORT-AUDIT-RECORD.
017100     05  SRT-EMP-ID                  PIC X(05).
017200     05  SRT-SOURCE                  PIC X(01).
017300         88  SRT-FROM-MASTER             VALUE 'M'.
017400         88  SRT-FROM-SNAPSHOT           VALUE 'S'.
017500         88  SRT-FROM-HISTORY            VALUE 'H'.
017600         88  SRT-FROM-ARCHIVE            VALUE 'A'.
017700         88  SRT-FROM-EVENT-LOG          VALUE 'E'.
017800         88  SRT-FROM-SUSPENSE           VALUE 'U'.
017900     05  SRT-DATE                    PIC 9(08).
018000     05  SRT-SEQ-NO                  PIC 9(07).
018100     05  SRT-ACTION-CODE             PIC X(01).
018200     05  SRT-LAST-NAME               PIC X(15).
018300     05  SRT-FIRST-NAME              PIC X(10).
018400     05  SRT-DEPT-CODE               PIC X(04).
018500     05  SRT-HIRE-DATE               PIC X(08).
018600     05  SRT-STATUS-CODE             PIC X(01).
018700     05  SRT-STATUS-DATE             PIC X(08).
018800*
018900 WORKING-STORAGE SECTION.
019000*
019100******************************************************************
019200* FILE STATUS SWITCHES
019300******************************************************************
019400 01  FILE-STATUS-SWITCHES.
019500     05  WS-NAMEMSTR-STATUS          PIC X(02) VALUE SPACES.
019600         88  NAMEMSTR-NOT-PRESENT        VALUE '35'.
019700     05  WS-SNAPSHOT-STATUS          PIC X(02) VALUE SPACES.
019800         88  SNAPSHOT-NOT-PRESENT        VALUE '35'.
019900     05  WS-EMPHIST-STATUS           PIC X(02) VALUE SPACES.
020000         88  EMPHIST-NOT-PRESENT         VALUE '35'.
020100     05  WS-HSTBASE-STATUS           PIC X(02) VALUE SPACES.
020200         88  HSTBASE-NOT-PRESENT         VALUE '35'.
020300     05  WS-ARCHFILE-STATUS          PIC X(02) VALUE SPACES.
020400         88  ARCHFILE-NOT-PRESENT        VALUE '35'.
020500     05  WS-EMPEVNT-STATUS           PIC X(02) VALUE SPACES.
020600         88  EMPEVNT-NOT-PRESENT         VALUE '35'.
020700     05  WS-SUSPIN-STATUS            PIC X(02) VALUE SPACES.
020800         88  SUSPIN-NOT-PRESENT          VALUE '35'.
020900     05  WS-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
021000         88  DEPTREF-NOT-PRESENT         VALUE '35'.
021100     05  WS-AUDITRPT-STATUS          PIC X(02) VALUE SPACES.
021200*
021300******************************************************************
021400* PROGRAM SWITCHES
021500******************************************************************
021600 01  WS-SWITCHES.
021700     05  WS-MASTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
021800         88  WS-EOF-NAME-MASTER          VALUE 'Y'.
021900     05  WS-SNAP-EOF-SWITCH          PIC X(01) VALUE 'N'.
022000         88  WS-EOF-SNAPSHOT-FILE        VALUE 'Y'.
022100     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
022200         88  WS-EOF-EMP-HISTORY          VALUE 'Y'.
022300     05  WS-BASE-EOF-SWITCH          PIC X(01) VALUE 'N'.
022400         88  WS-EOF-BASELINE-FILE        VALUE 'Y'.
022500     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
022600         88  WS-EOF-ARCHIVE-FILE         VALUE 'Y'.
022700     05  WS-EVNT-EOF-SWITCH          PIC X(01) VALUE 'N'.
022800         88  WS-EOF-EVENT-LOG            VALUE 'Y'.
022900     05  WS-SUSP-EOF-SWITCH          PIC X(01) VALUE 'N'.
023000         88  WS-EOF-SUSPENSE-IN          VALUE 'Y'.
023100     05  WS-DEPT-EOF-SWITCH          PIC X(01) VALUE 'N'.
023200         88  WS-EOF-DEPT-REFERENCE       VALUE 'Y'.
023300     05  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
023400         88  WS-EOF-SORTED-RECORDS       VALUE 'Y'.
023500     05  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
023600         88  WS-AUDIT-REFUSED            VALUE 'Y'.
023700     05  WS-SNAP-CHECK-SWITCH        PIC X(01) VALUE 'N'.
023800         88  WS-SNAPSHOT-CHECKED         VALUE 'Y'.
023900     05  WS-DEPT-TABLE-SWITCH        PIC X(01) VALUE 'N'.
024000         88  WS-DEPT-TABLE-FULL          VALUE 'Y'.
024100     05  WS-EXC-TABLE-SWITCH         PIC X(01) VALUE 'N'.
024200         88  WS-EXC-TABLE-FULL           VALUE 'Y'.
024300     05  WS-DEPT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
024400         88  WS-DEPT-FOUND               VALUE 'Y'.
024500     05  WS-DATE-VALID-SWITCH        PIC X(01) VALUE 'N'.
024600         88  WS-DATE-VALID               VALUE 'Y'.
024700     05  WS-HOLD-SWITCH              PIC X(01) VALUE 'N'.
024800         88  WS-HOLD-PRESENT             VALUE 'Y'.
024900*
025000******************************************************************
025100* WORK FIELDS
025200******************************************************************
025300 01  WS-WORK-FIELDS.
025400     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
025500     05  WS-BASELINE-DATE            PIC X(08) VALUE SPACES.
025600     05  WS-BASELINE-EDIT            PIC X(10) VALUE SPACES.
025700     05  WS-RELEASE-SEQ              PIC 9(07) COMP VALUE ZERO.
025800     05  WS-DEPT-SUB                 PIC 9(04) COMP VALUE ZERO.
025900     05  WS-EXC-SUB                  PIC 9(04) COMP VALUE ZERO.
026000     05  WS-CAT-SUB                  PIC 9(02) COMP VALUE ZERO.
026100     05  WS-CAT-DIGIT                PIC 9(01) VALUE ZERO.
026200     05  WS-LEAP-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
026300     05  WS-LEAP-REMAINDER           PIC 9(04) COMP VALUE ZERO.
026400     05  WS-MONTH-LENGTH             PIC 9(02) VALUE ZERO.
026500     05  WS-OPEN-EDIT                PIC ZZ9.
026600     05  WS-RUN-RC                   PIC 9(02) COMP VALUE ZERO.
026700*
026800******************************************************************
026900* DATE BEING CHECKED, AND ITS PRINTABLE FORM MM/DD/CCYY
027000******************************************************************
027100 01  WS-CHECK-DATE.
027200     05  WS-CHK-CCYY                 PIC 9(04).
027300     05  WS-CHK-MM                   PIC 9(02).
027400     05  WS-CHK-DD                   PIC 9(02).
027500 01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
027600                                     PIC X(08).
027700*
027800 01  WS-DATE-EDIT.
027900     05  WS-DTE-MM                   PIC X(02).
028000     05  FILLER                      PIC X(01) VALUE '/'.
028100     05  WS-DTE-DD                   PIC X(02).
028200     05  FILLER                      PIC X(01) VALUE '/'.
028300     05  WS-DTE-CCYY                 PIC X(04).
028400*
028500 01  WS-MONTH-DAYS-TABLE.
028600     05  WS-MONTH-DAYS-VALUES        PIC X(24) VALUE
028700         '312831303130313130313031'.
028800     05  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES
028900                                     PIC 9(02) OCCURS 12 TIMES.
029000*
029100******************************************************************
029200* ONE EMPLOYEE, AS EACH FILE CARRIES THEM - BUILT FROM THE
029300* EMPLOYEE GROUP BEING RETURNED FROM THE SORT
029400******************************************************************
029500 01  WS-AUDIT-EMPLOYEE.
029600     05  WS-HLD-EMP-ID               PIC X(05) VALUE SPACES.
029700     05  WS-MST-SWITCH               PIC X(01) VALUE 'N'.
029800         88  WS-ON-MASTER                VALUE 'Y'.
029900     05  WS-MST-IMAGE.
030000         10  WS-MST-LAST-NAME        PIC X(15).
030100         10  WS-MST-FIRST-NAME       PIC X(10).
030200         10  WS-MST-DEPT-CODE        PIC X(04).
030300         10  WS-MST-HIRE-DATE        PIC X(08).
030400         10  WS-MST-STATUS-CODE      PIC X(01).
030500     05  WS-SNP-SWITCH               PIC X(01) VALUE 'N'.
030600         88  WS-ON-SNAPSHOT              VALUE 'Y'.
030700     05  WS-SNP-IMAGE.
030800         10  WS-SNP-LAST-NAME        PIC X(15).
030900         10  WS-SNP-FIRST-NAME       PIC X(10).
031000         10  WS-SNP-DEPT-CODE        PIC X(04).
031100         10  WS-SNP-HIRE-DATE        PIC X(08).
031200         10  WS-SNP-STATUS-CODE      PIC X(01).
031300     05  WS-HST-RECORDS              PIC 9(05) COMP VALUE ZERO.
031400     05  WS-HST-SWITCH               PIC X(01) VALUE 'N'.
031500         88  WS-ON-FILE-BY-HISTORY       VALUE 'Y'.
031600     05  WS-HST-LAST-DATE            PIC 9(08) VALUE ZERO.
031700     05  WS-HST-IMAGE.
031800         10  WS-HST-LAST-NAME        PIC X(15).
031900         10  WS-HST-FIRST-NAME       PIC X(10).
032000         10  WS-HST-DEPT-CODE        PIC X(04).
032100         10  WS-HST-HIRE-DATE        PIC X(08).
032200         10  WS-HST-STATUS-CODE      PIC X(01).
032300     05  WS-ARC-IMAGES               PIC 9(05) COMP VALUE ZERO.
032400     05  WS-EVT-LAST-CODE            PIC X(01) VALUE SPACE.
032500         88  WS-LAST-EVENT-PURGE         VALUE 'P'.
032600         88  WS-LAST-EVENT-RESTORE       VALUE 'R'.
032700     05  WS-EVT-LAST-DATE            PIC 9(08) VALUE ZERO.
032800     05  WS-SUS-OPEN-ENTRIES         PIC 9(05) COMP VALUE ZERO.
032900     05  WS-SUS-OLDEST-DATE          PIC 9(08) VALUE ZERO.
033000*
033100******************************************************************
033200* ONE FIELD COMPARISON - MASTER AGAINST HISTORY OR SNAPSHOT
033300******************************************************************
033400 01  WS-COMPARE-FIELDS.
033500     05  WS-CMP-CATEGORY             PIC 9(01) VALUE ZERO.
033600     05  WS-CMP-FIELD-NAME           PIC X(12) VALUE SPACES.
033700     05  WS-CMP-MASTER-VALUE         PIC X(15) VALUE SPACES.
033800     05  WS-CMP-OTHER-LABEL          PIC X(10) VALUE SPACES.
033900     05  WS-CMP-OTHER-VALUE          PIC X(15) VALUE SPACES.
034000*
034100******************************************************************
034200* COUNTERS
034300******************************************************************
034400 01  WS-COUNTERS.
034500     05  WS-MASTER-READ              PIC 9(07) COMP VALUE ZERO.
034600     05  WS-SNAPSHOT-READ            PIC 9(07) COMP VALUE ZERO.
034700     05  WS-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
034800     05  WS-ARCHIVE-READ             PIC 9(07) COMP VALUE ZERO.
034900     05  WS-EVENTS-READ              PIC 9(07) COMP VALUE ZERO.
035000     05  WS-SUSPENSE-OPEN            PIC 9(07) COMP VALUE ZERO.
035100     05  WS-DEPTS-LOADED             PIC 9(05) COMP VALUE ZERO.
035200     05  WS-EMPLOYEES-AUDITED        PIC 9(07) COMP VALUE ZERO.
035300     05  WS-TOTAL-EXCEPTIONS         PIC 9(07) COMP VALUE ZERO.
035400     05  WS-RPT-LINE-COUNT           PIC 9(02) COMP VALUE ZERO.
035500     05  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
035600*
035700******************************************************************
035800* CATEGORY TABLE - TITLE, EXCEPTIONS FOUND, AND A NOTE WHEN THE
035900* CATEGORY COULD NOT BE CHECKED
036000******************************************************************
036100 01  WS-CATEGORY-VALUES.
036200     05  FILLER                      PIC X(44) VALUE
036300         'MASTER DISAGREES WITH CHANGE HISTORY REPLAY'.
036400     05  FILLER                      PIC X(44) VALUE
036500         'MASTER DISAGREES WITH LATEST SNAPSHOT'.
036600     05  FILLER                      PIC X(44) VALUE
036700         'ON MASTER AND PURGE ARCHIVE - NOT RESTORED'.
036800     05  FILLER                      PIC X(44) VALUE
036900         'OPEN SUSPENSE ENTRY FOR A PURGED EMPLOYEE'.
037000     05  FILLER                      PIC X(44) VALUE
037100         'DEPARTMENT NOT ON DEPARTMENT REFERENCE'.
037200     05  FILLER                      PIC X(44) VALUE
037300         'INVALID STATUS CODE OR STATUS DATE'.
037400     05  FILLER                      PIC X(44) VALUE
037500         'CHANGE HISTORY OLDER THAN BASELINE'.
037600 01  WS-CATEGORY-TITLES REDEFINES WS-CATEGORY-VALUES.
037700     05  WS-CAT-TITLE                PIC X(44) OCCURS 7 TIMES.
037800*
037900 01  WS-CATEGORY-TABLE.
038000     05  WS-CAT-ENTRY OCCURS 7 TIMES.
038100         10  WS-CAT-FOUND            PIC 9(07) COMP.
038200         10  WS-CAT-NOTE             PIC X(50).
038300*
038400******************************************************************
038500* EXCEPTION TABLE - EVERY INCONSISTENCY IS COUNTED; THE FIRST
038600* 3000 ARE HELD HERE AND LISTED BY CATEGORY AT THE END
038700******************************************************************
038800 01  WS-NEW-EXCEPTION.
038900     05  WS-NEW-CATEGORY             PIC 9(01) VALUE ZERO.
039000     05  WS-NEW-EMP-ID               PIC X(05) VALUE SPACES.
039100     05  WS-NEW-TEXT                 PIC X(80) VALUE SPACES.
039200*
039300 01  WS-EXCEPTION-TABLE.
039400     05  WS-EXC-COUNT                PIC 9(04) COMP VALUE ZERO.
039500     05  WS-EXC-ENTRY OCCURS 3000 TIMES.
039600         10  WS-EXC-CATEGORY         PIC 9(01).
039700         10  WS-EXC-EMP-ID           PIC X(05).
039800         10  WS-EXC-TEXT             PIC X(80).
039900*
040000******************************************************************
040100* DEPARTMENT TABLE - CODES ON THE DEPARTMENT REFERENCE MASTER
040200******************************************************************
040300 01  WS-DEPT-TABLE.
040400     05  WS-DPT-COUNT                PIC 9(04) COMP VALUE ZERO.
040500     05  WS-DPT-CODE                 PIC X(04) OCCURS 1000 TIMES.
040600*
040700******************************************************************
040800* DATE FIELDS
040900******************************************************************
041000 01  WS-CURRENT-DATE.
041100     05  WS-CURRENT-CCYY             PIC 9(04).
041200     05  WS-CURRENT-MM               PIC 9(02).
041300     05  WS-CURRENT-DD               PIC 9(02).
041400*
041500     COPY BDTPARM.
041600*
041700******************************************************************
041800* AUDIT REPORT LINE LAYOUTS
041900******************************************************************
042000 01  AUD-TITLE-LINE.
042100     05  FILLER                      PIC X(01) VALUE SPACE.
042200     05  FILLER                      PIC X(50) VALUE
042300         'WEEKLY CROSS-FILE INTEGRITY AUDIT'.
042400     05  FILLER                      PIC X(10) VALUE 'RUN DATE: '.
042500     05  AUD-TTL-RUN-DATE            PIC X(10) VALUE SPACES.
042600     05  FILLER                      PIC X(05) VALUE SPACES.
042700     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
042800     05  AUD-TTL-PAGE                PIC ZZ9.
042900     05  FILLER                      PIC X(47) VALUE SPACES.
043000*
043100 01  AUD-CATEGORY-LINE.
043200     05  FILLER                      PIC X(01) VALUE SPACE.
043300     05  FILLER                      PIC X(09) VALUE 'CATEGORY '.
043400     05  AUD-CAT-NUMBER              PIC 9(01).
043500     05  FILLER                      PIC X(03) VALUE ' - '.
043600     05  AUD-CAT-TITLE               PIC X(44) VALUE SPACES.
043700     05  AUD-CAT-CONTINUED           PIC X(11) VALUE SPACES.
043800     05  FILLER                      PIC X(63) VALUE SPACES.
043900*
044000 01  AUD-COLUMN-HEADING.
044100     05  FILLER                      PIC X(05) VALUE SPACES.
044200     05  FILLER                      PIC X(08) VALUE 'EMP ID'.
044300     05  FILLER                      PIC X(80) VALUE
044400         'INCONSISTENCY'.
044500     05  FILLER                      PIC X(39) VALUE SPACES.
044600*
044700 01  AUD-DETAIL-LINE.
044800     05  FILLER                      PIC X(05) VALUE SPACES.
044900     05  AUD-DTL-EMP-ID              PIC X(05) VALUE SPACES.
045000     05  FILLER                      PIC X(03) VALUE SPACES.
045100     05  AUD-DTL-TEXT                PIC X(80) VALUE SPACES.
045200     05  FILLER                      PIC X(39) VALUE SPACES.
045300*
045400 01  AUD-COUNT-LINE.
045500     05  FILLER                      PIC X(05) VALUE SPACES.
045600     05  AUD-CNT-LABEL               PIC X(48) VALUE SPACES.
045700     05  AUD-CNT-VALUE               PIC ZZZ,ZZ9.
045800     05  FILLER                      PIC X(72) VALUE SPACES.
045900*
046000 01  AUD-TEXT-LINE.
046100     05  FILLER                      PIC X(01) VALUE SPACE.
046200     05  AUD-TXT-TEXT                PIC X(80) VALUE SPACES.
046300     05  FILLER                      PIC X(51) VALUE SPACES.
046400*
046500 PROCEDURE DIVISION.
046600*
046700******************************************************************
046800* 0000-MAINLINE
046900******************************************************************
047000 0000-MAINLINE.
047100     PERFORM 1000-INITIALIZE
047200         THRU 1000-EXIT.
047300*
047400     IF NOT WS-AUDIT-REFUSED
047500         PERFORM 2000-SORT-AND-MATCH
047600             THRU 2000-EXIT
047700         PERFORM 4000-PRINT-EXCEPTIONS
047800             THRU 4000-EXIT
047900         PERFORM 5000-PRINT-SUMMARY
048000             THRU 5000-EXIT
048100     END-IF.
048200*
048300     PERFORM 9000-TERMINATE
048400         THRU 9000-EXIT.
048500*
048600     STOP RUN.
048700*
048800******************************************************************
048900* 1000-INITIALIZE - DATES, REQUIRED FILES, DEPARTMENT TABLE AND
049000*                   BASELINE DATE
049100******************************************************************
049200 1000-INITIALIZE.
049300     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
049400     IF BDP-DATE-UNAVAILABLE
049500         MOVE 16 TO RETURN-CODE
049600         STOP RUN
049700     END-IF.
049800     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
049900     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
050000     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
050100     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
050200     MOVE '/'            TO WS-RUN-DATE-EDIT (6:1).
050300     MOVE WS-CURRENT-CCYY TO WS-RUN-DATE-EDIT (7:4).
050400*
050500     INITIALIZE WS-CATEGORY-TABLE.
050600     OPEN OUTPUT AUDIT-RPT.
050700     PERFORM 7000-PRINT-TITLE
050800         THRU 7000-EXIT.
050900*
051000     OPEN INPUT NAME-MASTER.
051100     IF NAMEMSTR-NOT-PRESENT
051200         MOVE 'NAME-MASTER (NAMEMSTR) NOT PRESENT' TO AUD-TXT-TEXT
051300         MOVE ' - NO AUDIT MADE' TO AUD-TXT-TEXT (35:16)
051400         PERFORM 8000-PRINT-TEXT-LINE
051500             THRU 8000-EXIT
051600         SET WS-AUDIT-REFUSED TO TRUE
051700     END-IF.
051800*
051900     OPEN INPUT EMP-HISTORY.
052000     IF EMPHIST-NOT-PRESENT
052100         MOVE 'CHANGE HISTORY (EMPHIST) NOT PRESENT'
052200             TO AUD-TXT-TEXT
052300         MOVE ' - NO AUDIT MADE' TO AUD-TXT-TEXT (37:16)
052400         PERFORM 8000-PRINT-TEXT-LINE
052500             THRU 8000-EXIT
052600         SET WS-AUDIT-REFUSED TO TRUE
052700     END-IF.
052800*
052900     PERFORM 1100-LOAD-DEPT-TABLE
053000         THRU 1100-EXIT.
053100     IF DEPTREF-NOT-PRESENT
053200         MOVE 'DEPARTMENT REFERENCE (DEPTMSTR) NOT PRESENT'
053300             TO AUD-TXT-TEXT
053400         MOVE ' - NO AUDIT MADE' TO AUD-TXT-TEXT (44:16)
053500         PERFORM 8000-PRINT-TEXT-LINE
053600             THRU 8000-EXIT
053700         SET WS-AUDIT-REFUSED TO TRUE
053800     END-IF.
053900*
054000     IF WS-AUDIT-REFUSED
054100         IF NOT NAMEMSTR-NOT-PRESENT
054200             CLOSE NAME-MASTER
054300         END-IF
054400         IF NOT EMPHIST-NOT-PRESENT
054500             CLOSE EMP-HISTORY
054600         END-IF
054700         GO TO 1000-EXIT
054800     END-IF.
054900*
055000     PERFORM 1200-READ-BASELINE
055100         THRU 1200-EXIT.
055200 1000-EXIT.
055300     EXIT.
055400*
055500******************************************************************
055600* 1100-LOAD-DEPT-TABLE - DEPARTMENT REFERENCE CODES INTO TABLE
055700******************************************************************
055800 1100-LOAD-DEPT-TABLE.
055900     OPEN INPUT DEPT-REFERENCE.
056000     IF DEPTREF-NOT-PRESENT
056100         GO TO 1100-EXIT
056200     END-IF.
056300     PERFORM 1110-LOAD-ONE-DEPT
056400         THRU 1110-EXIT
056500         UNTIL WS-EOF-DEPT-REFERENCE.
056600     CLOSE DEPT-REFERENCE.
056700 1100-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100* 1110-LOAD-ONE-DEPT
057200******************************************************************
057300 1110-LOAD-ONE-DEPT.
057400     READ DEPT-REFERENCE
057500         AT END
057600             SET WS-EOF-DEPT-REFERENCE TO TRUE
057700             GO TO 1110-EXIT
057800     END-READ.
057900     ADD 1 TO WS-DEPTS-LOADED.
058000     IF WS-DPT-COUNT NOT < 1000
058100         SET WS-DEPT-TABLE-FULL TO TRUE
058200         GO TO 1110-EXIT
058300     END-IF.
058400     ADD 1 TO WS-DPT-COUNT.
058500     MOVE DPT-DEPT-CODE TO WS-DPT-CODE (WS-DPT-COUNT).
058600 1110-EXIT.
058700     EXIT.
058800*
058900******************************************************************
059000* 1200-READ-BASELINE - THE CONSOLIDATION JOB'S BASELINE FILE,
059100*                      LAST RECORD GOVERNS.  NO FILE OR NO DATED
059200*                      RECORD MEANS THE HISTORY HAS NEVER BEEN
059300*                      CONSOLIDATED AND CATEGORY 7 IS NOT CHECKED
059400******************************************************************
059500 1200-READ-BASELINE.
059600     OPEN INPUT BASELINE-FILE.
059700     IF NOT HSTBASE-NOT-PRESENT
059800         PERFORM 1210-READ-ONE-BASELINE
059900             THRU 1210-EXIT
060000             UNTIL WS-EOF-BASELINE-FILE
060100         CLOSE BASELINE-FILE
060200     END-IF.
060300*
060400     IF WS-BASELINE-DATE = SPACES
060500         MOVE 'NOT CHECKED - HISTORY NEVER CONSOLIDATED'
060600             TO WS-CAT-NOTE (7)
060700     ELSE
060800         MOVE WS-BASELINE-DATE TO WS-CHECK-DATE-X
060900         PERFORM 8300-EDIT-CHECK-DATE
061000             THRU 8300-EXIT
061100         MOVE WS-DATE-EDIT TO WS-BASELINE-EDIT
061200     END-IF.
061300 1200-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* 1210-READ-ONE-BASELINE - ONE BASELINE RECORD, LAST ONE WINS
061800******************************************************************
061900 1210-READ-ONE-BASELINE.
062000     READ BASELINE-FILE
062100         AT END
062200             SET WS-EOF-BASELINE-FILE TO TRUE
062300             GO TO 1210-EXIT
062400     END-READ.
062500     IF BSL-BASELINE-DATE IS NUMERIC
062600         MOVE BSL-BASELINE-DATE TO WS-BASELINE-DATE
062700     END-IF.
062800 1210-EXIT.
062900     EXIT.
063000*
063100******************************************************************
063200* 2000-SORT-AND-MATCH - EVERY FILE'S RECORDS SORTED TOGETHER BY
063300*                       EMPLOYEE ID, THEN AUDITED ONE EMPLOYEE AT
063400*                       A TIME
063500******************************************************************
063600 2000-SORT-AND-MATCH.
063700     SORT AUDIT-SORT-FILE
063800         ON ASCENDING KEY SRT-EMP-ID
063900                          SRT-SOURCE
064000                          SRT-DATE
064100                          SRT-SEQ-NO
064200         INPUT PROCEDURE IS 2100-RELEASE-ALL-FILES
064300             THRU 2100-EXIT
064400         OUTPUT PROCEDURE IS 3000-MATCH-EMPLOYEES
064500             THRU 3000-EXIT.
064600 2000-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 2100-RELEASE-ALL-FILES - MASTER, SNAPSHOT, HISTORY, ARCHIVE,
065100*                          EVENT LOG AND SUSPENSE IN TURN
065200******************************************************************
065300 2100-RELEASE-ALL-FILES.
065400     PERFORM 2200-RELEASE-MASTER
065500         THRU 2200-EXIT.
065600     PERFORM 2300-RELEASE-SNAPSHOT
065700         THRU 2300-EXIT.
065800     PERFORM 2400-RELEASE-HISTORY
065900         THRU 2400-EXIT.
066000     PERFORM 2500-RELEASE-ARCHIVE
066100         THRU 2500-EXIT.
066200     PERFORM 2600-RELEASE-EVENTS
066300         THRU 2600-EXIT.
066400     PERFORM 2700-RELEASE-SUSPENSE
066500         THRU 2700-EXIT.
066600 2100-EXIT.
066700     EXIT.
066800*
066900******************************************************************
067000* 2200-RELEASE-MASTER - EVERY NAME-MASTER RECORD; THE DEPARTMENT
067100*                       AND STATUS CHECKS NEED NO OTHER FILE AND
067200*                       ARE MADE HERE
067300******************************************************************
067400 2200-RELEASE-MASTER.
067500     PERFORM 2210-RELEASE-ONE-MASTER
067600         THRU 2210-EXIT
067700         UNTIL WS-EOF-NAME-MASTER.
067800     CLOSE NAME-MASTER.
067900 2200-EXIT.
068000     EXIT.
068100*
068200******************************************************************
068300* 2210-RELEASE-ONE-MASTER
068400******************************************************************
068500 2210-RELEASE-ONE-MASTER.
068600     READ NAME-MASTER
068700         AT END
068800             SET WS-EOF-NAME-MASTER TO TRUE
068900             GO TO 2210-EXIT
069000     END-READ.
069100     ADD 1 TO WS-MASTER-READ.
069200*
069300     PERFORM 2250-CHECK-MASTER-DEPT
069400         THRU 2250-EXIT.
069500     PERFORM 2260-CHECK-MASTER-STATUS
069600         THRU 2260-EXIT.
069700*
069800     MOVE SPACES TO SORT-AUDIT-RECORD.
069900     MOVE EMP-ID TO SRT-EMP-ID.
070000     MOVE 'M' TO SRT-SOURCE.
070100     MOVE ZERO TO SRT-DATE.
070200     ADD 1 TO WS-RELEASE-SEQ.
070300     MOVE WS-RELEASE-SEQ TO SRT-SEQ-NO.
070400     MOVE EMP-LAST-NAME TO SRT-LAST-NAME.
070500     MOVE EMP-FIRST-NAME TO SRT-FIRST-NAME.
070600     MOVE EMP-DEPT-CODE TO SRT-DEPT-CODE.
070700     MOVE EMP-HIRE-DATE TO SRT-HIRE-DATE.
070800     MOVE EMP-STATUS-CODE TO SRT-STATUS-CODE.
070900     MOVE EMP-STATUS-DATE TO SRT-STATUS-DATE.
071000     RELEASE SORT-AUDIT-RECORD.
071100 2210-EXIT.
071200     EXIT.
071300*
071400******************************************************************
071500* 2250-CHECK-MASTER-DEPT - CATEGORY 5
071600******************************************************************
071700 2250-CHECK-MASTER-DEPT.
071800     MOVE 'N' TO WS-DEPT-FOUND-SWITCH.
071900     PERFORM 2255-MATCH-ONE-DEPT
072000         THRU 2255-EXIT
072100         VARYING WS-DEPT-SUB FROM 1 BY 1
072200         UNTIL WS-DEPT-SUB > WS-DPT-COUNT
072300            OR WS-DEPT-FOUND.
072400     IF WS-DEPT-FOUND
072500         GO TO 2250-EXIT
072600     END-IF.
072700*
072800     MOVE 5 TO WS-NEW-CATEGORY.
072900     MOVE EMP-ID TO WS-NEW-EMP-ID.
073000     MOVE 'DEPARTMENT CODE      IS NOT ON DEPTMSTR'
073100         TO WS-NEW-TEXT.
073200     MOVE EMP-DEPT-CODE TO WS-NEW-TEXT (17:4).
073300     PERFORM 8200-ADD-EXCEPTION
073400         THRU 8200-EXIT.
073500 2250-EXIT.
073600     EXIT.
073700*
073800******************************************************************
073900* 2255-MATCH-ONE-DEPT
074000******************************************************************
074100 2255-MATCH-ONE-DEPT.
074200     IF WS-DPT-CODE (WS-DEPT-SUB) = EMP-DEPT-CODE
074300         SET WS-DEPT-FOUND TO TRUE
074400     END-IF.
074500 2255-EXIT.
074600     EXIT.
074700*
074800******************************************************************
074900* 2260-CHECK-MASTER-STATUS - CATEGORY 6.  THE CODE MUST BE ONE
075000*                            THE EDIT MODULE ACCEPTS; A STATUS
075100*                            DATE, WHEN PRESENT, MUST BE A REAL
075200*                            CALENDAR DATE NO LATER THAN THE RUN
075300*                            DATE, AND A TERMINATION MUST HAVE ONE
075400******************************************************************
075500 2260-CHECK-MASTER-STATUS.
075600     MOVE 6 TO WS-NEW-CATEGORY.
075700     MOVE EMP-ID TO WS-NEW-EMP-ID.
075800*
075900     IF NOT EMP-STATUS-ACTIVE
076000         AND NOT EMP-STATUS-LEAVE
076100         AND NOT EMP-STATUS-TERMINATED
076200         MOVE 'STATUS CODE   IS NOT A, L, T OR SPACE'
076300             TO WS-NEW-TEXT
076400         MOVE EMP-STATUS-CODE TO WS-NEW-TEXT (13:1)
076500         PERFORM 8200-ADD-EXCEPTION
076600             THRU 8200-EXIT
076700     END-IF.
076800*
076900     IF EMP-STATUS-DATE = SPACES
077000         IF EMP-STATUS-TERMINATED
077100             MOVE 'STATUS T WITH NO STATUS DATE' TO WS-NEW-TEXT
077200             PERFORM 8200-ADD-EXCEPTION
077300                 THRU 8200-EXIT
077400         END-IF
077500         GO TO 2260-EXIT
077600     END-IF.
077700*
077800     MOVE EMP-STATUS-DATE TO WS-CHECK-DATE-X.
077900     PERFORM 8400-VALIDATE-CHECK-DATE
078000         THRU 8400-EXIT.
078100     IF NOT WS-DATE-VALID
078200         MOVE 'STATUS DATE          IS NOT A VALID CCYYMMDD DATE'
078300             TO WS-NEW-TEXT
078400         MOVE EMP-STATUS-DATE TO WS-NEW-TEXT (13:8)
078500         PERFORM 8200-ADD-EXCEPTION
078600             THRU 8200-EXIT
078700         GO TO 2260-EXIT
078800     END-IF.
078900*
079000     IF WS-CHECK-DATE > WS-CURRENT-DATE
079100         PERFORM 8300-EDIT-CHECK-DATE
079200             THRU 8300-EXIT
079300         MOVE 'STATUS DATE            IS LATER THAN THE RUN DATE'
079400             TO WS-NEW-TEXT
079500         MOVE WS-DATE-EDIT TO WS-NEW-TEXT (13:10)
079600         PERFORM 8200-ADD-EXCEPTION
079700             THRU 8200-EXIT
079800     END-IF.
079900 2260-EXIT.
080000     EXIT.
080100*
080200******************************************************************
080300* 2300-RELEASE-SNAPSHOT - THE LATEST SNAPSHOT GENERATION.  A RUN
080400*                         THAT SUPPRESSED ITS SNAPSHOT LEAVES AN
080500*                         EMPTY ONE, AND THEN CATEGORY 2 IS NOT
080600*                         CHECKED
080700******************************************************************
080800 2300-RELEASE-SNAPSHOT.
080900     OPEN INPUT SNAPSHOT-FILE.
081000     IF SNAPSHOT-NOT-PRESENT
081100         MOVE 'NOT CHECKED - NO SNAPSHOT GENERATION'
081200             TO WS-CAT-NOTE (2)
081300         GO TO 2300-EXIT
081400     END-IF.
081500     PERFORM 2310-RELEASE-ONE-SNAPSHOT
081600         THRU 2310-EXIT
081700         UNTIL WS-EOF-SNAPSHOT-FILE.
081800     CLOSE SNAPSHOT-FILE.
081900*
082000     IF WS-SNAPSHOT-READ = 0
082100         MOVE 'NOT CHECKED - LATEST SNAPSHOT GENERATION IS EMPTY'
082200             TO WS-CAT-NOTE (2)
082300     ELSE
082400         SET WS-SNAPSHOT-CHECKED TO TRUE
082500     END-IF.
082600 2300-EXIT.
082700     EXIT.
082800*
082900******************************************************************
083000* 2310-RELEASE-ONE-SNAPSHOT
083100******************************************************************
083200 2310-RELEASE-ONE-SNAPSHOT.
083300     READ SNAPSHOT-FILE
083400         AT END
083500             SET WS-EOF-SNAPSHOT-FILE TO TRUE
083600             GO TO 2310-EXIT
083700     END-READ.
083800     ADD 1 TO WS-SNAPSHOT-READ.
083900     MOVE SPACES TO SORT-AUDIT-RECORD.
084000     MOVE SNAP-EMP-ID TO SRT-EMP-ID.
084100     MOVE 'S' TO SRT-SOURCE.
084200     MOVE ZERO TO SRT-DATE.
084300     ADD 1 TO WS-RELEASE-SEQ.
084400     MOVE WS-RELEASE-SEQ TO SRT-SEQ-NO.
084500     MOVE SNAP-LAST-NAME TO SRT-LAST-NAME.
084600     MOVE SNAP-FIRST-NAME TO SRT-FIRST-NAME.
084700     MOVE SNAP-DEPT-CODE TO SRT-DEPT-CODE.
084800     MOVE SNAP-HIRE-DATE TO SRT-HIRE-DATE.
084900     MOVE SNAP-STATUS-CODE TO SRT-STATUS-CODE.
085000     RELEASE SORT-AUDIT-RECORD.
085100 2310-EXIT.
085200     EXIT.
085300*
085400******************************************************************
085500* 2400-RELEASE-HISTORY - EVERY CHANGE HISTORY RECORD, IN FILE
085600*                        ORDER WITHIN DATE AS THE POINT-IN-TIME
085700*                        ROSTER REPLAYS THEM; THE BASELINE CHECK
085800*                        (CATEGORY 7) IS MADE HERE
085900******************************************************************
086000 2400-RELEASE-HISTORY.
086100     PERFORM 2410-RELEASE-ONE-HISTORY
086200         THRU 2410-EXIT
086300         UNTIL WS-EOF-EMP-HISTORY.
086400     CLOSE EMP-HISTORY.
086500 2400-EXIT.
086600     EXIT.
086700*
086800******************************************************************
086900* 2410-RELEASE-ONE-HISTORY
087000******************************************************************
087100 2410-RELEASE-ONE-HISTORY.
087200     READ EMP-HISTORY
087300         AT END
087400             SET WS-EOF-EMP-HISTORY TO TRUE
087500             GO TO 2410-EXIT
087600     END-READ.
087700     ADD 1 TO WS-HISTORY-READ.
087800*
087900     IF WS-BASELINE-DATE NOT = SPACES
088000         PERFORM 2450-CHECK-BASELINE
088100             THRU 2450-EXIT
088200     END-IF.
088300*
088400     MOVE SPACES TO SORT-AUDIT-RECORD.
088500     MOVE HST-EMP-ID TO SRT-EMP-ID.
088600     MOVE 'H' TO SRT-SOURCE.
088700     MOVE HST-EFF-DATE TO SRT-DATE.
088800     ADD 1 TO WS-RELEASE-SEQ.
088900     MOVE WS-RELEASE-SEQ TO SRT-SEQ-NO.
089000     MOVE HST-ACTION-CODE TO SRT-ACTION-CODE.
089100     MOVE HST-LAST-NAME TO SRT-LAST-NAME.
089200     MOVE HST-FIRST-NAME TO SRT-FIRST-NAME.
089300     MOVE HST-DEPT-CODE TO SRT-DEPT-CODE.
089400     MOVE HST-HIRE-DATE TO SRT-HIRE-DATE.
089500     MOVE HST-STATUS-CODE TO SRT-STATUS-CODE.
089600     RELEASE SORT-AUDIT-RECORD.
089700 2410-EXIT.
089800     EXIT.
089900*
090000******************************************************************
090100* 2450-CHECK-BASELINE - CATEGORY 7.  THE CONSOLIDATION LEAVES
090200*                       ONLY ADD IMAGES DATED ON THE BASELINE
090300*                       AND DELTAS DATED AFTER IT
090400******************************************************************
090500 2450-CHECK-BASELINE.
090600     IF HST-EFF-DATE > WS-BASELINE-DATE
090700         GO TO 2450-EXIT
090800     END-IF.
090900     IF HST-EFF-DATE = WS-BASELINE-DATE
091000         AND HST-ACTION-ADD
091100         GO TO 2450-EXIT
091200     END-IF.
091300*
091400     MOVE 7 TO WS-NEW-CATEGORY.
091500     MOVE HST-EMP-ID TO WS-NEW-EMP-ID.
091600     MOVE HST-EFF-DATE TO WS-CHECK-DATE-X.
091700     PERFORM 8300-EDIT-CHECK-DATE
091800         THRU 8300-EXIT.
091900     MOVE 'ACTION   RECORD DATED            - BASELINE IS'
092000         TO WS-NEW-TEXT.
092100     MOVE HST-ACTION-CODE TO WS-NEW-TEXT (8:1).
092200     MOVE WS-DATE-EDIT TO WS-NEW-TEXT (23:10).
092300     MOVE WS-BASELINE-EDIT TO WS-NEW-TEXT (48:10).
092400     PERFORM 8200-ADD-EXCEPTION
092500         THRU 8200-EXIT.
092600 2450-EXIT.
092700     EXIT.
092800*
092900******************************************************************
093000* 2500-RELEASE-ARCHIVE - EVERY PURGED-EMPLOYEE ARCHIVE IMAGE
093100******************************************************************
093200 2500-RELEASE-ARCHIVE.
093300     OPEN INPUT ARCHIVE-FILE.
093400     IF ARCHFILE-NOT-PRESENT
093500         GO TO 2500-EXIT
093600     END-IF.
093700     PERFORM 2510-RELEASE-ONE-ARCHIVE
093800         THRU 2510-EXIT
093900         UNTIL WS-EOF-ARCHIVE-FILE.
094000     CLOSE ARCHIVE-FILE.
094100 2500-EXIT.
094200     EXIT.
094300*
094400******************************************************************
094500* 2510-RELEASE-ONE-ARCHIVE
094600******************************************************************
094700 2510-RELEASE-ONE-ARCHIVE.
094800     READ ARCHIVE-FILE
094900         AT END
095000             SET WS-EOF-ARCHIVE-FILE TO TRUE
095100             GO TO 2510-EXIT
095200     END-READ.
095300     ADD 1 TO WS-ARCHIVE-READ.
095400     MOVE SPACES TO SORT-AUDIT-RECORD.
095500     MOVE ARC-EMP-ID TO SRT-EMP-ID.
095600     MOVE 'A' TO SRT-SOURCE.
095700     MOVE ZERO TO SRT-DATE.
095800     ADD 1 TO WS-RELEASE-SEQ.
095900     MOVE WS-RELEASE-SEQ TO SRT-SEQ-NO.
096000     RELEASE SORT-AUDIT-RECORD.
096100 2510-EXIT.
096200     EXIT.
096300*
096400******************************************************************
096500* 2600-RELEASE-EVENTS - THE PURGE/RESTORE EVENT LOG
096600******************************************************************
096700 2600-RELEASE-EVENTS.
096800     OPEN INPUT EVENT-LOG.
096900     IF EMPEVNT-NOT-PRESENT
097000         GO TO 2600-EXIT
097100     END-IF.
097200     PERFORM 2610-RELEASE-ONE-EVENT
097300         THRU 2610-EXIT
097400         UNTIL WS-EOF-EVENT-LOG.
097500     CLOSE EVENT-LOG.
097600 2600-EXIT.
097700     EXIT.
097800*
097900******************************************************************
098000* 2610-RELEASE-ONE-EVENT
098100******************************************************************
098200 2610-RELEASE-ONE-EVENT.
098300     READ EVENT-LOG
098400         AT END
098500             SET WS-EOF-EVENT-LOG TO TRUE
098600             GO TO 2610-EXIT
098700     END-READ.
098800     ADD 1 TO WS-EVENTS-READ.
098900     MOVE SPACES TO SORT-AUDIT-RECORD.
099000     MOVE EVT-EMP-ID TO SRT-EMP-ID.
099100     MOVE 'E' TO SRT-SOURCE.
099200     MOVE EVT-EVENT-DATE TO SRT-DATE.
099300     ADD 1 TO WS-RELEASE-SEQ.
099400     MOVE WS-RELEASE-SEQ TO SRT-SEQ-NO.
099500     MOVE EVT-EVENT-CODE TO SRT-ACTION-CODE.
099600     RELEASE SORT-AUDIT-RECORD.
099700 2610-EXIT.
099800     EXIT.
099900*
100000******************************************************************
100100* 2700-RELEASE-SUSPENSE - OPEN ENTRIES ON THE CURRENT HR
100200*                         SUSPENSE GENERATION
100300******************************************************************
100400 2700-RELEASE-SUSPENSE.
100500     OPEN INPUT SUSPENSE-IN.
100600     IF SUSPIN-NOT-PRESENT
100700         GO TO 2700-EXIT
100800     END-IF.
100900     PERFORM 2710-RELEASE-ONE-SUSPENSE
101000         THRU 2710-EXIT
101100         UNTIL WS-EOF-SUSPENSE-IN.
101200     CLOSE SUSPENSE-IN.
101300 2700-EXIT.
101400     EXIT.
101500*
101600******************************************************************
101700* 2710-RELEASE-ONE-SUSPENSE
101800******************************************************************
101900 2710-RELEASE-ONE-SUSPENSE.
102000     READ SUSPENSE-IN
102100         AT END
102200             SET WS-EOF-SUSPENSE-IN TO TRUE
102300             GO TO 2710-EXIT
102400     END-READ.
102500     IF NOT SUS-STATUS-OPEN
102600         GO TO 2710-EXIT
102700     END-IF.
102800     ADD 1 TO WS-SUSPENSE-OPEN.
102900     MOVE SPACES TO SORT-AUDIT-RECORD.
103000     MOVE SUS-EMP-ID TO SRT-EMP-ID.
103100     MOVE 'U' TO SRT-SOURCE.
103200     MOVE SUS-REJECT-DATE TO SRT-DATE.
103300     ADD 1 TO WS-RELEASE-SEQ.
103400     MOVE WS-RELEASE-SEQ TO SRT-SEQ-NO.
103500     MOVE SUS-STATUS-CODE TO SRT-ACTION-CODE.
103600     RELEASE SORT-AUDIT-RECORD.
103700 2710-EXIT.
103800     EXIT.
103900*
104000******************************************************************
104100* 3000-MATCH-EMPLOYEES - ONE EMPLOYEE GROUP AT A TIME
104200******************************************************************
104300 3000-MATCH-EMPLOYEES.
104400     PERFORM 3050-RETURN-SORTED-RECORD
104500         THRU 3050-EXIT.
104600     PERFORM 3100-MATCH-ONE-RECORD
104700         THRU 3100-EXIT
104800         UNTIL WS-EOF-SORTED-RECORDS.
104900     IF WS-HOLD-PRESENT
105000         PERFORM 3500-CLOSE-EMPLOYEE
105100             THRU 3500-EXIT
105200     END-IF.
105300 3000-EXIT.
105400     EXIT.
105500*
105600******************************************************************
105700* 3050-RETURN-SORTED-RECORD
105800******************************************************************
105900 3050-RETURN-SORTED-RECORD.
106000     RETURN AUDIT-SORT-FILE
106100         AT END
106200             SET WS-EOF-SORTED-RECORDS TO TRUE
106300     END-RETURN.
106400 3050-EXIT.
106500     EXIT.
106600*
106700******************************************************************
106800* 3100-MATCH-ONE-RECORD - GROUP BREAK ON EMPLOYEE ID, THEN THE
106900*                         RECORD IS POSTED TO THE EMPLOYEE AS ITS
107000*                         FILE CARRIES THEM.  HISTORY IS REPLAYED
107100*                         IN DATE ORDER - THE LATEST RECORD
107200*                         DECIDES, A DROP MEANS NOT ON FILE - AND
107300*                         THE LATEST EVENT LOG ENTRY DECIDES
107400*                         WHETHER THE EMPLOYEE WAS LAST PURGED OR
107500*                         RESTORED
107600******************************************************************
107700 3100-MATCH-ONE-RECORD.
107800     IF WS-HOLD-PRESENT
107900         AND SRT-EMP-ID NOT = WS-HLD-EMP-ID
108000         PERFORM 3500-CLOSE-EMPLOYEE
108100             THRU 3500-EXIT
108200     END-IF.
108300*
108400     IF NOT WS-HOLD-PRESENT
108500         SET WS-HOLD-PRESENT TO TRUE
108600         INITIALIZE WS-AUDIT-EMPLOYEE
108700         MOVE 'N' TO WS-MST-SWITCH
108800         MOVE 'N' TO WS-SNP-SWITCH
108900         MOVE 'N' TO WS-HST-SWITCH
109000         MOVE SRT-EMP-ID TO WS-HLD-EMP-ID
109100         ADD 1 TO WS-EMPLOYEES-AUDITED
109200     END-IF.
109300*
109400     EVALUATE TRUE
109500         WHEN SRT-FROM-MASTER
109600             SET WS-ON-MASTER TO TRUE
109700             MOVE SRT-LAST-NAME TO WS-MST-LAST-NAME
109800             MOVE SRT-FIRST-NAME TO WS-MST-FIRST-NAME
109900             MOVE SRT-DEPT-CODE TO WS-MST-DEPT-CODE
110000             MOVE SRT-HIRE-DATE TO WS-MST-HIRE-DATE
110100             MOVE SRT-STATUS-CODE TO WS-MST-STATUS-CODE
110200         WHEN SRT-FROM-SNAPSHOT
110300             SET WS-ON-SNAPSHOT TO TRUE
110400             MOVE SRT-LAST-NAME TO WS-SNP-LAST-NAME
110500             MOVE SRT-FIRST-NAME TO WS-SNP-FIRST-NAME
110600             MOVE SRT-DEPT-CODE TO WS-SNP-DEPT-CODE
110700             MOVE SRT-HIRE-DATE TO WS-SNP-HIRE-DATE
110800             MOVE SRT-STATUS-CODE TO WS-SNP-STATUS-CODE
110900         WHEN SRT-FROM-HISTORY
111000             ADD 1 TO WS-HST-RECORDS
111100             MOVE SRT-DATE TO WS-HST-LAST-DATE
111200             IF SRT-ACTION-CODE = 'D'
111300                 MOVE 'N' TO WS-HST-SWITCH
111400             ELSE
111500                 SET WS-ON-FILE-BY-HISTORY TO TRUE
111600                 MOVE SRT-LAST-NAME TO WS-HST-LAST-NAME
111700                 MOVE SRT-FIRST-NAME TO WS-HST-FIRST-NAME
111800                 MOVE SRT-DEPT-CODE TO WS-HST-DEPT-CODE
111900                 MOVE SRT-HIRE-DATE TO WS-HST-HIRE-DATE
112000                 MOVE SRT-STATUS-CODE TO WS-HST-STATUS-CODE
112100             END-IF
112200         WHEN SRT-FROM-ARCHIVE
112300             ADD 1 TO WS-ARC-IMAGES
112400         WHEN SRT-FROM-EVENT-LOG
112500             MOVE SRT-ACTION-CODE TO WS-EVT-LAST-CODE
112600             MOVE SRT-DATE TO WS-EVT-LAST-DATE
112700         WHEN SRT-FROM-SUSPENSE
112800             IF WS-SUS-OPEN-ENTRIES = 0
112900                 MOVE SRT-DATE TO WS-SUS-OLDEST-DATE
113000             END-IF
113100             ADD 1 TO WS-SUS-OPEN-ENTRIES
113200     END-EVALUATE.
113300*
113400     PERFORM 3050-RETURN-SORTED-RECORD
113500         THRU 3050-EXIT.
113600 3100-EXIT.
113700     EXIT.
113800*
113900******************************************************************
114000* 3500-CLOSE-EMPLOYEE - THE CROSS-FILE CHECKS FOR ONE EMPLOYEE
114100******************************************************************
114200 3500-CLOSE-EMPLOYEE.
114300     MOVE WS-HLD-EMP-ID TO WS-NEW-EMP-ID.
114400     PERFORM 3600-CHECK-HISTORY
114500         THRU 3600-EXIT.
114600     IF WS-SNAPSHOT-CHECKED
114700         PERFORM 3700-CHECK-SNAPSHOT
114800             THRU 3700-EXIT
114900     END-IF.
115000     PERFORM 3800-CHECK-ARCHIVE
115100         THRU 3800-EXIT.
115200     PERFORM 3900-CHECK-SUSPENSE
115300         THRU 3900-EXIT.
115400     MOVE 'N' TO WS-HOLD-SWITCH.
115500 3500-EXIT.
115600     EXIT.
115700*
115800******************************************************************
115900* 3600-CHECK-HISTORY - CATEGORY 1.  AN EMPLOYEE OFF THE MASTER
115920*                      WHO WAS PURGED (ON THE ARCHIVE, OR LOGGED
115940*                      AS PURGED ON OR AFTER THE LAST HISTORY
115960*                      RECORD) IS NOT LISTED - THE PURGE WRITES
115980*                      NO DROP RECORD TO THE HISTORY
116000******************************************************************
116100 3600-CHECK-HISTORY.
116200     MOVE 1 TO WS-NEW-CATEGORY.
116300     IF WS-ON-MASTER
116400         AND NOT WS-ON-FILE-BY-HISTORY
116500         IF WS-HST-RECORDS = 0
116600             MOVE 'ON MASTER - NO CHANGE HISTORY RECORD'
116700                 TO WS-NEW-TEXT
116800         ELSE
116900             MOVE WS-HST-LAST-DATE TO WS-CHECK-DATE-X
117000             PERFORM 8300-EDIT-CHECK-DATE
117100                 THRU 8300-EXIT
117200             MOVE 'ON MASTER - CHANGE HISTORY SHOWS IT DROPPED'
117300                 TO WS-NEW-TEXT
117400             MOVE WS-DATE-EDIT TO WS-NEW-TEXT (45:10)
117500         END-IF
117600         PERFORM 8200-ADD-EXCEPTION
117700             THRU 8200-EXIT
117800         GO TO 3600-EXIT
117900     END-IF.
118000*
118100     IF WS-ON-FILE-BY-HISTORY
118200         AND NOT WS-ON-MASTER
118212         IF WS-ARC-IMAGES > 0
118224             GO TO 3600-EXIT
118236         END-IF
118248         IF WS-LAST-EVENT-PURGE
118260             AND WS-EVT-LAST-DATE NOT < WS-HST-LAST-DATE
118272             GO TO 3600-EXIT
118284         END-IF
118300         MOVE 'NOT ON MASTER - CHANGE HISTORY SHOWS IT ON FILE'
118400             TO WS-NEW-TEXT
118500         PERFORM 8200-ADD-EXCEPTION
118600             THRU 8200-EXIT
118700         GO TO 3600-EXIT
118800     END-IF.
118900*
119000     IF NOT WS-ON-MASTER
119100         GO TO 3600-EXIT
119200     END-IF.
119300*
119400     MOVE 1 TO WS-CMP-CATEGORY.
119500     MOVE 'HISTORY: ' TO WS-CMP-OTHER-LABEL.
119600     MOVE 'LAST NAME' TO WS-CMP-FIELD-NAME.
119700     MOVE WS-MST-LAST-NAME TO WS-CMP-MASTER-VALUE.
119800     MOVE WS-HST-LAST-NAME TO WS-CMP-OTHER-VALUE.
119900     PERFORM 3950-COMPARE-FIELD
120000         THRU 3950-EXIT.
120100     MOVE 'FIRST NAME' TO WS-CMP-FIELD-NAME.
120200     MOVE WS-MST-FIRST-NAME TO WS-CMP-MASTER-VALUE.
120300     MOVE WS-HST-FIRST-NAME TO WS-CMP-OTHER-VALUE.
120400     PERFORM 3950-COMPARE-FIELD
120500         THRU 3950-EXIT.
120600     MOVE 'DEPARTMENT' TO WS-CMP-FIELD-NAME.
120700     MOVE WS-MST-DEPT-CODE TO WS-CMP-MASTER-VALUE.
120800     MOVE WS-HST-DEPT-CODE TO WS-CMP-OTHER-VALUE.
120900     PERFORM 3950-COMPARE-FIELD
121000         THRU 3950-EXIT.
121100     MOVE 'HIRE DATE' TO WS-CMP-FIELD-NAME.
121200     MOVE WS-MST-HIRE-DATE TO WS-CMP-MASTER-VALUE.
121300     MOVE WS-HST-HIRE-DATE TO WS-CMP-OTHER-VALUE.
121400     PERFORM 3950-COMPARE-FIELD
121500         THRU 3950-EXIT.
121600     MOVE 'STATUS' TO WS-CMP-FIELD-NAME.
121700     MOVE WS-MST-STATUS-CODE TO WS-CMP-MASTER-VALUE.
121800     MOVE WS-HST-STATUS-CODE TO WS-CMP-OTHER-VALUE.
121900     PERFORM 3950-COMPARE-FIELD
122000         THRU 3950-EXIT.
122100 3600-EXIT.
122200     EXIT.
122300*
122400******************************************************************
122500* 3700-CHECK-SNAPSHOT - CATEGORY 2
122600******************************************************************
122700 3700-CHECK-SNAPSHOT.
122800     MOVE 2 TO WS-NEW-CATEGORY.
122900     IF WS-ON-MASTER
123000         AND NOT WS-ON-SNAPSHOT
123100         MOVE 'ON MASTER - NOT ON THE LATEST SNAPSHOT'
123200             TO WS-NEW-TEXT
123300         PERFORM 8200-ADD-EXCEPTION
123400             THRU 8200-EXIT
123500         GO TO 3700-EXIT
123600     END-IF.
123700*
123800     IF WS-ON-SNAPSHOT
123900         AND NOT WS-ON-MASTER
124000         MOVE 'NOT ON MASTER - ON THE LATEST SNAPSHOT'
124100             TO WS-NEW-TEXT
124200         PERFORM 8200-ADD-EXCEPTION
124300             THRU 8200-EXIT
124400         GO TO 3700-EXIT
124500     END-IF.
124600*
124700     IF NOT WS-ON-MASTER
124800         GO TO 3700-EXIT
124900     END-IF.
125000*
125100     MOVE 2 TO WS-CMP-CATEGORY.
125200     MOVE 'SNAPSHOT: ' TO WS-CMP-OTHER-LABEL.
125300     MOVE 'LAST NAME' TO WS-CMP-FIELD-NAME.
125400     MOVE WS-MST-LAST-NAME TO WS-CMP-MASTER-VALUE.
125500     MOVE WS-SNP-LAST-NAME TO WS-CMP-OTHER-VALUE.
125600     PERFORM 3950-COMPARE-FIELD
125700         THRU 3950-EXIT.
125800     MOVE 'FIRST NAME' TO WS-CMP-FIELD-NAME.
125900     MOVE WS-MST-FIRST-NAME TO WS-CMP-MASTER-VALUE.
126000     MOVE WS-SNP-FIRST-NAME TO WS-CMP-OTHER-VALUE.
126100     PERFORM 3950-COMPARE-FIELD
126200         THRU 3950-EXIT.
126300     MOVE 'DEPARTMENT' TO WS-CMP-FIELD-NAME.
126400     MOVE WS-MST-DEPT-CODE TO WS-CMP-MASTER-VALUE.
126500     MOVE WS-SNP-DEPT-CODE TO WS-CMP-OTHER-VALUE.
126600     PERFORM 3950-COMPARE-FIELD
126700         THRU 3950-EXIT.
126800     MOVE 'HIRE DATE' TO WS-CMP-FIELD-NAME.
126900     MOVE WS-MST-HIRE-DATE TO WS-CMP-MASTER-VALUE.
127000     MOVE WS-SNP-HIRE-DATE TO WS-CMP-OTHER-VALUE.
127100     PERFORM 3950-COMPARE-FIELD
127200         THRU 3950-EXIT.
127300     MOVE 'STATUS' TO WS-CMP-FIELD-NAME.
127400     MOVE WS-MST-STATUS-CODE TO WS-CMP-MASTER-VALUE.
127500     MOVE WS-SNP-STATUS-CODE TO WS-CMP-OTHER-VALUE.
127600     PERFORM 3950-COMPARE-FIELD
127700         THRU 3950-EXIT.
127800 3700-EXIT.
127900     EXIT.
128000*
128100******************************************************************
128200* 3800-CHECK-ARCHIVE - CATEGORY 3.  A RESTORE LEAVES THE ARCHIVE
128300*                      IMAGE IN PLACE, SO AN EMPLOYEE ON BOTH
128400*                      FILES IS EXPECTED WHEN THE LATEST EVENT
128500*                      LOGGED FOR THEM IS A RESTORE
128600******************************************************************
128700 3800-CHECK-ARCHIVE.
128800     IF NOT WS-ON-MASTER
128900         OR WS-ARC-IMAGES = 0
129000         OR WS-LAST-EVENT-RESTORE
129100         GO TO 3800-EXIT
129200     END-IF.
129300*
129400     MOVE 3 TO WS-NEW-CATEGORY.
129500     IF WS-LAST-EVENT-PURGE
129600         MOVE WS-EVT-LAST-DATE TO WS-CHECK-DATE-X
129700         PERFORM 8300-EDIT-CHECK-DATE
129800             THRU 8300-EXIT
129900         MOVE 'ON MASTER - PURGED            , NO RESTORE LOGGED'
130000             TO WS-NEW-TEXT
130100         MOVE WS-DATE-EDIT TO WS-NEW-TEXT (20:10)
130200     ELSE
130300         MOVE 'ON MASTER - ON ARCHIVE, NO PURGE OR RESTORE LOGGED'
130400             TO WS-NEW-TEXT
130500     END-IF.
130600     PERFORM 8200-ADD-EXCEPTION
130700         THRU 8200-EXIT.
130800 3800-EXIT.
130900     EXIT.
131000*
131100******************************************************************
131200* 3900-CHECK-SUSPENSE - CATEGORY 4.  THE RE-SHIP STEP ONLY
131300*                       RESOLVES ENTRIES STILL ON THE MASTER, SO
131400*                       AN OPEN ENTRY FOR A PURGED EMPLOYEE WOULD
131500*                       STAY OPEN FOR EVER
131600******************************************************************
131700 3900-CHECK-SUSPENSE.
131800     IF WS-SUS-OPEN-ENTRIES = 0
131900         OR WS-ON-MASTER
132000         GO TO 3900-EXIT
132100     END-IF.
132200     IF WS-ARC-IMAGES = 0
132300         AND NOT WS-LAST-EVENT-PURGE
132400         GO TO 3900-EXIT
132500     END-IF.
132600*
132700     MOVE 4 TO WS-NEW-CATEGORY.
132800     MOVE WS-SUS-OLDEST-DATE TO WS-CHECK-DATE-X.
132900     PERFORM 8300-EDIT-CHECK-DATE
133000         THRU 8300-EXIT.
133100     MOVE WS-SUS-OPEN-ENTRIES TO WS-OPEN-EDIT.
133200     MOVE WS-OPEN-EDIT TO WS-NEW-TEXT (1:3).
133300     MOVE 'OPEN, OLDEST REJECTED' TO WS-NEW-TEXT (5:21).
133400     MOVE WS-DATE-EDIT TO WS-NEW-TEXT (27:10).
133500     MOVE '- EMPLOYEE PURGED' TO WS-NEW-TEXT (38:17).
133600     PERFORM 8200-ADD-EXCEPTION
133700         THRU 8200-EXIT.
133800 3900-EXIT.
133900     EXIT.
134000*
134100******************************************************************
134200* 3950-COMPARE-FIELD - ONE FIELD, MASTER AGAINST THE OTHER FILE
134300******************************************************************
134400 3950-COMPARE-FIELD.
134500     IF WS-CMP-MASTER-VALUE = WS-CMP-OTHER-VALUE
134600         GO TO 3950-EXIT
134700     END-IF.
134800     MOVE WS-CMP-CATEGORY TO WS-NEW-CATEGORY.
134900     MOVE SPACES TO WS-NEW-TEXT.
135000     MOVE WS-CMP-FIELD-NAME TO WS-NEW-TEXT (1:12).
135100     MOVE 'MASTER: ' TO WS-NEW-TEXT (13:8).
135200     MOVE WS-CMP-MASTER-VALUE TO WS-NEW-TEXT (21:15).
135300     MOVE WS-CMP-OTHER-LABEL TO WS-NEW-TEXT (38:10).
135400     MOVE WS-CMP-OTHER-VALUE TO WS-NEW-TEXT (48:15).
135500     PERFORM 8200-ADD-EXCEPTION
135600         THRU 8200-EXIT.
135700 3950-EXIT.
135800     EXIT.
135900*
136000******************************************************************
136100* 4000-PRINT-EXCEPTIONS - ONE SECTION PER CATEGORY
136200******************************************************************
136300 4000-PRINT-EXCEPTIONS.
136400     PERFORM 4100-PRINT-CATEGORY
136500         THRU 4100-EXIT
136600         VARYING WS-CAT-SUB FROM 1 BY 1
136700         UNTIL WS-CAT-SUB > 7.
136800 4000-EXIT.
136900     EXIT.
137000*
137100******************************************************************
137200* 4100-PRINT-CATEGORY - HEADING, HELD EXCEPTIONS, CATEGORY COUNT
137300******************************************************************
137400 4100-PRINT-CATEGORY.
137500     IF WS-RPT-LINE-COUNT > 50
137600         PERFORM 7000-PRINT-TITLE
137700             THRU 7000-EXIT
137800     END-IF.
137900     MOVE SPACES TO AUD-CAT-CONTINUED.
138000     PERFORM 7100-PRINT-CATEGORY-HEADING
138100         THRU 7100-EXIT.
138200*
138300     IF WS-CAT-NOTE (WS-CAT-SUB) NOT = SPACES
138400         MOVE WS-CAT-NOTE (WS-CAT-SUB) TO AUD-DTL-TEXT
138500         MOVE SPACES TO AUD-DTL-EMP-ID
138600         PERFORM 8100-PRINT-DETAIL-LINE
138700             THRU 8100-EXIT
138800     END-IF.
138900*
139000     PERFORM 4200-PRINT-ONE-EXCEPTION
139100         THRU 4200-EXIT
139200         VARYING WS-EXC-SUB FROM 1 BY 1
139300         UNTIL WS-EXC-SUB > WS-EXC-COUNT.
139400*
139500     IF WS-CAT-FOUND (WS-CAT-SUB) = 0
139600         AND WS-CAT-NOTE (WS-CAT-SUB) = SPACES
139700         MOVE 'NONE FOUND' TO AUD-DTL-TEXT
139800         MOVE SPACES TO AUD-DTL-EMP-ID
139900         PERFORM 8100-PRINT-DETAIL-LINE
140000             THRU 8100-EXIT
140100     END-IF.
140200     MOVE 'INCONSISTENCIES IN THIS CATEGORY' TO AUD-CNT-LABEL.
140300     MOVE WS-CAT-FOUND (WS-CAT-SUB) TO AUD-CNT-VALUE.
140400     PERFORM 8150-PRINT-COUNT-LINE
140500         THRU 8150-EXIT.
140600     MOVE SPACES TO AUDIT-RPT-LINE.
140700     WRITE AUDIT-RPT-LINE.
140800     ADD 1 TO WS-RPT-LINE-COUNT.
140900 4100-EXIT.
141000     EXIT.
141100*
141200******************************************************************
141300* 4200-PRINT-ONE-EXCEPTION - A HELD EXCEPTION OF THIS CATEGORY
141400******************************************************************
141500 4200-PRINT-ONE-EXCEPTION.
141600     IF WS-EXC-CATEGORY (WS-EXC-SUB) NOT = WS-CAT-SUB
141700         GO TO 4200-EXIT
141800     END-IF.
141900     MOVE WS-EXC-EMP-ID (WS-EXC-SUB) TO AUD-DTL-EMP-ID.
142000     MOVE WS-EXC-TEXT (WS-EXC-SUB) TO AUD-DTL-TEXT.
142100     PERFORM 8100-PRINT-DETAIL-LINE
142200         THRU 8100-EXIT.
142300 4200-EXIT.
142400     EXIT.
142500*
142600******************************************************************
142700* 5000-PRINT-SUMMARY - RECORDS READ, INCONSISTENCIES BY CATEGORY
142800*                      AND THE AUDIT RESULT
142900******************************************************************
143000 5000-PRINT-SUMMARY.
143100     PERFORM 7000-PRINT-TITLE
143200         THRU 7000-EXIT.
143300     MOVE 'AUDIT SUMMARY' TO AUD-TXT-TEXT.
143400     PERFORM 8000-PRINT-TEXT-LINE
143500         THRU 8000-EXIT.
143600     PERFORM 8000-PRINT-TEXT-LINE
143700         THRU 8000-EXIT.
143800*
143900     MOVE 'NAME-MASTER RECORDS READ' TO AUD-CNT-LABEL.
144000     MOVE WS-MASTER-READ TO AUD-CNT-VALUE.
144100     PERFORM 8150-PRINT-COUNT-LINE
144200         THRU 8150-EXIT.
144300     MOVE 'LATEST SNAPSHOT RECORDS READ' TO AUD-CNT-LABEL.
144400     MOVE WS-SNAPSHOT-READ TO AUD-CNT-VALUE.
144500     PERFORM 8150-PRINT-COUNT-LINE
144600         THRU 8150-EXIT.
144700     MOVE 'CHANGE HISTORY RECORDS READ' TO AUD-CNT-LABEL.
144800     MOVE WS-HISTORY-READ TO AUD-CNT-VALUE.
144900     PERFORM 8150-PRINT-COUNT-LINE
145000         THRU 8150-EXIT.
145100     MOVE 'PURGE ARCHIVE IMAGES READ' TO AUD-CNT-LABEL.
145200     MOVE WS-ARCHIVE-READ TO AUD-CNT-VALUE.
145300     PERFORM 8150-PRINT-COUNT-LINE
145400         THRU 8150-EXIT.
145500     MOVE 'PURGE/RESTORE EVENTS READ' TO AUD-CNT-LABEL.
145600     MOVE WS-EVENTS-READ TO AUD-CNT-VALUE.
145700     PERFORM 8150-PRINT-COUNT-LINE
145800         THRU 8150-EXIT.
145900     MOVE 'OPEN HR SUSPENSE ENTRIES READ' TO AUD-CNT-LABEL.
146000     MOVE WS-SUSPENSE-OPEN TO AUD-CNT-VALUE.
146100     PERFORM 8150-PRINT-COUNT-LINE
146200         THRU 8150-EXIT.
146300     MOVE 'DEPARTMENT REFERENCE RECORDS READ' TO AUD-CNT-LABEL.
146400     MOVE WS-DEPTS-LOADED TO AUD-CNT-VALUE.
146500     PERFORM 8150-PRINT-COUNT-LINE
146600         THRU 8150-EXIT.
146700     MOVE 'EMPLOYEE IDS AUDITED' TO AUD-CNT-LABEL.
146800     MOVE WS-EMPLOYEES-AUDITED TO AUD-CNT-VALUE.
146900     PERFORM 8150-PRINT-COUNT-LINE
147000         THRU 8150-EXIT.
147100     PERFORM 8000-PRINT-TEXT-LINE
147200         THRU 8000-EXIT.
147300*
147400     PERFORM 5100-PRINT-ONE-CATEGORY-COUNT
147500         THRU 5100-EXIT
147600         VARYING WS-CAT-SUB FROM 1 BY 1
147700         UNTIL WS-CAT-SUB > 7.
147800     MOVE 'TOTAL INCONSISTENCIES' TO AUD-CNT-LABEL.
147900     MOVE WS-TOTAL-EXCEPTIONS TO AUD-CNT-VALUE.
148000     PERFORM 8150-PRINT-COUNT-LINE
148100         THRU 8150-EXIT.
148200     PERFORM 8000-PRINT-TEXT-LINE
148300         THRU 8000-EXIT.
148400*
148500     IF WS-EXC-TABLE-FULL
148600         MOVE '** EXCEPTION TABLE FULL - FIRST 3000 LISTED'
148700             TO AUD-TXT-TEXT
148800         MOVE ', ALL COUNTED' TO AUD-TXT-TEXT (44:13)
148900         PERFORM 8000-PRINT-TEXT-LINE
149000             THRU 8000-EXIT
149100     END-IF.
149200     IF WS-DEPT-TABLE-FULL
149300         MOVE
149400             '** DEPARTMENT TABLE FULL - FIRST 1000 CODES CHECKED'
149500             TO AUD-TXT-TEXT
149600         PERFORM 8000-PRINT-TEXT-LINE
149700             THRU 8000-EXIT
149800     END-IF.
149900     IF EMPEVNT-NOT-PRESENT
150000         MOVE '** NO PURGE/RESTORE EVENT LOG' TO AUD-TXT-TEXT
150100         MOVE ' - RESTORES CANNOT BE TOLD APART'
150200             TO AUD-TXT-TEXT (30:32)
150300         PERFORM 8000-PRINT-TEXT-LINE
150400             THRU 8000-EXIT
150500     END-IF.
150600     IF WS-TOTAL-EXCEPTIONS = 0
150700         MOVE 'AUDIT RESULT: ALL FILES AGREE' TO AUD-TXT-TEXT
150800     ELSE
150900         MOVE 'AUDIT RESULT: INCONSISTENT' TO AUD-TXT-TEXT
151000         MOVE ' - HOLD THE PURGE AND HISTORY CONSOLIDATION'
151100             TO AUD-TXT-TEXT (27:43)
151200     END-IF.
151300     PERFORM 8000-PRINT-TEXT-LINE
151400         THRU 8000-EXIT.
151500 5000-EXIT.
151600     EXIT.
151700*
151800******************************************************************
151900* 5100-PRINT-ONE-CATEGORY-COUNT
152000******************************************************************
152100 5100-PRINT-ONE-CATEGORY-COUNT.
152200     MOVE WS-CAT-SUB TO WS-CAT-DIGIT.
152300     MOVE WS-CAT-DIGIT TO AUD-CNT-LABEL (1:1).
152400     MOVE WS-CAT-TITLE (WS-CAT-SUB) TO AUD-CNT-LABEL (4:44).
152500     MOVE WS-CAT-FOUND (WS-CAT-SUB) TO AUD-CNT-VALUE.
152600     PERFORM 8150-PRINT-COUNT-LINE
152700         THRU 8150-EXIT.
152800 5100-EXIT.
152900     EXIT.
153000*
153100******************************************************************
153200* 7000-PRINT-TITLE - NEW PAGE WITH THE REPORT TITLE
153300******************************************************************
153400 7000-PRINT-TITLE.
153500     MOVE WS-RUN-DATE-EDIT TO AUD-TTL-RUN-DATE.
153600     ADD 1 TO WS-PAGE-COUNT.
153700     MOVE WS-PAGE-COUNT TO AUD-TTL-PAGE.
153800     MOVE AUD-TITLE-LINE TO AUDIT-RPT-LINE.
153900     IF WS-PAGE-COUNT > 1
154000         WRITE AUDIT-RPT-LINE
154100             BEFORE ADVANCING PAGE
154200     ELSE
154300         WRITE AUDIT-RPT-LINE
154400     END-IF.
154500     MOVE SPACES TO AUDIT-RPT-LINE.
154600     WRITE AUDIT-RPT-LINE.
154700     MOVE 2 TO WS-RPT-LINE-COUNT.
154800 7000-EXIT.
154900     EXIT.
155000*
155100******************************************************************
155200* 7100-PRINT-CATEGORY-HEADING - CATEGORY TITLE AND COLUMNS
155300******************************************************************
155400 7100-PRINT-CATEGORY-HEADING.
155500     MOVE WS-CAT-SUB TO AUD-CAT-NUMBER.
155600     MOVE WS-CAT-TITLE (WS-CAT-SUB) TO AUD-CAT-TITLE.
155700     MOVE AUD-CATEGORY-LINE TO AUDIT-RPT-LINE.
155800     WRITE AUDIT-RPT-LINE.
155900     MOVE AUD-COLUMN-HEADING TO AUDIT-RPT-LINE.
156000     WRITE AUDIT-RPT-LINE.
156100     ADD 2 TO WS-RPT-LINE-COUNT.
156200 7100-EXIT.
156300     EXIT.
156400*
156500******************************************************************
156600* 8000-PRINT-TEXT-LINE - ONE LINE OF TEXT
156700******************************************************************
156800 8000-PRINT-TEXT-LINE.
156900     MOVE AUD-TEXT-LINE TO AUDIT-RPT-LINE.
157000     WRITE AUDIT-RPT-LINE.
157100     ADD 1 TO WS-RPT-LINE-COUNT.
157200     MOVE SPACES TO AUD-TXT-TEXT.
157300 8000-EXIT.
157400     EXIT.
157500*
157600******************************************************************
157700* 8100-PRINT-DETAIL-LINE - ONE EXCEPTION LINE, WITH A NEW PAGE
157800*                          AND THE CATEGORY HEADING REPEATED WHEN
157900*                          THE PAGE IS FULL
158000******************************************************************
158100 8100-PRINT-DETAIL-LINE.
158200     IF WS-RPT-LINE-COUNT > 55
158300         PERFORM 7000-PRINT-TITLE
158400             THRU 7000-EXIT
158500         MOVE '(CONTINUED)' TO AUD-CAT-CONTINUED
158600         PERFORM 7100-PRINT-CATEGORY-HEADING
158700             THRU 7100-EXIT
158800     END-IF.
158900     MOVE AUD-DETAIL-LINE TO AUDIT-RPT-LINE.
159000     WRITE AUDIT-RPT-LINE.
159100     ADD 1 TO WS-RPT-LINE-COUNT.
159200 8100-EXIT.
159300     EXIT.
159400*
159500******************************************************************
159600* 8150-PRINT-COUNT-LINE - ONE LABELED COUNT
159700******************************************************************
159800 8150-PRINT-COUNT-LINE.
159900     MOVE AUD-COUNT-LINE TO AUDIT-RPT-LINE.
160000     WRITE AUDIT-RPT-LINE.
160100     ADD 1 TO WS-RPT-LINE-COUNT.
160200     MOVE SPACES TO AUD-CNT-LABEL.
160300 8150-EXIT.
160400     EXIT.
160500*
160600******************************************************************
160700* 8200-ADD-EXCEPTION - COUNT ONE INCONSISTENCY AND HOLD IT FOR
160800*                      THE LISTING WHILE THE TABLE HAS ROOM
160900******************************************************************
161000 8200-ADD-EXCEPTION.
161100     ADD 1 TO WS-CAT-FOUND (WS-NEW-CATEGORY).
161200     ADD 1 TO WS-TOTAL-EXCEPTIONS.
161300     IF WS-EXC-COUNT NOT < 3000
161400         SET WS-EXC-TABLE-FULL TO TRUE
161500     ELSE
161600         ADD 1 TO WS-EXC-COUNT
161700         MOVE WS-NEW-CATEGORY TO WS-EXC-CATEGORY (WS-EXC-COUNT)
161800         MOVE WS-NEW-EMP-ID TO WS-EXC-EMP-ID (WS-EXC-COUNT)
161900         MOVE WS-NEW-TEXT TO WS-EXC-TEXT (WS-EXC-COUNT)
162000     END-IF.
162100     MOVE SPACES TO WS-NEW-TEXT.
162200 8200-EXIT.
162300     EXIT.
162400*
162500******************************************************************
162600* 8300-EDIT-CHECK-DATE - CCYYMMDD CHECK DATE AS MM/DD/CCYY
162700******************************************************************
162800 8300-EDIT-CHECK-DATE.
162900     MOVE WS-CHECK-DATE-X (5:2) TO WS-DTE-MM.
163000     MOVE WS-CHECK-DATE-X (7:2) TO WS-DTE-DD.
163100     MOVE WS-CHECK-DATE-X (1:4) TO WS-DTE-CCYY.
163200 8300-EXIT.
163300     EXIT.
163400*
163500******************************************************************
163600* 8400-VALIDATE-CHECK-DATE - NUMERIC, MONTH 01-12, DAY WITHIN
163700*                            THE MONTH BY THE LEAP-YEAR RULE
163800******************************************************************
163900 8400-VALIDATE-CHECK-DATE.
164000     MOVE 'N' TO WS-DATE-VALID-SWITCH.
164100     IF WS-CHECK-DATE-X IS NOT NUMERIC
164200         GO TO 8400-EXIT
164300     END-IF.
164400     IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
164500         OR WS-CHK-DD < 1
164600         GO TO 8400-EXIT
164700     END-IF.
164800*
164900     MOVE WS-MONTH-DAYS (WS-CHK-MM) TO WS-MONTH-LENGTH.
165000     IF WS-CHK-MM = 2
165100         DIVIDE WS-CHK-CCYY BY 4 GIVING WS-LEAP-QUOTIENT
165200             REMAINDER WS-LEAP-REMAINDER
165300         IF WS-LEAP-REMAINDER = 0
165400             MOVE 29 TO WS-MONTH-LENGTH
165500             DIVIDE WS-CHK-CCYY BY 100 GIVING WS-LEAP-QUOTIENT
165600                 REMAINDER WS-LEAP-REMAINDER
165700             IF WS-LEAP-REMAINDER = 0
165800                 MOVE 28 TO WS-MONTH-LENGTH
165900                 DIVIDE WS-CHK-CCYY BY 400 GIVING WS-LEAP-QUOTIENT
166000                     REMAINDER WS-LEAP-REMAINDER
166100                 IF WS-LEAP-REMAINDER = 0
166200                     MOVE 29 TO WS-MONTH-LENGTH
166300                 END-IF
166400             END-IF
166500         END-IF
166600     END-IF.
166700     IF WS-CHK-DD > WS-MONTH-LENGTH
166800         GO TO 8400-EXIT
166900     END-IF.
167000     SET WS-DATE-VALID TO TRUE.
167100 8400-EXIT.
167200     EXIT.
167300*
167400******************************************************************
167500* 9000-TERMINATE - CLOSE, RETURN CODE
167600******************************************************************
167700 9000-TERMINATE.
167800     CLOSE AUDIT-RPT.
167900*
168000     IF WS-AUDIT-REFUSED
168100         MOVE 12 TO WS-RUN-RC
168200     ELSE
168300         IF WS-TOTAL-EXCEPTIONS > 0
168400             MOVE 8 TO WS-RUN-RC
168500         END-IF
168600     END-IF.
168700     MOVE WS-RUN-RC TO RETURN-CODE.
168800 9000-EXIT.
168900     EXIT.
