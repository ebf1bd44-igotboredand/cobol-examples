002700*     0000  CLEAN RUN
002800*     0004  OLD DEPARTMENT HAD NO EMPLOYEES ON THE MASTER
002900*     0008  CARD MISSING OR INVALID - NOTHING CHANGED
002933*     0012  DEPARTMENT REFERENCE NOT UPDATED - EMPLOYEES MOVED,
002966*           REFERENCE AND DEPARTMENT HISTORY NEED CORRECTING
003000*
003100* MODIFICATION HISTORY.
003200*     2026-09-01  DLW  ORIGINAL VERSION.
003230*                       MERGE DROPS THE OLD DEPARTMENT'S FIGURE
003240*                       WITH ITS RECORD AND LEAVES THE TARGET'S
003250*                       ALONE; BUDGETS ARE RESET BY HAND.
003260*     2026-10-15  DLW  THE DEPARTMENT REFERENCE IS NOW A VSAM
003270*                       KSDS KEYED BY DEPARTMENT CODE - THE
003280*                       MERGE DELETES THE OLD RECORD AND THE
003285*                       RENAME DELETES IT AND WRITES THE NEW
003290*                       CODE, IN PLACE OF REWRITING THE WHOLE
003295*                       FILE FROM THE TABLE.
003296*     2026-10-15  DLW  EVERY MERGE OR RENAME IS WRITTEN TO THE
003297*                       DEPARTMENT HISTORY (DPTHREC LAYOUT,
003298*                       DPTHIST ESDS) WITH THE BEFORE AND AFTER
003299*                       REFERENCE IMAGES.
003311*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
003323*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
003335*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
003347*                       LATE OR RERUN STREAM PROCESSES THE DAY
003359*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
003371*                       THE RUN WITH RETURN CODE 0016.
003373*     2026-10-15  DLW  THE RENAME'S HISTORY AFTER IMAGE IS SAVED
003375*                       BEFORE THE REFERENCE WRITE.  A REFERENCE
003377*                       THAT WILL NOT OPEN, OR A FAILED DELETE OR
003379*                       WRITE, NOW PRINTS ON THE REGISTER, WRITES
003381*                       NO DEPARTMENT HISTORY AND ENDS RC 0012.
003383******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.              DEPARTMENT-REORG.
003600 AUTHOR.                  D. L. WHITFIELD.
006000         FILE STATUS IS WS-PARM-STATUS.
006100*
006200     SELECT DEPT-REFERENCE   ASSIGN TO DEPTMSTR
006300         ORGANIZATION IS INDEXED
006320         ACCESS MODE IS DYNAMIC
006340         RECORD KEY IS DPT-DEPT-CODE
006400         FILE STATUS IS WS-DEPTREF-STATUS.
006500*
006600     SELECT EMP-HISTORY      ASSIGN TO EMPHIST
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-EMPHIST-STATUS.
006900*
006910     SELECT DEPT-HISTORY     ASSIGN TO AS-DPTHIST
006920         ORGANIZATION IS SEQUENTIAL
006930         FILE STATUS IS WS-DPTHIST-STATUS.
006940*
007000     SELECT REORG-RPT        ASSIGN TO REORGRPT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-REORGRPT-STATUS.
010100     RECORD CONTAINS 60 CHARACTERS.
010200     COPY HSTREC.
010300*
010310 FD  DEPT-HISTORY
010320     LABEL RECORDS ARE STANDARD
010330     RECORD CONTAINS 100 CHARACTERS.
010340     COPY DPTHREC.
010350*
010400 FD  REORG-RPT
010500     LABEL RECORDS ARE STANDARD
010600     RECORD CONTAINS 132 CHARACTERS.
011800         88  PARM-NOT-PRESENT            VALUE '35'.
011900     05  WS-DEPTREF-STATUS           PIC X(02) VALUE SPACES.
012000         88  DEPTREF-NOT-PRESENT         VALUE '35'.
012050         88  DEPTREF-OK                  VALUE '00'.
012100     05  WS-EMPHIST-STATUS           PIC X(02) VALUE SPACES.
012150     05  WS-DPTHIST-STATUS           PIC X(02) VALUE SPACES.
012200     05  WS-REORGRPT-STATUS          PIC X(02) VALUE SPACES.
012300*
012400******************************************************************
013500         88  WS-OLD-DEPT-FOUND           VALUE 'Y'.
013600     05  WS-NEW-FOUND-SWITCH         PIC X(01) VALUE 'N'.
013700         88  WS-NEW-DEPT-FOUND           VALUE 'Y'.
013733     05  WS-DEPTREF-ERROR-SWITCH     PIC X(01) VALUE 'N'.
013766         88  WS-DEPTREF-UPDATE-FAILED    VALUE 'Y'.
013800*
013900******************************************************************
014000* WORK FIELDS
014600     05  WS-NEW-DEPT-NAME            PIC X(20) VALUE SPACES.
014700     05  WS-OLD-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
014800     05  WS-NEW-DEPT-SUB             PIC 9(03) COMP VALUE ZERO.
014850     05  WS-DEPT-BEFORE-IMAGE        PIC X(30) VALUE SPACES.
014875     05  WS-DEPT-AFTER-IMAGE         PIC X(30) VALUE SPACES.
014900*
015000******************************************************************
015100* COUNTERS
016300     05  WS-CURRENT-CCYY             PIC 9(04).
016400     05  WS-CURRENT-MM               PIC 9(02).
016500     05  WS-CURRENT-DD               PIC 9(02).
016533*
016566     COPY BDTPARM.
016600*
016610 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
016620*
016700******************************************************************
016800* DEPARTMENT REFERENCE TABLE - LOADED AT START-UP FOR THE CARD
016900* VALIDATION AND THE REGISTER
017000******************************************************************
017100 01  WS-DEPT-REF-TABLE.
017200     05  WS-DEPT-REF-COUNT           PIC 9(03) COMP VALUE ZERO.
026000* 1000-INITIALIZE - DATES, CARD, REFERENCE TABLE, OPEN FILES
026100******************************************************************
026200 1000-INITIALIZE.
026228     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
026256     IF BDP-DATE-UNAVAILABLE
026284         MOVE 16 TO RETURN-CODE
026312         STOP RUN
026340     END-IF.
026368     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
026400     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
026500     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
026600     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
033300* 1210-LOAD-ONE-DEPT - ONE DEPARTMENT REFERENCE TABLE ENTRY
033400******************************************************************
033500 1210-LOAD-ONE-DEPT.
033600     READ DEPT-REFERENCE NEXT RECORD
033700         AT END
033800             SET WS-EOF-DEPT-REFERENCE TO TRUE
033900     END-READ.
054600     EXIT.
054700*
054800******************************************************************
054900* 5000-UPDATE-DEPT-REFERENCE - DROP THE OLD ENTRY (MERGE) OR
055000*                              RE-KEY IT UNDER THE NEW CODE
055050*                              (RENAME), AND RECORD THE
055060*                              CHANGE ON THE DEPARTMENT HISTORY
055100******************************************************************
055200 5000-UPDATE-DEPT-REFERENCE.
055300     OPEN I-O DEPT-REFERENCE.
055301     IF NOT DEPTREF-OK
055302         MOVE 'DEPARTMENT REFERENCE NOT OPENED - NOT UPDATED'
055303             TO REO-ERR-TEXT
055304         PERFORM 5900-PRINT-UPDATE-ERROR
055305             THRU 5900-EXIT
055306         GO TO 5000-EXIT
055307     END-IF.
055310     MOVE SPACES TO WS-DEPT-BEFORE-IMAGE.
055400     MOVE WS-OLD-DEPT-CODE TO DPT-DEPT-CODE.
055410     READ DEPT-REFERENCE
055420         INVALID KEY
055430             CONTINUE
055440         NOT INVALID KEY
055450             MOVE DEPT-REFERENCE-RECORD TO WS-DEPT-BEFORE-IMAGE
055460     END-READ.
055470     MOVE WS-OLD-DEPT-CODE TO DPT-DEPT-CODE.
055500     DELETE DEPT-REFERENCE
055600         INVALID KEY
055640             MOVE 'OLD DEPARTMENT NOT DELETED FROM THE REFERENCE'
055680                 TO REO-ERR-TEXT
055720             PERFORM 5900-PRINT-UPDATE-ERROR
055760                 THRU 5900-EXIT
055800     END-DELETE.
055900*
056000     IF RPC-ACTION-RENAME
056050         AND NOT WS-DEPTREF-UPDATE-FAILED
056100         MOVE WS-NEW-DEPT-CODE
056200             TO WS-DRF-DEPT-CODE (WS-OLD-DEPT-SUB)
056300         IF WS-NEW-DEPT-NAME NOT = SPACES
056400             MOVE WS-NEW-DEPT-NAME
056500                 TO WS-DRF-DEPT-NAME (WS-OLD-DEPT-SUB)
056600         END-IF
056700         PERFORM 5100-WRITE-RENAMED-DEPT
056800             THRU 5100-EXIT
056900     END-IF.
057000     CLOSE DEPT-REFERENCE.
057010*
057012     IF WS-DEPTREF-UPDATE-FAILED
057014         GO TO 5000-EXIT
057016     END-IF.
057020     PERFORM 5200-WRITE-DEPT-HISTORY
057030         THRU 5200-EXIT.
057100 5000-EXIT.
057200     EXIT.
057300*
057400******************************************************************
057500* 5100-WRITE-RENAMED-DEPT - THE OLD ENTRY UNDER ITS NEW CODE,
057550*                           AUTHORIZED HEADCOUNT CARRIED ALONG
057600******************************************************************
057700 5100-WRITE-RENAMED-DEPT.
057800     MOVE SPACES TO DEPT-REFERENCE-RECORD.
057900     MOVE WS-DRF-DEPT-CODE (WS-OLD-DEPT-SUB) TO DPT-DEPT-CODE.
058000     MOVE WS-DRF-DEPT-NAME (WS-OLD-DEPT-SUB) TO DPT-DEPT-NAME.
058050     MOVE WS-DRF-AUTH-COUNT (WS-OLD-DEPT-SUB)
058060         TO DPT-AUTH-HEADCOUNT (1:5).
058080     MOVE DEPT-REFERENCE-RECORD TO WS-DEPT-AFTER-IMAGE.
058100     WRITE DEPT-REFERENCE-RECORD
058150         INVALID KEY
058154             MOVE 'NEW DEPARTMENT NOT WRITTEN TO THE REFERENCE'
058158                 TO REO-ERR-TEXT
058162             PERFORM 5900-PRINT-UPDATE-ERROR
058166                 THRU 5900-EXIT
058170     END-WRITE.
058300 5100-EXIT.
058400     EXIT.
058401*
058403******************************************************************
058405* 5200-WRITE-DEPT-HISTORY - ONE DEPARTMENT HISTORY RECORD FOR
058407*                           THE REORGANIZATION: A MERGE CARRIES
058409*                           NO AFTER IMAGE, A RENAME CARRIES THE
058411*                           RECORD UNDER ITS NEW CODE
058413******************************************************************
058415 5200-WRITE-DEPT-HISTORY.
058417     ACCEPT WS-CURRENT-TIME FROM TIME.
058419     OPEN EXTEND DEPT-HISTORY.
058421     MOVE SPACES TO DEPT-HISTORY-RECORD.
058423     MOVE WS-CURRENT-DATE TO DHS-CHANGE-DATE.
058425     MOVE WS-CURRENT-TIME TO DHS-CHANGE-TIME.
058427     IF RPC-ACTION-RENAME
058429         SET DHS-ACTION-RENAME TO TRUE
058431         MOVE WS-DEPT-AFTER-IMAGE TO DHS-AFTER-IMAGE
058433     ELSE
058435         SET DHS-ACTION-MERGE TO TRUE
058437     END-IF.
058439     SET DHS-SOURCE-REORG TO TRUE.
058441     MOVE 'BATCH' TO DHS-OPERATOR.
058443     MOVE WS-OLD-DEPT-CODE TO DHS-DEPT-CODE.
058445     MOVE WS-DEPT-BEFORE-IMAGE TO DHS-BEFORE-IMAGE.
058447     WRITE DEPT-HISTORY-RECORD.
058449     CLOSE DEPT-HISTORY.
058451 5200-EXIT.
058453     EXIT.
058456*
058459******************************************************************
058462* 5900-PRINT-UPDATE-ERROR - THE REFERENCE WAS NOT UPDATED; NO
058465*                           DEPARTMENT HISTORY IS WRITTEN
058468******************************************************************
058471 5900-PRINT-UPDATE-ERROR.
058474     SET WS-DEPTREF-UPDATE-FAILED TO TRUE.
058477     MOVE REO-ERROR-LINE TO REORG-RPT-LINE.
058480     WRITE REORG-RPT-LINE.
058483 5900-EXIT.
058486     EXIT.
058500*
058600******************************************************************
058700* 9000-TERMINATE - RUN TOTALS, CLOSE FILES, RETURN CODE
060300     IF WS-CARD-ERROR
060400         MOVE 8 TO RETURN-CODE
060500     ELSE
060600         IF WS-DEPTREF-UPDATE-FAILED
060633             MOVE 12 TO RETURN-CODE
060666         ELSE
060699             IF WS-RECORDS-MOVED = 0
060732                 MOVE 4 TO RETURN-CODE
060765             END-IF
060798         END-IF
060900     END-IF.
061000 9000-EXIT.
061100     EXIT.
