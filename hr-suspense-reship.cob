002400*
002500* MODIFICATION HISTORY.
002600*     2026-09-01  DLW  ORIGINAL VERSION.
002614*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002628*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002642*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002656*                       LATE OR RERUN STREAM PROCESSES THE DAY
002670*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002684*                       THE RUN WITH RETURN CODE 0016.
002687*     2026-10-15  DLW  CONTROL TOTALS (ENTRIES READ, RE-SHIPPED,
002690*                       STILL OPEN) NOW APPENDED TO THE SHARED
002693*                       STREAM-CONTROL FILE (STRMCTL DD) FOR THE
002696*                       STREAM BALANCE STEP.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.              HR-SUSPENSE-RESHIP.
006800     SELECT AGING-RPT        ASSIGN TO AGERPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-AGERPT-STATUS.
007020*
007040     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
007060         ORGANIZATION IS LINE SEQUENTIAL
007080         FILE STATUS IS WS-STRMCTL-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  AGING-RPT-LINE              PIC X(132).
010600*
010616 FD  STREAM-CONTROL
010632     LABEL RECORDS ARE STANDARD
010648     RECORD CONTAINS 120 CHARACTERS.
010664     COPY SCTREC.
010680*
010700 WORKING-STORAGE SECTION.
010800*
010900******************************************************************
011900     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
012000         88  PARM-NOT-PRESENT            VALUE '35'.
012100     05  WS-AGERPT-STATUS            PIC X(02) VALUE SPACES.
012133     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
012166         88  STRMCTL-OPEN-OK             VALUE '00'.
012200*
012300******************************************************************
012400* PROGRAM SWITCHES
015900     05  WS-CURRENT-CCYY             PIC 9(04).
016000     05  WS-CURRENT-MM               PIC 9(02).
016100     05  WS-CURRENT-DD               PIC 9(02).
016116 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
016133*
016166     COPY BDTPARM.
016200*
016300******************************************************************
016400* SUSPENSE AND AGING REPORT LINE LAYOUTS
023600* 1000-INITIALIZE - DATES, AGE LIMIT, OPEN FILES, HEADERS
023700******************************************************************
023800 1000-INITIALIZE.
023828     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
023856     IF BDP-DATE-UNAVAILABLE
023884         MOVE 16 TO RETURN-CODE
023912         STOP RUN
023940     END-IF.
023968     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
024000     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
024100     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
024200     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
047500     IF WS-AGED-PRESENT
047600         MOVE 4 TO RETURN-CODE
047700     END-IF.
047725*
047750     PERFORM 9400-WRITE-STREAM-CONTROL
047775         THRU 9400-EXIT.
047800 9000-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
048300*                             STREAM BALANCE STEP
048400******************************************************************
048500 9400-WRITE-STREAM-CONTROL.
048600     OPEN EXTEND STREAM-CONTROL.
048700     IF NOT STRMCTL-OPEN-OK
048800         GO TO 9400-EXIT
048900     END-IF.
049000*
049100     ACCEPT WS-CURRENT-TIME FROM TIME.
049200     MOVE SPACES TO STREAM-CONTROL-RECORD.
049300     MOVE ZERO TO SCT-COUNTS.
049400     MOVE WS-RUN-DATE-CCYYMMDD TO SCT-BUSINESS-DATE.
049500     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
049600     SET SCT-SUSPENSE-RESHIP TO TRUE.
049700     MOVE RETURN-CODE TO SCT-RETURN-CODE.
049800     SET SCT-FULL-PASS TO TRUE.
049900     MOVE WS-ENTRIES-READ TO SCT-RECORDS-READ.
050000     MOVE WS-ENTRIES-RESHIPPED TO SCT-RECORDS-RESHIPPED.
050100     MOVE WS-ENTRIES-STILL-OPEN TO SCT-RECORDS-HELD.
050200     WRITE STREAM-CONTROL-RECORD.
050300     CLOSE STREAM-CONTROL.
050400 9400-EXIT.
050500     EXIT.
