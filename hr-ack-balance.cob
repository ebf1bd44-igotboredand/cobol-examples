002380*                       SO THE RE-SHIP STEP CAN SEND A CORRECTED
002390*                       RECORD INSTEAD OF THE REJECT DYING ON
002392*                       THE SPOOL.
002393*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002394*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002395*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002396*                       LATE OR RERUN STREAM PROCESSES THE DAY
002397*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002398*                       THE RUN WITH RETURN CODE 0016.
002408*     2026-10-15  DLW  CONTROL TOTALS (EXTRACT DETAILS, HR
002418*                       REJECTS, SUSPENSE ENTRIES WRITTEN) NOW
002428*                       APPENDED TO THE SHARED STREAM-CONTROL FILE
002438*                       (STRMCTL DD) FOR THE STREAM BALANCE STEP.
002450******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.              HR-ACK-BALANCE.
002700 AUTHOR.                  D. L. WHITFIELD.
004900     SELECT BALANCE-RPT      ASSIGN TO BALRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-BALRPT-STATUS.
005120*
005140     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
005160         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS WS-STRMCTL-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 132 CHARACTERS.
006900 01  BALANCE-RPT-LINE            PIC X(132).
006916*
006932 FD  STREAM-CONTROL
006948     LABEL RECORDS ARE STANDARD
006964     RECORD CONTAINS 120 CHARACTERS.
006980     COPY SCTREC.
007000*
007100 WORKING-STORAGE SECTION.
007200*
008000         88  HRIN-NOT-PRESENT            VALUE '35'.
008100     05  WS-BALRPT-STATUS            PIC X(02) VALUE SPACES.
008110     05  WS-SUSPFILE-STATUS          PIC X(02) VALUE SPACES.
008140     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
008170         88  STRMCTL-OPEN-OK             VALUE '00'.
008200*
008300******************************************************************
008400* PROGRAM SWITCHES
013500     05  WS-CURRENT-CCYY             PIC 9(04).
013600     05  WS-CURRENT-MM               PIC 9(02).
013700     05  WS-CURRENT-DD               PIC 9(02).
013716 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
013733*
013766     COPY BDTPARM.
013800*
013900******************************************************************
014000* BALANCE REPORT LINE LAYOUTS
020300* 1000-INITIALIZE - DATES, OPEN FILES, REPORT TITLE
020400******************************************************************
020500 1000-INITIALIZE.
020528     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
020556     IF BDP-DATE-UNAVAILABLE
020584         MOVE 16 TO RETURN-CODE
020612         STOP RUN
020640     END-IF.
020668     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
020700     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
020800     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
020900     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
049500*
049600     CLOSE BALANCE-RPT.
049700     MOVE WS-RUN-RC TO RETURN-CODE.
049725*
049750     PERFORM 9400-WRITE-STREAM-CONTROL
049775         THRU 9400-EXIT.
049800 9000-EXIT.
049900     EXIT.
050000*
050100******************************************************************
050200* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
050300*                             STREAM BALANCE STEP
050400******************************************************************
050500 9400-WRITE-STREAM-CONTROL.
050600     OPEN EXTEND STREAM-CONTROL.
050700     IF NOT STRMCTL-OPEN-OK
050800         GO TO 9400-EXIT
050900     END-IF.
051000*
051100     ACCEPT WS-CURRENT-TIME FROM TIME.
051200     MOVE SPACES TO STREAM-CONTROL-RECORD.
051300     MOVE ZERO TO SCT-COUNTS.
051400     MOVE WS-RUN-DATE-CCYYMMDD TO SCT-BUSINESS-DATE.
051500     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
051600     SET SCT-HR-ACK-BALANCE TO TRUE.
051700     MOVE WS-RUN-RC TO SCT-RETURN-CODE.
051800     SET SCT-FULL-PASS TO TRUE.
051900     MOVE WS-XTR-DETAIL-COUNT TO SCT-RECORDS-READ.
052000     MOVE WS-ACK-REJECTED TO SCT-RECORDS-REJECTED.
052100     MOVE WS-REJECT-TABLE-COUNT TO SCT-RECORDS-HELD.
052200     WRITE STREAM-CONTROL-RECORD.
052300     CLOSE STREAM-CONTROL.
052400 9400-EXIT.
052500     EXIT.
