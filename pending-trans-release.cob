002600*
002700* MODIFICATION HISTORY.
002800*     2026-09-01  DLW  ORIGINAL VERSION.
002814*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002828*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002842*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002856*                       LATE OR RERUN STREAM PROCESSES THE DAY
002870*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002884*                       THE RUN WITH RETURN CODE 0016.
002887*     2026-10-15  DLW  CONTROL TOTALS (CARDS READ, RELEASED, STILL
002890*                       PENDING) NOW APPENDED TO THE SHARED
002893*                       STREAM-CONTROL FILE (STRMCTL DD) FOR THE
002896*                       STREAM BALANCE STEP.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003010 PROGRAM-ID.              PENDING-TRANS-RELEASE.
005300     SELECT RELEASE-RPT      ASSIGN TO PENDRPT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PENDRPT-STATUS.
005520*
005540     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
005560         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS WS-STRMCTL-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  RELEASE-RPT-LINE            PIC X(132).
007900*
007916 FD  STREAM-CONTROL
007932     LABEL RECORDS ARE STANDARD
007948     RECORD CONTAINS 120 CHARACTERS.
007964     COPY SCTREC.
007980*
008000 WORKING-STORAGE SECTION.
008100*
008200******************************************************************
008800     05  WS-PENDOUT-STATUS           PIC X(02) VALUE SPACES.
008900     05  WS-RELTRN-STATUS            PIC X(02) VALUE SPACES.
009000     05  WS-PENDRPT-STATUS           PIC X(02) VALUE SPACES.
009033     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
009066         88  STRMCTL-OPEN-OK             VALUE '00'.
009100*
009200******************************************************************
009300* PROGRAM SWITCHES
011900     05  WS-CURRENT-CCYY             PIC 9(04).
012000     05  WS-CURRENT-MM               PIC 9(02).
012100     05  WS-CURRENT-DD               PIC 9(02).
012116 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
012133*
012166     COPY BDTPARM.
012200*
012300******************************************************************
012400* RELEASE REPORT LINE LAYOUTS
018200* 1000-INITIALIZE - DATES, OPEN FILES, HEADERS
018300******************************************************************
018400 1000-INITIALIZE.
018428     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
018456     IF BDP-DATE-UNAVAILABLE
018484         MOVE 16 TO RETURN-CODE
018512         STOP RUN
018540     END-IF.
018568     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
018600     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
018700     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
018800     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
029700     CLOSE PENDING-OUT.
029800     CLOSE RELEASED-TRANS.
029900     CLOSE RELEASE-RPT.
029925*
029950     PERFORM 9400-WRITE-STREAM-CONTROL
029975         THRU 9400-EXIT.
030000 9000-EXIT.
030100     EXIT.
030200*
030300******************************************************************
030400* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
030500*                             STREAM BALANCE STEP
030600******************************************************************
030700 9400-WRITE-STREAM-CONTROL.
030800     OPEN EXTEND STREAM-CONTROL.
030900     IF NOT STRMCTL-OPEN-OK
031000         GO TO 9400-EXIT
031100     END-IF.
031200*
031300     ACCEPT WS-CURRENT-TIME FROM TIME.
031400     MOVE SPACES TO STREAM-CONTROL-RECORD.
031500     MOVE ZERO TO SCT-COUNTS.
031600     MOVE WS-RUN-DATE-CCYYMMDD TO SCT-BUSINESS-DATE.
031700     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
031800     SET SCT-PENDING-RELEASE TO TRUE.
031900     MOVE RETURN-CODE TO SCT-RETURN-CODE.
032000     SET SCT-FULL-PASS TO TRUE.
032100     MOVE WS-CARDS-READ TO SCT-RECORDS-READ.
032200     MOVE WS-CARDS-RELEASED TO SCT-RECORDS-RELEASED.
032300     MOVE WS-CARDS-PENDING TO SCT-RECORDS-HELD.
032400     WRITE STREAM-CONTROL-RECORD.
032500     CLOSE STREAM-CONTROL.
032600 9400-EXIT.
032700     EXIT.
