002000*
002100* MODIFICATION HISTORY.
002200*     2026-08-21  DLW  ORIGINAL VERSION.
002214*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002228*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002242*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002256*                       LATE OR RERUN STREAM PROCESSES THE DAY
002270*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002284*                       THE RUN WITH RETURN CODE 0016.
002287*     2026-10-15  DLW  EVERY PURGED EMPLOYEE IS ALSO LOGGED AS A
002290*                       'P' EVENT (EVTREC) ON THE PURGE/RESTORE
002293*                       EVENT LOG (EMPEVNT DD) FOR THE EMPLOYEE
002296*                       TIMELINE.
002306*     2026-10-15  DLW  CONTROL TOTALS (MASTER RECORDS READ AND
002316*                       PURGED) NOW APPENDED TO THE SHARED STREAM-
002326*                       CONTROL FILE (STRMCTL DD) SO THE NIGHTLY
002336*                       STREAM BALANCE ACCOUNTS FOR THE PURGE.
002350******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.              EMPLOYEE-PURGE.
002600 AUTHOR.                  D. L. WHITFIELD.
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ARCHFILE-STATUS.
005500*
005520     SELECT EVENT-LOG        ASSIGN TO EMPEVNT
005540         ORGANIZATION IS LINE SEQUENTIAL
005560         FILE STATUS IS WS-EMPEVNT-STATUS.
005580*
005600     SELECT PURGE-RPT        ASSIGN TO PURGERPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PURGERPT-STATUS.
005820*
005840     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
005860         ORGANIZATION IS LINE SEQUENTIAL
005880         FILE STATUS IS WS-STRMCTL-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
007700     RECORD CONTAINS 51 CHARACTERS.
007800 01  ARCHIVE-RECORD              PIC X(51).
007900*
007916 FD  EVENT-LOG
007932     LABEL RECORDS ARE STANDARD
007948     RECORD CONTAINS 80 CHARACTERS.
007964     COPY EVTREC.
007980*
008000 FD  PURGE-RPT
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 132 CHARACTERS.
008300 01  PURGE-RPT-LINE              PIC X(132).
008400*
008416 FD  STREAM-CONTROL
008432     LABEL RECORDS ARE STANDARD
008448     RECORD CONTAINS 120 CHARACTERS.
008464     COPY SCTREC.
008480*
008500 WORKING-STORAGE SECTION.
008600*
008700******************************************************************
009300     05  WS-PARM-STATUS              PIC X(02) VALUE SPACES.
009400         88  PARM-NOT-PRESENT            VALUE '35'.
009500     05  WS-ARCHFILE-STATUS          PIC X(02) VALUE SPACES.
009550     05  WS-EMPEVNT-STATUS           PIC X(02) VALUE SPACES.
009600     05  WS-PURGERPT-STATUS          PIC X(02) VALUE SPACES.
009633     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
009666         88  STRMCTL-OPEN-OK             VALUE '00'.
009700*
009800******************************************************************
009900* PROGRAM SWITCHES
012500     05  WS-CURRENT-CCYY             PIC 9(04).
012600     05  WS-CURRENT-MM               PIC 9(02).
012700     05  WS-CURRENT-DD               PIC 9(02).
012716 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
012733*
012766     COPY BDTPARM.
012800*
012900 01  WS-CUTOFF-WORK.
013000     05  WS-CW-CCYY                  PIC 9(04).
019900* 1000-INITIALIZE - DATES, CUT-OFF, OPEN FILES, HEADERS
020000******************************************************************
020100 1000-INITIALIZE.
020128     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
020156     IF BDP-DATE-UNAVAILABLE
020184         MOVE 16 TO RETURN-CODE
020212         STOP RUN
020240     END-IF.
020268     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
020300     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
020400     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
020500     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
021100*
021200     OPEN I-O NAME-MASTER.
021300     OPEN EXTEND ARCHIVE-FILE.
021350     OPEN EXTEND EVENT-LOG.
021400     OPEN OUTPUT PURGE-RPT.
021500*
021600     PERFORM 4100-PRINT-HEADERS
028900 3000-ARCHIVE-AND-DELETE.
029000     MOVE EMPLOYEE-RECORD TO ARCHIVE-RECORD.
029100     WRITE ARCHIVE-RECORD.
029112*
029124     MOVE SPACES TO EMPLOYEE-EVENT-RECORD.
029136     MOVE WS-CURRENT-DATE TO EVT-EVENT-DATE.
029148     SET EVT-PURGED TO TRUE.
029160     MOVE EMP-ID TO EVT-EMP-ID.
029172     MOVE EMPLOYEE-RECORD TO EVT-EMPLOYEE-IMAGE.
029184     WRITE EMPLOYEE-EVENT-RECORD.
029200*
029300     PERFORM 4000-PRINT-PURGE-LINE
029400         THRU 4000-EXIT.
035700*
035800     CLOSE NAME-MASTER.
035900     CLOSE ARCHIVE-FILE.
035950     CLOSE EVENT-LOG.
036000     CLOSE PURGE-RPT.
036025*
036050     PERFORM 9400-WRITE-STREAM-CONTROL
036075         THRU 9400-EXIT.
036100 9000-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
036600*                             NIGHTLY STREAM BALANCE
036700******************************************************************
036800 9400-WRITE-STREAM-CONTROL.
036900     OPEN EXTEND STREAM-CONTROL.
037000     IF NOT STRMCTL-OPEN-OK
037100         GO TO 9400-EXIT
037200     END-IF.
037300*
037400     ACCEPT WS-CURRENT-TIME FROM TIME.
037500     MOVE SPACES TO STREAM-CONTROL-RECORD.
037600     MOVE ZERO TO SCT-COUNTS.
037700     MOVE WS-CURRENT-CCYY TO SCT-BUSINESS-DATE (1:4).
037800     MOVE WS-CURRENT-MM TO SCT-BUSINESS-DATE (5:2).
037900     MOVE WS-CURRENT-DD TO SCT-BUSINESS-DATE (7:2).
038000     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
038100     SET SCT-EMPLOYEE-PURGE TO TRUE.
038200     MOVE RETURN-CODE TO SCT-RETURN-CODE.
038300     SET SCT-FULL-PASS TO TRUE.
038400     MOVE WS-RECORDS-READ TO SCT-RECORDS-READ.
038500     MOVE WS-RECORDS-PURGED TO SCT-RECORDS-DELETED.
038600     WRITE STREAM-CONTROL-RECORD.
038700     CLOSE STREAM-CONTROL.
038800 9400-EXIT.
038900     EXIT.
