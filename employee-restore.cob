002800*
002900* MODIFICATION HISTORY.
003000*     2026-09-01  DLW  ORIGINAL VERSION.
003014*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
003028*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
003042*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
003056*                       LATE OR RERUN STREAM PROCESSES THE DAY
003070*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
003084*                       THE RUN WITH RETURN CODE 0016.
003087*     2026-10-15  DLW  EVERY RESTORE IS ALSO LOGGED AS AN 'R'
003090*                       EVENT (EVTREC) ON THE PURGE/RESTORE
003093*                       EVENT LOG (EMPEVNT DD) FOR THE EMPLOYEE
003096*                       TIMELINE.
003105*     2026-10-15  DLW  CONTROL TOTALS (ARCHIVE IMAGES READ AND
003114*                       EMPLOYEES RESTORED) NOW APPENDED TO THE
003123*                       SHARED STREAM-CONTROL FILE (STRMCTL DD) SO
003132*                       THE NIGHTLY STREAM BALANCE ACCOUNTS FOR
003141*                       THE RESTORE.
003150******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.              EMPLOYEE-RESTORE.
003400 AUTHOR.                  D. L. WHITFIELD.
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-EMPHIST-STATUS.
006700*
006720     SELECT EVENT-LOG        ASSIGN TO EMPEVNT
006740         ORGANIZATION IS LINE SEQUENTIAL
006760         FILE STATUS IS WS-EMPEVNT-STATUS.
006780*
006800     SELECT RESTORE-RPT      ASSIGN TO RSTRRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RSTRRPT-STATUS.
007020*
007040     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
007060         ORGANIZATION IS LINE SEQUENTIAL
007080         FILE STATUS IS WS-STRMCTL-STATUS.
007100*
007200 DATA DIVISION.
007300 FILE SECTION.
009900     RECORD CONTAINS 60 CHARACTERS.
010000     COPY HSTREC.
010100*
010116 FD  EVENT-LOG
010132     LABEL RECORDS ARE STANDARD
010148     RECORD CONTAINS 80 CHARACTERS.
010164     COPY EVTREC.
010180*
010200 FD  RESTORE-RPT
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  RESTORE-RPT-LINE            PIC X(132).
010600*
010616 FD  STREAM-CONTROL
010632     LABEL RECORDS ARE STANDARD
010648     RECORD CONTAINS 120 CHARACTERS.
010664     COPY SCTREC.
010680*
010700 WORKING-STORAGE SECTION.
010800*
010900******************************************************************
011700     05  WS-ARCHFILE-STATUS          PIC X(02) VALUE SPACES.
011800         88  ARCHFILE-NOT-PRESENT        VALUE '35'.
011900     05  WS-EMPHIST-STATUS           PIC X(02) VALUE SPACES.
011950     05  WS-EMPEVNT-STATUS           PIC X(02) VALUE SPACES.
012000     05  WS-RSTRRPT-STATUS           PIC X(02) VALUE SPACES.
012033     05  WS-STRMCTL-STATUS           PIC X(02) VALUE SPACES.
012066         88  STRMCTL-OPEN-OK             VALUE '00'.
012100*
012200******************************************************************
012300* PROGRAM SWITCHES
015800     05  WS-CURRENT-CCYY             PIC 9(04).
015900     05  WS-CURRENT-MM               PIC 9(02).
016000     05  WS-CURRENT-DD               PIC 9(02).
016016 01  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
016033*
016066     COPY BDTPARM.
016100*
016200******************************************************************
016300* REQUEST TABLE - ONE ENTRY PER SYSIN CARD.  A RESTORE ENTRY
024400* 1000-INITIALIZE - DATES, REQUEST CARDS, REPORT HEADERS
024500******************************************************************
024600 1000-INITIALIZE.
024628     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
024656     IF BDP-DATE-UNAVAILABLE
024684         MOVE 16 TO RETURN-CODE
024712         STOP RUN
024740     END-IF.
024768     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
024800     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
024900     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
025000     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
044800*
044900     OPEN I-O NAME-MASTER.
045000     OPEN EXTEND EMP-HISTORY.
045050     OPEN EXTEND EVENT-LOG.
045100     PERFORM 3100-RESTORE-ONE-REQUEST
045200         THRU 3100-EXIT
045300         VARYING WS-REQ-SUB FROM 1 BY 1
045400         UNTIL WS-REQ-SUB > WS-REQUEST-COUNT.
045500     CLOSE NAME-MASTER.
045600     CLOSE EMP-HISTORY.
045650     CLOSE EVENT-LOG.
045700 3000-EXIT.
045800     EXIT.
045900*
051900     IF WS-RESTORE-OK
052000         PERFORM 3200-WRITE-ADD-HISTORY
052100             THRU 3200-EXIT
052133         PERFORM 3300-WRITE-RESTORE-EVENT
052166             THRU 3300-EXIT
052200         ADD 1 TO WS-RECORDS-RESTORED
052300         MOVE 'RESTORED' TO RST-DTL-DISPOSITION
052400     ELSE
055000 3200-EXIT.
055100     EXIT.
055200*
055206******************************************************************
055212* 3300-WRITE-RESTORE-EVENT - RESTORED IMAGE TO THE EVENT LOG FOR
055218*                            THE EMPLOYEE TIMELINE
055224******************************************************************
055230 3300-WRITE-RESTORE-EVENT.
055236     MOVE SPACES TO EMPLOYEE-EVENT-RECORD.
055242     MOVE WS-RUN-DATE-CCYYMMDD TO EVT-EVENT-DATE.
055248     SET EVT-RESTORED TO TRUE.
055254     MOVE EMP-ID OF EMPLOYEE-RECORD TO EVT-EMP-ID.
055260     MOVE EMPLOYEE-RECORD TO EVT-EMPLOYEE-IMAGE.
055266     WRITE EMPLOYEE-EVENT-RECORD.
055272 3300-EXIT.
055278     EXIT.
055284*
055300******************************************************************
055400* 4000-PRINT-ARCHIVE-DETAIL - ONE MATCHING ARCHIVE IMAGE
055500******************************************************************
061800             MOVE 4 TO RETURN-CODE
061900         END-IF
062000     END-IF.
062025*
062050     PERFORM 9400-WRITE-STREAM-CONTROL
062075         THRU 9400-EXIT.
062100 9000-EXIT.
062200     EXIT.
062300*
062400******************************************************************
062500* 9400-WRITE-STREAM-CONTROL - THIS RUN'S CONTROL TOTALS FOR THE
062600*                             NIGHTLY STREAM BALANCE
062700******************************************************************
062800 9400-WRITE-STREAM-CONTROL.
062900     OPEN EXTEND STREAM-CONTROL.
063000     IF NOT STRMCTL-OPEN-OK
063100         GO TO 9400-EXIT
063200     END-IF.
063300*
063400     ACCEPT WS-CURRENT-TIME FROM TIME.
063500     MOVE SPACES TO STREAM-CONTROL-RECORD.
063600     MOVE ZERO TO SCT-COUNTS.
063700     MOVE WS-RUN-DATE-CCYYMMDD TO SCT-BUSINESS-DATE.
063800     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
063900     SET SCT-EMPLOYEE-RESTORE TO TRUE.
064000     MOVE RETURN-CODE TO SCT-RETURN-CODE.
064100     SET SCT-FULL-PASS TO TRUE.
064200     MOVE WS-ARCHIVE-READ TO SCT-RECORDS-READ.
064300     MOVE WS-RECORDS-RESTORED TO SCT-RECORDS-ADDED.
064400     WRITE STREAM-CONTROL-RECORD.
064500     CLOSE STREAM-CONTROL.
064600 9400-EXIT.
064700     EXIT.
