003307*                       SELECTS CARRY THE AS- ESDS ASSIGNMENT;
003309*                       THE APPEND/REWRITE BEHAVIOR OF BOTH
003311*                       FILES IS UNCHANGED.
003313*     2026-10-15  DLW  NAME AND DEPARTMENT EDITS NOW MADE BY THE
003314*                       SHARED EMPLOYEE EDIT MODULE (EMPEDIT),
003315*                       THE SAME RULES THE BATCH MAINTENANCE RUN
003316*                       AND THE WSMAINT SCREEN APPLY - REJECTS
003317*                       CARRY THE COMMON REASON CODES (E003-E006
003318*                       IN PLACE OF R001-R004) AND PRINT THE
003319*                       REASON TEXT.  THE DEPARTMENT REFERENCE
003320*                       IS NOW A VSAM KSDS KEYED BY DEPARTMENT
003321*                       CODE SO THE ONLINE SCREENS CAN READ IT;
003322*                       THIS RUN STILL READS IT FRONT TO BACK.
003323*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
003324*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
003325*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
003326*                       LATE OR RERUN STREAM PROCESSES THE DAY
003327*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
003328*                       THE RUN WITH RETURN CODE 0016.
003335*     2026-10-15  DLW  EVERY FULL OR FILTERED PASS NOW APPENDS
003342*                       ITS CONTROL TOTALS (RECORDS READ, PRINTED,
003349*                       REJECTED, INACTIVE, EXTRACTED) TO THE
003356*                       SHARED STREAM-CONTROL FILE (STRMCTL DD)
003363*                       FOR THE STREAM BALANCE STEP.  RECORDS READ
003370*                       AND ON LEAVE NOW RIDE THE CHECKPOINT TOO,
003377*                       SO CKPTFILE IS NOW 60 BYTES.
003390******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.              WORKING-STORAGE-TESTING.
003600 AUTHOR.                  D. L. WHITFIELD.
009110         ORGANIZATION IS SEQUENTIAL
009120         FILE STATUS IS WS-RUNSUMM-STATUS.
009130*
009132     SELECT STREAM-CONTROL   ASSIGN TO STRMCTL
009134         ORGANIZATION IS LINE SEQUENTIAL
009136         FILE STATUS IS WS-STRMCTL-STATUS.
009138*
009140     SELECT DEPT-REFERENCE   ASSIGN TO DEPTMSTR
009150         ORGANIZATION IS INDEXED
009152         ACCESS MODE IS SEQUENTIAL
009154         RECORD KEY IS DPT-DEPT-CODE
009160         FILE STATUS IS WS-DEPTREF-STATUS.
009170*
009172     SELECT CSV-EXTRACT      ASSIGN TO CSVXTRCT
011900*
012000 FD  CHECKPOINT-FILE
012100     LABEL RECORDS ARE STANDARD
012200     RECORD CONTAINS 60 CHARACTERS.
012300     COPY CKPTREC.
012400*
012500 FD  HR-EXTRACT
014484     RECORD CONTAINS 60 CHARACTERS.
014490     COPY SUMREC.
014496*
014497 FD  STREAM-CONTROL
014498     LABEL RECORDS ARE STANDARD
014499     RECORD CONTAINS 120 CHARACTERS.
014500     COPY SCTREC.
014501*
014502 FD  DEPT-REFERENCE
014508     LABEL RECORDS ARE STANDARD
014514     RECORD CONTAINS 30 CHARACTERS.
016650     05  WS-TERMRPT-STATUS            PIC X(02) VALUE SPACES.
016660     05  WS-EMPHIST-STATUS            PIC X(02) VALUE SPACES.
016670     05  WS-CSVXTRCT-STATUS           PIC X(02) VALUE SPACES.
016680     05  WS-STRMCTL-STATUS            PIC X(02) VALUE SPACES.
016690         88  STRMCTL-OPEN-OK              VALUE '00'.
016700*
016800******************************************************************
016900* PROGRAM SWITCHES
019400     05  WS-NAME                     PIC X(27) VALUE SPACES.
019500     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
019600     05  WS-REJECT-REASON-CODE       PIC X(04) VALUE SPACES.
019700     05  WS-REJECT-REASON-TEXT       PIC X(40) VALUE SPACES.
020400     05  WS-RUN-ID                   PIC X(08) VALUE SPACES.
020500     05  WS-RESTART-KEY              PIC X(05) VALUE SPACES.
020550     05  WS-FIRST-EMP-ID             PIC X(05) VALUE SPACES.
021600     05  WS-CKPT-INTERVAL            PIC 9(07) COMP VALUE 100.
021635     05  WS-RECORDS-TERMINATED        PIC 9(07) COMP VALUE ZERO.
021670     05  WS-RECORDS-ON-LEAVE          PIC 9(07) COMP VALUE ZERO.
021687     05  WS-RECORDS-READ              PIC 9(07) COMP VALUE ZERO.
021705     05  WS-DEPT-HEADCOUNT            PIC 9(05) COMP VALUE ZERO.
021740     05  WS-DEPT-SUB                  PIC 9(03) COMP VALUE ZERO.
021775     05  WS-DEPT-REF-SUB              PIC 9(03) COMP VALUE ZERO.
022578     05  WS-DEPT-RECAP-ENTRY OCCURS 100 TIMES.
022581         10  WS-DRC-DEPT-CODE        PIC X(04).
022584         10  WS-DRC-HEADCOUNT        PIC 9(05) COMP.
022586*
022588******************************************************************
022590* SHARED EMPLOYEE EDIT MODULE PARAMETER BLOCK
022592******************************************************************
022594     COPY EDITPARM.
022595*
022600******************************************************************
022700* DATE FIELDS
023000     05  WS-CURRENT-CCYY             PIC 9(04).
023100     05  WS-CURRENT-MM               PIC 9(02).
023200     05  WS-CURRENT-DD               PIC 9(02).
023233*
023266     COPY BDTPARM.
023300*
023400 01  WS-CURRENT-TIME                 PIC 9(08).
023500*
028300     05  FILLER                      PIC X(10) VALUE 'REASON'.
028310     05  FILLER                      PIC X(06) VALUE 'DEPT'.
028320     05  FILLER                      PIC X(20) VALUE 'DEPT NAME'.
028330     05  FILLER                      PIC X(40) VALUE
028340         'REASON TEXT'.
028400     05  FILLER                      PIC X(18) VALUE SPACES.
028500*
028600 01  RJT-DETAIL-LINE.
028700     05  FILLER                      PIC X(01) VALUE SPACE.
029010     05  FILLER                      PIC X(06) VALUE SPACES.
029020     05  RJT-DTL-DEPT-CODE           PIC X(06) VALUE SPACES.
029030     05  RJT-DTL-DEPT-NAME           PIC X(20) VALUE SPACES.
029040     05  RJT-DTL-REASON-TEXT         PIC X(40) VALUE SPACES.
029100     05  FILLER                      PIC X(18) VALUE SPACES.
029110*
029120******************************************************************
029130* TERMINATED EMPLOYEES LISTING LINE LAYOUTS
035500* 1000-INITIALIZE - OPEN FILES, READ PARM CARD
035600******************************************************************
035700 1000-INITIALIZE.
035728     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
035756     IF BDP-DATE-UNAVAILABLE
035784         MOVE 16 TO RETURN-CODE
035812         STOP RUN
035840     END-IF.
035868     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
035900     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
036000     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
036100     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
044454                     TO WS-RECORDS-TERMINATED
044456             END-IF
044460             MOVE CKPT-PAGE-COUNT TO WS-PAGE-COUNT
044465             IF CKPT-RECORDS-ON-LEAVE IS NUMERIC
044470                 MOVE CKPT-RECORDS-ON-LEAVE
044475                     TO WS-RECORDS-ON-LEAVE
044480             END-IF
044485             IF CKPT-RECORDS-READ IS NUMERIC
044490                 MOVE CKPT-RECORDS-READ TO WS-RECORDS-READ
044495             END-IF
044500             SET WS-RESTART-KEY-PRESENT TO TRUE
044600         END-IF
044700         CLOSE CHECKPOINT-FILE
050100         AT END
050200             SET WS-EOF-NAME-MASTER TO TRUE
050300     END-READ.
050325     IF NOT WS-EOF-NAME-MASTER
050350         ADD 1 TO WS-RECORDS-READ
050375     END-IF.
050400 2100-EXIT.
050500     EXIT.
050600*
056596     EXIT.
056598*
056700******************************************************************
056800* 3000-EDIT-NAME - NAME AND DEPARTMENT EDITS, MADE BY THE SHARED
056850*                  EMPLOYEE EDIT MODULE
056900******************************************************************
057000 3000-EDIT-NAME.
057100     SET WS-NAME-IS-VALID TO TRUE.
057200     MOVE SPACES TO WS-REJECT-REASON-CODE.
057300     MOVE SPACES TO WS-REJECT-REASON-TEXT.
057400*
057500     SET EDT-RECORD-EDIT TO TRUE.
057600     MOVE SPACE TO EDT-ACTION-CODE.
057700     MOVE EMP-ID TO EDT-EMP-ID.
057800     MOVE EMP-LAST-NAME TO EDT-LAST-NAME.
057900     MOVE EMP-FIRST-NAME TO EDT-FIRST-NAME.
058000     MOVE EMP-DEPT-CODE TO EDT-DEPT-CODE.
058100     MOVE EMP-HIRE-DATE TO EDT-HIRE-DATE.
058200     MOVE EMP-STATUS-CODE TO EDT-STATUS-CODE.
058300     MOVE EMP-STATUS-DATE TO EDT-STATUS-DATE.
058400     MOVE SPACES TO EDT-EFF-DATE.
058500     SET EDT-DEPT-NOT-CHECKED TO TRUE.
058600     IF WS-DEPT-TABLE-LOADED
058700         MOVE EMP-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
058800         PERFORM 3250-FIND-DEPT-NAME
058900             THRU 3250-EXIT
059000         IF WS-DEPT-FOUND
059100             SET EDT-DEPT-ON-FILE TO TRUE
059200         ELSE
059300             SET EDT-DEPT-NOT-ON-FILE TO TRUE
059400         END-IF
059500     END-IF.
059600*
059700     CALL 'EMPEDIT' USING EMPLOYEE-EDIT-PARMS.
059710*
059720     IF EDT-RECORD-INVALID
059730         SET WS-NAME-IS-INVALID TO TRUE
059740         MOVE EDT-REASON-CODE TO WS-REJECT-REASON-CODE
059750         MOVE EDT-REASON-TEXT TO WS-REJECT-REASON-TEXT
059760     END-IF.
059800 3000-EXIT.
059900     EXIT.
062730*
062732******************************************************************
062734* 3250-FIND-DEPT-NAME - TABLE LOOK-UP BY WS-DEPT-LOOKUP-CODE,
072500     MOVE EMP-ID TO RJT-DTL-EMP-ID.
072600     MOVE WS-NAME TO RJT-DTL-NAME.
072700     MOVE WS-REJECT-REASON-CODE TO RJT-DTL-REASON.
072705     MOVE WS-REJECT-REASON-TEXT TO RJT-DTL-REASON-TEXT.
072710     MOVE EMP-DEPT-CODE TO RJT-DTL-DEPT-CODE.
072720     MOVE EMP-DEPT-CODE TO WS-DEPT-LOOKUP-CODE.
072730     PERFORM 3250-FIND-DEPT-NAME
075250     MOVE WS-RECORDS-PRINTED TO CKPT-RECORDS-PRINTED.
075280     MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED.
075285     MOVE WS-RECORDS-TERMINATED TO CKPT-RECORDS-TERMINATED.
075286     MOVE WS-RECORDS-ON-LEAVE TO CKPT-RECORDS-ON-LEAVE.
075287     MOVE WS-RECORDS-READ TO CKPT-RECORDS-READ.
075290     MOVE WS-PAGE-COUNT TO CKPT-PAGE-COUNT.
075500     WRITE CHECKPOINT-RECORD.
075600     CLOSE CHECKPOINT-FILE.
076650     MOVE WS-RECORDS-PRINTED TO CKPT-RECORDS-PRINTED.
076680     MOVE WS-RECORDS-REJECTED TO CKPT-RECORDS-REJECTED.
076685     MOVE WS-RECORDS-TERMINATED TO CKPT-RECORDS-TERMINATED.
076686     MOVE WS-RECORDS-ON-LEAVE TO CKPT-RECORDS-ON-LEAVE.
076687     MOVE WS-RECORDS-READ TO CKPT-RECORDS-READ.
076690     MOVE WS-PAGE-COUNT TO CKPT-PAGE-COUNT.
076900     WRITE CHECKPOINT-RECORD.
077000     CLOSE CHECKPOINT-FILE.
096530         THRU 9200-EXIT.
096540     PERFORM 9300-WRITE-RUN-SUMMARY
096550         THRU 9300-EXIT.
096566     PERFORM 9400-WRITE-STREAM-CONTROL
096582         THRU 9400-EXIT.
096600*
096700     CLOSE NAME-MASTER.
096800     CLOSE ROSTER-RPT.
099589 9300-EXIT.
099590     EXIT.
099600*
099602******************************************************************
099604* 9400-WRITE-STREAM-CONTROL - THIS PASS'S CONTROL TOTALS FOR THE
099606*                             STREAM BALANCE STEP; A LOOKUP IS
099608*                             NOT A PASS AND WRITES NONE
099610******************************************************************
099612 9400-WRITE-STREAM-CONTROL.
099614     IF WS-LOOKUP-MODE
099616         GO TO 9400-EXIT
099618     END-IF.
099620     OPEN EXTEND STREAM-CONTROL.
099622     IF NOT STRMCTL-OPEN-OK
099624         GO TO 9400-EXIT
099626     END-IF.
099628*
099630     MOVE SPACES TO STREAM-CONTROL-RECORD.
099632     MOVE ZERO TO SCT-COUNTS.
099634     MOVE WS-CURRENT-CCYY TO SCT-BUSINESS-DATE (1:4).
099636     MOVE WS-CURRENT-MM TO SCT-BUSINESS-DATE (5:2).
099638     MOVE WS-CURRENT-DD TO SCT-BUSINESS-DATE (7:2).
099640     MOVE WS-CURRENT-TIME TO SCT-RUN-TIME.
099642     SET SCT-ROSTER TO TRUE.
099644     MOVE WS-RUN-RC TO SCT-RETURN-CODE.
099646     IF WS-DEPT-FILTER-ACTIVE OR WS-PARM-ERROR
099648         SET SCT-PARTIAL-PASS TO TRUE
099650     ELSE
099652         IF WS-EXTRACT-SUPPRESSED
099654             SET SCT-EXTRACT-SUPPRESSED TO TRUE
099656         ELSE
099658             SET SCT-FULL-PASS TO TRUE
099660             MOVE WS-RECORDS-PRINTED TO SCT-RECORDS-EXTRACTED
099662         END-IF
099664     END-IF.
099666     MOVE WS-RECORDS-READ TO SCT-RECORDS-READ.
099668     MOVE WS-RECORDS-PRINTED TO SCT-RECORDS-PRINTED.
099670     MOVE WS-RECORDS-REJECTED TO SCT-RECORDS-REJECTED.
099672     ADD WS-RECORDS-TERMINATED WS-RECORDS-ON-LEAVE
099674         GIVING SCT-RECORDS-INACTIVE.
099676     WRITE STREAM-CONTROL-RECORD.
099678     CLOSE STREAM-CONTROL.
099680 9400-EXIT.
099682     EXIT.
099684*
099700******************************************************************
099800* 8000-SORT-DEPARTMENT-ROSTER - DEPARTMENT-SEQUENCED RUN DRIVER
099900******************************************************************
