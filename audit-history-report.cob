002320*                       (SEE THE WSVSAMDF SET-UP JOB) - THE
002330*                       SELECT CARRIES THE AS- ESDS ASSIGNMENT;
002340*                       THE SEQUENTIAL READ IS UNCHANGED.
002348*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002356*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002364*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002372*                       LATE OR RERUN STREAM PROCESSES THE DAY
002380*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002388*                       THE RUN WITH RETURN CODE 0016.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.              AUDIT-HISTORY-REPORT.
012600     05  WS-CURRENT-CCYY             PIC 9(04).
012700     05  WS-CURRENT-MM               PIC 9(02).
012800     05  WS-CURRENT-DD               PIC 9(02).
012833*
012866     COPY BDTPARM.
012900*
013000******************************************************************
013100* HISTORY REPORT LINE LAYOUTS
019900* 1000-INITIALIZE - DATES, PARM CARD, OPEN FILES, HEADERS
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
