002800*
002900* MODIFICATION HISTORY.
003000*     2026-09-01  DLW  ORIGINAL VERSION.
003014*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
003028*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
003042*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
003056*                       LATE OR RERUN STREAM PROCESSES THE DAY
003070*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
003084*                       THE RUN WITH RETURN CODE 0016.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.              HISTORY-CONSOLIDATE.
017700     05  WS-CURRENT-CCYY             PIC 9(04).
017800     05  WS-CURRENT-MM               PIC 9(02).
017900     05  WS-CURRENT-DD               PIC 9(02).
017933*
017966     COPY BDTPARM.
018000*
018100******************************************************************
018200* CONSOLIDATION REPORT LINE LAYOUTS
022500* 1000-INITIALIZE - DATES, BASELINE CARD, OPEN FILES
022600******************************************************************
022700 1000-INITIALIZE.
022728     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
022756     IF BDP-DATE-UNAVAILABLE
022784         MOVE 16 TO RETURN-CODE
022812         STOP RUN
022840     END-IF.
022868     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
022900     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
023000     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
023100     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
