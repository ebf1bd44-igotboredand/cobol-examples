002564*                       ONE RECORD PER CONSOLIDATION, SO IT IS
002566*                       READ THROUGH TO ITS LAST RECORD - THE
002568*                       NEWEST BASELINE IS THE ONE THAT GOVERNS.
002572*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002576*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002580*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002584*                       LATE OR RERUN STREAM PROCESSES THE DAY
002588*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002592*                       THE RUN WITH RETURN CODE 0016.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.              POINT-IN-TIME-ROSTER.
014900     05  WS-CURRENT-CCYY             PIC 9(04).
015000     05  WS-CURRENT-MM               PIC 9(02).
015100     05  WS-CURRENT-DD               PIC 9(02).
015133*
015166     COPY BDTPARM.
015200*
015300******************************************************************
015400* AS-OF ROSTER REPORT LINE LAYOUTS
021200* 1000-INITIALIZE - DATES, AS-OF PARM CARD, OPEN REPORT
021300******************************************************************
021400 1000-INITIALIZE.
021428     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
021456     IF BDP-DATE-UNAVAILABLE
021484         MOVE 16 TO RETURN-CODE
021512         STOP RUN
021540     END-IF.
021568     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
021600     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
021700     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
021800     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
