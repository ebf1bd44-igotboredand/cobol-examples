001800* AN UNEXPLAINED MASTER CHANGE - ON NEITHER JOURNAL - CAN BE
001810* TRACED THE SAME MORNING.  THE REPORT DATE
001900* COMES FROM THE SYSIN CARD (CCYYMMDD IN COLUMNS 1-8); WHEN
002000* THE CARD IS ABSENT OR BLANK THE PRIOR BUSINESS DATE FROM THE
002010* BUSINESS-DATE CONTROL FILE IS REPORTED - THIS IS A MORNING-
002020* AFTER REPORT, RUN ONCE THE NIGHT'S STREAM HAS ROLLED THE
002030* DATE, AND BOTH THE JOURNAL ENTRIES AND THE RECONCILIATION'S
002035* CHANGED HISTORY RECORDS CARRY THE NIGHT-BEFORE DATE.  AFTER
002040* A WEEKEND OR HOLIDAY THAT IS THE LAST PROCESSING DAY, NOT
002045* THE CALENDAR DAY BEFORE.
002100* RETURN CODES:
002200*     0000  EVERY CHANGED EXCEPTION EXPLAINED BY ONE OF THE
002300*           TWO JOURNALS
002600*
002700* MODIFICATION HISTORY.
002800*     2026-09-01  DLW  ORIGINAL VERSION.
002814*     2026-10-15  DLW  RUN DATE NOW COMES FROM THE BUSINESS-DATE
002828*                       CONTROL FILE (GETBDATE MODULE, BUSDATE
002842*                       DD) INSTEAD OF THE SYSTEM CLOCK, SO A
002856*                       LATE OR RERUN STREAM PROCESSES THE DAY
002870*                       IT WAS MEANT TO.  NO CONTROL RECORD ENDS
002884*                       THE RUN WITH RETURN CODE 0016.
002886*                       THE DEFAULT REPORT DATE IS NOW THE
002888*                       CONTROL FILE'S PRIOR BUSINESS DATE IN
002890*                       PLACE OF THE PRIOR CALENDAR DAY, SO A
002892*                       MONDAY RUN REPORTS FRIDAY.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.              CHANGE-JOURNAL-REPORT.
011500 01  WS-WORK-FIELDS.
011600     05  WS-RUN-DATE-EDIT            PIC X(10) VALUE SPACES.
011700     05  WS-REPORT-DATE              PIC X(08) VALUE SPACES.
011800     05  WS-CHANGE-SUMMARY           PIC X(44) VALUE SPACES.
011900     05  WS-SUMMARY-POS              PIC 9(02) COMP VALUE ZERO.
012000     05  WS-JRN-SUB                  PIC 9(04) COMP VALUE ZERO.
013600     05  WS-CURRENT-CCYY             PIC 9(04).
013700     05  WS-CURRENT-MM               PIC 9(02).
013800     05  WS-CURRENT-DD               PIC 9(02).
013833*
013866     COPY BDTPARM.
013900*
014000******************************************************************
014100* JOURNALED EMPLOYEE TABLE - EMPLOYEE IDS JOURNALED ON THE
024600* 1000-INITIALIZE - DATES, REPORT DATE CARD, HEADERS
024700******************************************************************
024800 1000-INITIALIZE.
024828     CALL 'GETBDATE' USING BUSINESS-DATE-PARMS.
024856     IF BDP-DATE-UNAVAILABLE
024884         MOVE 16 TO RETURN-CODE
024912         STOP RUN
024940     END-IF.
024968     MOVE BDP-PROCESS-DATE TO WS-CURRENT-DATE.
025000     MOVE WS-CURRENT-MM TO WS-RUN-DATE-EDIT (1:2).
025100     MOVE '/'            TO WS-RUN-DATE-EDIT (3:1).
025200     MOVE WS-CURRENT-DD TO WS-RUN-DATE-EDIT (4:2).
026500     EXIT.
026600*
026700******************************************************************
026800* 1100-READ-PARM-CARD - REPORT DATE, DEFAULT TO THE PRIOR
026805*                       BUSINESS DATE -
026810*                       THE JOURNAL AND THE CHANGED HISTORY
026820*                       RECORDS CARRY THE NIGHT-BEFORE DATE
026900******************************************************************
028400         AND JPC-REPORT-DATE IS NUMERIC
028500         MOVE JPC-REPORT-DATE TO WS-REPORT-DATE
028600     ELSE
028700         MOVE BDP-PRIOR-DATE TO WS-REPORT-DATE
028800     END-IF.
028900 1100-EXIT.
029000     EXIT.
