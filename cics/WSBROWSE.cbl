001400* WSNAMAIX SET-UP JOB).  ENTER STARTS A SEARCH, PF8/PF7 PAGE
001500* FORWARD AND BACKWARD TEN ROWS AT A TIME, AND PF5 TRANSFERS
001600* TO THE WSMAINT MAINTENANCE SCREEN FOR THE ROW NUMBER TYPED
001633* IN THE SELECT FIELD (PF6 TO THE WSHIST HISTORY INQUIRY).
001666* PF3 ENDS THE CONVERSATION.  BECAUSE
001800* LAST NAMES DUPLICATE, PAGING POSITIONS BY KEY VALUE - A PAGE
001900* BOUNDARY INSIDE A RUN OF IDENTICAL LAST NAMES MAY RESHOW OR
002000* SKIP ROWS OF THAT NAME WHEN PAGING.
002100*
002200* MODIFICATION HISTORY.
002300*     2026-08-21  DLW  ORIGINAL VERSION.
002325*     2026-10-15  DLW  PF6 TRANSFERS THE SELECTED ROW TO THE
002350*                       WSHIST EMPLOYEE HISTORY INQUIRY, WHOSE
002375*                       PF3 COMES BACK TO A NEW NAME SEARCH.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID.              WSBROWSE.
006600 01  WS-MAINT-COMMAREA.
006700     05  MC-EMP-ID                  PIC X(05).
006800     05  MC-FUNCTION                PIC X(01).
006812*
006824******************************************************************
006836* COMMAREA HANDED TO WSHIST ON A PF6 SELECTION
006848******************************************************************
006860 01  WS-HIST-COMMAREA.
006872     05  HC-EMP-ID                  PIC X(05).
006884     05  HC-ORIGIN                  PIC X(01).
006900*
007000******************************************************************
007100* WORK FIELDS
013100             WHEN EIBAID = DFHPF5
013200                 PERFORM 3000-SELECT-EMPLOYEE
013300                     THRU 3000-EXIT
013325             WHEN EIBAID = DFHPF6
013350                 PERFORM 3000-SELECT-EMPLOYEE
013375                     THRU 3000-EXIT
013400             WHEN EIBAID = DFHPF7
013500                 PERFORM 2700-PAGE-BACKWARD
013600                     THRU 2700-EXIT
024400             TO MSGLO
024500     ELSE
024600         SET CA-PAGE-SHOWN TO TRUE
024700         MOVE 'SELECT A ROW: PF5 MAINT PF6 HISTORY PF7/PF8 PAGE'
024800             TO MSGLO
024900     END-IF.
025000     PERFORM 2400-SEND-PAGE
044300         UNTIL WS-BACK-SUB = 0.
044400*
044500     SET CA-PAGE-SHOWN TO TRUE.
044600     MOVE 'SELECT A ROW: PF5 MAINT PF6 HISTORY PF7/PF8 PAGE'
044700         TO MSGLO.
044800     PERFORM 2400-SEND-PAGE
044900         THRU 2400-EXIT.
047900*
048000******************************************************************
048100* 3000-SELECT-EMPLOYEE - PF5, TRANSFER THE SELECTED ROW TO
048200*                        THE WSMAINT MAINTENANCE SCREEN, OR
048250*                        PF6, TO THE WSHIST HISTORY INQUIRY
048300******************************************************************
048400 3000-SELECT-EMPLOYEE.
048500     EXEC CICS RECEIVE MAP('WSBRWM')
048900     END-EXEC.
049000*
049100     IF WS-RESP NOT = DFHRESP(NORMAL)
049200         MOVE '** INPUT ERROR - RE-ENTER AND PRESS PF5 OR PF6 **'
049300             TO WS-MESSAGE
049400         PERFORM 2450-SEND-MESSAGE-ONLY
049500             THRU 2450-EXIT
051800         GO TO 3000-EXIT
051900     END-IF.
052000*
052050     IF EIBAID = DFHPF6
052060         MOVE CA-ROW-EMP-ID (WS-SEL-NUM) TO HC-EMP-ID
052070         MOVE 'B' TO HC-ORIGIN
052080         EXEC CICS XCTL PROGRAM('WSHIST')
052090             COMMAREA(WS-HIST-COMMAREA)
052095         END-EXEC
052098     END-IF.
052100     MOVE CA-ROW-EMP-ID (WS-SEL-NUM) TO MC-EMP-ID.
052200     MOVE 'B' TO MC-FUNCTION.
052300     EXEC CICS XCTL PROGRAM('WSMAINT')
