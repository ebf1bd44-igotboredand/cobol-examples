000100******************************************************************
000200* GET-BUSINESS-DATE.COB
000300*
000400* PROGRAM-ID.  GETBDATE
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* BUSINESS-DATE MODULE.  CALLED WITH THE BDTPARM PARAMETER BLOCK
001200* BY EVERY BATCH PROGRAM AT THE START OF ITS RUN IN PLACE OF
001300* ACCEPT FROM DATE.  READS THE ONE RECORD ON THE BUSINESS-DATE
001400* CONTROL FILE (BDTREC LAYOUT, BUSDATE DD) AND RETURNS THE DATE
001500* THE RUN PROCESSES - THE OPERATOR'S OVERRIDE DATE WHEN ONE IS
001600* SET, OTHERWISE THE BUSINESS DATE - WITH THE PROCESSING DAY
001700* BEFORE IT.  THE FILE IS OPENED AND CLOSED ON EACH CALL.
001800*
001900* WHEN THE FILE IS MISSING OR EMPTY, OR A DATE ON IT IS NOT A
002000* VALID CCYYMMDD, THE RESULT IS 'N' AND A MESSAGE NAMING THE
002100* PROBLEM GOES TO THE OPERATOR CONSOLE; THE CALLER ENDS WITH
002200* RETURN CODE 0016 BEFORE IT OPENS ANYTHING.  RUN THE WSBDATE
002300* JOB WITH AN INIT CARD TO SET THE DATE.
002400*
002500* MODIFICATION HISTORY.
002600*     2026-10-15  DLW  ORIGINAL VERSION.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.              GETBDATE.
003000 AUTHOR.                  D. L. WHITFIELD.
003100 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
003200 DATE-WRITTEN.            2026-10-15.
003300 DATE-COMPILED.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.         IBM-370.
003800 OBJECT-COMPUTER.         IBM-370.
003900*
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BUSDATE-STATUS.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900 FD  BUSINESS-DATE-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 80 CHARACTERS.
005200     COPY BDTREC.
005300*
005400 WORKING-STORAGE SECTION.
005500*
005600******************************************************************
005700* FILE STATUS SWITCHES
005800******************************************************************
005900 01  FILE-STATUS-SWITCHES.
006000     05  WS-BUSDATE-STATUS           PIC X(02) VALUE SPACES.
006100         88  BUSDATE-OK                  VALUE '00'.
006200*
006300******************************************************************
006400* WORK FIELDS
006500******************************************************************
006600 01  WS-WORK-FIELDS.
006700     05  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
006800     05  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
006900         10  WS-CHECK-CCYY           PIC 9(04).
007000         10  WS-CHECK-MM             PIC 9(02).
007100         10  WS-CHECK-DD             PIC 9(02).
007200     05  WS-DATE-CHECK-SWITCH        PIC X(01) VALUE 'Y'.
007300         88  WS-DATE-IS-VALID            VALUE 'Y'.
007400         88  WS-DATE-IS-INVALID          VALUE 'N'.
007500     05  WS-CONSOLE-MESSAGE          PIC X(60) VALUE SPACES.
007600*
007700 LINKAGE SECTION.
007800     COPY BDTPARM.
007900*
008000 PROCEDURE DIVISION USING BUSINESS-DATE-PARMS.
008100*
008200******************************************************************
008300* 0000-MAINLINE
008400******************************************************************
008500 0000-MAINLINE.
008600     MOVE ZERO TO BDP-PROCESS-DATE.
008700     MOVE ZERO TO BDP-PRIOR-DATE.
008800     MOVE ZERO TO BDP-BUSINESS-DATE.
008900     SET BDP-OVERRIDE-NOT-ACTIVE TO TRUE.
009000     SET BDP-DATE-UNAVAILABLE TO TRUE.
009100*
009200     PERFORM 1000-READ-CONTROL
009300         THRU 1000-EXIT.
009400*
009500     IF BDP-DATE-UNAVAILABLE
009600         DISPLAY WS-CONSOLE-MESSAGE UPON CONSOLE
009700     END-IF.
009800*
009900     GOBACK.
010000*
010100******************************************************************
010200* 1000-READ-CONTROL - THE ONE CONTROL RECORD, EDITED
010300******************************************************************
010400 1000-READ-CONTROL.
010500     OPEN INPUT BUSINESS-DATE-FILE.
010600     MOVE WS-BUSDATE-STATUS TO BDP-FILE-STATUS.
010700     IF NOT BUSDATE-OK
010800         MOVE 'GETBDATE - BUSINESS DATE CONTROL FILE NOT OPENED'
010900             TO WS-CONSOLE-MESSAGE
011000         GO TO 1000-EXIT
011100     END-IF.
011200*
011300     READ BUSINESS-DATE-FILE
011400         AT END
011500             MOVE 'GETBDATE - BUSINESS DATE CONTROL FILE IS EMPTY'
011600                 TO WS-CONSOLE-MESSAGE
011700             CLOSE BUSINESS-DATE-FILE
011800             GO TO 1000-EXIT
011900     END-READ.
012000     MOVE WS-BUSDATE-STATUS TO BDP-FILE-STATUS.
012100     CLOSE BUSINESS-DATE-FILE.
012200*
012300     MOVE 'GETBDATE - BUSINESS DATE CONTROL RECORD BAD DATE'
012400         TO WS-CONSOLE-MESSAGE.
012500*
012600     IF BDT-BUSINESS-DATE IS NOT NUMERIC
012700         OR BDT-PRIOR-DATE IS NOT NUMERIC
012800         OR BDT-OVERRIDE-DATE IS NOT NUMERIC
012900         OR BDT-OVERRIDE-PRIOR-DATE IS NOT NUMERIC
013000         GO TO 1000-EXIT
013100     END-IF.
013200*
013300     MOVE BDT-BUSINESS-DATE TO WS-CHECK-DATE.
013400     PERFORM 2000-CHECK-DATE
013500         THRU 2000-EXIT.
013600     IF WS-DATE-IS-INVALID
013700         GO TO 1000-EXIT
013800     END-IF.
013900*
014000     IF BDT-OVERRIDE-DATE = ZERO
014100         MOVE BDT-BUSINESS-DATE TO BDP-PROCESS-DATE
014200         MOVE BDT-PRIOR-DATE TO BDP-PRIOR-DATE
014300     ELSE
014400         MOVE BDT-OVERRIDE-DATE TO WS-CHECK-DATE
014500         PERFORM 2000-CHECK-DATE
014600             THRU 2000-EXIT
014700         IF WS-DATE-IS-INVALID
014800             GO TO 1000-EXIT
014900         END-IF
015000         MOVE BDT-OVERRIDE-DATE TO BDP-PROCESS-DATE
015100         MOVE BDT-OVERRIDE-PRIOR-DATE TO BDP-PRIOR-DATE
015200         SET BDP-OVERRIDE-ACTIVE TO TRUE
015300     END-IF.
015400*
015500     MOVE BDT-BUSINESS-DATE TO BDP-BUSINESS-DATE.
015600     MOVE SPACES TO WS-CONSOLE-MESSAGE.
015700     SET BDP-DATE-AVAILABLE TO TRUE.
015800 1000-EXIT.
015900     EXIT.
016000*
016100******************************************************************
016200* 2000-CHECK-DATE - CCYYMMDD RANGE CHECK ON WS-CHECK-DATE
016300******************************************************************
016400 2000-CHECK-DATE.
016500     SET WS-DATE-IS-VALID TO TRUE.
016600     IF WS-CHECK-CCYY < 1900
016700         OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
016800         OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
016900         SET WS-DATE-IS-INVALID TO TRUE
017000     END-IF.
017100 2000-EXIT.
017200     EXIT.
