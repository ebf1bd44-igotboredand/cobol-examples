000100******************************************************************
000200* EMPLOYEE-EDIT.COB
000300*
000400* PROGRAM-ID.  EMPEDIT
000500*
000600* AUTHOR.       D. L. WHITFIELD
000700* INSTALLATION. DATA CENTER SERVICES - BATCH SYSTEMS GROUP
000800* DATE-WRITTEN. 2026-10-15
000900* DATE-COMPILED.
001000*
001100* SHARED EMPLOYEE EDIT MODULE.  CALLED WITH THE EDITPARM
001200* PARAMETER BLOCK BY NAME-MASTER-MAINTENANCE (EACH MAINTENANCE
001300* TRANSACTION), WORKING-STORAGE-TESTING (EACH MASTER RECORD
001400* BEFORE IT PRINTS ON THE ROSTER) AND THE WSMAINT ONLINE SCREEN
001500* (THE AFTER-IMAGE BEFORE IT IS SAVED), SO A RECORD ONE OF THEM
001600* ACCEPTS IS A RECORD THE OTHERS ACCEPT.  THE MODULE DOES NO
001700* I/O AND ISSUES NO CICS COMMANDS - THE CALLER LOOKS THE
001800* DEPARTMENT CODE UP ON THE DEPARTMENT REFERENCE AND PASSES THE
001900* RESULT IN.  THE PROGRAM-ID IS KEPT TO EIGHT CHARACTERS SO THE
002000* SAME LOAD MODULE CAN BE CALLED FROM THE ONLINE REGION.
002100*
002200* EDITS, IN THE ORDER APPLIED (FIRST FAILURE WINS):
002300*     E001  ACTION CODE NOT A, C OR D            (TRANSACTION)
002400*     E002  EMPLOYEE ID BLANK                    (TRANSACTION)
002500*     E003  LAST OR FIRST NAME BLANK             (ADD, RECORD)
002600*     E004  LAST OR FIRST NAME LOW-VALUES
002700*     E005  NAME NOT ALPHABETIC, HYPHEN OR SPACE
002800*     E007  HIRE DATE NOT NUMERIC / BLANK ON ADD (TRANSACTION)
002900*     E008  STATUS CODE NOT A, L, T OR SPACE     (TRANSACTION)
003000*     E009  STATUS DATE NOT NUMERIC, OR STATUS T
003100*           WITHOUT A STATUS DATE                (TRANSACTION)
003200*     E010  EFFECTIVE DATE NOT NUMERIC           (TRANSACTION)
003300*     E006  DEPARTMENT NOT ON THE REFERENCE      (WHEN CHECKED)
003400*
003500* MODIFICATION HISTORY.
003600*     2026-10-15  DLW  ORIGINAL VERSION - REPLACES THE SEPARATE
003700*                       EDITS IN NAME-MASTER-MAINTENANCE (M001-
003800*                       M009) AND WORKING-STORAGE-TESTING (R001-
003900*                       R004) WITH ONE RULE SET AND ONE LIST OF
004000*                       REASON CODES.
004100******************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.              EMPEDIT.
004400 AUTHOR.                  D. L. WHITFIELD.
004500 INSTALLATION.            DATA CENTER SVCS - BATCH SYSTEMS GROUP.
004600 DATE-WRITTEN.            2026-10-15.
004700 DATE-COMPILED.
004800*
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.         IBM-370.
005200 OBJECT-COMPUTER.         IBM-370.
005300*
005400 DATA DIVISION.
005500 WORKING-STORAGE SECTION.
005600*
005700******************************************************************
005800* WORK FIELDS
005900******************************************************************
006000 01  WS-WORK-FIELDS.
006100     05  WS-EDIT-WORK-FIELD          PIC X(15) VALUE SPACES.
006200     05  WS-EDIT-FIELD-LENGTH        PIC 9(02) COMP VALUE ZERO.
006300     05  WS-EDIT-SUBSCRIPT           PIC 9(02) COMP VALUE ZERO.
006400     05  WS-EDIT-CHARACTER           PIC X(01) VALUE SPACE.
006500*
006600 LINKAGE SECTION.
006700     COPY EDITPARM.
006800*
006900 PROCEDURE DIVISION USING EMPLOYEE-EDIT-PARMS.
007000*
007100******************************************************************
007200* 0000-MAINLINE
007300******************************************************************
007400 0000-MAINLINE.
007500     SET EDT-RECORD-VALID TO TRUE.
007600     MOVE SPACES TO EDT-REASON-CODE.
007700     MOVE SPACES TO EDT-REASON-TEXT.
007800*
007900     IF EDT-TRANSACTION-EDIT
008000         PERFORM 1000-EDIT-TRANSACTION
008100             THRU 1000-EXIT
008200     ELSE
008300         PERFORM 2000-EDIT-RECORD
008400             THRU 2000-EXIT
008500     END-IF.
008600*
008700     IF EDT-RECORD-INVALID
008800         PERFORM 8000-SET-REASON-TEXT
008900             THRU 8000-EXIT
009000     END-IF.
009100*
009200     GOBACK.
009300*
009400******************************************************************
009500* 1000-EDIT-TRANSACTION - ADD/CHANGE/DELETE CARD EDITS; BLANK
009600*                         FIELDS ON A CHANGE ARE LEFT ALONE
009700******************************************************************
009800 1000-EDIT-TRANSACTION.
009900     IF NOT EDT-ACTION-ADD
010000         AND NOT EDT-ACTION-CHANGE
010100         AND NOT EDT-ACTION-DELETE
010200         SET EDT-RECORD-INVALID TO TRUE
010300         SET EDT-REASON-BAD-ACTION TO TRUE
010400         GO TO 1000-EXIT
010500     END-IF.
010600*
010700     IF EDT-EMP-ID = SPACES
010800         SET EDT-RECORD-INVALID TO TRUE
010900         SET EDT-REASON-BLANK-EMP-ID TO TRUE
011000         GO TO 1000-EXIT
011100     END-IF.
011200*
011300     IF EDT-ACTION-ADD
011400         IF EDT-LAST-NAME = SPACES OR EDT-FIRST-NAME = SPACES
011500             SET EDT-RECORD-INVALID TO TRUE
011600             SET EDT-REASON-NAME-MISSING TO TRUE
011700             GO TO 1000-EXIT
011800         END-IF
011900     END-IF.
012000*
012100     IF EDT-ACTION-ADD OR EDT-ACTION-CHANGE
012200         PERFORM 3000-EDIT-NAMES
012300             THRU 3000-EXIT
012400         IF EDT-RECORD-INVALID
012500             GO TO 1000-EXIT
012600         END-IF
012700         IF EDT-HIRE-DATE NOT = SPACES
012800             AND EDT-HIRE-DATE IS NOT NUMERIC
012900             SET EDT-RECORD-INVALID TO TRUE
013000             SET EDT-REASON-BAD-HIRE-DATE TO TRUE
013100             GO TO 1000-EXIT
013200         END-IF
013300     END-IF.
013400*
013500     IF EDT-ACTION-ADD AND EDT-HIRE-DATE = SPACES
013600         SET EDT-RECORD-INVALID TO TRUE
013700         SET EDT-REASON-BAD-HIRE-DATE TO TRUE
013800         GO TO 1000-EXIT
013900     END-IF.
014000*
014100     IF EDT-ACTION-ADD OR EDT-ACTION-CHANGE
014200         IF EDT-STATUS-CODE NOT = SPACE
014300             AND NOT EDT-STATUS-ACTIVE
014400             AND NOT EDT-STATUS-LEAVE
014500             AND NOT EDT-STATUS-TERMINATED
014600             SET EDT-RECORD-INVALID TO TRUE
014700             SET EDT-REASON-BAD-STATUS TO TRUE
014800             GO TO 1000-EXIT
014900         END-IF
015000         IF EDT-STATUS-DATE NOT = SPACES
015100             AND EDT-STATUS-DATE IS NOT NUMERIC
015200             SET EDT-RECORD-INVALID TO TRUE
015300             SET EDT-REASON-BAD-STATUS-DATE TO TRUE
015400             GO TO 1000-EXIT
015500         END-IF
015600         IF EDT-STATUS-TERMINATED
015700             AND EDT-STATUS-DATE = SPACES
015800             SET EDT-RECORD-INVALID TO TRUE
015900             SET EDT-REASON-BAD-STATUS-DATE TO TRUE
016000             GO TO 1000-EXIT
016100         END-IF
016200     END-IF.
016300*
016400     IF EDT-EFF-DATE NOT = SPACES
016500         AND EDT-EFF-DATE IS NOT NUMERIC
016600         SET EDT-RECORD-INVALID TO TRUE
016700         SET EDT-REASON-BAD-EFF-DATE TO TRUE
016800         GO TO 1000-EXIT
016900     END-IF.
017000*
017100     IF (EDT-ACTION-ADD OR EDT-ACTION-CHANGE)
017200         AND EDT-DEPT-NOT-ON-FILE
017300         SET EDT-RECORD-INVALID TO TRUE
017400         SET EDT-REASON-UNKNOWN-DEPT TO TRUE
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017800*
017900******************************************************************
018000* 2000-EDIT-RECORD - COMPLETE EMPLOYEE IMAGE (ROSTER PRINT TEST
018100*                    AND ONLINE AFTER-IMAGE TEST)
018200******************************************************************
018300 2000-EDIT-RECORD.
018400     IF EDT-LAST-NAME = SPACES OR EDT-FIRST-NAME = SPACES
018500         SET EDT-RECORD-INVALID TO TRUE
018600         SET EDT-REASON-NAME-MISSING TO TRUE
018700         GO TO 2000-EXIT
018800     END-IF.
018900*
019000     PERFORM 3000-EDIT-NAMES
019100         THRU 3000-EXIT.
019200     IF EDT-RECORD-INVALID
019300         GO TO 2000-EXIT
019400     END-IF.
019500*
019600     IF EDT-DEPT-NOT-ON-FILE
019700         SET EDT-RECORD-INVALID TO TRUE
019800         SET EDT-REASON-UNKNOWN-DEPT TO TRUE
019900     END-IF.
020000 2000-EXIT.
020100     EXIT.
020200*
020300******************************************************************
020400* 3000-EDIT-NAMES - LOW-VALUES AND CHARACTER CHECKS ON WHICHEVER
020500*                   NAME FIELDS ARE PRESENT
020600******************************************************************
020700 3000-EDIT-NAMES.
020800     IF EDT-LAST-NAME = LOW-VALUES OR EDT-FIRST-NAME = LOW-VALUES
020900         SET EDT-RECORD-INVALID TO TRUE
021000         SET EDT-REASON-LOW-VALUES TO TRUE
021100         GO TO 3000-EXIT
021200     END-IF.
021300*
021400     IF EDT-LAST-NAME NOT = SPACES
021500         MOVE EDT-LAST-NAME TO WS-EDIT-WORK-FIELD
021600         MOVE 15 TO WS-EDIT-FIELD-LENGTH
021700         PERFORM 3050-CHECK-FIELD-CHARACTERS
021800             THRU 3050-EXIT
021900     END-IF.
022000*
022100     IF EDT-RECORD-VALID
022200         AND EDT-FIRST-NAME NOT = SPACES
022300         MOVE SPACES TO WS-EDIT-WORK-FIELD
022400         MOVE EDT-FIRST-NAME TO WS-EDIT-WORK-FIELD (1:10)
022500         MOVE 10 TO WS-EDIT-FIELD-LENGTH
022600         PERFORM 3050-CHECK-FIELD-CHARACTERS
022700             THRU 3050-EXIT
022800     END-IF.
022900 3000-EXIT.
023000     EXIT.
023100*
023200******************************************************************
023300* 3050-CHECK-FIELD-CHARACTERS - LOOP ONE NAME COMPONENT
023400******************************************************************
023500 3050-CHECK-FIELD-CHARACTERS.
023600     MOVE ZERO TO WS-EDIT-SUBSCRIPT.
023700     PERFORM 3100-CHECK-ONE-CHARACTER
023800         THRU 3100-EXIT
023900         VARYING WS-EDIT-SUBSCRIPT FROM 1 BY 1
024000         UNTIL WS-EDIT-SUBSCRIPT > WS-EDIT-FIELD-LENGTH
024100             OR EDT-RECORD-INVALID.
024200 3050-EXIT.
024300     EXIT.
024400*
024500******************************************************************
024600* 3100-CHECK-ONE-CHARACTER - ALPHABETIC OR HYPHEN OR SPACE ONLY
024700******************************************************************
024800 3100-CHECK-ONE-CHARACTER.
024900     MOVE WS-EDIT-WORK-FIELD (WS-EDIT-SUBSCRIPT:1)
025000         TO WS-EDIT-CHARACTER.
025100     IF WS-EDIT-CHARACTER NOT ALPHABETIC
025200         AND WS-EDIT-CHARACTER NOT = '-'
025300         AND WS-EDIT-CHARACTER NOT = SPACE
025400             SET EDT-RECORD-INVALID TO TRUE
025500             SET EDT-REASON-INVALID-CHAR TO TRUE
025600     END-IF.
025700 3100-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100* 8000-SET-REASON-TEXT - PRINTABLE TEXT FOR THE REASON CODE, FOR
026200*                        THE REJECT LISTINGS AND THE SCREEN
026300******************************************************************
026400 8000-SET-REASON-TEXT.
026500     EVALUATE TRUE
026600         WHEN EDT-REASON-BAD-ACTION
026700             MOVE 'ACTION CODE MUST BE A, C OR D'
026800                 TO EDT-REASON-TEXT
026900         WHEN EDT-REASON-BLANK-EMP-ID
027000             MOVE 'EMPLOYEE ID IS REQUIRED'
027100                 TO EDT-REASON-TEXT
027200         WHEN EDT-REASON-NAME-MISSING
027300             MOVE 'LAST AND FIRST NAME ARE REQUIRED'
027400                 TO EDT-REASON-TEXT
027500         WHEN EDT-REASON-LOW-VALUES
027600             MOVE 'NAME CONTAINS LOW-VALUES'
027700                 TO EDT-REASON-TEXT
027800         WHEN EDT-REASON-INVALID-CHAR
027900             MOVE 'NAME HAS AN INVALID CHARACTER'
028000                 TO EDT-REASON-TEXT
028100         WHEN EDT-REASON-UNKNOWN-DEPT
028200             MOVE 'DEPARTMENT NOT ON DEPARTMENT REFERENCE'
028300                 TO EDT-REASON-TEXT
028400         WHEN EDT-REASON-BAD-HIRE-DATE
028500             MOVE 'HIRE DATE MISSING OR NOT CCYYMMDD'
028600                 TO EDT-REASON-TEXT
028700         WHEN EDT-REASON-BAD-STATUS
028800             MOVE 'STATUS CODE MUST BE A, L OR T'
028900                 TO EDT-REASON-TEXT
029000         WHEN EDT-REASON-BAD-STATUS-DATE
029100             MOVE 'STATUS DATE MISSING OR NOT CCYYMMDD'
029200                 TO EDT-REASON-TEXT
029300         WHEN EDT-REASON-BAD-EFF-DATE
029400             MOVE 'EFFECTIVE DATE NOT CCYYMMDD'
029500                 TO EDT-REASON-TEXT
029600     END-EVALUATE.
029700 8000-EXIT.
029800     EXIT.
