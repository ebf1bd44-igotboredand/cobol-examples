000100******************************************************************
000200* EDITPARM.CPY
000300*
000400* EMPLOYEE-EDIT-PARMS  -  EMPLOYEE EDIT MODULE PARAMETER BLOCK
000500*
000600* PASSED ON EVERY CALL TO THE SHARED EMPLOYEE EDIT MODULE
000700* (EMPEDIT) BY THE BATCH MAINTENANCE RUN, THE ROSTER RUN AND
000800* THE WSMAINT ONLINE SCREEN, SO ALL THREE APPLY ONE SET OF
000900* RULES AND REPORT ONE SET OF REASON CODES.  THE CALLER FILLS
001000* THE REQUEST TYPE, THE ACTION CODE AND THE EMPLOYEE FIELDS,
001100* LOOKS THE DEPARTMENT CODE UP ON THE DEPARTMENT REFERENCE
001200* ITSELF (THE MODULE DOES NO I/O) AND SETS THE LOOK-UP RESULT;
001300* THE MODULE RETURNS THE VALID SWITCH, THE REASON CODE AND A
001400* PRINTABLE REASON TEXT.
001500*
001600*     REQUEST 'T'  MAINTENANCE TRANSACTION - BLANK FIELDS ON A
001700*                  CHANGE MEAN "NO CHANGE" AND ARE NOT EDITED
001800*     REQUEST 'R'  COMPLETE EMPLOYEE RECORD - THE ROSTER'S
001900*                  PRINT TEST AND THE ONLINE AFTER-IMAGE TEST
002000*
002100* REASON CODES E011-E013 ARE NEVER RETURNED BY THE MODULE -
002200* THEY ARE FILE OUTCOMES SET BY THE CALLER, KEPT IN THIS ONE
002300* LIST SO EVERY REPORT USES THE SAME NUMBERS.
002400*
002500* MODIFICATION HISTORY.
002600*     2026-10-15  DLW  ORIGINAL COPYBOOK.
002700******************************************************************
002800 01  EMPLOYEE-EDIT-PARMS.
002900     05  EDT-REQUEST-TYPE            PIC X(01).
003000         88  EDT-TRANSACTION-EDIT        VALUE 'T'.
003100         88  EDT-RECORD-EDIT             VALUE 'R'.
003200     05  EDT-ACTION-CODE             PIC X(01).
003300         88  EDT-ACTION-ADD              VALUE 'A'.
003400         88  EDT-ACTION-CHANGE           VALUE 'C'.
003500         88  EDT-ACTION-DELETE           VALUE 'D'.
003600     05  EDT-EMP-ID                  PIC X(05).
003700     05  EDT-LAST-NAME               PIC X(15).
003800     05  EDT-FIRST-NAME              PIC X(10).
003900     05  EDT-DEPT-CODE               PIC X(04).
004000     05  EDT-HIRE-DATE               PIC X(08).
004100     05  EDT-STATUS-CODE             PIC X(01).
004200         88  EDT-STATUS-ACTIVE           VALUE 'A'.
004300         88  EDT-STATUS-LEAVE            VALUE 'L'.
004400         88  EDT-STATUS-TERMINATED       VALUE 'T'.
004500     05  EDT-STATUS-DATE             PIC X(08).
004600     05  EDT-EFF-DATE                PIC X(08).
004700     05  EDT-DEPT-LOOKUP             PIC X(01).
004800         88  EDT-DEPT-ON-FILE            VALUE 'Y'.
004900         88  EDT-DEPT-NOT-ON-FILE        VALUE 'N'.
005000         88  EDT-DEPT-NOT-CHECKED        VALUE SPACE.
005100     05  EDT-RESULT                  PIC X(01).
005200         88  EDT-RECORD-VALID            VALUE 'Y'.
005300         88  EDT-RECORD-INVALID          VALUE 'N'.
005400     05  EDT-REASON-CODE             PIC X(04).
005500         88  EDT-REASON-BAD-ACTION       VALUE 'E001'.
005600         88  EDT-REASON-BLANK-EMP-ID     VALUE 'E002'.
005700         88  EDT-REASON-NAME-MISSING     VALUE 'E003'.
005800         88  EDT-REASON-LOW-VALUES       VALUE 'E004'.
005900         88  EDT-REASON-INVALID-CHAR     VALUE 'E005'.
006000         88  EDT-REASON-UNKNOWN-DEPT     VALUE 'E006'.
006100         88  EDT-REASON-BAD-HIRE-DATE    VALUE 'E007'.
006200         88  EDT-REASON-BAD-STATUS       VALUE 'E008'.
006300         88  EDT-REASON-BAD-STATUS-DATE  VALUE 'E009'.
006400         88  EDT-REASON-BAD-EFF-DATE     VALUE 'E010'.
006500         88  EDT-REASON-DUPLICATE-ADD    VALUE 'E011'.
006600         88  EDT-REASON-NOT-ON-MASTER    VALUE 'E012'.
006700         88  EDT-REASON-MASTER-IO        VALUE 'E013'.
006800     05  EDT-REASON-TEXT             PIC X(40).
