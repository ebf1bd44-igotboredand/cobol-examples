000100******************************************************************
000200* DPTTRN.CPY
000300*
000400* DEPT-TRANS-RECORD  -  DEPARTMENT REFERENCE MAINTENANCE CARD
000500*
000600* ONE 80-BYTE CARD-IMAGE TRANSACTION PER CHANGE TO THE
000700* DEPARTMENT REFERENCE MASTER (DEPTREC LAYOUT), READ BY THE
000800* DEPARTMENT-MAINTENANCE BATCH PROGRAM.  THE ACTION CODE
000900* SELECTS ADD, CHANGE OR DELETE.  ON A CHANGE A BLANK NAME OR
001000* BLANK AUTHORIZED HEADCOUNT MEANS "NO CHANGE"; ON AN ADD A
001100* BLANK HEADCOUNT IS CARRIED AS SPACES LIKE THE OLDER RECORDS.
001200*
001300* MODIFICATION HISTORY.
001400*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  DEPT-TRANS-RECORD.
001700     05  DTR-ACTION-CODE             PIC X(01).
001800         88  DTR-ACTION-ADD              VALUE 'A'.
001900         88  DTR-ACTION-CHANGE           VALUE 'C'.
002000         88  DTR-ACTION-DELETE           VALUE 'D'.
002100     05  DTR-DEPT-CODE               PIC X(04).
002200     05  DTR-DEPT-NAME               PIC X(20).
002300     05  DTR-AUTH-HEADCOUNT          PIC X(05).
002400     05  FILLER                      PIC X(50).
