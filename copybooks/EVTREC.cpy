000100******************************************************************
000200* EVTREC.CPY
000300*
000400* EMPLOYEE-EVENT-RECORD  -  PURGE AND RESTORE EVENT LOG ENTRY
000500*
000600* ONE RECORD APPENDED (DD EMPEVNT, DISP=MOD) BY THE TERMINATED-
000700* EMPLOYEE PURGE FOR EVERY EMPLOYEE IT ARCHIVES TO EMPARCH, AND
000800* BY THE ARCHIVE RESTORE FOR EVERY EMPLOYEE IT PUTS BACK ON THE
000900* NAME-MASTER, WITH THE RUN DATE AND THE EMPLOYEE IMAGE MOVED.
001000* THE ARCHIVE ITSELF CARRIES NO DATES OF ITS OWN, SO THIS LOG IS
001100* WHERE THE EMPLOYEE TIMELINE BUILD FINDS WHEN EACH HAPPENED.
001200*
001300* MODIFICATION HISTORY.
001400*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  EMPLOYEE-EVENT-RECORD.
001700     05  EVT-EVENT-DATE              PIC 9(08).
001800     05  EVT-EVENT-CODE              PIC X(01).
001900         88  EVT-PURGED                  VALUE 'P'.
002000         88  EVT-RESTORED                VALUE 'R'.
002100     05  EVT-EMP-ID                  PIC X(05).
002200     05  EVT-EMPLOYEE-IMAGE          PIC X(51).
002300     05  FILLER                      PIC X(15).
