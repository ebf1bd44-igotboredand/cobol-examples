000100******************************************************************
000200* DPTHREC.CPY
000300*
000400* DEPT-HISTORY-RECORD  -  DEPARTMENT REFERENCE CHANGE HISTORY
000500*
000600* ONE RECORD APPENDED TO THE DEPARTMENT HISTORY (VSAM ESDS,
000700* DD/FILE DPTHIST) FOR EVERY CHANGE MADE TO THE DEPARTMENT
000800* REFERENCE MASTER - BY THE DEPARTMENT-MAINTENANCE BATCH RUN,
000900* THE WSDEPT ONLINE SCREEN OR A DEPARTMENT-REORG MERGE OR
001000* RENAME - CARRYING THE DATE AND TIME, WHERE THE CHANGE CAME
001100* FROM, WHO MADE IT AND THE FULL BEFORE AND AFTER DEPTREC
001200* IMAGES (SPACES BEFORE AN ADD AND AFTER A DELETE OR MERGE),
001300* SO A MOVEMENT IN AUTHORIZED HEADCOUNT OR A DEPARTMENT THAT
001400* CAME OR WENT CAN BE EXPLAINED AFTER THE FACT.
001500*
001600* MODIFICATION HISTORY.
001700*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001800******************************************************************
001900 01  DEPT-HISTORY-RECORD.
002000     05  DHS-CHANGE-DATE             PIC 9(08).
002100     05  DHS-CHANGE-TIME             PIC 9(08).
002200     05  DHS-ACTION-CODE             PIC X(01).
002300         88  DHS-ACTION-ADD              VALUE 'A'.
002400         88  DHS-ACTION-CHANGE           VALUE 'C'.
002500         88  DHS-ACTION-DELETE           VALUE 'D'.
002600         88  DHS-ACTION-MERGE            VALUE 'M'.
002700         88  DHS-ACTION-RENAME           VALUE 'R'.
002800     05  DHS-SOURCE-CODE             PIC X(01).
002900         88  DHS-SOURCE-BATCH            VALUE 'B'.
003000         88  DHS-SOURCE-ONLINE           VALUE 'O'.
003100         88  DHS-SOURCE-REORG            VALUE 'R'.
003200     05  DHS-OPERATOR                PIC X(08).
003300     05  DHS-TERMINAL                PIC X(04).
003400     05  DHS-DEPT-CODE               PIC X(04).
003500     05  DHS-BEFORE-IMAGE            PIC X(30).
003600     05  DHS-AFTER-IMAGE             PIC X(30).
003700     05  FILLER                      PIC X(06).
