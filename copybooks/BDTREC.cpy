000100******************************************************************
000200* BDTREC.CPY
000300*
000400* BUSINESS-DATE-RECORD  -  BUSINESS-DATE CONTROL RECORD
000500*
000600* THE ONE RECORD ON THE BUSINESS-DATE CONTROL FILE (BUSDATE DD).
000700* EVERY BATCH PROGRAM TAKES ITS RUN DATE FROM HERE THROUGH THE
000800* GETBDATE MODULE INSTEAD OF FROM THE SYSTEM CLOCK, SO A STREAM
000900* THAT RUNS PAST MIDNIGHT, OR IS RERUN THE NEXT MORNING, STILL
001000* PROCESSES THE DAY IT WAS MEANT TO.  ONLY BUSINESS-DATE-ROLL
001100* WRITES THE FILE:
001200*     ROLL      AT THE END OF A SUCCESSFUL WSTEST STREAM THE
001300*               BUSINESS DATE BECOMES THE PRIOR DATE AND THE
001400*               NEXT DAY NOT ON THE NON-PROCESSING CALENDAR
001500*               BECOMES THE BUSINESS DATE
001600*     OVERRIDE  THE OPERATOR NAMES AN EARLIER BUSINESS DATE TO
001700*               RERUN; WHILE IT IS SET EVERY PROGRAM RUNS AS OF
001800*               THE OVERRIDE DATE.  THE NEXT SUCCESSFUL STREAM'S
001900*               ROLL CLEARS IT AND LEAVES THE BUSINESS DATE
002000*               WHERE IT WAS
002100*     CANCEL    CLEARS AN OVERRIDE WITHOUT A ROLL
002200*     INIT      SETS THE BUSINESS DATE (FIRST RUN, RECOVERY)
002300* AN OVERRIDE DATE OF ZERO MEANS NO OVERRIDE IS IN EFFECT.
002400*
002500* MODIFICATION HISTORY.
002600*     2026-10-15  DLW  ORIGINAL COPYBOOK.
002700******************************************************************
002800 01  BUSINESS-DATE-RECORD.
002900     05  BDT-BUSINESS-DATE           PIC 9(08).
003000     05  BDT-PRIOR-DATE              PIC 9(08).
003100     05  BDT-OVERRIDE-DATE           PIC 9(08).
003200     05  BDT-OVERRIDE-PRIOR-DATE     PIC 9(08).
003300     05  BDT-LAST-ACTION             PIC X(01).
003400         88  BDT-ACTION-INIT             VALUE 'I'.
003500         88  BDT-ACTION-ROLL             VALUE 'R'.
003600         88  BDT-ACTION-OVERRIDE         VALUE 'O'.
003700         88  BDT-ACTION-CANCEL           VALUE 'C'.
003800     05  BDT-UPDATED-DATE            PIC 9(08).
003900     05  BDT-UPDATED-TIME            PIC 9(08).
004000     05  FILLER                      PIC X(31).
