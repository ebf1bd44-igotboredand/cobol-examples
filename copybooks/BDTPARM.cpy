000100******************************************************************
000200* BDTPARM.CPY
000300*
000400* BUSINESS-DATE-PARMS  -  BUSINESS-DATE MODULE PARAMETER BLOCK
000500*
000600* PASSED TO THE GETBDATE MODULE BY EVERY BATCH PROGRAM AT THE
000700* START OF ITS RUN.  THE MODULE READS THE BUSINESS-DATE CONTROL
000800* FILE (BDTREC LAYOUT, BUSDATE DD) AND RETURNS:
000900*     BDP-PROCESS-DATE   THE DATE THIS RUN PROCESSES - THE
001000*                        OVERRIDE DATE WHEN ONE IS SET,
001100*                        OTHERWISE THE BUSINESS DATE
001200*     BDP-PRIOR-DATE     THE PROCESSING DAY BEFORE IT
001300*     BDP-BUSINESS-DATE  THE CONTROL BUSINESS DATE ITSELF
001400* THE CALLER USES BDP-PROCESS-DATE WHEREVER IT USED THE SYSTEM
001500* DATE.  WHEN THE CONTROL FILE IS MISSING, EMPTY OR CARRIES A
001600* BAD DATE THE RESULT IS 'N' AND THE CALLER ENDS WITH RETURN
001700* CODE 0016 - NO PROGRAM GUESSES A DATE.
001800*
001900* MODIFICATION HISTORY.
002000*     2026-10-15  DLW  ORIGINAL COPYBOOK.
002100******************************************************************
002200 01  BUSINESS-DATE-PARMS.
002300     05  BDP-PROCESS-DATE            PIC 9(08).
002400     05  BDP-PRIOR-DATE              PIC 9(08).
002500     05  BDP-BUSINESS-DATE           PIC 9(08).
002600     05  BDP-OVERRIDE-SWITCH         PIC X(01).
002700         88  BDP-OVERRIDE-ACTIVE         VALUE 'Y'.
002800         88  BDP-OVERRIDE-NOT-ACTIVE     VALUE 'N'.
002900     05  BDP-RESULT                  PIC X(01).
003000         88  BDP-DATE-AVAILABLE          VALUE 'Y'.
003100         88  BDP-DATE-UNAVAILABLE        VALUE 'N'.
003200     05  BDP-FILE-STATUS             PIC X(02).
