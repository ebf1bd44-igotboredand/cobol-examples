000100******************************************************************
000200* NDPREC.CPY
000300*
000400* NOT-DUPLICATE-RECORD  -  CONFIRMED DIFFERENT-PEOPLE PAIRS
000500*
000600* ONE RECORD PER PAIR OF EMPLOYEE IDS THAT HR HAS CHECKED AND
000700* CONFIRMED ARE TWO DIFFERENT PEOPLE, ALTHOUGH THEIR NAMES (AND
000800* POSSIBLY HIRE DATES) MATCH.  APPENDED BY THE POSSIBLE-DUPLICATE
000900* SWEEP FROM ITS CONFIRMATION CARDS; THE SWEEP READS THE FILE
001000* BACK ON EVERY RUN AND STOPS REPORTING A PAIR ONCE IT IS HERE.
001100* THE LOWER EMPLOYEE ID IS ALWAYS CARRIED FIRST SO A PAIR HAS
001200* ONLY ONE FORM.
001300*
001400* MODIFICATION HISTORY.
001500*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  NOT-DUPLICATE-RECORD.
001800     05  NDP-EMP-ID-LOW              PIC X(05).
001900     05  NDP-EMP-ID-HIGH             PIC X(05).
002000     05  NDP-CONFIRMED-DATE          PIC 9(08).
002100     05  NDP-CONFIRMED-BY            PIC X(08).
002200     05  NDP-COMMENT                 PIC X(30).
002300     05  FILLER                      PIC X(24).
