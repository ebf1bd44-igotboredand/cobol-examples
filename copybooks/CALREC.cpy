000100******************************************************************
000200* CALREC.CPY
000300*
000400* CALENDAR-RECORD  -  NON-PROCESSING DAY CALENDAR
000500*
000600* ONE RECORD PER DAY ON WHICH THE OVERNIGHT STREAM DOES NOT RUN
000700* (WEEKENDS AND COMPANY HOLIDAYS), IN ANY ORDER, MAINTAINED BY
000800* OPERATIONS A YEAR AHEAD (BUSCAL DD).  BUSINESS-DATE-ROLL
000900* SKIPS EVERY DATE ON THIS FILE WHEN IT ADVANCES THE BUSINESS
001000* DATE.  A RECORD WITH AN ASTERISK IN COLUMN 1 IS A COMMENT; A
001100* RECORD WHOSE DATE IS NOT NUMERIC IS LISTED AND IGNORED.
001200*
001300* MODIFICATION HISTORY.
001400*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  CALENDAR-RECORD.
001700     05  CAL-DATE                    PIC X(08).
001800     05  CAL-DATE-N REDEFINES CAL-DATE
001900                                     PIC 9(08).
002000     05  FILLER                      PIC X(02).
002100     05  CAL-DESCRIPTION             PIC X(30).
002200     05  FILLER                      PIC X(40).
