000100******************************************************************
000200* TMLREC.CPY
000300*
000400* EMPLOYEE-TIMELINE-RECORD  -  ONE EVENT IN AN EMPLOYEE'S HISTORY
000500*
000600* VSAM KSDS (DD/FILE EMPTIMEL) READ BY THE WSHIST (WSHI) ONLINE
000700* HISTORY INQUIRY, WHICH BROWSES ONE EMPLOYEE'S EVENTS BACKWARD
000800* SO THE NEWEST SHOWS FIRST.  THE FILE IS A KEYED COPY OF WHAT
000900* IS SPREAD OVER THE FLAT FILES - RELOADED IN FULL BY THE
001000* EMPLOYEE-TIMELINE-BUILD PROGRAM FROM THE CHANGE HISTORY
001100* (EMPHIST), THE ONLINE CHANGE JOURNAL (CHGJRNL), THE HR SUSPENSE
001200* (HRSUSP) AND THE PURGE/RESTORE EVENT LOG (EMPEVNT) - NIGHTLY
001300* AND AFTER EVERY HISTORY CONSOLIDATION.  THE WSAPPRV SCREEN ALSO
001400* WRITES AN APPROVED CHANGE HERE AT ONCE SO IT SHOWS THE SAME
001500* DAY; THE NEXT RELOAD WRITES THE SAME RECORD FROM THE JOURNAL.
001600*
001700* THE KEY IS EMPLOYEE ID, EVENT DATE, EVENT TIME (ZERO WHERE THE
001800* SOURCE CARRIES NO TIME) AND A SEQUENCE NUMBER THAT KEEPS TWO
001900* EVENTS AT THE SAME MOMENT APART.  THE EMPLOYEE IMAGE IS THE
002000* HISTORY OR ARCHIVE IMAGE, OR THE AFTER IMAGE OF AN ONLINE
002100* CHANGE, WHOSE BEFORE IMAGE IS CARRIED AS WELL.
002200*
002300* MODIFICATION HISTORY.
002400*     2026-10-15  DLW  ORIGINAL COPYBOOK.
002500******************************************************************
002600 01  EMPLOYEE-TIMELINE-RECORD.
002700     05  TML-KEY.
002800         10  TML-EMP-ID              PIC X(05).
002900         10  TML-EVENT-DATE          PIC 9(08).
003000         10  TML-EVENT-TIME          PIC 9(08).
003100         10  TML-SEQ-NO              PIC 9(04).
003200     05  TML-EVENT-TYPE              PIC X(01).
003300         88  TML-HISTORY-ADD             VALUE 'A'.
003400         88  TML-HISTORY-CHANGE          VALUE 'C'.
003500         88  TML-HISTORY-DROP            VALUE 'D'.
003600         88  TML-ONLINE-CHANGE           VALUE 'O'.
003700         88  TML-HR-REJECT               VALUE 'H'.
003800         88  TML-HR-RESHIP               VALUE 'S'.
003900         88  TML-PURGED                  VALUE 'P'.
004000         88  TML-RESTORED                VALUE 'R'.
004100     05  TML-OPERATOR                PIC X(08).
004200     05  TML-TERMINAL                PIC X(04).
004300     05  TML-HR-REASON               PIC X(20).
004400     05  TML-BEFORE-IMAGE            PIC X(51).
004500     05  TML-EMPLOYEE-IMAGE          PIC X(51).
004600     05  FILLER                      PIC X(20).
