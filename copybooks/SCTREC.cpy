000100******************************************************************
000200* SCTREC.CPY
000300*
000400* STREAM-CONTROL-RECORD  -  NIGHTLY STREAM CONTROL TOTALS
000500*
000600* ONE RECORD APPENDED (DD STRMCTL, DISP=MOD) AT THE END OF EVERY
000700* RUN OF EACH STEP OF THE NIGHTLY WSTEST STREAM, AND OF THE
000800* WSPURGE AND WSRESTOR JOBS THAT ALSO MOVE THE NAME-MASTER COUNT,
000900* CARRYING THE BUSINESS DATE, THE PROGRAM, ITS CONDITION CODE AND
001000* ITS CONTROL TOTALS.  THE STREAM BALANCE STEP READS THE FILE TO
001100* PROVE THE STEPS AGAINST EACH OTHER AND AGAINST THE NIGHT BEFORE.
001200* A COUNT A PROGRAM DOES NOT KEEP IS ZERO.
001300*
001400* SCT-PASS-SWITCH SAYS WHETHER THE TOTALS COVER THE WHOLE FILE:
001500*     F  FULL PASS
001600*     P  PARTIAL PASS (ROSTER LOOKUP OR DEPARTMENT FILTER RUN, RUN
001700*        CARD REJECTED, OR HR FEED NOT TRANSLATED) - THE TOTALS
001800*        ARE NOT BALANCED
001900*     S  FULL ROSTER PASS WITH THE HR EXTRACT SUPPRESSED
002000*
002100* SCT-RECORDS-SKIPPED IS THE MAINTENANCE CARDS ALREADY APPLIED BY
002200* AN EARLIER RUN OF THE SAME NIGHT (NOT COUNTED UNDER THEIR
002300* ACTION); SCT-RECORDS-KEYED IS THE KEYED CARDS THE HR FEED
002400* TRANSLATION PASSED THROUGH AHEAD OF ITS OWN.
002500*
002600* MODIFICATION HISTORY.
002700*     2026-10-15  DLW  ORIGINAL COPYBOOK.
002800******************************************************************
002900 01  STREAM-CONTROL-RECORD.
003000     05  SCT-BUSINESS-DATE           PIC 9(08).
003100     05  SCT-RUN-TIME                PIC 9(08).
003200     05  SCT-PROGRAM-ID              PIC X(08).
003300         88  SCT-HR-FEED-TRANSLATE       VALUE 'HRFEEDTR'.
003400         88  SCT-PENDING-APPROVAL        VALUE 'PENDAPRL'.
003500         88  SCT-PENDING-RELEASE         VALUE 'PENDREL'.
003600         88  SCT-NAME-MASTER-MAINT       VALUE 'NAMEMSTM'.
003700         88  SCT-HR-ACK-BALANCE          VALUE 'HRACKBAL'.
003800         88  SCT-ROSTER                  VALUE 'ROSTER'.
003900         88  SCT-SUSPENSE-RESHIP         VALUE 'RESHIP'.
004000         88  SCT-TIMELINE-BUILD          VALUE 'TIMELINE'.
004100         88  SCT-EMPLOYEE-PURGE          VALUE 'PURGE'.
004200         88  SCT-EMPLOYEE-RESTORE        VALUE 'RESTORE'.
004300     05  SCT-RETURN-CODE             PIC 9(04).
004400     05  SCT-PASS-SWITCH             PIC X(01).
004500         88  SCT-FULL-PASS               VALUE 'F'.
004600         88  SCT-PARTIAL-PASS            VALUE 'P'.
004700         88  SCT-EXTRACT-SUPPRESSED      VALUE 'S'.
004800     05  SCT-COUNTS.
004900         10  SCT-RECORDS-READ        PIC 9(07).
005000         10  SCT-RECORDS-ADDED       PIC 9(07).
005100         10  SCT-RECORDS-CHANGED     PIC 9(07).
005200         10  SCT-RECORDS-DELETED     PIC 9(07).
005300         10  SCT-RECORDS-HELD        PIC 9(07).
005400         10  SCT-RECORDS-RELEASED    PIC 9(07).
005500         10  SCT-RECORDS-PRINTED     PIC 9(07).
005600         10  SCT-RECORDS-REJECTED    PIC 9(07).
005700         10  SCT-RECORDS-EXTRACTED   PIC 9(07).
005800         10  SCT-RECORDS-RESHIPPED   PIC 9(07).
005900         10  SCT-RECORDS-INACTIVE    PIC 9(07).
006000         10  SCT-RECORDS-SKIPPED     PIC 9(07).
006100         10  SCT-RECORDS-KEYED       PIC 9(07).
006200     05  SCT-COUNT-TABLE REDEFINES SCT-COUNTS.
006300         10  SCT-COUNT               PIC 9(07) OCCURS 13 TIMES.
