000100******************************************************************
000200* HRFREC.CPY
000300*
000400* HR-FEED-RECORD  -  INBOUND HR PERSONNEL ACTION FEED LAYOUT
000500*
000600* FIXED-WIDTH DAILY FILE SENT BY HR WITH THE NEW HIRES,
000700* TRANSFERS, LEAVES, RETURNS AND TERMINATIONS THEY PROCESSED.
000800* ONE HEADER RECORD CARRIES THE FEED DATE, ONE DETAIL RECORD
000900* FOLLOWS PER PERSONNEL ACTION AND ONE TRAILER RECORD CARRIES
001000* THE DETAIL COUNT.  READ AT THE FRONT OF THE NIGHTLY STREAM BY
001100* THE FEED TRANSLATION STEP, WHICH TURNS EACH DETAIL INTO A
001200* MAINTENANCE TRANSACTION CARD (TRNREC LAYOUT).
001300*
001400*     ACTION 'H'  NEW HIRE         ADD CARD, ACTIVE AS OF THE
001500*                                  HIRE DATE
001600*     ACTION 'X'  TRANSFER         CHANGE CARD, NEW DEPARTMENT
001700*     ACTION 'L'  LEAVE            CHANGE CARD, STATUS L
001800*     ACTION 'R'  RETURN           CHANGE CARD, STATUS A
001900*     ACTION 'T'  TERMINATION      CHANGE CARD, STATUS T
002000*     ACTION 'V'  HIRE RESCINDED   DELETE CARD
002100*
002200* THE EFFECTIVE DATE IS REQUIRED ON EVERY ACTION BUT A NEW HIRE,
002300* WHERE IT DEFAULTS TO THE HIRE DATE, AND IS THE STATUS DATE ON
002400* A LEAVE, RETURN OR TERMINATION.
002500*
002600* MODIFICATION HISTORY.
002700*     2026-10-15  DLW  ORIGINAL COPYBOOK.
002800******************************************************************
002900 01  HR-FEED-RECORD.
003000     05  HRF-RECORD-TYPE             PIC X(01).
003100         88  HRF-IS-HEADER               VALUE 'H'.
003200         88  HRF-IS-DETAIL               VALUE 'D'.
003300         88  HRF-IS-TRAILER              VALUE 'T'.
003400     05  HRF-DETAIL-DATA.
003500         10  HRF-ACTION-CODE         PIC X(01).
003600             88  HRF-NEW-HIRE            VALUE 'H'.
003700             88  HRF-TRANSFER            VALUE 'X'.
003800             88  HRF-LEAVE               VALUE 'L'.
003900             88  HRF-RETURN              VALUE 'R'.
004000             88  HRF-TERMINATION         VALUE 'T'.
004100             88  HRF-HIRE-RESCINDED      VALUE 'V'.
004200         10  HRF-EMP-ID              PIC X(05).
004300         10  HRF-LAST-NAME           PIC X(15).
004400         10  HRF-FIRST-NAME          PIC X(10).
004500         10  HRF-DEPT-CODE           PIC X(04).
004600         10  HRF-HIRE-DATE           PIC X(08).
004700         10  HRF-EFF-DATE            PIC X(08).
004800         10  HRF-HR-REFERENCE        PIC X(10).
004900         10  FILLER                  PIC X(18).
005000     05  HRF-HEADER-DATA REDEFINES HRF-DETAIL-DATA.
005100         10  HRF-FEED-DATE           PIC 9(08).
005200         10  HRF-SOURCE-ID           PIC X(08).
005300         10  FILLER                  PIC X(63).
005400     05  HRF-TRAILER-DATA REDEFINES HRF-DETAIL-DATA.
005500         10  HRF-DETAIL-COUNT        PIC 9(07).
005600         10  FILLER                  PIC X(72).
