000100******************************************************************
000200* APVREC.CPY
000300*
000400* PENDING-APPROVAL-RECORD  -  ONLINE CHANGE AWAITING APPROVAL
000500*
000600* ONE RECORD PER NAME-MASTER CHANGE KEYED ON THE WSMAINT (WSMT)
000700* SCREEN.  A NAME CHANGE OR DEPARTMENT TRANSFER IS NOT APPLIED
000800* WHEN IT IS KEYED - IT IS HELD HERE (VSAM KSDS, DD/FILE
000900* PENDAPR) WITH THE BEFORE AND AFTER EMPREC IMAGES AND THE
001000* OPERATOR AND TERMINAL THAT KEYED IT UNTIL A SECOND USER
001100* DECIDES IT ON THE WSAPPRV (WSAP) SUPERVISOR SCREEN.  AN
001200* APPROVAL APPLIES THE AFTER IMAGE TO THE NAME-MASTER AND
001300* JOURNALS IT TO CHGJRNL; A REJECTION CARRIES THE REASON.
001400* DECIDED RECORDS STAY ON FILE, WITH THE SUPERVISOR AND THE
001500* DECISION TIMESTAMP, UNTIL THE MORNING PENDING-APPROVAL-LIST
001600* RUN DROPS THEM PAST ITS RETENTION PERIOD.  THE KEY IS THE
001700* EMPLOYEE ID AND THE SUBMISSION TIMESTAMP, SO AN EMPLOYEE'S
001800* ITEMS READ TOGETHER IN THE ORDER THEY WERE KEYED.
001900*
002000* MODIFICATION HISTORY.
002100*     2026-10-15  DLW  ORIGINAL COPYBOOK.
002200******************************************************************
002300 01  PENDING-APPROVAL-RECORD.
002400     05  APV-KEY.
002500         10  APV-EMP-ID              PIC X(05).
002600         10  APV-SUBMIT-DATE         PIC 9(08).
002700         10  APV-SUBMIT-TIME         PIC 9(08).
002800     05  APV-STATUS                  PIC X(01).
002900         88  APV-PENDING                 VALUE 'P'.
003000         88  APV-APPROVED                VALUE 'A'.
003100         88  APV-REJECTED                VALUE 'R'.
003200     05  APV-CHANGE-TYPE             PIC X(01).
003300         88  APV-NAME-CHANGE             VALUE 'N'.
003400         88  APV-DEPT-TRANSFER           VALUE 'D'.
003500         88  APV-NAME-AND-DEPT           VALUE 'B'.
003600     05  APV-MAKER-USERID            PIC X(08).
003700     05  APV-MAKER-TERMINAL          PIC X(04).
003800     05  APV-BEFORE-IMAGE            PIC X(51).
003900     05  APV-AFTER-IMAGE             PIC X(51).
004000     05  APV-CHECKER-USERID          PIC X(08).
004100     05  APV-CHECKER-TERMINAL        PIC X(04).
004200     05  APV-DECISION-DATE           PIC 9(08).
004300     05  APV-DECISION-TIME           PIC 9(08).
004400     05  APV-REJECT-REASON           PIC X(40).
004500     05  FILLER                      PIC X(15).
