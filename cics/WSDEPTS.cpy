000100******************************************************************
000200* WSDEPTS.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET WSDEPTS, MAP WSDEPTM.
000500*
000600* THIS COPYBOOK WOULD NORMALLY BE GENERATED BY ASSEMBLING
000700* WSDEPT.BMS WITH THE DSECT/COBOL SYMBOLIC-MAP OPTION.  IT IS
000800* HAND-MAINTAINED HERE TO MATCH WSDEPT.BMS FIELD FOR FIELD -
000900* KEEP THE TWO IN STEP IF THE MAP LAYOUT CHANGES.
001000*
001100* MODIFICATION HISTORY.
001200*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001300******************************************************************
001400 01  WSDEPTSI.
001500     05  FILLER                      PIC X(12).
001600     05  TITLE1L                     PIC S9(04) COMP.
001700     05  TITLE1F                     PIC X(01).
001800     05  FILLER REDEFINES TITLE1F.
001900         10  TITLE1A                 PIC X(01).
002000     05  TITLE1I                     PIC X(32).
002100     05  ACTLBLL                     PIC S9(04) COMP.
002200     05  ACTLBLF                     PIC X(01).
002300     05  FILLER REDEFINES ACTLBLF.
002400         10  ACTLBLA                 PIC X(01).
002500     05  ACTLBLI                     PIC X(07).
002600     05  ACTNL                       PIC S9(04) COMP.
002700     05  ACTNF                       PIC X(01).
002800     05  FILLER REDEFINES ACTNF.
002900         10  ACTNA                   PIC X(01).
003000     05  ACTNI                       PIC X(01).
003100     05  ACTHLPL                     PIC S9(04) COMP.
003200     05  ACTHLPF                     PIC X(01).
003300     05  FILLER REDEFINES ACTHLPF.
003400         10  ACTHLPA                 PIC X(01).
003500     05  ACTHLPI                     PIC X(40).
003600     05  DCDLBLL                     PIC S9(04) COMP.
003700     05  DCDLBLF                     PIC X(01).
003800     05  FILLER REDEFINES DCDLBLF.
003900         10  DCDLBLA                 PIC X(01).
004000     05  DCDLBLI                     PIC X(10).
004100     05  DCODEL                      PIC S9(04) COMP.
004200     05  DCODEF                      PIC X(01).
004300     05  FILLER REDEFINES DCODEF.
004400         10  DCODEA                  PIC X(01).
004500     05  DCODEI                      PIC X(04).
004600     05  DNMLBLL                     PIC S9(04) COMP.
004700     05  DNMLBLF                     PIC X(01).
004800     05  FILLER REDEFINES DNMLBLF.
004900         10  DNMLBLA                 PIC X(01).
005000     05  DNMLBLI                     PIC X(10).
005100     05  DNAMEL                      PIC S9(04) COMP.
005200     05  DNAMEF                      PIC X(01).
005300     05  FILLER REDEFINES DNAMEF.
005400         10  DNAMEA                  PIC X(01).
005500     05  DNAMEI                      PIC X(20).
005600     05  DAULBLL                     PIC S9(04) COMP.
005700     05  DAULBLF                     PIC X(01).
005800     05  FILLER REDEFINES DAULBLF.
005900         10  DAULBLA                 PIC X(01).
006000     05  DAULBLI                     PIC X(11).
006100     05  DAUTHL                      PIC S9(04) COMP.
006200     05  DAUTHF                      PIC X(01).
006300     05  FILLER REDEFINES DAUTHF.
006400         10  DAUTHA                  PIC X(01).
006500     05  DAUTHI                      PIC X(05).
006600     05  MSGLL                       PIC S9(04) COMP.
006700     05  MSGLF                       PIC X(01).
006800     05  FILLER REDEFINES MSGLF.
006900         10  MSGLA                   PIC X(01).
007000     05  MSGLI                       PIC X(79).
007100     05  PFKLL                       PIC S9(04) COMP.
007200     05  PFKLF                       PIC X(01).
007300     05  FILLER REDEFINES PFKLF.
007400         10  PFKLA                   PIC X(01).
007500     05  PFKLI                       PIC X(79).
007600*
007700 01  WSDEPTSO REDEFINES WSDEPTSI.
007800     05  FILLER                      PIC X(12).
007900     05  FILLER                      PIC X(03).
008000     05  TITLE1O                     PIC X(32).
008100     05  FILLER                      PIC X(03).
008200     05  ACTLBLO                     PIC X(07).
008300     05  FILLER                      PIC X(03).
008400     05  ACTNO                       PIC X(01).
008500     05  FILLER                      PIC X(03).
008600     05  ACTHLPO                     PIC X(40).
008700     05  FILLER                      PIC X(03).
008800     05  DCDLBLO                     PIC X(10).
008900     05  FILLER                      PIC X(03).
009000     05  DCODEO                      PIC X(04).
009100     05  FILLER                      PIC X(03).
009200     05  DNMLBLO                     PIC X(10).
009300     05  FILLER                      PIC X(03).
009400     05  DNAMEO                      PIC X(20).
009500     05  FILLER                      PIC X(03).
009600     05  DAULBLO                     PIC X(11).
009700     05  FILLER                      PIC X(03).
009800     05  DAUTHO                      PIC X(05).
009900     05  FILLER                      PIC X(03).
010000     05  MSGLO                       PIC X(79).
010100     05  FILLER                      PIC X(03).
010200     05  PFKLO                       PIC X(79).
