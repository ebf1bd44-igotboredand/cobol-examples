000100******************************************************************
000200* WSAPPRS.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET WSAPPRS, MAP WSAPRM.
000500*
000600* THIS COPYBOOK WOULD NORMALLY BE GENERATED BY ASSEMBLING
000700* WSAPPRV.BMS WITH THE DSECT/COBOL SYMBOLIC-MAP OPTION.  IT IS
000800* HAND-MAINTAINED HERE TO MATCH WSAPPRV.BMS FIELD FOR FIELD -
000900* KEEP THE TWO IN STEP IF THE MAP LAYOUT CHANGES.  THE OUTPUT
001000* REDEFINITION CARRIES THE EIGHT LIST ROWS AS AN OCCURS TABLE
001100* SO THE PROGRAM CAN FILL THEM BY SUBSCRIPT.
001200*
001300* MODIFICATION HISTORY.
001400*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  WSAPPRSI.
001700     05  FILLER                      PIC X(12).
001800     05  TITLE1L                     PIC S9(04) COMP.
001900     05  TITLE1F                     PIC X(01).
002000     05  FILLER REDEFINES TITLE1F.
002100         10  TITLE1A                 PIC X(01).
002200     05  TITLE1I                     PIC X(23).
002300     05  SELLBLL                     PIC S9(04) COMP.
002400     05  SELLBLF                     PIC X(01).
002500     05  FILLER REDEFINES SELLBLF.
002600         10  SELLBLA                 PIC X(01).
002700     05  SELLBLI                     PIC X(11).
002800     05  SELROWL                     PIC S9(04) COMP.
002900     05  SELROWF                     PIC X(01).
003000     05  FILLER REDEFINES SELROWF.
003100         10  SELROWA                 PIC X(01).
003200     05  SELROWI                     PIC X(02).
003300     05  HDGL                        PIC S9(04) COMP.
003400     05  HDGF                        PIC X(01).
003500     05  FILLER REDEFINES HDGF.
003600         10  HDGA                    PIC X(01).
003700     05  HDGI                        PIC X(58).
003800     05  APR-ROW-FIELDS.
003900         10  APR-ROW-FIELD OCCURS 8 TIMES.
004000             15  APRROWL             PIC S9(04) COMP.
004100             15  APRROWF             PIC X(01).
004200             15  APRROWI             PIC X(58).
004300     05  DETL1L                      PIC S9(04) COMP.
004400     05  DETL1F                      PIC X(01).
004500     05  FILLER REDEFINES DETL1F.
004600         10  DETL1A                  PIC X(01).
004700     05  DETL1I                      PIC X(79).
004800     05  DETHDGL                     PIC S9(04) COMP.
004900     05  DETHDGF                     PIC X(01).
005000     05  FILLER REDEFINES DETHDGF.
005100         10  DETHDGA                 PIC X(01).
005200     05  DETHDGI                     PIC X(40).
005300     05  DETBL                       PIC S9(04) COMP.
005400     05  DETBF                       PIC X(01).
005500     05  FILLER REDEFINES DETBF.
005600         10  DETBA                   PIC X(01).
005700     05  DETBI                       PIC X(40).
005800     05  DETAL                       PIC S9(04) COMP.
005900     05  DETAF                       PIC X(01).
006000     05  FILLER REDEFINES DETAF.
006100         10  DETAA                   PIC X(01).
006200     05  DETAI                       PIC X(40).
006300     05  ACTLBLL                     PIC S9(04) COMP.
006400     05  ACTLBLF                     PIC X(01).
006500     05  FILLER REDEFINES ACTLBLF.
006600         10  ACTLBLA                 PIC X(01).
006700     05  ACTLBLI                     PIC X(13).
006800     05  ACTNL                       PIC S9(04) COMP.
006900     05  ACTNF                       PIC X(01).
007000     05  FILLER REDEFINES ACTNF.
007100         10  ACTNA                   PIC X(01).
007200     05  ACTNI                       PIC X(01).
007300     05  RSNLBLL                     PIC S9(04) COMP.
007400     05  RSNLBLF                     PIC X(01).
007500     05  FILLER REDEFINES RSNLBLF.
007600         10  RSNLBLA                 PIC X(01).
007700     05  RSNLBLI                     PIC X(07).
007800     05  RSNL                        PIC S9(04) COMP.
007900     05  RSNF                        PIC X(01).
008000     05  FILLER REDEFINES RSNF.
008100         10  RSNA                    PIC X(01).
008200     05  RSNI                        PIC X(40).
008300     05  MSGLL                       PIC S9(04) COMP.
008400     05  MSGLF                       PIC X(01).
008500     05  FILLER REDEFINES MSGLF.
008600         10  MSGLA                   PIC X(01).
008700     05  MSGLI                       PIC X(79).
008800     05  PFKLL                       PIC S9(04) COMP.
008900     05  PFKLF                       PIC X(01).
009000     05  FILLER REDEFINES PFKLF.
009100         10  PFKLA                   PIC X(01).
009200     05  PFKLI                       PIC X(79).
009300*
009400 01  WSAPPRSO REDEFINES WSAPPRSI.
009500     05  FILLER                      PIC X(12).
009600     05  FILLER                      PIC X(03).
009700     05  TITLE1O                     PIC X(23).
009800     05  FILLER                      PIC X(03).
009900     05  SELLBLO                     PIC X(11).
010000     05  FILLER                      PIC X(03).
010100     05  SELROWO                     PIC X(02).
010200     05  FILLER                      PIC X(03).
010300     05  HDGO                        PIC X(58).
010400     05  APR-ROW-AREA.
010500         10  APR-ROW-ENTRY OCCURS 8 TIMES.
010600             15  FILLER              PIC X(03).
010700             15  APRROWO             PIC X(58).
010800     05  FILLER                      PIC X(03).
010900     05  DETL1O                      PIC X(79).
011000     05  FILLER                      PIC X(03).
011100     05  DETHDGO                     PIC X(40).
011200     05  FILLER                      PIC X(03).
011300     05  DETBO                       PIC X(40).
011400     05  FILLER                      PIC X(03).
011500     05  DETAO                       PIC X(40).
011600     05  FILLER                      PIC X(03).
011700     05  ACTLBLO                     PIC X(13).
011800     05  FILLER                      PIC X(03).
011900     05  ACTNO                       PIC X(01).
012000     05  FILLER                      PIC X(03).
012100     05  RSNLBLO                     PIC X(07).
012200     05  FILLER                      PIC X(03).
012300     05  RSNO                        PIC X(40).
012400     05  FILLER                      PIC X(03).
012500     05  MSGLO                       PIC X(79).
012600     05  FILLER                      PIC X(03).
012700     05  PFKLO                       PIC X(79).
