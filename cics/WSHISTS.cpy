000100******************************************************************
000200* WSHISTS.CPY
000300*
000400* SYMBOLIC MAP FOR MAPSET WSHISTS, MAP WSHSTM.
000500*
000600* THIS COPYBOOK WOULD NORMALLY BE GENERATED BY ASSEMBLING
000700* WSHIST.BMS WITH THE DSECT/COBOL SYMBOLIC-MAP OPTION.  IT IS
000800* HAND-MAINTAINED HERE TO MATCH WSHIST.BMS FIELD FOR FIELD -
000900* KEEP THE TWO IN STEP IF THE MAP LAYOUT CHANGES.  THE OUTPUT
001000* REDEFINITION CARRIES THE FOURTEEN TIMELINE ROWS AS AN OCCURS
001100* TABLE SO THE PROGRAM CAN FILL THEM BY SUBSCRIPT.
001200*
001300* MODIFICATION HISTORY.
001400*     2026-10-15  DLW  ORIGINAL COPYBOOK.
001500******************************************************************
001600 01  WSHISTSI.
001700     05  FILLER                      PIC X(12).
001800     05  TITLE1L                     PIC S9(04) COMP.
001900     05  TITLE1F                     PIC X(01).
002000     05  FILLER REDEFINES TITLE1F.
002100         10  TITLE1A                 PIC X(01).
002200     05  TITLE1I                     PIC X(24).
002300     05  EMPLBLL                     PIC S9(04) COMP.
002400     05  EMPLBLF                     PIC X(01).
002500     05  FILLER REDEFINES EMPLBLF.
002600         10  EMPLBLA                 PIC X(01).
002700     05  EMPLBLI                     PIC X(12).
002800     05  EMPIDL                      PIC S9(04) COMP.
002900     05  EMPIDF                      PIC X(01).
003000     05  FILLER REDEFINES EMPIDF.
003100         10  EMPIDA                  PIC X(01).
003200     05  EMPIDI                      PIC X(05).
003300     05  EMPNML                      PIC S9(04) COMP.
003400     05  EMPNMF                      PIC X(01).
003500     05  FILLER REDEFINES EMPNMF.
003600         10  EMPNMA                  PIC X(01).
003700     05  EMPNMI                      PIC X(79).
003800     05  HDGL                        PIC S9(04) COMP.
003900     05  HDGF                        PIC X(01).
004000     05  FILLER REDEFINES HDGF.
004100         10  HDGA                    PIC X(01).
004200     05  HDGI                        PIC X(79).
004300     05  HST-ROW-FIELDS.
004400         10  HST-ROW-FIELD OCCURS 14 TIMES.
004500             15  HSTROWL             PIC S9(04) COMP.
004600             15  HSTROWF             PIC X(01).
004700             15  HSTROWI             PIC X(79).
004800     05  MSGLL                       PIC S9(04) COMP.
004900     05  MSGLF                       PIC X(01).
005000     05  FILLER REDEFINES MSGLF.
005100         10  MSGLA                   PIC X(01).
005200     05  MSGLI                       PIC X(79).
005300     05  PFKLL                       PIC S9(04) COMP.
005400     05  PFKLF                       PIC X(01).
005500     05  FILLER REDEFINES PFKLF.
005600         10  PFKLA                   PIC X(01).
005700     05  PFKLI                       PIC X(79).
005800*
005900 01  WSHISTSO REDEFINES WSHISTSI.
006000     05  FILLER                      PIC X(12).
006100     05  FILLER                      PIC X(03).
006200     05  TITLE1O                     PIC X(24).
006300     05  FILLER                      PIC X(03).
006400     05  EMPLBLO                     PIC X(12).
006500     05  FILLER                      PIC X(03).
006600     05  EMPIDO                      PIC X(05).
006700     05  FILLER                      PIC X(03).
006800     05  EMPNMO                      PIC X(79).
006900     05  FILLER                      PIC X(03).
007000     05  HDGO                        PIC X(79).
007100     05  HST-ROW-AREA.
007200         10  HST-ROW-ENTRY OCCURS 14 TIMES.
007300             15  FILLER              PIC X(03).
007400             15  HSTROWO             PIC X(79).
007500     05  FILLER                      PIC X(03).
007600     05  MSGLO                       PIC X(79).
007700     05  FILLER                      PIC X(03).
007800     05  PFKLO                       PIC X(79).
