001196*                       THE SAME PHYSICAL REPORT; TAKEN OUT OF THE
001197*                       TRAILING FILLER SO THE RECORD LENGTH IS
001198*                       UNCHANGED.
001199*     2026-10-15  DLW  ADDED ON-LEAVE AND READ COUNTS - LRECL 60.
001200******************************************************************
001300 01  CHECKPOINT-RECORD.
001400     05  CKPT-RUN-ID                 PIC X(08).
001650     05  CKPT-RECORDS-REJECTED       PIC 9(07).
001680     05  CKPT-PAGE-COUNT             PIC 9(04).
001690     05  CKPT-RECORDS-TERMINATED     PIC 9(07).
001692     05  CKPT-RECORDS-ON-LEAVE       PIC 9(07).
001694     05  CKPT-RECORDS-READ           PIC 9(07).
001700     05  FILLER                      PIC X(08).
