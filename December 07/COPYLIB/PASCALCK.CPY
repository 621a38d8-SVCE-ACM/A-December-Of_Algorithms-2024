000920*                   EACH INTRADAY CYCLE CARRIES ITS OWN
000930*                   HIGH-WATER MARK - A RESTART OF CYCLE 2
000940*                   CAN NEVER SKIP WORK OFF CYCLE 1'S MARK.
000950*  2026-10-15  KM   REQUESTS NOW RUN IN PRIORITY ORDER, NOT
000960*                   REQUEST-NUMBER ORDER, SO THE MARK ALSO
000970*                   CARRIES THE POSITION OF THE LAST COMPLETED
000980*                   REQUEST IN THE CYCLE'S PROCESSING SEQUENCE;
000990*                   A RESTART SKIPS BY POSITION.
000991*  2026-10-15  KM   ALTERNATE VIEW FOR THE AUDIT-CHAIN CONTROL
000992*                   RECORD (JOB ID PASCALAU, CYCLE 00) - THE
000993*                   LAST AUDIT SEQUENCE NUMBER AND CHAIN VALUE
000994*                   WRITTEN, SO EACH RUN CONTINUES THE PASCALAUD
000995*                   CHAIN WHERE THE LAST ONE LEFT IT.
001000*****************************************************************
001100 01  PASCAL-CHECKPOINT-RECORD.
001150     05  PCK-KEY.
001300     05  PCK-LAST-REQUEST-NBR       PIC 9(05).
001400     05  PCK-CHECKPOINT-DATE        PIC 9(08).
001500     05  PCK-CHECKPOINT-TIME        PIC 9(08).
001550     05  PCK-LAST-SEQUENCE-NBR      PIC 9(05).
001600     05  FILLER                     PIC X(05).
001610*    AUDIT-CHAIN CONTROL RECORD - SAME KEY, SAME LENGTH.
001620 01  PASCAL-CHAIN-CHECKPOINT-RECORD.
001630     05  PCC-KEY.
001640         10  PCC-JOB-ID             PIC X(08).
001650         10  PCC-CYCLE-NBR          PIC 9(02).
001660     05  PCC-LAST-AUDIT-SEQ         PIC 9(09).
001670     05  PCC-LAST-CHAIN-VALUE       PIC 9(09).
001680     05  PCC-CHECKPOINT-DATE        PIC 9(08).
001690     05  FILLER                     PIC X(05).
001700
