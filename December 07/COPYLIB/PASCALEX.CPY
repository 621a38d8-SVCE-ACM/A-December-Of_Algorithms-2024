000700*  MODIFICATION HISTORY
000800*  YYYY-MM-DD  BY   DESCRIPTION
000900*  2026-08-09  KM   ORIGINAL - ACTUARIAL EXTRACT LAYOUT.
000910*  2026-10-15  KM   ADDED THE RESEND INDICATOR, RESEND COUNT AND
000920*                   RESEND DATE, FROM THE OLD FILLER, FOR THE
000930*                   RETRANSMISSIONS PascalAckRecon WRITES IN THIS
000940*                   LAYOUT.  ALL THREE ARE BLANK ON AN ORIGINAL
000950*                   SEND, SO THE EXTRACT ITSELF IS UNCHANGED.  A
000960*                   RESEND KEEPS THE ORIGINAL RUN DATE SO ITS
000970*                   ACKNOWLEDGMENT MATCHES THE RECORD FIRST SENT.
001000*****************************************************************
001100 01  PASCAL-EXTRACT-RECORD.
001200     05  PX-ROW-NUMBER              PIC 9(02).
001300     05  PX-COLUMN-NUMBER           PIC 9(02).
001400     05  PX-VALUE                   PIC 9(05).
001500     05  PX-RUN-DATE                PIC 9(08).
001600     05  PX-RESEND-INDICATOR        PIC X(01).
001610         88  PX-ORIGINAL-SEND       VALUE " ".
001620         88  PX-RESEND              VALUE "R".
001630     05  PX-RESEND-COUNT            PIC 9(02).
001640     05  PX-RESEND-DATE             PIC 9(08).
001650     05  FILLER                     PIC X(04).
001700
