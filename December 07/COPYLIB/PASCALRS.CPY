001240*                   CODE FOR A REQUEST THE HISTORY FILE SHOWS
001250*                   WAS ALREADY SATISFIED, SO THE QUEUE SYSTEM
001260*                   LEARNS A RESEND WAS NOT PROCESSED TWICE.
001270*  2026-10-15  KM   ADDED THE "BP" REASON CODE FOR A BINOMIAL
001280*                   REQUEST WHOSE SUCCESS PROBABILITY IS NOT
001290*                   NUMERIC OR IS GREATER THAN 1.
001292*  2026-10-15  KM   ADDED THE "X" RUN STATUS AND "EX" REASON
001294*                   CODE FOR A REQUEST WHOSE NEEDED-BY DATE HAD
001296*                   PASSED, AND THE "PR"/"ND" REASON CODES FOR A
001298*                   BAD PRIORITY CLASS OR NEEDED-BY DATE.
001300*****************************************************************
001400 01  PASCAL-RESPONSE-RECORD.
001500     05  PS-REQUEST-NUMBER          PIC 9(05).
002100         88  PS-STATUS-ERROR        VALUE "E".
002200         88  PS-STATUS-SKIPPED      VALUE "S".
002210         88  PS-STATUS-DUPLICATE    VALUE "D".
002220         88  PS-STATUS-EXPIRED      VALUE "X".
002300     05  PS-REASON-CODE             PIC X(02).
002400         88  PS-REASON-COMPLETED    VALUE "OK".
002500         88  PS-REASON-NOT-NUMERIC  VALUE "NN".
002710         88  PS-REASON-BAD-TYPE     VALUE "BT".
002720         88  PS-REASON-BAD-COLUMN   VALUE "BC".
002730         88  PS-REASON-DUPLICATE    VALUE "DP".
002735         88  PS-REASON-BAD-PROBABILITY VALUE "BP".
002736         88  PS-REASON-EXPIRED      VALUE "EX".
002737         88  PS-REASON-BAD-PRIORITY VALUE "PR".
002738         88  PS-REASON-BAD-NEEDED-BY VALUE "ND".
002740     05  PS-SOURCE-SYSTEM           PIC X(08).
002800     05  FILLER                     PIC X(06).
