000960*                   INTERACTIVE SESSION) AND THE REQUEST TYPE,
000970*                   SO FINANCE CAN CHARGE USAGE BACK TO THE
000980*                   DEPARTMENT THAT SUBMITTED IT.
000982*  2026-10-15  KM   ADDED THE "X" (EXPIRED) RUN STATUS FOR A
000984*                   REQUEST WHOSE NEEDED-BY DATE HAD PASSED ON
000986*                   THE BUSINESS DATE IT CAME UP FOR PROCESSING.
000987*  2026-10-15  KM   THE OLD FILLER NOW CARRIES A PERMANENT AUDIT
000988*                   SEQUENCE NUMBER AND A CHAIN VALUE FOLDED
000989*                   FROM THE PRIOR RECORD'S CHAIN AND THIS
000990*                   RECORD (SEE PascalChain), SO A DELETED,
000991*                   INSERTED, OR ALTERED RECORD SHOWS ON THE
000992*                   PascalAudVfy CHAIN CHECK.  THE RECORD GROWS
000993*                   TO 80 BYTES; OLDER RECORDS READ BLANK HERE.
001000*****************************************************************
001100 01  PASCAL-AUDIT-RECORD.
001200     05  PA-RUN-DATE                PIC 9(08).
002100         88  PA-STATUS-SKIPPED      VALUE "S".
002110         88  PA-STATUS-DUPLICATE    VALUE "D".
002115         88  PA-STATUS-VIOLATION    VALUE "V".
002117         88  PA-STATUS-EXPIRED      VALUE "X".
002120     05  PA-SOURCE-SYSTEM           PIC X(08).
002130     05  PA-REQUEST-TYPE            PIC X(01).
002200     05  PA-AUDIT-SEQ-NBR           PIC 9(09).
002210     05  PA-CHAIN-VALUE             PIC 9(09).
002220     05  FILLER                     PIC X(13).
002300
