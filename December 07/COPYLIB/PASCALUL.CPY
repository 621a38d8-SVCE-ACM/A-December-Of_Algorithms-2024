000100*****************************************************************
000200*  PASCALUL.CPY
000300*  AUTHORIZED-USER CHANGE-LOG RECORD.  PascalUsrMnt APPENDS ONE
000400*  RECORD PER APPLIED ADD, CHANGE, OR DEACTIVATION OF A
000500*  PASCALUSR RECORD: WHO MADE THE CHANGE, WHEN, TO WHICH
000600*  USERID, AND THE ALLOWED MODES AND ACTIVE FLAG BEFORE AND
000700*  AFTER.  THE BEFORE IMAGE OF AN ADD IS SPACES.
000800*
000900*  MODIFICATION HISTORY
001000*  YYYY-MM-DD  BY   DESCRIPTION
001100*  2026-10-15  KM   ORIGINAL - USER CHANGE-LOG LAYOUT.
001200*****************************************************************
001300 01  PASCAL-USER-CHANGE-RECORD.
001400     05  PUL-CHANGE-DATE            PIC 9(08).
001500     05  PUL-CHANGE-TIME            PIC 9(08).
001600     05  PUL-CHANGED-BY             PIC X(08).
001700     05  PUL-JOBNAME                PIC X(08).
001800     05  PUL-TRAN-CODE              PIC X(01).
001900     05  PUL-USERID                 PIC X(08).
002000     05  PUL-BEFORE-IMAGE.
002100         10  PUL-BEFORE-MODES       PIC X(02).
002200         10  PUL-BEFORE-FLAG        PIC X(01).
002300     05  PUL-AFTER-IMAGE.
002400         10  PUL-AFTER-MODES        PIC X(02).
002500         10  PUL-AFTER-FLAG         PIC X(01).
002600     05  FILLER                     PIC X(09).
