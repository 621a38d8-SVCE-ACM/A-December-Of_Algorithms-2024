000100*****************************************************************
000200*  PASCALUT.CPY
000300*  AUTHORIZED-USER MAINTENANCE TRANSACTION, READ BY
000400*  PascalUsrMnt.  ONE RECORD PER ACTION AGAINST THE PASCALUSR
000500*  FILE:
000600*      "A"  ADD A NEW USERID WITH ITS ALLOWED MODES (ACTIVE)
000700*      "C"  CHANGE THE ALLOWED MODES AND/OR THE ACTIVE FLAG;
000800*           A BLANK FIELD IS LEFT AS IT IS ON FILE
000900*      "D"  DEACTIVATE THE USERID (THE RECORD IS KEPT, FLAGGED
001000*           "I", SO ITS HISTORY STAYS ON THE FILE)
001100*      "L"  LIST ONE USERID, OR THE WHOLE FILE WHEN THE
001200*           USERID IS BLANK
001300*
001400*  MODIFICATION HISTORY
001500*  YYYY-MM-DD  BY   DESCRIPTION
001600*  2026-10-15  KM   ORIGINAL - USER-MAINTENANCE TRANSACTION.
001700*****************************************************************
001800 01  PASCAL-USER-TRANSACTION.
001900     05  PUT-TRAN-CODE              PIC X(01).
002000         88  PUT-ADD                VALUE "A".
002100         88  PUT-CHANGE             VALUE "C".
002200         88  PUT-DEACTIVATE         VALUE "D".
002300         88  PUT-LIST               VALUE "L".
002400     05  PUT-USERID                 PIC X(08).
002500     05  PUT-ALLOWED-MODES          PIC X(02).
002600     05  PUT-ACTIVE-FLAG            PIC X(01).
002700     05  FILLER                     PIC X(08).
