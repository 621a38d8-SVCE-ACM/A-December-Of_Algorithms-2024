000100*****************************************************************
000200*  PASCALIQ.CPY
000300*  REQUEST-INQUIRY LIST RECORD.  ONE LINE PER REQUEST NUMBER A
000400*  DEPARTMENT HAS ASKED AFTER, FED TO PascalReqInq IN LIST MODE.
000500*  THE SOURCE SYSTEM IS OPTIONAL - BLANK TRACES THE NUMBER UNDER
000600*  EVERY SOURCE SYSTEM.  THE ASKED-BY TEXT IS FREE FORM AND IS
000700*  ONLY ECHOED ON THE PRINTED STATUS SO THE PAGE CAN BE SENT
000800*  BACK TO WHOEVER ASKED.
000900*
001000*  MODIFICATION HISTORY
001100*  YYYY-MM-DD  BY   DESCRIPTION
001200*  2026-10-15  KM   ORIGINAL - REQUEST-INQUIRY LIST LAYOUT.
001300*****************************************************************
001400 01  PASCAL-INQUIRY-RECORD.
001500     05  PIQ-REQUEST-NUMBER         PIC X(05).
001600     05  PIQ-REQUEST-NUMBER-NUM REDEFINES PIQ-REQUEST-NUMBER
001700                                    PIC 9(05).
001800     05  FILLER                     PIC X(01).
001900     05  PIQ-SOURCE-SYSTEM          PIC X(08).
002000     05  FILLER                     PIC X(01).
002100     05  PIQ-ASKED-BY               PIC X(20).
002200     05  FILLER                     PIC X(05).
