000100*****************************************************************
000200*  PASCALSL.CPY
000300*  SERVICE-TARGET CONTROL RECORD FOR THE PascalTurnRpt
000400*  TURNAROUND REPORT.  ONE RECORD PER REQUESTING SOURCE SYSTEM
000500*  (THE PH-SOURCE-SYSTEM ON ITS PASCALIN HEADER) GIVING THE
000600*  NUMBER OF BUSINESS DAYS THE DEPARTMENT HAS BEEN PROMISED
000700*  FROM FILE CREATION TO COMPLETED DISPOSITION.  A "*DEFAULT"
000800*  RECORD, IF PRESENT, COVERS EVERY SOURCE SYSTEM NOT LISTED;
000900*  WITHOUT ONE, AN UNLISTED SOURCE IS REPORTED WITH NO TARGET
001000*  AND NEVER COUNTS AS A BREACH.
001100*
001200*  MODIFICATION HISTORY
001300*  YYYY-MM-DD  BY   DESCRIPTION
001400*  2026-10-15  KM   ORIGINAL - SERVICE-TARGET LAYOUT.
001500*****************************************************************
001600 01  PASCAL-SLA-RECORD.
001700     05  PSL-SOURCE-SYSTEM          PIC X(08).
001800         88  PSL-IS-DEFAULT         VALUE "*DEFAULT".
001900     05  PSL-TARGET-DAYS            PIC 9(03).
002000     05  FILLER                     PIC X(09).
