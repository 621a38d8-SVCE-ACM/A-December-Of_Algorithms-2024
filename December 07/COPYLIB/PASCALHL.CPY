000100*****************************************************************
000200*  PASCALHL.CPY
000300*  HOLIDAY-LIST RECORD FOR THE PascalCalUtl CALENDAR UTILITY.
000400*  ONE RECORD PER NON-BUSINESS WEEKDAY THE SHOP OBSERVES.
000500*  GENERATE LEAVES THESE DAYS OUT OF THE YEAR'S "D" RECORDS
000600*  AND VALIDATE DOES NOT REPORT THEM AS GAPS.  A HOLIDAY THAT
000700*  FALLS ON A WEEKEND HAS NO EFFECT.
000800*
000900*  MODIFICATION HISTORY
001000*  YYYY-MM-DD  BY   DESCRIPTION
001100*  2026-10-15  KM   ORIGINAL - HOLIDAY-LIST LAYOUT.
001200*****************************************************************
001300 01  PASCAL-HOLIDAY-RECORD.
001400     05  PHL-HOLIDAY-DATE           PIC 9(08).
001500     05  PHL-HOLIDAY-NAME           PIC X(20).
001600     05  FILLER                     PIC X(04).
