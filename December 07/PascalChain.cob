000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PascalChain.
000300 AUTHOR. KISHORE MURUGANANTHAM.
000400 INSTALLATION. SVCE-ACM DECEMBER-OF-ALGORITHMS.
000500 DATE-WRITTEN. 15-OCT-2026.
000600 DATE-COMPILED.
000700
000800*****************************************************************
000900*  AUDIT-CHAIN CHECK VALUE.  EVERY PASCALAUD RECORD CARRIES A
001000*  CHAIN VALUE FOLDED FROM THE PREVIOUS RECORD'S CHAIN VALUE
001100*  AND THE BYTES OF THE RECORD ITSELF, UP TO AND INCLUDING ITS
001200*  AUDIT SEQUENCE NUMBER.  CHANGE ONE BYTE OF ANY RECORD, OR
001300*  DROP OR INSERT A RECORD, AND THE CHAIN NO LONGER RECOMPUTES
001400*  FROM THAT POINT ON.  PascalTriangle CALLS THIS AS IT WRITES
001500*  EACH RECORD; PascalAudVfy CALLS IT AGAIN TO CHECK THEM.  ONE
001600*  COPY OF THE ARITHMETIC MEANS THE TWO CAN NEVER DISAGREE.
001700*
001800*  THE FOLD IS  CHAIN = (CHAIN * 31 + BYTE + 1) MOD 999999937
001900*  OVER EACH BYTE IN TURN, STARTING FROM THE PRIOR CHAIN VALUE
002000*  (ZERO FOR THE FIRST RECORD EVER WRITTEN).  999999937 IS THE
002100*  LARGEST PRIME THAT FITS THE 9-DIGIT CHAIN FIELD.
002200*
002300*  MODIFICATION HISTORY
002400*  YYYY-MM-DD  BY   DESCRIPTION
002500*  2026-10-15  KM   ORIGINAL - AUDIT-CHAIN FOLD SHARED BY THE
002600*                   WRITER AND THE CHAIN VERIFIER.
002700*****************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400*    THE BYTES FOLDED: PA-RUN-DATE THROUGH PA-AUDIT-SEQ-NBR.
003500*    THE CHAIN VALUE ITSELF AND THE TRAILING FILLER ARE NOT.
003600 77  PCH-CHAINED-BYTES              PIC 9(02) VALUE 58.
003700 77  PCH-MODULUS                    PIC 9(09) VALUE 999999937.
003800 77  PCH-I                          PIC 9(02) COMP.
003900 77  PCH-WORK                       PIC 9(11) VALUE 0.
004000 77  PCH-QUOT                       PIC 9(11) VALUE 0.
004100 77  PCH-CHAIN                      PIC 9(09) VALUE 0.
004200*    ONE RECORD BYTE LANDS IN THE LOW HALF OF A HALFWORD WHOSE
004300*    HIGH HALF IS LOW-VALUES, SO THE BINARY VIEW IS ITS CODE.
004400 01  PCH-BYTE-WORK.
004500     05  PCH-BYTE-HIGH              PIC X(01) VALUE LOW-VALUES.
004600     05  PCH-BYTE-LOW               PIC X(01) VALUE LOW-VALUES.
004700 01  PCH-BYTE-VALUE REDEFINES PCH-BYTE-WORK
004800                                    PIC 9(04) COMP.
004900
005000 LINKAGE SECTION.
005100 01  PCH-PRIOR-CHAIN                PIC 9(09).
005200 COPY PASCALAU
005300     REPLACING PASCAL-AUDIT-RECORD BY PCH-AUDIT-RECORD
005400               LEADING ==PA-== BY ==PCHA-==.
005500 01  PCH-CHAIN-VALUE                PIC 9(09).
005600
005700*****************************************************************
005800*  PROCEDURE DIVISION
005900*****************************************************************
006000 PROCEDURE DIVISION USING PCH-PRIOR-CHAIN PCH-AUDIT-RECORD
006100                           PCH-CHAIN-VALUE.
006200
006300*-----------------------------------------------------------*
006400*  0000-MAINLINE - FOLD EACH CHAINED BYTE INTO THE PRIOR     *
006500*  CHAIN VALUE AND HAND BACK THE RESULT.                     *
006600*-----------------------------------------------------------*
006700 0000-MAINLINE.
006800     MOVE PCH-PRIOR-CHAIN TO PCH-CHAIN.
006900     PERFORM 1000-FOLD-BYTE THRU 1000-EXIT
007000         VARYING PCH-I FROM 1 BY 1
007100         UNTIL PCH-I > PCH-CHAINED-BYTES.
007200     MOVE PCH-CHAIN TO PCH-CHAIN-VALUE.
007300 0000-EXIT.
007400     EXIT PROGRAM.
007500
007600 1000-FOLD-BYTE.
007700     MOVE PCH-AUDIT-RECORD(PCH-I:1) TO PCH-BYTE-LOW.
007800     COMPUTE PCH-WORK = PCH-CHAIN * 31 + PCH-BYTE-VALUE + 1.
007900     DIVIDE PCH-WORK BY PCH-MODULUS
008000         GIVING PCH-QUOT REMAINDER PCH-CHAIN.
008100 1000-EXIT.
008200     EXIT.
