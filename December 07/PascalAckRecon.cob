001400*  EXCEPTIONS REPORT TO PASCALKR:
001500*      - EXTRACT RECORDS NEVER ACKNOWLEDGED, AGED IN DAYS
001600*      - ACKNOWLEDGMENTS FOR RECORDS WE NEVER SENT
001610*      - RETRANSMISSIONS: EVERY UNACKNOWLEDGED RECORD NOT SENT
001620*        FOR LONGER THAN THE RESEND THRESHOLD IS CHECKED AGAINST
001630*        PASCALIDX AND WRITTEN AGAIN, IN THE PASCALEXT LAYOUT
001640*        WITH ITS RESEND COUNT STEPPED UP, TO PASCALXM - LISTED
001650*        HERE WITH CONTROL TOTALS SO THE NEXT PASCALAK CAN BE
001660*        SEEN TO CONFIRM IT
001670*      - ESCALATIONS: RECORDS ALREADY RESENT THE MAXIMUM NUMBER
001680*        OF TIMES, OR WHOSE VALUE DOES NOT AGREE WITH PASCALIDX,
001690*        WHICH ARE NOT SENT AGAIN AND NEED SOMEONE TO CHASE THEM
001700*  SO A SILENT LOAD FAILURE ON THEIR SIDE SURFACES THE NEXT
001800*  MORNING INSTEAD OF AT QUARTER END.
001808*
001816*  OPERATIONS CONCATENATES THE EARLIER PASCALXM GENERATIONS
001824*  BEHIND PASCALEX, ORIGINALS FIRST.  A RESEND READ BACK IS
001832*  PAIRED WITH THE ORIGINAL IT REPEATS, SO EACH RECORD CARRIES
001840*  ITS RESEND COUNT AND THE DATE IT WAS LAST SENT, AND AN
001848*  ACKNOWLEDGMENT OF A RESENT RECORD IS LISTED AS CONFIRMED.
001856*
001864*  RUN PARM (OPTIONAL):  RESEND-AFTER [MAXIMUM-RESENDS]
001872*      RESEND A RECORD ONCE IT HAS GONE UNACKNOWLEDGED FOR MORE
001880*      THAN RESEND-AFTER DAYS SINCE IT WAS LAST SENT (DEFAULT
001888*      2), AND AT MOST MAXIMUM-RESENDS TIMES (DEFAULT 3).  A BAD
001896*      PARM STILL RECONCILES BUT RETRANSMITS NOTHING.
001900*
002000*  MODIFICATION HISTORY
002100*  YYYY-MM-DD  BY   DESCRIPTION
002101*  2026-10-15  KM   RETRANSMISSION OF UNACKNOWLEDGED EXTRACT
002102*                   RECORDS TO PASCALXM, CROSS-CHECKED AGAINST
002103*                   PASCALIDX, WITH A CONTROL LISTING, A RESEND
002104*                   LIMIT, AN ESCALATION SECTION, AND
002105*                   CONFIRMATION OF RESENDS ACKNOWLEDGED.
002110*  2026-09-02  KM   UNACKNOWLEDGED EXTRACTS NOW AGE IN
002120*                   BUSINESS DAYS FROM THE PASCALCAL
002130*                   PROCESSING CALENDAR, SO A WEEKEND NO
004360         ORGANIZATION IS LINE SEQUENTIAL
004370         FILE STATUS IS PAK-CAL-STATUS.
004380
004381*--------------------------------------------------------------*
004382*  PERSISTED TRIANGLE VALUES - A RESEND IS CHECKED AGAINST THE  *
004383*  VALUE ON FILE BEFORE IT GOES OUT.                            *
004384*--------------------------------------------------------------*
004385     SELECT PASCALIDX ASSIGN TO PASCALIX
004386         ORGANIZATION IS INDEXED
004387         ACCESS MODE IS DYNAMIC
004388         RECORD KEY IS PIX-KEY
004389         FILE STATUS IS PAK-IDX-STATUS.
004390
004391*--------------------------------------------------------------*
004392*  RETRANSMISSION FILE, IN THE PASCALEXT LAYOUT.                *
004393*--------------------------------------------------------------*
004394     SELECT PASCALXMT ASSIGN TO PASCALXM
004395         ORGANIZATION IS LINE SEQUENTIAL
004396         FILE STATUS IS PAK-XMT-STATUS.
004397
004400*--------------------------------------------------------------*
004500*  PRINTED EXCEPTIONS REPORT.                                   *
004600*--------------------------------------------------------------*
006120     RECORDING MODE IS F.
006130 COPY PASCALCA.
006140
006147 FD  PASCALIDX.
006154 COPY PASCALIX.
006161
006168 FD  PASCALXMT
006175     RECORDING MODE IS F.
006182 COPY PASCALEX
006189     REPLACING PASCAL-EXTRACT-RECORD BY PASCAL-RESEND-RECORD
006196               LEADING ==PX-== BY ==PXR-==.
006197
006200 FD  PASCALKRP
006300     RECORDING MODE IS F.
006400 COPY PASCALRT.
007200     05  PAK-EXT-STATUS             PIC X(02) VALUE "00".
007300     05  PAK-ACK-STATUS             PIC X(02) VALUE "00".
007350     05  PAK-CAL-STATUS             PIC X(02) VALUE "00".
007360     05  PAK-IDX-STATUS             PIC X(02) VALUE "00".
007370     05  PAK-XMT-STATUS             PIC X(02) VALUE "00".
007400     05  PAK-RPT-STATUS             PIC X(02) VALUE "00".
007500
007600*--------------------------------------------------------------*
008720         88  PAK-CAL-EOF            VALUE "Y".
008730     05  PAK-CAL-SWITCH             PIC X(01) VALUE "N".
008740         88  PAK-CAL-LOADED         VALUE "Y".
008748     05  PAK-PARM-OK-SWITCH         PIC X(01) VALUE "Y".
008756         88  PAK-PARM-OK            VALUE "Y".
008764         88  PAK-PARM-BAD           VALUE "N".
008772     05  PAK-IDX-OPEN-SWITCH        PIC X(01) VALUE "N".
008780         88  PAK-IDX-FILE-OPEN      VALUE "Y".
008788     05  PAK-XMT-OPEN-SWITCH        PIC X(01) VALUE "N".
008796         88  PAK-XMT-FILE-OPEN      VALUE "Y".
008800
008900*--------------------------------------------------------------*
009000*  EXTRACT TABLE.  ONE ENTRY PER PASCALEXT RECORD; THE MATCH    *
009800         10  PAK-EXT-COL            PIC 9(02).
009900         10  PAK-EXT-RUN-DATE       PIC 9(08).
010000         10  PAK-EXT-MATCHED        PIC X(01).
010003         10  PAK-EXT-VALUE          PIC 9(05).
010006         10  PAK-EXT-RESENDS        PIC 9(02).
010009         10  PAK-EXT-LAST-SENT      PIC 9(08).
010012         10  PAK-EXT-IDX-VALUE      PIC 9(05).
010015         10  PAK-EXT-ACTION         PIC X(01).
010018             88  PAK-ACT-WAIT       VALUE "W".
010021             88  PAK-ACT-RESEND     VALUE "R".
010024             88  PAK-ACT-LIMIT      VALUE "L".
010027             88  PAK-ACT-NOT-ON-IDX VALUE "N".
010030             88  PAK-ACT-VALUE-DIFF VALUE "V".
010033             88  PAK-ACT-IDX-DOWN   VALUE "U".
010036             88  PAK-ACT-XMT-DOWN   VALUE "X".
010039             88  PAK-ACT-ESCALATED  VALUE "L", "N", "V", "U", "X".
010042
010045*--------------------------------------------------------------*
010048*  RETRANSMISSION LIMITS, OVERRIDDEN FROM THE RUN PARM.  THE    *
010051*  THRESHOLD IS IN BUSINESS DAYS WHEN PASCALCAL IS LOADED AND   *
010054*  IN CALENDAR DAYS WHEN IT IS NOT, THE SAME AS THE AGING.      *
010057*--------------------------------------------------------------*
010060 77  PAK-RESEND-AFTER               PIC 9(03) VALUE 2.
010063 77  PAK-MAX-RESENDS                PIC 9(02) VALUE 3.
010066 01  PAK-PARM-LINE                  PIC X(80).
010069 01  PAK-PARM-FIELDS.
010072     05  PAK-PARM-AFTER             PIC X(03).
010075     05  PAK-PARM-MAX               PIC X(02).
010100
010200*--------------------------------------------------------------*
010300*  RUN COUNTERS AND WORK AREAS.                                 *
010800 77  PAK-UNACKED-COUNT              PIC 9(07) COMP VALUE 0.
010900 77  PAK-ORPHAN-COUNT               PIC 9(07) COMP VALUE 0.
011000 77  PAK-OVERFLOW-COUNT             PIC 9(07) COMP VALUE 0.
011010 77  PAK-RESEND-READ-COUNT          PIC 9(07) COMP VALUE 0.
011020 77  PAK-CONFIRMED-COUNT            PIC 9(07) COMP VALUE 0.
011030 77  PAK-RESENT-COUNT               PIC 9(07) COMP VALUE 0.
011040 77  PAK-LIMIT-COUNT                PIC 9(07) COMP VALUE 0.
011050 77  PAK-HELD-COUNT                 PIC 9(07) COMP VALUE 0.
011060 77  PAK-XMT-ERRORS                 PIC 9(07) COMP VALUE 0.
011070 77  PAK-RESENT-HASH                PIC 9(09) VALUE 0.
011080 77  PAK-DUP-ACK-COUNT              PIC 9(07) COMP VALUE 0.
011100 77  PAK-T                          PIC 9(05) COMP.
011200 77  PAK-FOUND-SUB                  PIC 9(05) COMP.
011300 77  PAK-RUN-DATE                   PIC 9(08) VALUE 0.
011400 77  PAK-AGE-DAYS                   PIC S9(05) VALUE 0.
011500 77  PAK-TODAY-DAYS                 PIC 9(07) VALUE 0.
011600 77  PAK-RECORD-DAYS                PIC 9(07) VALUE 0.
011601 77  PAK-AGE-FROM-DATE              PIC 9(08) VALUE 0.
011602 77  PAK-RESEND-DATE                PIC 9(08) VALUE 0.
011603 77  PAK-NEW-RESENDS                PIC 9(02) VALUE 0.
011604 77  PAK-NEW-LAST-SENT              PIC 9(08) VALUE 0.
011605 77  PAK-PRIOR-RESENDS              PIC 9(02) VALUE 0.
011609 77  PAK-IDX-VALUE-ED               PIC ZZZZ9.
011610
011620*--------------------------------------------------------------*
011630*  PROCESSING-CALENDAR TABLE.  THE "D" RECORDS (ONE PER         *
016500                                       VALUE " RUN DATE ".
016600         10  PAK-ORP-DATE             PIC 9(08).
016700         10  FILLER                   PIC X(79) VALUE SPACES.
016702     05  PAK-SECTION-LINE             PIC X(132).
016704     05  PAK-CONFIRM-LINE.
016706         10  FILLER                   PIC X(23)
016708                      VALUE "  RESEND CONFIRMED ROW ".
016710         10  PAK-CNF-ROW              PIC Z9.
016712         10  FILLER                   PIC X(05) VALUE " COL ".
016714         10  PAK-CNF-COL              PIC Z9.
016716         10  FILLER                   PIC X(10)
016718                                       VALUE " RUN DATE ".
016720         10  PAK-CNF-DATE             PIC 9(08).
016722         10  FILLER                   PIC X(07) VALUE " AFTER ".
016724         10  PAK-CNF-RESENDS          PIC Z9.
016726         10  FILLER                   PIC X(08) VALUE " RESENDS".
016728         10  FILLER                   PIC X(65) VALUE SPACES.
016730     05  PAK-RESENT-LINE.
016732         10  FILLER                   PIC X(13)
016734                                       VALUE "  RESENT ROW ".
016736         10  PAK-RSN-ROW              PIC Z9.
016738         10  FILLER                   PIC X(05) VALUE " COL ".
016740         10  PAK-RSN-COL              PIC Z9.
016742         10  FILLER                   PIC X(10)
016744                                       VALUE " RUN DATE ".
016746         10  PAK-RSN-DATE             PIC 9(08).
016748         10  FILLER                   PIC X(07) VALUE " VALUE ".
016750         10  PAK-RSN-VALUE            PIC ZZZZ9.
016752         10  FILLER                   PIC X(12)
016754                                       VALUE " RESEND NO. ".
016756         10  PAK-RSN-COUNT            PIC Z9.
016758         10  FILLER                   PIC X(66) VALUE SPACES.
016760     05  PAK-ESCALATE-LINE.
016762         10  FILLER                   PIC X(15)
016764                                       VALUE "  ESCALATE ROW ".
016766         10  PAK-ESC-ROW              PIC Z9.
016768         10  FILLER                   PIC X(05) VALUE " COL ".
016770         10  PAK-ESC-COL              PIC Z9.
016772         10  FILLER                   PIC X(10)
016774                                       VALUE " RUN DATE ".
016776         10  PAK-ESC-DATE             PIC 9(08).
016778         10  FILLER                   PIC X(09) VALUE " RESENDS ".
016780         10  PAK-ESC-RESENDS          PIC Z9.
016782         10  FILLER                   PIC X(02) VALUE SPACES.
016784         10  PAK-ESC-REASON           PIC X(40).
016786         10  FILLER                   PIC X(37) VALUE SPACES.
016800     05  PAK-COUNT-LINE.
016900         10  FILLER                   PIC X(02) VALUE SPACES.
017000         10  PAK-COUNT-LABEL          PIC X(30).
017100         10  PAK-COUNT-VALUE          PIC ZZZZZZ9.
017200         10  FILLER                   PIC X(93) VALUE SPACES.
017210     05  PAK-HASH-LINE.
017220         10  FILLER                   PIC X(02) VALUE SPACES.
017230         10  PAK-HASH-LABEL           PIC X(30).
017240         10  PAK-HASH-VALUE           PIC ZZZZZZZZ9.
017250         10  FILLER                   PIC X(91) VALUE SPACES.
017300     05  PAK-MSG-LINE.
017400         10  PAK-MSG-TEXT             PIC X(60).
017500         10  FILLER                   PIC X(72) VALUE SPACES.
019200         PERFORM 3000-MATCH-ACKS THRU 3000-EXIT
019300     END-IF.
019400     PERFORM 4000-REPORT-UNACKED THRU 4000-EXIT.
019410     PERFORM 5000-RETRANSMIT THRU 5000-EXIT.
019420     PERFORM 6000-PRINT-ESCALATIONS THRU 6000-EXIT.
019500     PERFORM 8000-PRINT-COUNTS THRU 8000-EXIT.
019600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019700     STOP RUN.
020200*-----------------------------------------------------------*
020300 1000-INITIALIZE.
020400     ACCEPT PAK-RUN-DATE FROM DATE YYYYMMDD.
020410     ACCEPT PAK-PARM-LINE FROM COMMAND-LINE.
020420     PERFORM 1200-PARSE-PARM THRU 1200-EXIT.
020500     MOVE PAK-RUN-DATE TO PAK-DTD-DATE.
020600     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
020700     MOVE PAK-DTD-DAYS TO PAK-TODAY-DAYS.
021900         DISPLAY "PASCALKR - UNABLE TO OPEN PASCALACK - "
022000             "STATUS: " PAK-ACK-STATUS
022100     END-IF.
022106     OPEN INPUT PASCALIDX.
022112     IF PAK-IDX-STATUS = "00"
022118         SET PAK-IDX-FILE-OPEN TO TRUE
022124     ELSE
022130         DISPLAY "PASCALKR - UNABLE TO OPEN PASCALIDX - "
022136             "STATUS: " PAK-IDX-STATUS " - NOTHING CAN BE RESENT"
022142     END-IF.
022148     IF PAK-PARM-OK
022154         OPEN OUTPUT PASCALXMT
022160         IF PAK-XMT-STATUS = "00"
022166             SET PAK-XMT-FILE-OPEN TO TRUE
022172         ELSE
022178             DISPLAY "PASCALKR - UNABLE TO OPEN PASCALXMT - "
022184                 "STATUS: " PAK-XMT-STATUS
022190         END-IF
022196     END-IF.
022200     OPEN EXTEND PASCALKRP.
022300     IF PAK-RPT-STATUS NOT = "00"
022400         OPEN OUTPUT PASCALKRP
023704 1110-EXIT.
023706     EXIT.
023708
023710*    A MISSING PARM KEEPS THE DEFAULTS; A NON-NUMERIC ONE, OR A
023712*    MAXIMUM OF ZERO, TURNS RETRANSMISSION OFF FOR THE RUN.
023714 1200-PARSE-PARM.
023716     MOVE SPACES TO PAK-PARM-FIELDS.
023718     UNSTRING PAK-PARM-LINE DELIMITED BY ALL SPACES
023720         INTO PAK-PARM-AFTER PAK-PARM-MAX.
023722     IF PAK-PARM-AFTER(1:1) NOT = SPACE
023724         AND PAK-PARM-AFTER(2:1) = SPACE
023726         MOVE PAK-PARM-AFTER(1:1) TO PAK-PARM-AFTER(3:1)
023728         MOVE "00" TO PAK-PARM-AFTER(1:2)
023730     END-IF.
023732     IF PAK-PARM-AFTER(2:1) NOT = SPACE
023734         AND PAK-PARM-AFTER(3:1) = SPACE
023736         MOVE PAK-PARM-AFTER(2:1) TO PAK-PARM-AFTER(3:1)
023738         MOVE PAK-PARM-AFTER(1:1) TO PAK-PARM-AFTER(2:1)
023740         MOVE "0" TO PAK-PARM-AFTER(1:1)
023742     END-IF.
023744     IF PAK-PARM-MAX(1:1) NOT = SPACE
023746         AND PAK-PARM-MAX(2:1) = SPACE
023748         MOVE PAK-PARM-MAX(1:1) TO PAK-PARM-MAX(2:1)
023750         MOVE "0" TO PAK-PARM-MAX(1:1)
023752     END-IF.
023754     IF PAK-PARM-AFTER NOT = SPACES
023756         IF PAK-PARM-AFTER IS NUMERIC
023758             MOVE PAK-PARM-AFTER TO PAK-RESEND-AFTER
023760         ELSE
023762             SET PAK-PARM-BAD TO TRUE
023764         END-IF
023766     END-IF.
023768     IF PAK-PARM-MAX NOT = SPACES
023770         IF PAK-PARM-MAX IS NUMERIC AND PAK-PARM-MAX > "00"
023772             MOVE PAK-PARM-MAX TO PAK-MAX-RESENDS
023774         ELSE
023776             SET PAK-PARM-BAD TO TRUE
023778         END-IF
023780     END-IF.
023782     IF PAK-PARM-BAD
023784         DISPLAY "PASCALKR - INVALID PARM - NOTHING WILL BE "
023786             "RESENT: " PAK-PARM-LINE(1:20)
023788     END-IF.
023790 1200-EXIT.
023792     EXIT.
023794
023800*-----------------------------------------------------------*
023900*  2000-LOAD-EXTRACTS - TABLE EVERY EXTRACT RECORD WE WROTE. *
024000*  RECORDS PAST THE TABLE'S CAPACITY ARE COUNTED AND         *
025900     EXIT.
026000
026100 2200-TABLE-ONE-EXTRACT.
026110     MOVE 0 TO PAK-NEW-RESENDS.
026120     MOVE PX-RUN-DATE TO PAK-NEW-LAST-SENT.
026130     IF PX-RESEND
026140         PERFORM 2300-PAIR-RESEND THRU 2300-EXIT
026150         IF PAK-FOUND-SUB > 0
026160             GO TO 2200-NEXT
026170         END-IF
026180     END-IF.
026200     IF PAK-EXT-COUNT < 2000
026300         ADD 1 TO PAK-EXT-COUNT
026400         MOVE PX-ROW-NUMBER TO PAK-EXT-ROW(PAK-EXT-COUNT)
026500         MOVE PX-COLUMN-NUMBER TO PAK-EXT-COL(PAK-EXT-COUNT)
026600         MOVE PX-RUN-DATE TO PAK-EXT-RUN-DATE(PAK-EXT-COUNT)
026700         MOVE "N" TO PAK-EXT-MATCHED(PAK-EXT-COUNT)
026710         MOVE PX-VALUE TO PAK-EXT-VALUE(PAK-EXT-COUNT)
026720         MOVE PAK-NEW-RESENDS TO PAK-EXT-RESENDS(PAK-EXT-COUNT)
026730         MOVE PAK-NEW-LAST-SENT
026740             TO PAK-EXT-LAST-SENT(PAK-EXT-COUNT)
026750         MOVE 0 TO PAK-EXT-IDX-VALUE(PAK-EXT-COUNT)
026760         MOVE "W" TO PAK-EXT-ACTION(PAK-EXT-COUNT)
026800     ELSE
026900         ADD 1 TO PAK-OVERFLOW-COUNT
027000     END-IF.
027010 2200-NEXT.
027100     PERFORM 2100-READ-EXTRACT THRU 2100-EXIT.
027200 2200-EXIT.
027300     EXIT.
027400
027402*-----------------------------------------------------------*
027404*  2300-PAIR-RESEND - A RESEND READ BACK FROM AN EARLIER     *
027406*  PASCALXM GENERATION IS FOLDED INTO THE ENTRY IT REPEATS:  *
027408*  THE FIRST ONE WITH THE SAME (ROW, COLUMN, RUN DATE) THAT  *
027410*  HAS BEEN SENT ONE TIME FEWER.  ONE WITH NO SUCH ENTRY     *
027412*  (ITS ORIGINAL HOUSEKEPT AWAY) IS TABLED IN ITS OWN RIGHT. *
027414*-----------------------------------------------------------*
027416 2300-PAIR-RESEND.
027418     ADD 1 TO PAK-RESEND-READ-COUNT.
027420     MOVE 1 TO PAK-NEW-RESENDS.
027422     IF PX-RESEND-COUNT IS NUMERIC AND PX-RESEND-COUNT > 0
027424         MOVE PX-RESEND-COUNT TO PAK-NEW-RESENDS
027426     END-IF.
027428     IF PX-RESEND-DATE IS NUMERIC
027430         MOVE PX-RESEND-DATE TO PAK-NEW-LAST-SENT
027432     END-IF.
027434     COMPUTE PAK-PRIOR-RESENDS = PAK-NEW-RESENDS - 1.
027436     MOVE 0 TO PAK-FOUND-SUB.
027438     MOVE 1 TO PAK-T.
027440     PERFORM 2310-SCAN-FOR-ORIGINAL THRU 2310-EXIT
027442         UNTIL PAK-T > PAK-EXT-COUNT OR PAK-FOUND-SUB > 0.
027444     IF PAK-FOUND-SUB > 0
027446         MOVE PAK-NEW-RESENDS TO PAK-EXT-RESENDS(PAK-FOUND-SUB)
027448         MOVE PAK-NEW-LAST-SENT
027450             TO PAK-EXT-LAST-SENT(PAK-FOUND-SUB)
027452     END-IF.
027454 2300-EXIT.
027456     EXIT.
027458
027460 2310-SCAN-FOR-ORIGINAL.
027462     IF PAK-EXT-ROW(PAK-T) = PX-ROW-NUMBER
027464         AND PAK-EXT-COL(PAK-T) = PX-COLUMN-NUMBER
027466         AND PAK-EXT-RUN-DATE(PAK-T) = PX-RUN-DATE
027468         AND PAK-EXT-RESENDS(PAK-T) = PAK-PRIOR-RESENDS
027470         MOVE PAK-T TO PAK-FOUND-SUB
027472     ELSE
027474         ADD 1 TO PAK-T
027476     END-IF.
027478 2310-EXIT.
027480     EXIT.
027490
027500*-----------------------------------------------------------*
027600*  3000-MATCH-ACKS - FOR EACH ACKNOWLEDGMENT, FLAG THE FIRST *
027700*  STILL-UNMATCHED EXTRACT ENTRY WITH THE SAME (ROW, COLUMN, *
030000     MOVE 1 TO PAK-T.
030100     PERFORM 3210-SCAN-EXTRACTS THRU 3210-EXIT
030200         UNTIL PAK-T > PAK-EXT-COUNT OR PAK-FOUND-SUB > 0.
030209*    BOTH THE ORIGINAL AND A RESEND OF IT MAY COME BACK
030218*    ACKNOWLEDGED; THE SECOND IS A REPEAT, NOT AN ORPHAN.
030227     IF PAK-FOUND-SUB = 0
030236         MOVE 1 TO PAK-T
030245         PERFORM 3220-SCAN-RESENT THRU 3220-EXIT
030254             UNTIL PAK-T > PAK-EXT-COUNT OR PAK-FOUND-SUB > 0
030263         IF PAK-FOUND-SUB > 0
030272             ADD 1 TO PAK-DUP-ACK-COUNT
030281             GO TO 3200-NEXT
030290         END-IF
030299     END-IF.
030300     IF PAK-FOUND-SUB > 0
030400         MOVE "Y" TO PAK-EXT-MATCHED(PAK-FOUND-SUB)
030500         ADD 1 TO PAK-MATCHED-COUNT
030509         IF PAK-EXT-RESENDS(PAK-FOUND-SUB) > 0
030518             ADD 1 TO PAK-CONFIRMED-COUNT
030527             MOVE PAK-EXT-ROW(PAK-FOUND-SUB) TO PAK-CNF-ROW
030536             MOVE PAK-EXT-COL(PAK-FOUND-SUB) TO PAK-CNF-COL
030545             MOVE PK-RUN-DATE TO PAK-CNF-DATE
030554             MOVE PAK-EXT-RESENDS(PAK-FOUND-SUB)
030563                 TO PAK-CNF-RESENDS
030572             MOVE PAK-CONFIRM-LINE TO PASCAL-REPORT-RECORD
030581             WRITE PASCAL-REPORT-RECORD
030590         END-IF
030600     ELSE
030700         ADD 1 TO PAK-ORPHAN-COUNT
030800         MOVE PK-ROW-NUMBER TO PAK-ORP-ROW
031100         MOVE PAK-ORPHAN-LINE TO PASCAL-REPORT-RECORD
031200         WRITE PASCAL-REPORT-RECORD
031300     END-IF.
031310 3200-NEXT.
031400     PERFORM 3100-READ-ACK THRU 3100-EXIT.
031500 3200-EXIT.
031600     EXIT.
032600     END-IF.
032700 3210-EXIT.
032800     EXIT.
032807
032814 3220-SCAN-RESENT.
032821     IF PAK-EXT-MATCHED(PAK-T) = "Y"
032828         AND PAK-EXT-RESENDS(PAK-T) > 0
032835         AND PAK-EXT-ROW(PAK-T) = PK-ROW-NUMBER
032842         AND PAK-EXT-COL(PAK-T) = PK-COLUMN-NUMBER
032849         AND PAK-EXT-RUN-DATE(PAK-T) = PK-RUN-DATE
032856         MOVE PAK-T TO PAK-FOUND-SUB
032863     ELSE
032870         ADD 1 TO PAK-T
032877     END-IF.
032884 3220-EXIT.
032891     EXIT.
032900
033000*-----------------------------------------------------------*
033100*  4000-REPORT-UNACKED - EVERY EXTRACT ENTRY STILL UNMATCHED *
034300         GO TO 4100-EXIT
034400     END-IF.
034500     ADD 1 TO PAK-UNACKED-COUNT.
034510     MOVE PAK-EXT-RUN-DATE(PAK-T) TO PAK-AGE-FROM-DATE.
034520     PERFORM 4400-COMPUTE-AGE THRU 4400-EXIT.
035300     MOVE PAK-EXT-ROW(PAK-T) TO PAK-UNA-ROW.
035400     MOVE PAK-EXT-COL(PAK-T) TO PAK-UNA-COL.
035500     MOVE PAK-EXT-RUN-DATE(PAK-T) TO PAK-UNA-DATE.
035600     MOVE PAK-AGE-DAYS TO PAK-UNA-AGE.
035700     MOVE PAK-UNACKED-LINE TO PASCAL-REPORT-RECORD.
035800     WRITE PASCAL-REPORT-RECORD.
035810     PERFORM 4300-DECIDE-RESEND THRU 4300-EXIT.
035900 4100-EXIT.
036000     EXIT.
036010
036034     EXIT.
036036
036038 4210-COUNT-ONE-BUSDAY.
036040     IF PAK-BUSDAY-DATE(PAK-C) > PAK-AGE-FROM-DATE
036042         AND PAK-BUSDAY-DATE(PAK-C) NOT > PAK-BUSINESS-DATE
036044         ADD 1 TO PAK-AGE-DAYS
036046     END-IF.
036048 4210-EXIT.
036050     EXIT.
036051
036052*-----------------------------------------------------------*
036053*  4300-DECIDE-RESEND - AN UNACKNOWLEDGED ENTRY NOT SENT FOR *
036054*  MORE THAN THE RESEND THRESHOLD IS DUE AGAIN.  IT IS HELD  *
036055*  BACK AND ESCALATED IF IT HAS HIT THE RESEND LIMIT, IF ITS *
036056*  KEY IS NOT ON PASCALIDX OR PASCALIDX HOLDS A DIFFERENT    *
036057*  VALUE, OR IF PASCALIDX OR PASCALXM IS NOT AVAILABLE.      *
036058*  NOTHING IS DUE WHEN THE RUN PARM IS BAD OR PASCALACK     *
036059*  COULD NOT BE READ.                                       *
036060*-----------------------------------------------------------*
036061 4300-DECIDE-RESEND.
036062     IF PAK-PARM-BAD
036063         GO TO 4300-EXIT
036064     END-IF.
036065     IF NOT PAK-ACK-FILE-OPEN
036066         GO TO 4300-EXIT
036067     END-IF.
036068     MOVE PAK-EXT-LAST-SENT(PAK-T) TO PAK-AGE-FROM-DATE.
036069     PERFORM 4400-COMPUTE-AGE THRU 4400-EXIT.
036070     IF PAK-AGE-DAYS NOT > PAK-RESEND-AFTER
036071         GO TO 4300-EXIT
036072     END-IF.
036073     IF PAK-EXT-RESENDS(PAK-T) NOT < PAK-MAX-RESENDS
036074         MOVE "L" TO PAK-EXT-ACTION(PAK-T)
036075         ADD 1 TO PAK-LIMIT-COUNT
036076         GO TO 4300-EXIT
036077     END-IF.
036078     IF NOT PAK-XMT-FILE-OPEN
036079         MOVE "X" TO PAK-EXT-ACTION(PAK-T)
036080         ADD 1 TO PAK-HELD-COUNT
036081         GO TO 4300-EXIT
036082     END-IF.
036083     IF NOT PAK-IDX-FILE-OPEN
036084         MOVE "U" TO PAK-EXT-ACTION(PAK-T)
036085         ADD 1 TO PAK-HELD-COUNT
036086         GO TO 4300-EXIT
036087     END-IF.
036088     MOVE PAK-EXT-ROW(PAK-T) TO PIX-ROW.
036089     MOVE PAK-EXT-COL(PAK-T) TO PIX-COL.
036090     READ PASCALIDX KEY IS PIX-KEY.
036091     IF PAK-IDX-STATUS NOT = "00"
036092         MOVE "N" TO PAK-EXT-ACTION(PAK-T)
036093         ADD 1 TO PAK-HELD-COUNT
036094         GO TO 4300-EXIT
036095     END-IF.
036096     IF PIX-VALUE NOT = PAK-EXT-VALUE(PAK-T)
036097         MOVE PIX-VALUE TO PAK-EXT-IDX-VALUE(PAK-T)
036098         MOVE "V" TO PAK-EXT-ACTION(PAK-T)
036099         ADD 1 TO PAK-HELD-COUNT
036100         GO TO 4300-EXIT
036101     END-IF.
036102     MOVE "R" TO PAK-EXT-ACTION(PAK-T).
036103 4300-EXIT.
036104     EXIT.
036105
036106*-----------------------------------------------------------*
036107*  4400-COMPUTE-AGE - DAYS FROM PAK-AGE-FROM-DATE TO TODAY,  *
036108*  IN BUSINESS DAYS WHEN THE CALENDAR IS LOADED AND IN       *
036109*  CALENDAR DAYS WHEN IT IS NOT.                             *
036110*-----------------------------------------------------------*
036111 4400-COMPUTE-AGE.
036112     IF PAK-CAL-LOADED
036113         PERFORM 4200-AGE-IN-BUSINESS-DAYS THRU 4200-EXIT
036114         GO TO 4400-EXIT
036115     END-IF.
036116     MOVE PAK-AGE-FROM-DATE TO PAK-DTD-DATE.
036117     PERFORM 8100-DATE-TO-DAYS THRU 8100-EXIT.
036118     MOVE PAK-DTD-DAYS TO PAK-RECORD-DAYS.
036119     COMPUTE PAK-AGE-DAYS = PAK-TODAY-DAYS - PAK-RECORD-DAYS.
036120     IF PAK-AGE-DAYS < 0
036121         MOVE 0 TO PAK-AGE-DAYS
036122     END-IF.
036123 4400-EXIT.
036124     EXIT.
036125
036126*-----------------------------------------------------------*
036127*  5000-RETRANSMIT - WRITE EVERY ENTRY DUE AGAIN TO PASCALXM *
036128*  IN THE PASCALEXT LAYOUT, KEEPING ITS ORIGINAL RUN DATE SO *
036129*  THE ACKNOWLEDGMENT STILL MATCHES, AND LIST IT WITH THE    *
036130*  CONTROL TOTALS THE NEXT RUN CONFIRMS IT AGAINST.          *
036131*-----------------------------------------------------------*
036132 5000-RETRANSMIT.
036133     IF PAK-PARM-BAD
036134         GO TO 5000-EXIT
036135     END-IF.
036136     IF NOT PAK-ACK-FILE-OPEN
036137         GO TO 5000-EXIT
036138     END-IF.
036139     IF PAK-CAL-LOADED
036140         MOVE PAK-BUSINESS-DATE TO PAK-RESEND-DATE
036141     ELSE
036142         MOVE PAK-RUN-DATE TO PAK-RESEND-DATE
036143     END-IF.
036144     MOVE PAK-BLANK-LINE TO PASCAL-REPORT-RECORD.
036145     WRITE PASCAL-REPORT-RECORD.
036146     MOVE "RETRANSMISSION CONTROL LISTING - PASCALXM"
036147         TO PAK-SECTION-LINE.
036148     MOVE PAK-SECTION-LINE TO PASCAL-REPORT-RECORD.
036149     WRITE PASCAL-REPORT-RECORD.
036150     MOVE SPACES TO PAK-MSG-TEXT.
036151     STRING "  RESEND AFTER " PAK-RESEND-AFTER " DAYS, MAXIMUM "
036152         PAK-MAX-RESENDS ", RESEND DATE " PAK-RESEND-DATE
036153         DELIMITED BY SIZE INTO PAK-MSG-TEXT.
036154     MOVE PAK-MSG-LINE TO PASCAL-REPORT-RECORD.
036155     WRITE PASCAL-REPORT-RECORD.
036156     PERFORM 5100-RESEND-ONE THRU 5100-EXIT
036157         VARYING PAK-T FROM 1 BY 1
036158         UNTIL PAK-T > PAK-EXT-COUNT.
036159     IF PAK-RESENT-COUNT = 0
036160         MOVE "  NOTHING RETRANSMITTED" TO PAK-MSG-TEXT
036161         MOVE PAK-MSG-LINE TO PASCAL-REPORT-RECORD
036162         WRITE PASCAL-REPORT-RECORD
036163     END-IF.
036164     MOVE "CONTROL - RECORDS RESENT" TO PAK-COUNT-LABEL.
036165     MOVE PAK-RESENT-COUNT TO PAK-COUNT-VALUE.
036166     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
036167     MOVE "CONTROL - VALUE HASH" TO PAK-HASH-LABEL.
036168     MOVE PAK-RESENT-HASH TO PAK-HASH-VALUE.
036169     MOVE PAK-HASH-LINE TO PASCAL-REPORT-RECORD.
036170     WRITE PASCAL-REPORT-RECORD.
036171 5000-EXIT.
036172     EXIT.
036173
036174 5100-RESEND-ONE.
036175     IF NOT PAK-ACT-RESEND(PAK-T)
036176         GO TO 5100-EXIT
036177     END-IF.
036178     MOVE SPACES TO PASCAL-RESEND-RECORD.
036179     MOVE PAK-EXT-ROW(PAK-T) TO PXR-ROW-NUMBER.
036180     MOVE PAK-EXT-COL(PAK-T) TO PXR-COLUMN-NUMBER.
036181     MOVE PAK-EXT-VALUE(PAK-T) TO PXR-VALUE.
036182     MOVE PAK-EXT-RUN-DATE(PAK-T) TO PXR-RUN-DATE.
036183     SET PXR-RESEND TO TRUE.
036184     COMPUTE PXR-RESEND-COUNT = PAK-EXT-RESENDS(PAK-T) + 1.
036185     MOVE PAK-RESEND-DATE TO PXR-RESEND-DATE.
036186     WRITE PASCAL-RESEND-RECORD.
036187     IF PAK-XMT-STATUS NOT = "00"
036188         DISPLAY "PASCALKR - WRITE TO PASCALXMT FAILED - "
036189             "STATUS: " PAK-XMT-STATUS
036190         MOVE "X" TO PAK-EXT-ACTION(PAK-T)
036191         ADD 1 TO PAK-XMT-ERRORS
036192         GO TO 5100-EXIT
036193     END-IF.
036194     ADD 1 TO PAK-RESENT-COUNT.
036195     ADD PAK-EXT-VALUE(PAK-T) TO PAK-RESENT-HASH.
036196     MOVE PAK-EXT-ROW(PAK-T) TO PAK-RSN-ROW.
036197     MOVE PAK-EXT-COL(PAK-T) TO PAK-RSN-COL.
036198     MOVE PAK-EXT-RUN-DATE(PAK-T) TO PAK-RSN-DATE.
036199     MOVE PAK-EXT-VALUE(PAK-T) TO PAK-RSN-VALUE.
036200     MOVE PXR-RESEND-COUNT TO PAK-RSN-COUNT.
036201     MOVE PAK-RESENT-LINE TO PASCAL-REPORT-RECORD.
036202     WRITE PASCAL-REPORT-RECORD.
036203 5100-EXIT.
036204     EXIT.
036205
036206*-----------------------------------------------------------*
036207*  6000-PRINT-ESCALATIONS - UNACKNOWLEDGED ENTRIES DUE AGAIN *
036208*  THAT WERE NOT RESENT, WITH THE REASON EACH WAS HELD BACK. *
036209*-----------------------------------------------------------*
036210 6000-PRINT-ESCALATIONS.
036211     IF PAK-PARM-BAD
036212         GO TO 6000-EXIT
036213     END-IF.
036214     IF NOT PAK-ACK-FILE-OPEN
036215         GO TO 6000-EXIT
036216     END-IF.
036217     MOVE PAK-BLANK-LINE TO PASCAL-REPORT-RECORD.
036218     WRITE PASCAL-REPORT-RECORD.
036219     MOVE "ESCALATION - NOT RETRANSMITTED" TO PAK-SECTION-LINE.
036220     MOVE PAK-SECTION-LINE TO PASCAL-REPORT-RECORD.
036221     WRITE PASCAL-REPORT-RECORD.
036222     IF PAK-LIMIT-COUNT = 0 AND PAK-HELD-COUNT = 0
036223         AND PAK-XMT-ERRORS = 0
036224         MOVE "  NONE" TO PAK-MSG-TEXT
036225         MOVE PAK-MSG-LINE TO PASCAL-REPORT-RECORD
036226         WRITE PASCAL-REPORT-RECORD
036227         GO TO 6000-EXIT
036228     END-IF.
036229     PERFORM 6100-ESCALATE-ONE THRU 6100-EXIT
036230         VARYING PAK-T FROM 1 BY 1
036231         UNTIL PAK-T > PAK-EXT-COUNT.
036232 6000-EXIT.
036233     EXIT.
036234
036235 6100-ESCALATE-ONE.
036236     IF NOT PAK-ACT-ESCALATED(PAK-T)
036237         GO TO 6100-EXIT
036238     END-IF.
036239     MOVE PAK-EXT-ROW(PAK-T) TO PAK-ESC-ROW.
036240     MOVE PAK-EXT-COL(PAK-T) TO PAK-ESC-COL.
036241     MOVE PAK-EXT-RUN-DATE(PAK-T) TO PAK-ESC-DATE.
036242     MOVE PAK-EXT-RESENDS(PAK-T) TO PAK-ESC-RESENDS.
036243     MOVE SPACES TO PAK-ESC-REASON.
036244     EVALUATE TRUE
036245         WHEN PAK-ACT-LIMIT(PAK-T)
036246             MOVE "RESEND LIMIT REACHED" TO PAK-ESC-REASON
036247         WHEN PAK-ACT-NOT-ON-IDX(PAK-T)
036248             MOVE "KEY NOT ON PASCALIDX" TO PAK-ESC-REASON
036249         WHEN PAK-ACT-VALUE-DIFF(PAK-T)
036250             MOVE PAK-EXT-IDX-VALUE(PAK-T) TO PAK-IDX-VALUE-ED
036251             STRING "VALUE DIFFERS - PASCALIDX HOLDS "
036252                 PAK-IDX-VALUE-ED
036253                 DELIMITED BY SIZE INTO PAK-ESC-REASON
036254         WHEN PAK-ACT-IDX-DOWN(PAK-T)
036255             MOVE "PASCALIDX NOT AVAILABLE" TO PAK-ESC-REASON
036256         WHEN OTHER
036257             MOVE "PASCALXM NOT AVAILABLE" TO PAK-ESC-REASON
036258     END-EVALUATE.
036259     MOVE PAK-ESCALATE-LINE TO PASCAL-REPORT-RECORD.
036260     WRITE PASCAL-REPORT-RECORD.
036261 6100-EXIT.
036262     EXIT.
036263
036264*-----------------------------------------------------------*
036300*  8000-PRINT-COUNTS - RECONCILIATION SUMMARY.               *
036400*-----------------------------------------------------------*
036500 8000-PRINT-COUNTS.
038000     MOVE "ACKS WITHOUT EXTRACT" TO PAK-COUNT-LABEL.
038100     MOVE PAK-ORPHAN-COUNT TO PAK-COUNT-VALUE.
038200     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
038204     MOVE "RESENDS READ BACK" TO PAK-COUNT-LABEL.
038208     MOVE PAK-RESEND-READ-COUNT TO PAK-COUNT-VALUE.
038212     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
038216     MOVE "RESENDS CONFIRMED" TO PAK-COUNT-LABEL.
038220     MOVE PAK-CONFIRMED-COUNT TO PAK-COUNT-VALUE.
038224     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
038228     IF PAK-DUP-ACK-COUNT > 0
038232         MOVE "REPEAT ACKS OF RESENT RECORDS" TO PAK-COUNT-LABEL
038236         MOVE PAK-DUP-ACK-COUNT TO PAK-COUNT-VALUE
038240         PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT
038244     END-IF.
038248     MOVE "RETRANSMITTED" TO PAK-COUNT-LABEL.
038252     MOVE PAK-RESENT-COUNT TO PAK-COUNT-VALUE.
038256     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
038260     MOVE "ESCALATED - RESEND LIMIT" TO PAK-COUNT-LABEL.
038264     MOVE PAK-LIMIT-COUNT TO PAK-COUNT-VALUE.
038268     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
038272     MOVE "ESCALATED - HELD BACK" TO PAK-COUNT-LABEL.
038276     COMPUTE PAK-COUNT-VALUE = PAK-HELD-COUNT + PAK-XMT-ERRORS.
038280     PERFORM 8200-PRINT-COUNT-LINE THRU 8200-EXIT.
038300     IF PAK-OVERFLOW-COUNT > 0
038400         MOVE "EXTRACTS NOT CHECKED (TABLE FULL)"
038500             TO PAK-COUNT-LABEL
039500     END-IF.
039600     MOVE PAK-MSG-LINE TO PASCAL-REPORT-RECORD.
039700     WRITE PASCAL-REPORT-RECORD.
039707     IF PAK-LIMIT-COUNT > 0 OR PAK-HELD-COUNT > 0
039714         OR PAK-XMT-ERRORS > 0
039721         MOVE "*** ESCALATIONS NEED FOLLOW-UP - SEE ABOVE ***"
039728             TO PAK-MSG-TEXT
039735         MOVE PAK-MSG-LINE TO PASCAL-REPORT-RECORD
039742         WRITE PASCAL-REPORT-RECORD
039749     END-IF.
039756     IF PAK-PARM-BAD
039763         MOVE "*** RETRANSMISSION SKIPPED - INVALID RUN PARM ***"
039770             TO PAK-MSG-TEXT
039777         MOVE PAK-MSG-LINE TO PASCAL-REPORT-RECORD
039784         WRITE PASCAL-REPORT-RECORD
039791     END-IF.
039792     IF NOT PAK-ACK-FILE-OPEN
039793         MOVE "*** RETRANSMISSION SKIPPED - PASCALAK NOT READ ***"
039794             TO PAK-MSG-TEXT
039795         MOVE PAK-MSG-LINE TO PASCAL-REPORT-RECORD
039796         WRITE PASCAL-REPORT-RECORD
039797     END-IF.
039800 8000-EXIT.
039900     EXIT.
040000
043300     IF PAK-ACK-FILE-OPEN
043400         CLOSE PASCALACK
043500     END-IF.
043510     IF PAK-IDX-FILE-OPEN
043520         CLOSE PASCALIDX
043530     END-IF.
043540     IF PAK-XMT-FILE-OPEN
043550         CLOSE PASCALXMT
043560     END-IF.
043600     CLOSE PASCALKRP.
043700 9000-EXIT.
043800     EXIT.
