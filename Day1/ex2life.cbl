000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : EX2LIFE                                        *
000500*    AUTHOR     : D. KOWALSKI                                    *
000600*    PURPOSE    : SITE LIFECYCLE COMPANION TO EX2.  RUNS AFTER   *
000700*                 EX2 AND READS THE LOCATION MASTER              *
000800*                 (LOCMAST.DAT) AGAINST THE LOCATION HISTORY     *
000900*                 (LOCHIST.DAT) EX2 HAS JUST ROLLED FORWARD.     *
001000*                 REPORTS (LIFERPT.TXT) CLOSED SITES THAT ARE    *
001100*                 STILL BEING REPORTED, ACTIVE SITES NOT SEEN    *
001200*                 FOR MORE THAN N DAYS, AND HISTORY IDS THAT     *
001300*                 WERE NEVER ADDED TO THE MASTER, AND WRITES     *
001400*                 THE MATCHING CLOSE/ADD CARDS AS A PROPOSED     *
001500*                 LOCMTXN.DAT FOR REVIEW AND EX2LOCM.            *
001600*                                                                *
001700******************************************************************
001800 PROGRAM-ID. EX2LIFE.
001900 AUTHOR. D. KOWALSKI.
002000 INSTALLATION. BATCH SYSTEMS - DAILY RECONCILIATION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300******************************************************************
002400*  MODIFICATION HISTORY                                          *
002500*  ----------------------------------------------------------    *
002600*  DATE        INIT  DESCRIPTION                                 *
002700*  2026-10-15  DK    ORIGINAL PROGRAM - SITE LIFECYCLE           *
002800*                    RECONCILIATION OF LOCMAST AGAINST LOCHIST   *
002900*                    WITH PROPOSED MAINTENANCE TRANSACTIONS.     *
002910*  2026-10-15  DK    ASOF= NOW GETS A FULL CALENDAR EDIT (1080)  *
002920*                    - 31 SEPTEMBER OR 29 FEBRUARY OF A COMMON   *
002930*                    YEAR IS REFUSED AND THE RUN ENDS RC 16      *
002940*                    (EX2F906E, EX2F907E).                       *
003000******************************************************************

003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LOCMAST-FILE ASSIGN TO "LOCMAST.DAT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS LF-MASTER-STATUS.

003700     SELECT LOCHIST-FILE ASSIGN TO "LOCHIST.DAT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS LF-HIST-STATUS.

004000     SELECT LIFPARM-FILE ASSIGN TO "EX2LIFE.CDS"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS LF-PARM-STATUS.

004300     SELECT LIFERPT-FILE ASSIGN TO "LIFERPT.TXT"
004400         ORGANIZATION IS LINE SEQUENTIAL.

004500     SELECT LOCTXN-FILE ASSIGN TO "LOCMTXN.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL.

004700 DATA DIVISION.
004800 FILE SECTION.
004900*----------------------------------------------------------------*
005000*  LOCMAST-RECORD - THE LOCATION MASTER EX2LOCM MAINTAINS: ID,   *
005100*  SITE NAME, REGION, AND AN A(CTIVE)/C(LOSED) STATUS BYTE.      *
005200*----------------------------------------------------------------*
005300 FD  LOCMAST-FILE.
005400 01  LOCMAST-RECORD.
005500     02  LM-LOCATION-ID      PIC 9(06).
005600     02  FILLER              PIC X(01).
005700     02  LM-SITE-NAME        PIC X(20).
005800     02  FILLER              PIC X(01).
005900     02  LM-REGION           PIC X(03).
006000     02  FILLER              PIC X(01).
006100     02  LM-STATUS           PIC X(01).

006200*----------------------------------------------------------------*
006300*  LOCHIST-RECORD - THE LAYOUT EX2'S 4790-WRITE-HISTORY          *
006400*  PRODUCES, ONE RECORD PER LOCATION ID IN ID ORDER.             *
006500*----------------------------------------------------------------*
006600 FD  LOCHIST-FILE.
006700 01  LOCHIST-RECORD.
006800     02  LH-LOCATION-ID      PIC 9(06).
006900     02  FILLER              PIC X(01).
007000     02  LH-FIRST-SEEN       PIC 9(08).
007100     02  FILLER              PIC X(01).
007200     02  LH-LAST-SEEN        PIC 9(08).
007300     02  FILLER              PIC X(01).
007400     02  LH-DAYS-SEEN        PIC 9(05).
007500     02  FILLER              PIC X(01).
007600     02  LH-MATCH-COUNT      PIC 9(09).
007700     02  FILLER              PIC X(01).
007800     02  LH-LAST-SOURCE      PIC X(02).

007900*----------------------------------------------------------------*
008000*  LIF-PARM-CARD - KEYWORD=VALUE CONTROL CARDS, SAME             *
008100*  CONVENTIONS AS EX2PARM.CDS: "*" IN COLUMN 1 IS A COMMENT,     *
008200*  BLANK CARDS ARE IGNORED.                                      *
008300*----------------------------------------------------------------*
008400 FD  LIFPARM-FILE.
008500 01  LIF-PARM-CARD           PIC X(80).

008600 FD  LIFERPT-FILE.
008700 01  LIFERPT-RECORD          PIC X(132).

008800*----------------------------------------------------------------*
008900*  LOCTXN-RECORD - THE EX2LOCM TRANSACTION LAYOUT.  EVERY        *
009000*  PROPOSED CARD IS PRECEDED BY A "*" COMMENT CARD GIVING THE    *
009100*  EVIDENCE FOR IT, WHICH EX2LOCM SKIPS, SO THE FILE CAN BE      *
009200*  REVIEWED (AND CARDS DELETED) IN PLACE AND THEN APPLIED AS IS. *
009300*----------------------------------------------------------------*
009400 FD  LOCTXN-FILE.
009500 01  LOCTXN-RECORD.
009600     02  TX-ACTION           PIC X(06).
009700     02  FILLER              PIC X(01).
009800     02  TX-LOCATION-ID      PIC 9(06).
009900     02  FILLER              PIC X(01).
010000     02  TX-SITE-NAME        PIC X(20).
010100     02  FILLER              PIC X(01).
010200     02  TX-REGION           PIC X(03).
010300 01  LOCTXN-COMMENT          PIC X(38).

010400 WORKING-STORAGE SECTION.
010500 01  LF-SWITCHES.
010600     02  LF-EOF-SW       PIC X(01) VALUE "N".
010700         88  LF-END-OF-FILE          VALUE "Y".
010800         88  LF-NOT-END-OF-FILE      VALUE "N".

010900 01  LF-MASTER-STATUS    PIC X(02) VALUE "00".
011000     88  LF-MASTER-STATUS-OK         VALUE "00".
011100 01  LF-HIST-STATUS      PIC X(02) VALUE "00".
011200     88  LF-HIST-STATUS-OK           VALUE "00".
011300 01  LF-PARM-STATUS      PIC X(02) VALUE "00".
011400     88  LF-PARM-STATUS-OK           VALUE "00".

011500*----------------------------------------------------------------*
011600*  CONTROL CARDS (EX2LIFE.CDS).  UNSEENDAYS= IS HOW MANY DAYS AN *
011700*  ACTIVE SITE MAY GO WITHOUT APPEARING ON THE EXTRACT BEFORE IT *
011800*  IS REPORTED AND PROPOSED FOR CLOSING (DEFAULT 30).  ASOF=     *
011900*  FIXES THE BUSINESS DATE THE AGES ARE TAKEN FROM; WITHOUT IT   *
012000*  THE DATE IS THE LATEST LAST-SEEN DATE IN LOCHIST.DAT, I.E.    *
012100*  THE DAY EX2 LAST PROCESSED, SO A RERUN THE NEXT MORNING OR    *
012200*  AFTER A MISSED DAY AGES THE SAME WAY.  A MISSING CARD FILE    *
012300*  MEANS THE DEFAULTS; AN UNKNOWN KEYWORD OR BAD VALUE ENDS THE  *
012400*  RUN RC 16 BEFORE ANY DATA FILE IS TOUCHED.                    *
012500*----------------------------------------------------------------*
012600 01  LF-PARM-KEY         PIC X(12) VALUE SPACES.
012700 01  LF-PARM-VALUE       PIC X(40) VALUE SPACES.
012800 01  LF-PARM-SWAP        PIC X(03) VALUE SPACES.
012900 01  LF-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
013000 01  LF-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
013100 01  LF-UNSEEN-DAYS      PIC 9(03) VALUE 30.
013200 01  LF-ASOF-DATE        PIC 9(08) VALUE ZERO.
013300 01  LF-ASOF-SW          PIC X(01) VALUE "N".
013400     88  LF-ASOF-GIVEN               VALUE "Y".
013500 01  LF-RUN-DATE         PIC 9(08) VALUE ZERO.

013600*----------------------------------------------------------------*
013700*  THE LOCATION MASTER IS HELD SORTED FOR A BINARY SEARCH, THE   *
013800*  SAME TECHNIQUE EX2 AND EX2LOCQ USE.  LF-MST-SEEN IS SET WHEN  *
013900*  A HISTORY RECORD FINDS THE ENTRY, SO ACTIVE SITES THAT HAVE   *
014000*  NEVER APPEARED ON ANY EXTRACT CAN BE PICKED OUT AFTERWARDS.   *
014100*----------------------------------------------------------------*
014200 01  LF-MASTER-COUNT     PIC 9(5) COMP VALUE ZERO.
014300 01  LF-MAX-MASTER       PIC 9(5) VALUE 50000.
014400 01  LF-MASTER-TABLE.
014500     02  LF-MASTER-ENTRY OCCURS 1 TO 50000 TIMES
014600                         DEPENDING ON LF-MASTER-COUNT
014700                         ASCENDING KEY IS LF-MST-ID
014800                         INDEXED BY LMX.
014900         03  LF-MST-ID       PIC 9(06).
015000         03  LF-MST-NAME     PIC X(20).
015100         03  LF-MST-REGION   PIC X(03).
015200         03  LF-MST-STATUS   PIC X(01).
015300             88  LF-MST-ACTIVE           VALUE "A".
015400             88  LF-MST-CLOSED           VALUE "C".
015500         03  LF-MST-SEEN     PIC X(01).
015600             88  LF-MST-WAS-SEEN         VALUE "Y".
015700 01  LF-MST-FOUND-SW     PIC X(01) VALUE "N".
015800     88  LF-MST-FOUND                VALUE "Y".

015900*----------------------------------------------------------------*
016000*  FINDINGS TABLE.  ONE ENTRY PER SITE THAT NEEDS ATTENTION,     *
016100*  BUILT IN ID ORDER WHILE THE HISTORY IS READ AND PRINTED ONE   *
016200*  SECTION (FINDING TYPE) AT A TIME.  THE TYPES ARE:             *
016300*     C - CLOSED IN THE MASTER BUT SEEN ON THE AS-OF DATE        *
016400*     U - ACTIVE BUT NOT SEEN FOR MORE THAN UNSEENDAYS           *
016500*     N - ACTIVE BUT NEVER SEEN ON ANY EXTRACT (NO HISTORY)      *
016600*     M - IN THE HISTORY BUT NOT IN THE MASTER                   *
016700*  LF-FND-PROPOSAL IS THE EX2LOCM ACTION PROPOSED FOR THE SITE,  *
016800*  SPACES WHEN THE FINDING IS REPORTED ONLY.                     *
016900*----------------------------------------------------------------*
017000 01  LF-FIND-COUNT       PIC 9(5) COMP VALUE ZERO.
017100 01  LF-MAX-FIND         PIC 9(5) VALUE 50000.
017200 01  LF-FIND-TABLE.
017300     02  LF-FIND-ENTRY OCCURS 1 TO 50000 TIMES
017400                         DEPENDING ON LF-FIND-COUNT
017500                         INDEXED BY LFX.
017600         03  LF-FND-TYPE     PIC X(01).
017700         03  LF-FND-ID       PIC 9(06).
017800         03  LF-FND-NAME     PIC X(20).
017900         03  LF-FND-REGION   PIC X(03).
018000         03  LF-FND-FIRST    PIC 9(08).
018100         03  LF-FND-LAST     PIC 9(08).
018200         03  LF-FND-DAYS     PIC 9(05).
018300         03  LF-FND-SOURCE   PIC X(02).
018400         03  LF-FND-UNSEEN   PIC 9(05).
018500         03  LF-FND-PROPOSAL PIC X(06).
018600 01  LF-SECTION-TYPE     PIC X(01) VALUE SPACE.
018700 01  LF-SECTION-TITLE    PIC X(60) VALUE SPACES.
018800 01  LF-SECTION-HITS     PIC 9(5) COMP VALUE ZERO.

018900*----------------------------------------------------------------*
019000*  ITEMS FOR THE DATE-TO-SERIAL CONVERSION USED TO COMPUTE DAYS  *
019100*  UNSEEN.  THE SERIAL IS A DAY COUNT FROM A FIXED EPOCH         *
019200*  (GREGORIAN DAY NUMBER), SO TWO SERIALS SUBTRACT DIRECTLY      *
019300*  ACROSS MONTH AND YEAR ENDS.                                   *
019400*----------------------------------------------------------------*
019500 01  LF-CNV-DATE         PIC 9(08) VALUE ZERO.
019600 01  LF-CNV-DATE-X REDEFINES LF-CNV-DATE.
019700     02  LF-CNV-YYYY     PIC 9(04).
019800     02  LF-CNV-MM       PIC 9(02).
019900     02  LF-CNV-DD       PIC 9(02).
020000 01  LF-CNV-SERIAL       PIC 9(08) COMP VALUE ZERO.
020100 01  LF-CNV-YPRIOR       PIC 9(04) COMP VALUE ZERO.
020200 01  LF-CNV-Q4           PIC 9(04) COMP VALUE ZERO.
020300 01  LF-CNV-Q100         PIC 9(04) COMP VALUE ZERO.
020400 01  LF-CNV-Q400         PIC 9(04) COMP VALUE ZERO.
020500 01  LF-CUM-DAYS-TABLE.
020600     02  FILLER          PIC 9(03) VALUE 000.
020700     02  FILLER          PIC 9(03) VALUE 031.
020800     02  FILLER          PIC 9(03) VALUE 059.
020900     02  FILLER          PIC 9(03) VALUE 090.
021000     02  FILLER          PIC 9(03) VALUE 120.
021100     02  FILLER          PIC 9(03) VALUE 151.
021200     02  FILLER          PIC 9(03) VALUE 181.
021300     02  FILLER          PIC 9(03) VALUE 212.
021400     02  FILLER          PIC 9(03) VALUE 243.
021500     02  FILLER          PIC 9(03) VALUE 273.
021600     02  FILLER          PIC 9(03) VALUE 304.
021700     02  FILLER          PIC 9(03) VALUE 334.
021800 01  LF-CUM-DAYS REDEFINES LF-CUM-DAYS-TABLE.
021900     02  LF-CUM          PIC 9(03) OCCURS 12 TIMES.
022000 01  LF-LEAP-SW          PIC X(01) VALUE "N".
022100     88  LF-IS-LEAP-YEAR             VALUE "Y".
022200 01  LF-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
022300 01  LF-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
022400 01  LF-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.
022500 01  LF-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
022600 01  LF-ASOF-SERIAL      PIC 9(08) COMP VALUE ZERO.
022700 01  LF-DAYS-UNSEEN      PIC S9(05) COMP VALUE ZERO.
022705 01  LF-DATE-SW          PIC X(01) VALUE "Y".
022710     88  LF-DATE-VALID               VALUE "Y".
022715 01  LF-MONTH-DAYS-TABLE.
022720     02  FILLER          PIC 9(02) VALUE 31.
022725     02  FILLER          PIC 9(02) VALUE 28.
022730     02  FILLER          PIC 9(02) VALUE 31.
022735     02  FILLER          PIC 9(02) VALUE 30.
022740     02  FILLER          PIC 9(02) VALUE 31.
022745     02  FILLER          PIC 9(02) VALUE 30.
022750     02  FILLER          PIC 9(02) VALUE 31.
022755     02  FILLER          PIC 9(02) VALUE 31.
022760     02  FILLER          PIC 9(02) VALUE 30.
022765     02  FILLER          PIC 9(02) VALUE 31.
022770     02  FILLER          PIC 9(02) VALUE 30.
022775     02  FILLER          PIC 9(02) VALUE 31.
022780 01  LF-MONTH-DAYS REDEFINES LF-MONTH-DAYS-TABLE.
022785     02  LF-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
022790 01  LF-MAX-DD           PIC 9(02) VALUE ZERO.

022800*----------------------------------------------------------------*
022900*  RUN COUNTERS, REPORT LINES, AND EDIT FIELDS.                  *
023000*----------------------------------------------------------------*
023100 01  LF-HIST-COUNT       PIC 9(06) COMP VALUE ZERO.
023200 01  LF-CLOSED-HITS      PIC 9(05) COMP VALUE ZERO.
023300 01  LF-UNSEEN-HITS      PIC 9(05) COMP VALUE ZERO.
023400 01  LF-NEVER-HITS       PIC 9(05) COMP VALUE ZERO.
023500 01  LF-NOMAST-HITS      PIC 9(05) COMP VALUE ZERO.
023600 01  LF-ADD-PROPOSED     PIC 9(05) COMP VALUE ZERO.
023700 01  LF-CLOSE-PROPOSED   PIC 9(05) COMP VALUE ZERO.
023800 01  LF-EDIT-COUNT       PIC ZZZZ9.
023900 01  LF-EDIT-HIST        PIC ZZZZZ9.
024000 01  LF-EDIT-UNSEEN      PIC ZZ9.
024100 01  LF-EDIT-DAYS        PIC ZZZZ9.
024200 01  LF-HEAD-LINE.
024300     02  FILLER              PIC X(07) VALUE "ID".
024400     02  FILLER              PIC X(22) VALUE "SITE NAME".
024500     02  FILLER              PIC X(05) VALUE "REG".
024600     02  FILLER              PIC X(10) VALUE "FIRST".
024700     02  FILLER              PIC X(10) VALUE "LAST".
024800     02  FILLER              PIC X(05) VALUE " DAYS".
024900     02  FILLER              PIC X(08) VALUE "  UNSEEN".
025000     02  FILLER              PIC X(05) VALUE "  SRC".
025100     02  FILLER              PIC X(10) VALUE "    ACTION".
025200 01  LF-DETAIL.
025300     02  LFD-ID              PIC 9(06).
025400     02  FILLER              PIC X(01) VALUE SPACE.
025500     02  LFD-NAME            PIC X(20).
025600     02  FILLER              PIC X(02) VALUE SPACES.
025700     02  LFD-REGION          PIC X(03).
025800     02  FILLER              PIC X(02) VALUE SPACES.
025900     02  LFD-FIRST           PIC X(08).
026000     02  FILLER              PIC X(02) VALUE SPACES.
026100     02  LFD-LAST            PIC X(08).
026200     02  FILLER              PIC X(02) VALUE SPACES.
026300     02  LFD-DAYS            PIC X(05).
026400     02  FILLER              PIC X(03) VALUE SPACES.
026500     02  LFD-UNSEEN          PIC X(05).
026600     02  FILLER              PIC X(03) VALUE SPACES.
026700     02  LFD-SOURCE          PIC X(02).
026800     02  FILLER              PIC X(04) VALUE SPACES.
026900     02  LFD-PROPOSAL        PIC X(06).

027000******************************************************************
027100 PROCEDURE DIVISION.

027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
027400     PERFORM 1500-LOAD-MASTER THRU 1500-LOAD-MASTER-EXIT
027500     PERFORM 2000-FIND-AS-OF-DATE THRU 2000-FIND-AS-OF-DATE-EXIT
027600     PERFORM 3000-CLASSIFY-HISTORY
027700         THRU 3000-CLASSIFY-HISTORY-EXIT
027800     PERFORM 3500-CHECK-NEVER-SEEN
027900         THRU 3500-CHECK-NEVER-SEEN-EXIT
028000     PERFORM 4000-WRITE-REPORT THRU 4000-WRITE-REPORT-EXIT
028100     PERFORM 5000-WRITE-PROPOSALS THRU 5000-WRITE-PROPOSALS-EXIT
028200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.

028300*----------------------------------------------------------------*
028400*  1000-INITIALIZE - RUN DATE AND CONTROL CARDS.                 *
028500*----------------------------------------------------------------*
028600 1000-INITIALIZE.
028700     ACCEPT LF-RUN-DATE FROM DATE YYYYMMDD.
028800     PERFORM 1050-READ-PARM-CARDS
028900         THRU 1050-READ-PARM-CARDS-EXIT.
029000     DISPLAY "EX2F005I UNSEENDAYS .......... " LF-UNSEEN-DAYS.
029100 1000-INITIALIZE-EXIT.
029200     EXIT.

029300*----------------------------------------------------------------*
029400*  1050-READ-PARM-CARDS - READ AND VALIDATE EX2LIFE.CDS.  NO     *
029500*  CARD FILE MEANS THE DEFAULTS; ANY UNKNOWN KEYWORD OR BAD      *
029600*  VALUE IS COUNTED AND THE RUN ENDS RC 16 AFTER THE WHOLE       *
029700*  FILE HAS BEEN CHECKED.                                        *
029800*----------------------------------------------------------------*
029900 1050-READ-PARM-CARDS.
030000     OPEN INPUT LIFPARM-FILE.
030100     IF NOT LF-PARM-STATUS-OK
030200         DISPLAY "EX2F908I NO CONTROL CARD FILE EX2LIFE.CDS - "
030300             "DEFAULTS IN EFFECT"
030400         GO TO 1050-READ-PARM-CARDS-EXIT
030500     END-IF.
030600     PERFORM UNTIL LF-END-OF-FILE
030700         READ LIFPARM-FILE
030800             AT END
030900                 SET LF-END-OF-FILE TO TRUE
031000             NOT AT END
031100                 ADD 1 TO LF-PARM-CARD-CT
031200                 IF LIF-PARM-CARD NOT = SPACES
031300                         AND LIF-PARM-CARD(1:1) NOT = "*"
031400                     PERFORM 1060-APPLY-ONE-CARD
031500                         THRU 1060-APPLY-ONE-CARD-EXIT
031600                 END-IF
031700         END-READ
031800     END-PERFORM.
031900     CLOSE LIFPARM-FILE.
032000     SET LF-NOT-END-OF-FILE TO TRUE.
032100     IF LF-PARM-ERRORS > ZERO
032200         DISPLAY "EX2F907E " LF-PARM-ERRORS " BAD CONTROL "
032300             "CARD(S) - RUN NOT STARTED"
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700 1050-READ-PARM-CARDS-EXIT.
032800     EXIT.

032900*----------------------------------------------------------------*
033000*  1060-APPLY-ONE-CARD - UNSEENDAYS IS 1-3 DIGITS (RIGHT-        *
033100*  JUSTIFIED BY 1070 WHEN SHORTER); ASOF IS A FULL yyyymmdd DATE *
033200*  THAT MUST BE A REAL CALENDAR DAY (1080).                      *
033300*----------------------------------------------------------------*
033400 1060-APPLY-ONE-CARD.
033500     MOVE SPACES TO LF-PARM-KEY LF-PARM-VALUE.
033600     UNSTRING LIF-PARM-CARD DELIMITED BY "="
033700         INTO LF-PARM-KEY LF-PARM-VALUE.
033800     EVALUATE LF-PARM-KEY
033900         WHEN "UNSEENDAYS"
034000             IF LF-PARM-VALUE(1:3) NOT NUMERIC
034100                     AND LF-PARM-VALUE(1:3) NOT = SPACES
034200                 PERFORM 1070-EDIT-SHORT-NUMBER
034300                     THRU 1070-EDIT-SHORT-NUMBER-EXIT
034400             END-IF
034500             IF LF-PARM-VALUE(1:3) NUMERIC
034600                     AND LF-PARM-VALUE(4:37) = SPACES
034700                     AND LF-PARM-VALUE(1:3) NOT = "000"
034800                 MOVE LF-PARM-VALUE(1:3) TO LF-UNSEEN-DAYS
034900             ELSE
035000                 PERFORM 1090-FLAG-BAD-VALUE
035100                     THRU 1090-FLAG-BAD-VALUE-EXIT
035200             END-IF
035210         WHEN "ASOF"
035220             MOVE ZERO TO LF-CNV-DATE
035230             IF LF-PARM-VALUE(1:8) NUMERIC
035240                 MOVE LF-PARM-VALUE(1:8) TO LF-CNV-DATE
035250             END-IF
035260             PERFORM 1080-EDIT-ASOF-DATE
035270                 THRU 1080-EDIT-ASOF-DATE-EXIT
035280             IF LF-DATE-VALID
035290                     AND LF-PARM-VALUE(9:32) = SPACES
035300                 MOVE LF-CNV-DATE TO LF-ASOF-DATE
035310                 SET LF-ASOF-GIVEN TO TRUE
035320             ELSE
035330                 PERFORM 1090-FLAG-BAD-VALUE
035340                     THRU 1090-FLAG-BAD-VALUE-EXIT
035350             END-IF
036800         WHEN OTHER
036900             ADD 1 TO LF-PARM-ERRORS
037000             DISPLAY "EX2F905E UNKNOWN KEYWORD """ LF-PARM-KEY
037100                 """ ON CARD " LF-PARM-CARD-CT
037200     END-EVALUATE.
037300 1060-APPLY-ONE-CARD-EXIT.
037400     EXIT.

037500*----------------------------------------------------------------*
037600*  1070-EDIT-SHORT-NUMBER - A CARD VALUE SHORTER THAN THREE      *
037700*  DIGITS ARRIVES LEFT-JUSTIFIED; SHIFT IT RIGHT AND ZERO-FILL   *
037800*  SO THE CALLER'S THREE-DIGIT NUMERIC TEST AND MOVE WORK FOR    *
037900*  ANY WIDTH THE OPERATOR TYPES.                                 *
038000*----------------------------------------------------------------*
038100 1070-EDIT-SHORT-NUMBER.
038200     PERFORM UNTIL LF-PARM-VALUE(3:1) NOT = SPACE
038300             OR LF-PARM-VALUE(1:3) = SPACES
038400         MOVE LF-PARM-VALUE(1:3) TO LF-PARM-SWAP
038500         MOVE SPACES TO LF-PARM-VALUE(1:3)
038600         MOVE LF-PARM-SWAP(1:2) TO LF-PARM-VALUE(2:2)
038700     END-PERFORM.
038800     INSPECT LF-PARM-VALUE(1:3) REPLACING LEADING " " BY "0".
038900 1070-EDIT-SHORT-NUMBER-EXIT.
039000     EXIT.

039003*----------------------------------------------------------------*
039006*  1080-EDIT-ASOF-DATE - FULL CALENDAR EDIT OF THE ASOF DATE IN  *
039009*  LF-CNV-DATE: MONTH 01-12 AND A DAY NO LATER THAN THAT MONTH'S *
039012*  LAST DAY (29 FEBRUARY ONLY IN A LEAP YEAR, BY 5200).  A VALUE *
039015*  THAT WAS NOT NUMERIC ARRIVES AS ZERO AND FAILS HERE TOO.      *
039018*  LF-DATE-VALID GIVES THE ANSWER.                               *
039021*----------------------------------------------------------------*
039024 1080-EDIT-ASOF-DATE.
039027     SET LF-DATE-VALID TO TRUE.
039030     IF LF-CNV-YYYY < 1900
039033             OR LF-CNV-MM < 1 OR LF-CNV-MM > 12
039036             OR LF-CNV-DD < 1
039039         MOVE "N" TO LF-DATE-SW
039042         GO TO 1080-EDIT-ASOF-DATE-EXIT
039045     END-IF.
039048     MOVE LF-MONTH-LEN(LF-CNV-MM) TO LF-MAX-DD.
039051     IF LF-CNV-MM = 2
039054         PERFORM 5200-CHECK-LEAP-YEAR
039057             THRU 5200-CHECK-LEAP-YEAR-EXIT
039060         IF LF-IS-LEAP-YEAR
039063             MOVE 29 TO LF-MAX-DD
039066         END-IF
039069     END-IF.
039072     IF LF-CNV-DD > LF-MAX-DD
039075         MOVE "N" TO LF-DATE-SW
039078     END-IF.
039081 1080-EDIT-ASOF-DATE-EXIT.
039084     EXIT.

039100*----------------------------------------------------------------*
039200*  1090-FLAG-BAD-VALUE - COMMON BAD-VALUE REPORTING.             *
039300*----------------------------------------------------------------*
039400 1090-FLAG-BAD-VALUE.
039500     ADD 1 TO LF-PARM-ERRORS.
039600     DISPLAY "EX2F906E INVALID VALUE """ LF-PARM-VALUE
039700         """ FOR KEYWORD " LF-PARM-KEY " ON CARD "
039800         LF-PARM-CARD-CT.
039900 1090-FLAG-BAD-VALUE-EXIT.
040000     EXIT.

040100*----------------------------------------------------------------*
040200*  1500-LOAD-MASTER - LOAD AND SORT THE LOCATION MASTER.  A      *
040300*  MISSING MASTER IS REPORTED BUT NOT FATAL: EVERY HISTORY ID    *
040400*  THEN COMES OUT AS NOT IN THE MASTER, WHICH IS THE PROPOSED    *
040500*  FIRST BUILD OF IT.                                            *
040600*----------------------------------------------------------------*
040700 1500-LOAD-MASTER.
040800     OPEN INPUT LOCMAST-FILE.
040900     IF NOT LF-MASTER-STATUS-OK
041000         DISPLAY "EX2F901W NO LOCATION MASTER LOCMAST.DAT - "
041100             "EVERY HISTORY ID WILL BE PROPOSED AS AN ADD"
041200         GO TO 1500-LOAD-MASTER-EXIT
041300     END-IF.
041400     PERFORM UNTIL LF-END-OF-FILE
041500         READ LOCMAST-FILE
041600             AT END
041700                 SET LF-END-OF-FILE TO TRUE
041800             NOT AT END
041900                 IF LM-LOCATION-ID NUMERIC
042000                     IF LF-MASTER-COUNT = LF-MAX-MASTER
042100                         GO TO 1590-MASTER-OVERFLOW
042200                     END-IF
042300                     ADD 1 TO LF-MASTER-COUNT
042400                     MOVE LM-LOCATION-ID
042500                         TO LF-MST-ID(LF-MASTER-COUNT)
042600                     MOVE LM-SITE-NAME
042700                         TO LF-MST-NAME(LF-MASTER-COUNT)
042800                     MOVE LM-REGION
042900                         TO LF-MST-REGION(LF-MASTER-COUNT)
043000                     MOVE LM-STATUS
043100                         TO LF-MST-STATUS(LF-MASTER-COUNT)
043200                     MOVE "N" TO LF-MST-SEEN(LF-MASTER-COUNT)
043300                 END-IF
043400         END-READ
043500     END-PERFORM.
043600     CLOSE LOCMAST-FILE.
043700     SET LF-NOT-END-OF-FILE TO TRUE.
043800     IF LF-MASTER-COUNT > ZERO
043900         SORT LF-MASTER-ENTRY ON ASCENDING KEY LF-MST-ID
044000     END-IF.
044100     GO TO 1500-LOAD-MASTER-EXIT.
044200*----------------------------------------------------------------*
044300*  1590-MASTER-OVERFLOW - THE MASTER EXCEEDS THE TABLE CEILING.  *
044400*  ABEND RATHER THAN PROPOSE ADDS FOR SITES THAT EXIST.          *
044500*----------------------------------------------------------------*
044600 1590-MASTER-OVERFLOW.
044700     CLOSE LOCMAST-FILE.
044800     DISPLAY "EX2F999E MASTER EXCEEDS TABLE CAPACITY OF "
044900         LF-MAX-MASTER " ENTRIES - JOB TERMINATED".
045000     MOVE 16 TO RETURN-CODE.
045100     STOP RUN.
045200 1500-LOAD-MASTER-EXIT.
045300     EXIT.

045400*----------------------------------------------------------------*
045500*  2000-FIND-AS-OF-DATE - WITHOUT AN ASOF= CARD, THE BUSINESS    *
045600*  DATE IS THE LATEST LAST-SEEN DATE IN THE HISTORY FILE (EX2    *
045700*  STAMPS EVERY ID IT LOADS WITH ITS RUN DATE), SO THIS PASS     *
045800*  JUST FINDS THE HIGHEST ONE.  NO HISTORY FILE MEANS EX2 HAS    *
045900*  NEVER RUN - NOTHING TO RECONCILE.                             *
046000*----------------------------------------------------------------*
046100 2000-FIND-AS-OF-DATE.
046200     OPEN INPUT LOCHIST-FILE.
046300     IF NOT LF-HIST-STATUS-OK
046400         DISPLAY "EX2F902W NO HISTORY FILE LOCHIST.DAT - HAS "
046500             "EX2 RUN YET?"
046600         MOVE 4 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900     IF LF-ASOF-GIVEN
047000         CLOSE LOCHIST-FILE
047100         GO TO 2050-SET-AS-OF-SERIAL
047200     END-IF.
047300     PERFORM UNTIL LF-END-OF-FILE
047400         READ LOCHIST-FILE
047500             AT END
047600                 SET LF-END-OF-FILE TO TRUE
047700             NOT AT END
047800                 IF LH-LOCATION-ID NUMERIC
047900                         AND LH-LAST-SEEN NUMERIC
048000                         AND LH-LAST-SEEN > LF-ASOF-DATE
048100                     MOVE LH-LAST-SEEN TO LF-ASOF-DATE
048200                 END-IF
048300         END-READ
048400     END-PERFORM.
048500     CLOSE LOCHIST-FILE.
048600     SET LF-NOT-END-OF-FILE TO TRUE.
048700     IF LF-ASOF-DATE = ZERO
048800         DISPLAY "EX2F903W LOCHIST.DAT HOLDS NO HISTORY - "
048900             "NOTHING TO RECONCILE"
049000         MOVE 4 TO RETURN-CODE
049100         STOP RUN
049200     END-IF.
049300*----------------------------------------------------------------*
049400*  2050-SET-AS-OF-SERIAL - DAY SERIAL OF THE BUSINESS DATE FOR   *
049500*  THE DAYS-UNSEEN ARITHMETIC.                                   *
049600*----------------------------------------------------------------*
049700 2050-SET-AS-OF-SERIAL.
049800     MOVE LF-ASOF-DATE TO LF-CNV-DATE.
049900     PERFORM 5100-DATE-TO-SERIAL THRU 5100-DATE-TO-SERIAL-EXIT.
050000     MOVE LF-CNV-SERIAL TO LF-ASOF-SERIAL.
050100     DISPLAY "EX2F006I AS-OF DATE ......... " LF-ASOF-DATE.
050200 2000-FIND-AS-OF-DATE-EXIT.
050300     EXIT.

050400*----------------------------------------------------------------*
050500*  3000-CLASSIFY-HISTORY - READ THE HISTORY (IN ID ORDER) AND    *
050600*  CLASSIFY EACH ID AGAINST THE MASTER.                          *
050700*----------------------------------------------------------------*
050800 3000-CLASSIFY-HISTORY.
050900     OPEN INPUT LOCHIST-FILE.
051000     PERFORM UNTIL LF-END-OF-FILE
051100         READ LOCHIST-FILE
051200             AT END
051300                 SET LF-END-OF-FILE TO TRUE
051400             NOT AT END
051500                 IF LH-LOCATION-ID NUMERIC
051600                         AND LH-LAST-SEEN NUMERIC
051700                     ADD 1 TO LF-HIST-COUNT
051800                     PERFORM 3100-CLASSIFY-ONE-ID
051900                         THRU 3100-CLASSIFY-ONE-ID-EXIT
052000                 END-IF
052100         END-READ
052200     END-PERFORM.
052300     CLOSE LOCHIST-FILE.
052400     SET LF-NOT-END-OF-FILE TO TRUE.
052500 3000-CLASSIFY-HISTORY-EXIT.
052600     EXIT.

052700*----------------------------------------------------------------*
052800*  3100-CLASSIFY-ONE-ID - THE HISTORY RECORD IN THE BUFFER IS:   *
052900*   - NOT IN THE MASTER: REPORTED, AND PROPOSED AS AN ADD WHEN   *
053000*     IT HAS BEEN SEEN WITHIN UNSEENDAYS (AN ID THAT HAS ALSO    *
053100*     GONE QUIET IS NOT WORTH ADDING JUST TO CLOSE IT AGAIN);    *
053200*   - CLOSED BUT SEEN ON THE AS-OF DATE: REPORTED, AND PROPOSED  *
053300*     AS A RE-OPENING ADD WITH ITS CURRENT NAME AND REGION;      *
053400*   - ACTIVE BUT NOT SEEN FOR MORE THAN UNSEENDAYS: REPORTED,    *
053500*     AND PROPOSED AS A CLOSE.                                   *
053600*  A HISTORY DATE AFTER THE AS-OF DATE (AN ASOF= CARD IN THE     *
053700*  PAST) COUNTS AS SEEN ON THE AS-OF DATE.                       *
053800*----------------------------------------------------------------*
053900 3100-CLASSIFY-ONE-ID.
054000     MOVE LH-LAST-SEEN TO LF-CNV-DATE.
054100     PERFORM 5100-DATE-TO-SERIAL THRU 5100-DATE-TO-SERIAL-EXIT.
054200     COMPUTE LF-DAYS-UNSEEN = LF-ASOF-SERIAL - LF-CNV-SERIAL.
054300     IF LF-DAYS-UNSEEN < ZERO
054400         MOVE ZERO TO LF-DAYS-UNSEEN
054500     END-IF.
054600     PERFORM 3200-FIND-MASTER THRU 3200-FIND-MASTER-EXIT.
054700     IF NOT LF-MST-FOUND
054800         ADD 1 TO LF-NOMAST-HITS
054900         PERFORM 3300-ADD-FINDING THRU 3300-ADD-FINDING-EXIT
055000         MOVE "M" TO LF-FND-TYPE(LF-FIND-COUNT)
055100         MOVE "(NOT IN MASTER)" TO LF-FND-NAME(LF-FIND-COUNT)
055200         IF LF-DAYS-UNSEEN NOT > LF-UNSEEN-DAYS
055300             MOVE "ADD" TO LF-FND-PROPOSAL(LF-FIND-COUNT)
055400             ADD 1 TO LF-ADD-PROPOSED
055500         END-IF
055600         GO TO 3100-CLASSIFY-ONE-ID-EXIT
055700     END-IF.
055800     MOVE "Y" TO LF-MST-SEEN(LMX).
055900     IF LF-MST-CLOSED(LMX) AND LF-DAYS-UNSEEN = ZERO
056000         ADD 1 TO LF-CLOSED-HITS
056100         PERFORM 3300-ADD-FINDING THRU 3300-ADD-FINDING-EXIT
056200         MOVE "C" TO LF-FND-TYPE(LF-FIND-COUNT)
056300         MOVE "ADD" TO LF-FND-PROPOSAL(LF-FIND-COUNT)
056400         ADD 1 TO LF-ADD-PROPOSED
056500         GO TO 3100-CLASSIFY-ONE-ID-EXIT
056600     END-IF.
056700     IF LF-MST-ACTIVE(LMX) AND LF-DAYS-UNSEEN > LF-UNSEEN-DAYS
056800         ADD 1 TO LF-UNSEEN-HITS
056900         PERFORM 3300-ADD-FINDING THRU 3300-ADD-FINDING-EXIT
057000         MOVE "U" TO LF-FND-TYPE(LF-FIND-COUNT)
057100         MOVE "CLOSE" TO LF-FND-PROPOSAL(LF-FIND-COUNT)
057200         ADD 1 TO LF-CLOSE-PROPOSED
057300     END-IF.
057400 3100-CLASSIFY-ONE-ID-EXIT.
057500     EXIT.

057600*----------------------------------------------------------------*
057700*  3200-FIND-MASTER - BINARY SEARCH THE MASTER FOR THE HISTORY   *
057800*  RECORD'S ID, LEAVING LMX ON THE ENTRY WHEN FOUND.             *
057900*----------------------------------------------------------------*
058000 3200-FIND-MASTER.
058100     MOVE "N" TO LF-MST-FOUND-SW.
058200     IF LF-MASTER-COUNT = ZERO
058300         GO TO 3200-FIND-MASTER-EXIT
058400     END-IF.
058500     SEARCH ALL LF-MASTER-ENTRY
058600         AT END
058700             CONTINUE
058800         WHEN LF-MST-ID(LMX) = LH-LOCATION-ID
058900             SET LF-MST-FOUND TO TRUE
059000     END-SEARCH.
059100 3200-FIND-MASTER-EXIT.
059200     EXIT.

059300*----------------------------------------------------------------*
059400*  3300-ADD-FINDING - APPEND A FINDING FOR THE HISTORY RECORD IN *
059500*  THE BUFFER (AND ITS MASTER ENTRY, WHEN THERE IS ONE).  THE    *
059600*  CALLER SETS THE TYPE AND PROPOSAL.  THE TABLE IS AS LARGE AS  *
059700*  THE MASTER, SO OVERFLOWING IT MEANS THE FILES ARE WRONG, NOT  *
059800*  THE SITES - ABEND RATHER THAN PROPOSE HALF A CLEAN-UP.        *
059900*----------------------------------------------------------------*
060000 3300-ADD-FINDING.
060100     IF LF-FIND-COUNT = LF-MAX-FIND
060200         GO TO 3390-FIND-OVERFLOW
060300     END-IF.
060400     ADD 1 TO LF-FIND-COUNT.
060500     MOVE SPACES TO LF-FIND-ENTRY(LF-FIND-COUNT).
060600     MOVE LH-LOCATION-ID TO LF-FND-ID(LF-FIND-COUNT).
060700     MOVE LH-FIRST-SEEN TO LF-FND-FIRST(LF-FIND-COUNT).
060800     MOVE LH-LAST-SEEN TO LF-FND-LAST(LF-FIND-COUNT).
060900     MOVE LH-DAYS-SEEN TO LF-FND-DAYS(LF-FIND-COUNT).
061000     MOVE LH-LAST-SOURCE TO LF-FND-SOURCE(LF-FIND-COUNT).
061100     MOVE LF-DAYS-UNSEEN TO LF-FND-UNSEEN(LF-FIND-COUNT).
061200     IF LF-MST-FOUND
061300         MOVE LF-MST-NAME(LMX) TO LF-FND-NAME(LF-FIND-COUNT)
061400         MOVE LF-MST-REGION(LMX) TO LF-FND-REGION(LF-FIND-COUNT)
061500     END-IF.
061600     GO TO 3300-ADD-FINDING-EXIT.
061700 3390-FIND-OVERFLOW.
061800     DISPLAY "EX2F998E MORE THAN " LF-MAX-FIND " FINDINGS - "
061900         "JOB TERMINATED".
062000     MOVE 16 TO RETURN-CODE.
062100     STOP RUN.
062200 3300-ADD-FINDING-EXIT.
062300     EXIT.

062400*----------------------------------------------------------------*
062500*  3500-CHECK-NEVER-SEEN - AN ACTIVE MASTER SITE NO HISTORY      *
062600*  RECORD FOUND HAS NEVER APPEARED ON AN EXTRACT.  IT IS         *
062700*  REPORTED WITH THE UNSEEN SITES BUT NOT PROPOSED FOR CLOSING - *
062800*  WITH NO HISTORY THERE IS NO WAY TO TELL A SITE THAT NEVER     *
062900*  REPORTED FROM ONE ADDED YESTERDAY.                            *
063000*----------------------------------------------------------------*
063100 3500-CHECK-NEVER-SEEN.
063200     PERFORM VARYING LMX FROM 1 BY 1
063300             UNTIL LMX > LF-MASTER-COUNT
063400         IF LF-MST-ACTIVE(LMX) AND NOT LF-MST-WAS-SEEN(LMX)
063500             ADD 1 TO LF-NEVER-HITS
063600             IF LF-FIND-COUNT = LF-MAX-FIND
063700                 GO TO 3390-FIND-OVERFLOW
063800             END-IF
063900             ADD 1 TO LF-FIND-COUNT
064000             MOVE SPACES TO LF-FIND-ENTRY(LF-FIND-COUNT)
064100             MOVE "N" TO LF-FND-TYPE(LF-FIND-COUNT)
064200             MOVE LF-MST-ID(LMX) TO LF-FND-ID(LF-FIND-COUNT)
064300             MOVE LF-MST-NAME(LMX) TO LF-FND-NAME(LF-FIND-COUNT)
064400             MOVE LF-MST-REGION(LMX)
064500                 TO LF-FND-REGION(LF-FIND-COUNT)
064600             MOVE ZERO TO LF-FND-FIRST(LF-FIND-COUNT)
064700                          LF-FND-LAST(LF-FIND-COUNT)
064800                          LF-FND-DAYS(LF-FIND-COUNT)
064900                          LF-FND-UNSEEN(LF-FIND-COUNT)
065000         END-IF
065100     END-PERFORM.
065200 3500-CHECK-NEVER-SEEN-EXIT.
065300     EXIT.

065400*----------------------------------------------------------------*
065500*  4000-WRITE-REPORT - LIFERPT.TXT: A TITLE BLOCK, ONE SECTION   *
065600*  PER FINDING TYPE, AND THE RUN COUNTS.                         *
065700*----------------------------------------------------------------*
065800 4000-WRITE-REPORT.
065900     OPEN OUTPUT LIFERPT-FILE.
066000     MOVE SPACES TO LIFERPT-RECORD.
066100     STRING "EX2LIFE SITE LIFECYCLE RECONCILIATION - AS OF "
066200                DELIMITED BY SIZE
066300            LF-ASOF-DATE DELIMITED BY SIZE
066400            "  RUN " DELIMITED BY SIZE
066500            LF-RUN-DATE DELIMITED BY SIZE
066600         INTO LIFERPT-RECORD.
066700     WRITE LIFERPT-RECORD.
066800     MOVE LF-UNSEEN-DAYS TO LF-EDIT-UNSEEN.
066900     MOVE SPACES TO LIFERPT-RECORD.
067000     STRING "UNSEEN THRESHOLD " DELIMITED BY SIZE
067100            LF-EDIT-UNSEEN DELIMITED BY SIZE
067200            " DAYS" DELIMITED BY SIZE
067300         INTO LIFERPT-RECORD.
067400     WRITE LIFERPT-RECORD.
067500     MOVE "C" TO LF-SECTION-TYPE.
067600     MOVE "CLOSED SITES STILL BEING REPORTED" TO LF-SECTION-TITLE.
067700     PERFORM 4100-WRITE-SECTION THRU 4100-WRITE-SECTION-EXIT.
067800     MOVE "U" TO LF-SECTION-TYPE.
067900     MOVE SPACES TO LF-SECTION-TITLE.
068000     STRING "ACTIVE SITES NOT SEEN FOR MORE THAN "
068010                DELIMITED BY SIZE
068100            LF-EDIT-UNSEEN DELIMITED BY SIZE
068200            " DAYS" DELIMITED BY SIZE
068300         INTO LF-SECTION-TITLE.
068400     PERFORM 4100-WRITE-SECTION THRU 4100-WRITE-SECTION-EXIT.
068500     MOVE "N" TO LF-SECTION-TYPE.
068600     MOVE "ACTIVE SITES NEVER SEEN ON ANY EXTRACT"
068700         TO LF-SECTION-TITLE.
068800     PERFORM 4100-WRITE-SECTION THRU 4100-WRITE-SECTION-EXIT.
068900     MOVE "M" TO LF-SECTION-TYPE.
069000     MOVE "HISTORY IDS NOT IN THE LOCATION MASTER"
069100         TO LF-SECTION-TITLE.
069200     PERFORM 4100-WRITE-SECTION THRU 4100-WRITE-SECTION-EXIT.
069300     PERFORM 4200-WRITE-COUNTS THRU 4200-WRITE-COUNTS-EXIT.
069400     CLOSE LIFERPT-FILE.
069500 4000-WRITE-REPORT-EXIT.
069600     EXIT.

069700*----------------------------------------------------------------*
069800*  4100-WRITE-SECTION - TITLE, COLUMN HEADINGS, AND ONE DETAIL   *
069900*  LINE PER FINDING OF LF-SECTION-TYPE, OR A "NONE" LINE.        *
070000*----------------------------------------------------------------*
070100 4100-WRITE-SECTION.
070200     MOVE ZERO TO LF-SECTION-HITS.
070300     MOVE SPACES TO LIFERPT-RECORD.
070400     WRITE LIFERPT-RECORD.
070500     MOVE LF-SECTION-TITLE TO LIFERPT-RECORD.
070600     WRITE LIFERPT-RECORD.
070700     MOVE LF-HEAD-LINE TO LIFERPT-RECORD.
070800     WRITE LIFERPT-RECORD.
070900     PERFORM VARYING LFX FROM 1 BY 1
071000             UNTIL LFX > LF-FIND-COUNT
071100         IF LF-FND-TYPE(LFX) = LF-SECTION-TYPE
071200             ADD 1 TO LF-SECTION-HITS
071300             PERFORM 4150-WRITE-DETAIL
071400                 THRU 4150-WRITE-DETAIL-EXIT
071500         END-IF
071600     END-PERFORM.
071700     IF LF-SECTION-HITS = ZERO
071800         MOVE "  (NONE)" TO LIFERPT-RECORD
071900         WRITE LIFERPT-RECORD
072000     END-IF.
072100 4100-WRITE-SECTION-EXIT.
072200     EXIT.

072300*----------------------------------------------------------------*
072400*  4150-WRITE-DETAIL - ONE REPORT LINE FOR THE FINDING AT LFX.   *
072500*  A SITE WITH NO HISTORY SHOWS BLANK DATES AND UNSEEN DAYS.     *
072600*----------------------------------------------------------------*
072700 4150-WRITE-DETAIL.
072800     MOVE SPACES TO LF-DETAIL.
072900     MOVE LF-FND-ID(LFX) TO LFD-ID.
073000     MOVE LF-FND-NAME(LFX) TO LFD-NAME.
073100     MOVE LF-FND-REGION(LFX) TO LFD-REGION.
073300     MOVE LF-FND-SOURCE(LFX) TO LFD-SOURCE.
073400     MOVE LF-FND-PROPOSAL(LFX) TO LFD-PROPOSAL.
073500     IF LF-FND-TYPE(LFX) = "N"
073600         MOVE SPACES TO LFD-FIRST LFD-LAST LFD-DAYS LFD-UNSEEN
073700     ELSE
073800         MOVE LF-FND-FIRST(LFX) TO LFD-FIRST
073900         MOVE LF-FND-LAST(LFX) TO LFD-LAST
073910         MOVE LF-FND-DAYS(LFX) TO LF-EDIT-DAYS
073920         MOVE LF-EDIT-DAYS TO LFD-DAYS
074000         MOVE LF-FND-UNSEEN(LFX) TO LF-EDIT-DAYS
074100         MOVE LF-EDIT-DAYS TO LFD-UNSEEN
074200     END-IF.
074300     MOVE SPACES TO LIFERPT-RECORD.
074400     MOVE LF-DETAIL TO LIFERPT-RECORD.
074500     WRITE LIFERPT-RECORD.
074600 4150-WRITE-DETAIL-EXIT.
074700     EXIT.

074800*----------------------------------------------------------------*
074900*  4200-WRITE-COUNTS - RUN COUNTS AT THE FOOT OF THE REPORT AND  *
075000*  ON THE JOB LOG.                                               *
075100*----------------------------------------------------------------*
075200 4200-WRITE-COUNTS.
075300     MOVE SPACES TO LIFERPT-RECORD.
075400     WRITE LIFERPT-RECORD.
075500     MOVE LF-HIST-COUNT TO LF-EDIT-HIST.
075600     MOVE SPACES TO LIFERPT-RECORD.
075700     STRING "HISTORY IDS READ .......... " DELIMITED BY SIZE
075800            LF-EDIT-HIST DELIMITED BY SIZE
075900         INTO LIFERPT-RECORD.
076000     WRITE LIFERPT-RECORD.
076100     DISPLAY "EX2F001I " LIFERPT-RECORD(1:40).
076200     MOVE LF-CLOSED-HITS TO LF-EDIT-COUNT.
076300     MOVE SPACES TO LIFERPT-RECORD.
076400     STRING "CLOSED STILL REPORTED .....  " DELIMITED BY SIZE
076500            LF-EDIT-COUNT DELIMITED BY SIZE
076600         INTO LIFERPT-RECORD.
076700     WRITE LIFERPT-RECORD.
076800     DISPLAY "EX2F002I " LIFERPT-RECORD(1:40).
076900     MOVE LF-UNSEEN-HITS TO LF-EDIT-COUNT.
077000     MOVE SPACES TO LIFERPT-RECORD.
077100     STRING "ACTIVE NOT SEEN ...........  " DELIMITED BY SIZE
077200            LF-EDIT-COUNT DELIMITED BY SIZE
077300         INTO LIFERPT-RECORD.
077400     WRITE LIFERPT-RECORD.
077500     DISPLAY "EX2F003I " LIFERPT-RECORD(1:40).
077600     MOVE LF-NEVER-HITS TO LF-EDIT-COUNT.
077700     MOVE SPACES TO LIFERPT-RECORD.
077800     STRING "ACTIVE NEVER SEEN .........  " DELIMITED BY SIZE
077900            LF-EDIT-COUNT DELIMITED BY SIZE
078000         INTO LIFERPT-RECORD.
078100     WRITE LIFERPT-RECORD.
078200     DISPLAY "EX2F004I " LIFERPT-RECORD(1:40).
078300     MOVE LF-NOMAST-HITS TO LF-EDIT-COUNT.
078400     MOVE SPACES TO LIFERPT-RECORD.
078500     STRING "NOT IN MASTER .............  " DELIMITED BY SIZE
078600            LF-EDIT-COUNT DELIMITED BY SIZE
078700         INTO LIFERPT-RECORD.
078800     WRITE LIFERPT-RECORD.
078900     DISPLAY "EX2F007I " LIFERPT-RECORD(1:40).
079000     MOVE LF-ADD-PROPOSED TO LF-EDIT-COUNT.
079100     MOVE SPACES TO LIFERPT-RECORD.
079200     STRING "ADD CARDS PROPOSED ........  " DELIMITED BY SIZE
079300            LF-EDIT-COUNT DELIMITED BY SIZE
079400         INTO LIFERPT-RECORD.
079500     WRITE LIFERPT-RECORD.
079600     DISPLAY "EX2F008I " LIFERPT-RECORD(1:40).
079700     MOVE LF-CLOSE-PROPOSED TO LF-EDIT-COUNT.
079800     MOVE SPACES TO LIFERPT-RECORD.
079900     STRING "CLOSE CARDS PROPOSED ......  " DELIMITED BY SIZE
080000            LF-EDIT-COUNT DELIMITED BY SIZE
080100         INTO LIFERPT-RECORD.
080200     WRITE LIFERPT-RECORD.
080300     DISPLAY "EX2F009I " LIFERPT-RECORD(1:40).
080400 4200-WRITE-COUNTS-EXIT.
080500     EXIT.

080600*----------------------------------------------------------------*
080700*  5000-WRITE-PROPOSALS - WRITE THE PROPOSED LOCMTXN.DAT, ONE    *
080800*  "*" EVIDENCE CARD AND ONE TRANSACTION PER PROPOSAL, IN ID     *
080900*  ORDER.  AN ADD FOR AN ID THE MASTER DOES NOT HAVE CARRIES A   *
081000*  PLACEHOLDER NAME AND A "???" REGION THE REVIEWER MUST FILL    *
081100*  IN; A RE-OPENING ADD CARRIES THE MASTER'S OWN NAME/REGION.    *
081200*  THE FILE IS ALWAYS REWRITTEN, SO AN EMPTY ONE MEANS NOTHING   *
081300*  IS PROPOSED TODAY - NOT YESTERDAY'S PROPOSALS LEFT LYING.     *
081400*----------------------------------------------------------------*
081500 5000-WRITE-PROPOSALS.
081600     OPEN OUTPUT LOCTXN-FILE.
081700     MOVE SPACES TO LOCTXN-COMMENT.
081800     STRING "* EX2LIFE PROPOSALS AS OF " DELIMITED BY SIZE
081900            LF-ASOF-DATE DELIMITED BY SIZE
082000         INTO LOCTXN-COMMENT.
082100     WRITE LOCTXN-COMMENT.
082200     PERFORM VARYING LFX FROM 1 BY 1
082300             UNTIL LFX > LF-FIND-COUNT
082400         IF LF-FND-PROPOSAL(LFX) NOT = SPACES
082500             PERFORM 5050-WRITE-ONE-PROPOSAL
082600                 THRU 5050-WRITE-ONE-PROPOSAL-EXIT
082700         END-IF
082800     END-PERFORM.
082900     CLOSE LOCTXN-FILE.
083000 5000-WRITE-PROPOSALS-EXIT.
083100     EXIT.

083200*----------------------------------------------------------------*
083300*  5050-WRITE-ONE-PROPOSAL - THE EVIDENCE CARD AND TRANSACTION   *
083400*  FOR THE FINDING AT LFX.                                       *
083500*----------------------------------------------------------------*
083600 5050-WRITE-ONE-PROPOSAL.
083700     MOVE SPACES TO LOCTXN-COMMENT.
083900     EVALUATE LF-FND-TYPE(LFX)
084000         WHEN "C"
084100             STRING "* CLOSED, BUT SEEN " DELIMITED BY SIZE
084200                    LF-FND-LAST(LFX) DELIMITED BY SIZE
084300                    " FROM " DELIMITED BY SIZE
084400                    LF-FND-SOURCE(LFX) DELIMITED BY SIZE
084500                 INTO LOCTXN-COMMENT
084600         WHEN "U"
084700             STRING "* LAST SEEN " DELIMITED BY SIZE
084800                    LF-FND-LAST(LFX) DELIMITED BY SIZE
084900                    ", " DELIMITED BY SIZE
085000                    LF-FND-UNSEEN(LFX) DELIMITED BY SIZE
085100                    " DAYS AGO" DELIMITED BY SIZE
085200                 INTO LOCTXN-COMMENT
085300         WHEN OTHER
085400             STRING "* NOT IN MASTER, SEEN " DELIMITED BY SIZE
085500                    LF-FND-LAST(LFX) DELIMITED BY SIZE
085600                    " FROM " DELIMITED BY SIZE
085700                    LF-FND-SOURCE(LFX) DELIMITED BY SIZE
085800                 INTO LOCTXN-COMMENT
085900     END-EVALUATE.
086000     WRITE LOCTXN-COMMENT.
086100     MOVE SPACES TO LOCTXN-RECORD.
086200     MOVE LF-FND-PROPOSAL(LFX) TO TX-ACTION.
086300     MOVE LF-FND-ID(LFX) TO TX-LOCATION-ID.
086400     IF LF-FND-TYPE(LFX) = "M"
086500         MOVE "NEW SITE - NAME ME" TO TX-SITE-NAME
086600         MOVE "???" TO TX-REGION
086700     ELSE
086800         IF LF-FND-PROPOSAL(LFX) = "ADD"
086900             MOVE LF-FND-NAME(LFX) TO TX-SITE-NAME
087000             MOVE LF-FND-REGION(LFX) TO TX-REGION
087100         END-IF
087200     END-IF.
087300     WRITE LOCTXN-RECORD.
087400 5050-WRITE-ONE-PROPOSAL-EXIT.
087500     EXIT.

087600*----------------------------------------------------------------*
087700*  5100-DATE-TO-SERIAL - CONVERT LF-CNV-DATE (yyyymmdd) TO A     *
087800*  GREGORIAN DAY NUMBER IN LF-CNV-SERIAL: WHOLE YEARS BEFORE     *
087900*  THIS ONE (WITH THE 4/100/400 LEAP CORRECTIONS), THE DAYS OF   *
088000*  THE COMPLETED MONTHS, THE DAY OF MONTH, AND ONE MORE WHEN     *
088100*  THIS YEAR IS A LEAP YEAR AND THE DATE IS PAST FEBRUARY.       *
088200*----------------------------------------------------------------*
088300 5100-DATE-TO-SERIAL.
088400     COMPUTE LF-CNV-YPRIOR = LF-CNV-YYYY - 1.
088500     DIVIDE LF-CNV-YPRIOR BY 4 GIVING LF-CNV-Q4.
088600     DIVIDE LF-CNV-YPRIOR BY 100 GIVING LF-CNV-Q100.
088700     DIVIDE LF-CNV-YPRIOR BY 400 GIVING LF-CNV-Q400.
088800     IF LF-CNV-MM < 1 OR LF-CNV-MM > 12
088900         MOVE 1 TO LF-CNV-MM
089000     END-IF.
089100     COMPUTE LF-CNV-SERIAL =
089200         (LF-CNV-YPRIOR * 365)
089300         + LF-CNV-Q4 - LF-CNV-Q100 + LF-CNV-Q400
089400         + LF-CUM(LF-CNV-MM)
089500         + LF-CNV-DD.
089600     IF LF-CNV-MM > 2
089700         PERFORM 5200-CHECK-LEAP-YEAR
089800             THRU 5200-CHECK-LEAP-YEAR-EXIT
089900         IF LF-IS-LEAP-YEAR
090000             ADD 1 TO LF-CNV-SERIAL
090100         END-IF
090200     END-IF.
090300 5100-DATE-TO-SERIAL-EXIT.
090400     EXIT.

090500*----------------------------------------------------------------*
090600*  5200-CHECK-LEAP-YEAR - STANDARD GREGORIAN LEAP YEAR TEST:     *
090700*  DIVISIBLE BY 400, OR DIVISIBLE BY 4 BUT NOT BY 100.           *
090800*----------------------------------------------------------------*
090900 5200-CHECK-LEAP-YEAR.
091000     MOVE "N" TO LF-LEAP-SW.
091100     DIVIDE LF-CNV-YYYY BY 400 GIVING LF-YEAR-QUOTIENT
091200         REMAINDER LF-YEAR-REM400.
091300     IF LF-YEAR-REM400 = 0
091400         SET LF-IS-LEAP-YEAR TO TRUE
091500         GO TO 5200-CHECK-LEAP-YEAR-EXIT
091600     END-IF.
091700     DIVIDE LF-CNV-YYYY BY 100 GIVING LF-YEAR-QUOTIENT
091800         REMAINDER LF-YEAR-REM100.
091900     IF LF-YEAR-REM100 = 0
092000         GO TO 5200-CHECK-LEAP-YEAR-EXIT
092100     END-IF.
092200     DIVIDE LF-CNV-YYYY BY 4 GIVING LF-YEAR-QUOTIENT
092300         REMAINDER LF-YEAR-REM4.
092400     IF LF-YEAR-REM4 = 0
092500         SET LF-IS-LEAP-YEAR TO TRUE
092600     END-IF.
092700 5200-CHECK-LEAP-YEAR-EXIT.
092800     EXIT.

092900*----------------------------------------------------------------*
093000*  9999-TERMINATE - END OF JOB.  ANY FINDING ENDS RC 4 SO THE    *
093100*  SCHEDULER CAN ROUTE THE REPORT AND THE PROPOSED LOCMTXN.DAT   *
093200*  FOR REVIEW; A CLEAN RECONCILIATION ENDS RC 0.                 *
093300*----------------------------------------------------------------*
093400 9999-TERMINATE.
093500     IF LF-FIND-COUNT > ZERO
093510         MOVE LF-FIND-COUNT TO LF-EDIT-COUNT
093600         DISPLAY "EX2F010W " LF-EDIT-COUNT " SITE(S) NEED REVIEW"
093700             " - SEE LIFERPT.TXT AND THE PROPOSED LOCMTXN.DAT"
093800         MOVE 4 TO RETURN-CODE
093900     END-IF.
094000 9999-TERMINATE-EXIT.
094100     STOP RUN.
