001300*                 CUMULATIVE MATCH COUNT, AND LAST SOURCE CODE,  *
001400*                 STAMPED WITH THE SITE NAME AND REGION FROM     *
001500*                 THE LOCATION MASTER, TO LOCQRY.TXT AND THE     *
001600*                 RUN LOG.  WITH A DATEFROM=/DATETO= RANGE IT    *
001610*                 ALSO PRINTS A DAY-BY-DAY PRESENCE CALENDAR    *
001620*                 (LOCCAL.TXT) FROM THE DAILY LOCPRES FILES EX2 *
001630*                 WRITES - WHICH LISTS AND SOURCES CARRIED THE  *
001640*                 ID, MATCHED/EXCEPTION FLAGS - AND LISTS THE   *
001650*                 GAPS (RUNS OF CONSECUTIVE MISSING RUN DAYS)   *
001660*                 FOR AN ID, AN ID RANGE, OR A REGION= REGION.  *
001700*                                                                *
001800******************************************************************
001900 PROGRAM-ID. EX2LOCQ.
002700*  DATE        INIT  DESCRIPTION                                 *
002800*  2026-09-02  DK    ORIGINAL PROGRAM - LOCATION HISTORY         *
002900*                    INQUIRY BY ID OR ID RANGE.                  *
002910*  2026-10-15  DK    SITE PRESENCE CALENDAR: DATEFROM=/DATETO=   *
002920*                    CARDS PRINT A DAY-BY-DAY CALENDAR AND GAP   *
002930*                    LIST (LOCCAL.TXT) FROM EX2'S DAILY LOCPRES  *
002940*                    FILES; REGION= SELECTS BY REGION, FOR THE   *
002950*                    CALENDAR AND THE HISTORY LISTING ALIKE.     *
002960*  2026-10-15  DK    PRESENCE GENERATIONS EX2BACK HAS WITHDRAWN  *
002970*                    (LEDGER WITHDRAW.DAT) ARE PASSED OVER; A    *
002980*                    DAY WITH NONE LEFT SHOWS AS NO RUN.         *
002983*  2026-10-15  DK    UNDER REGION= THE PRESENCE LOAD KEEPS ONLY  *
002986*                    RECORDS OF THE REGION OR OF A SITE MASTERED *
002989*                    THERE, SO A REGION-ONLY QUERY NO LONGER     *
002992*                    FILLS THE TABLE.                            *
003000******************************************************************

003100 ENVIRONMENT DIVISION.
004300     SELECT QRYOUT-FILE ASSIGN TO "LOCQRY.TXT"
004400         ORGANIZATION IS LINE SEQUENTIAL.

004410     SELECT PRESENCE-FILE ASSIGN TO DYNAMIC LQ-PRES-NAME
004420         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS LQ-PRES-STATUS.

004440     SELECT CALOUT-FILE ASSIGN TO "LOCCAL.TXT"
004450         ORGANIZATION IS LINE SEQUENTIAL.

004460     SELECT OPTIONAL WDRAW-FILE ASSIGN TO "WITHDRAW.DAT"
004470         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS LQ-WDRAW-STATUS.

004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------------*
007700*----------------------------------------------------------------*
007800*  QRY-PARM-CARD - KEYWORD=VALUE CONTROL CARDS, SAME            *
007900*  CONVENTIONS AS EX2PARM.CDS.  LOCATION= ASKS FOR ONE ID;      *
008000*  FROM= / TO= ASK FOR A RANGE; REGION= LIMITS EITHER TO ONE     *
008010*  REGION, OR ON ITS OWN ASKS FOR EVERY ID IN THAT REGION.       *
008020*  DATEFROM= / DATETO= (yyyymmdd) ADD THE PRESENCE CALENDAR.     *
008100*----------------------------------------------------------------*
008200 FD  QRYPARM-FILE.
008300 01  QRY-PARM-CARD           PIC X(80).
008400 FD  QRYOUT-FILE.
008500 01  QRYOUT-RECORD           PIC X(110).

008510*----------------------------------------------------------------*
008520*  PRESENCE-RECORD - THE LAYOUT EX2'S 4740-WRITE-PRESENCE        *
008530*  PRODUCES, ONE RECORD PER DISTINCT ID ON THAT DAY'S EXTRACT.   *
008540*----------------------------------------------------------------*
008550 FD  PRESENCE-FILE.
008560 01  PRESENCE-RECORD.
008570     02  PR-RUN-DATE         PIC 9(08).
008580     02  FILLER              PIC X(01).
008590     02  PR-REVISION         PIC 9(02).
008600     02  FILLER              PIC X(01).
008610     02  PR-LOCATION-ID      PIC 9(06).
008620     02  FILLER              PIC X(01).
008630     02  PR-ON-LISTS         PIC X(02).
008640     02  FILLER              PIC X(01).
008650     02  PR-MATCHED          PIC X(01).
008660     02  FILLER              PIC X(01).
008670     02  PR-EXCEPTION        PIC X(01).
008680     02  FILLER              PIC X(01).
008690     02  PR-REGION           PIC X(03).
008700     02  FILLER              PIC X(01).
008710     02  PR-SOURCE-COUNT     PIC 9(02).
008720     02  PR-SOURCES          PIC X(12).

008730 FD  CALOUT-FILE.
008740 01  CALOUT-RECORD           PIC X(132).

008742*----------------------------------------------------------------*
008744*  WDRAW-RECORD - EX2'S RESULT-GENERATION WITHDRAWAL LEDGER,     *
008746*  SAME LAYOUT AS IN EX2 AND EX2BACK.  THE LAST ENTRY FOR A      *
008748*  DATE AND REVISION ("W" WITHDRAWN, "R" REPUBLISHED) IS ITS     *
008750*  CURRENT STATE.                                                *
008752*----------------------------------------------------------------*
008754 FD  WDRAW-FILE.
008756 01  WDRAW-RECORD.
008758     02  WD-RUN-DATE         PIC 9(08).
008760     02  FILLER              PIC X(01).
008762     02  WD-REVISION         PIC 9(02).
008764     02  FILLER              PIC X(01).
008766     02  WD-ACTION           PIC X(01).
008768     02  FILLER              PIC X(01).
008770     02  WD-STAMP-DATE       PIC 9(08).
008772     02  FILLER              PIC X(01).
008774     02  WD-STAMP-TIME       PIC 9(08).
008776     02  FILLER              PIC X(01).
008778     02  WD-OPERATOR         PIC X(08).
008780     02  FILLER              PIC X(01).
008782     02  WD-REASON           PIC X(50).

008784 WORKING-STORAGE SECTION.
008786 01  LQ-SWITCHES.
008800     02  LQ-EOF-SW       PIC X(01) VALUE "N".
008900         88  LQ-END-OF-FILE          VALUE "Y".
009000         88  LQ-NOT-END-OF-FILE      VALUE "N".
009400     88  LQ-MASTER-STATUS-OK         VALUE "00".
009500 01  LQ-PARM-STATUS      PIC X(02) VALUE "00".
009600     88  LQ-PARM-STATUS-OK           VALUE "00".
009610 01  LQ-PRES-STATUS      PIC X(02) VALUE "00".
009620     88  LQ-PRES-STATUS-OK           VALUE "00".

009700*----------------------------------------------------------------*
009800*  THE QUERY RANGE.  LOCATION= SETS BOTH ENDS TO THE ONE ID;     *
010850 01  LQ-PARM-SWAP        PIC X(06) VALUE SPACES.
010900 01  LQ-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
011000 01  LQ-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
011010 01  LQ-REGION-FILTER    PIC X(03) VALUE SPACES.

011020*----------------------------------------------------------------*
011030*  THE CALENDAR DATE RANGE.  DATEFROM= TURNS THE CALENDAR ON; A  *
011040*  MISSING DATETO= MEANS THE ONE DAY.  THE RANGE IS HELD AS A    *
011050*  TABLE OF CALENDAR DAYS (AT MOST A YEAR), EACH FLAGGED WITH    *
011060*  WHETHER EX2 LEFT A PRESENCE FILE FOR IT AND WHICH REVISION    *
011070*  WAS USED.  THE DATE-STEP ITEMS MIRROR EX2SUM'S.               *
011080*----------------------------------------------------------------*
011090 01  LQ-DATE-FROM        PIC 9(08) VALUE ZERO.
011100 01  LQ-DATE-TO          PIC 9(08) VALUE ZERO.
011110 01  LQ-CALENDAR-SW      PIC X(01) VALUE "N".
011120     88  LQ-CALENDAR-REQUESTED       VALUE "Y".
011130 01  LQ-CURR-DATE        PIC 9(08) VALUE ZERO.
011140 01  LQ-CURR-DATE-X REDEFINES LQ-CURR-DATE.
011150     02  LQ-CURR-YYYY    PIC 9(04).
011160     02  LQ-CURR-MM      PIC 9(02).
011170     02  LQ-CURR-DD      PIC 9(02).
011180 01  LQ-DAYS-IN-MONTH-TABLE.
011190     02  FILLER          PIC 9(02) VALUE 31.
011200     02  FILLER          PIC 9(02) VALUE 28.
011210     02  FILLER          PIC 9(02) VALUE 31.
011220     02  FILLER          PIC 9(02) VALUE 30.
011230     02  FILLER          PIC 9(02) VALUE 31.
011240     02  FILLER          PIC 9(02) VALUE 30.
011250     02  FILLER          PIC 9(02) VALUE 31.
011260     02  FILLER          PIC 9(02) VALUE 31.
011270     02  FILLER          PIC 9(02) VALUE 30.
011280     02  FILLER          PIC 9(02) VALUE 31.
011290     02  FILLER          PIC 9(02) VALUE 30.
011300     02  FILLER          PIC 9(02) VALUE 31.
011310 01  LQ-DAYS-IN-MONTH REDEFINES LQ-DAYS-IN-MONTH-TABLE.
011320     02  LQ-DIM          PIC 9(02) OCCURS 12 TIMES.
011330 01  LQ-MONTH-END        PIC 9(02) COMP VALUE ZERO.
011340 01  LQ-LEAP-SW          PIC X(01) VALUE "N".
011350     88  LQ-IS-LEAP-YEAR         VALUE "Y".
011360 01  LQ-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
011370 01  LQ-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
011380 01  LQ-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.
011390 01  LQ-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
011400 01  LQ-DAY-COUNT        PIC 9(03) COMP VALUE ZERO.
011410 01  LQ-MAX-DAYS         PIC 9(03) VALUE 366.
011420 01  LQ-RUN-DAYS         PIC 9(03) COMP VALUE ZERO.
011430 01  LQ-DAY-TABLE.
011440     02  LQ-DAY-ENTRY OCCURS 366 TIMES
011450                         INDEXED BY DYX.
011460         03  LQ-DAY-DATE     PIC 9(08).
011470         03  LQ-DAY-REV      PIC 9(02).
011480         03  LQ-DAY-RUN-SW   PIC X(01).
011490             88  LQ-DAY-HAS-RUN          VALUE "Y".

011500*----------------------------------------------------------------*
011510*  ITEMS FOR THE LATEST-REVISION PROBE - A SUPPLEMENTAL EX2 RUN  *
011520*  WRITES LOCPRESyyyymmddRnn.DAT ABOVE THE ORIGINAL, AND THE     *
011530*  CALENDAR USES THE HIGHEST ONE ON DISK (THE EX2SUM RULE).      *
011540*----------------------------------------------------------------*
011550 01  LQ-PRES-NAME        PIC X(30) VALUE SPACES.
011560 01  LQ-KEEP-NAME        PIC X(30) VALUE SPACES.
011570 01  LQ-REV-99           PIC 9(02) VALUE ZERO.
011580 01  LQ-PROBE-DONE-SW    PIC X(01) VALUE "N".
011590     88  LQ-PROBE-DONE               VALUE "Y".
011591*----------------------------------------------------------------*
011592*  WITHDRAWAL LEDGER TABLE, IN FILE ORDER SO THE LATEST ENTRY    *
011593*  FOR A DATE AND REVISION WINS.  STATUS 05 IS AN OPTIONAL       *
011594*  LEDGER NOT YET CREATED.                                       *
011595*----------------------------------------------------------------*
011596 01  LQ-WDRAW-STATUS     PIC X(02) VALUE "00".
011597     88  LQ-WDRAW-STATUS-OK          VALUE "00" "05".
011598 01  LQ-WDR-COUNT        PIC 9(05) COMP VALUE ZERO.
011599 01  LQ-MAX-WDRAW        PIC 9(05) VALUE 5000.
011600 01  LQ-WDRAW-TABLE.
011601     02  LQ-WDR-ENTRY OCCURS 1 TO 5000 TIMES
011602                         DEPENDING ON LQ-WDR-COUNT
011603                         INDEXED BY WDX.
011604         03  LQ-WDR-DATE     PIC 9(08).
011605         03  LQ-WDR-REV      PIC 9(02).
011606         03  LQ-WDR-ACTION   PIC X(01).
011607 01  LQ-WD-REV           PIC 9(02) VALUE ZERO.
011608 01  LQ-WD-STATE-SW      PIC X(01) VALUE "N".
011609     88  LQ-WD-WITHDRAWN             VALUE "Y".

011610*----------------------------------------------------------------*
011611*  THE PRESENCE RECORDS IN THE ID RANGE FOR EVERY RUN DAY,       *
011620*  TAGGED WITH THE DAY'S TABLE POSITION AND SORTED BY ID THEN    *
011630*  DAY SO EACH ID'S CALENDAR IS ONE FORWARD WALK.  THE SELECTED  *
011640*  ID LIST IS THE UNION OF THE IDS SEEN AND THE MASTER SITES IN  *
011650*  THE RANGE/REGION (SO A SITE NEVER SEEN STILL GETS A CALENDAR  *
011660*  OF MISSING DAYS), SORTED, WITH REPEATS SKIPPED ON PRINTING.   *
011670*----------------------------------------------------------------*
011680 01  LQ-PRS-COUNT        PIC 9(06) COMP VALUE ZERO.
011690 01  LQ-MAX-PRS          PIC 9(06) VALUE 200000.
011700 01  LQ-PRS-TABLE.
011710     02  LQ-PRS-ENTRY OCCURS 1 TO 200000 TIMES
011720                         DEPENDING ON LQ-PRS-COUNT
011730                         INDEXED BY PSX.
011740         03  LQ-PRS-ID       PIC 9(06).
011750         03  LQ-PRS-DAY      PIC 9(03).
011760         03  LQ-PRS-LISTS    PIC X(02).
011770         03  LQ-PRS-MATCHED  PIC X(01).
011780         03  LQ-PRS-EXCEPTION PIC X(01).
011790         03  LQ-PRS-REGION   PIC X(03).
011800         03  LQ-PRS-SRC-CT   PIC 9(02).
011810         03  LQ-PRS-SOURCES  PIC X(12).
011820         03  LQ-PRS-REV      PIC 9(02).
011830 01  LQ-SEL-COUNT        PIC 9(06) COMP VALUE ZERO.
011840 01  LQ-MAX-SEL          PIC 9(06) VALUE 100000.
011850 01  LQ-SEL-TABLE.
011860     02  LQ-SEL-ENTRY OCCURS 1 TO 100000 TIMES
011870                         DEPENDING ON LQ-SEL-COUNT
011880                         INDEXED BY SLX.
011890         03  LQ-SEL-ID       PIC 9(06).
011900 01  LQ-SEL-WANTED-SW    PIC X(01) VALUE "N".
011910     88  LQ-SEL-WANTED               VALUE "Y".
011913 01  LQ-LOAD-WANTED-SW   PIC X(01) VALUE "N".
011916     88  LQ-LOAD-WANTED              VALUE "Y".
011920 01  LQ-SCAN-IX          PIC 9(06) COMP VALUE ZERO.
011930 01  LQ-CAL-ID           PIC 9(06) VALUE ZERO.
011940 01  LQ-MST-TARGET       PIC 9(06) VALUE ZERO.

011950*----------------------------------------------------------------*
011960*  PER-ID CALENDAR COUNTS AND THE GAP LIST.  A GAP IS A RUN OF   *
011970*  CONSECUTIVE MISSING RUN DAYS; A NO-RUN DAY (NO PRESENCE FILE  *
011980*  AT ALL) NEITHER BREAKS A GAP NOR COUNTS TOWARD ONE.  A YEAR   *
011990*  HOLDS AT MOST 183 SEPARATE GAPS.                              *
012000*----------------------------------------------------------------*
012010 01  LQ-ID-PRESENT       PIC 9(03) COMP VALUE ZERO.
012020 01  LQ-ID-MISSING       PIC 9(03) COMP VALUE ZERO.
012030 01  LQ-GAP-OPEN-SW      PIC X(01) VALUE "N".
012040     88  LQ-GAP-OPEN                 VALUE "Y".
012050 01  LQ-GAP-COUNT        PIC 9(03) COMP VALUE ZERO.
012060 01  LQ-GAP-TABLE.
012070     02  LQ-GAP-ENTRY OCCURS 183 TIMES
012080                         INDEXED BY GPX.
012090         03  LQ-GAP-FROM     PIC 9(08).
012100         03  LQ-GAP-THRU     PIC 9(08).
012110         03  LQ-GAP-DAYS     PIC 9(03).
012120 01  LQ-CAL-IDS          PIC 9(06) COMP VALUE ZERO.
012130 01  LQ-CAL-PRESENT-TOT  PIC 9(07) COMP VALUE ZERO.
012140 01  LQ-CAL-GAPS-TOT     PIC 9(06) COMP VALUE ZERO.
012150 01  LQ-EDIT-COUNT       PIC ZZZZZ9.
012160 01  LQ-EDIT-COUNT-2     PIC ZZZZZ9.

012170*----------------------------------------------------------------*
012180*  THE LOCATION MASTER IS HELD SORTED FOR A BINARY SEARCH, THE   *
012190*  SAME TECHNIQUE EX2 USES FOR ITS REPORT ENRICHMENT.            *
012200*----------------------------------------------------------------*
012210 01  LQ-MASTER-COUNT     PIC 9(5) COMP VALUE ZERO.
012220 01  LQ-MAX-MASTER       PIC 9(5) VALUE 50000.
012230 01  LQ-MASTER-TABLE.
012240     02  LQ-MASTER-ENTRY OCCURS 1 TO 50000 TIMES
012250                         DEPENDING ON LQ-MASTER-COUNT
012260                         ASCENDING KEY IS LQ-MST-ID
012270                         INDEXED BY LQX.
012280         03  LQ-MST-ID       PIC 9(06).
012300         03  LQ-MST-NAME     PIC X(20).
012400         03  LQ-MST-REGION   PIC X(03).
012500         03  LQ-MST-STATUS   PIC X(01).
014900     02  FILLER              PIC X(02) VALUE SPACES.
015000     02  LQD-REGION          PIC X(03).

015010*----------------------------------------------------------------*
015020*  LOCCAL.TXT PRINT LINES: THE RUN HEADING, THE PER-ID HEADING   *
015030*  AND TOTAL, ONE LINE PER CALENDAR DAY (A PRESENT DAY CARRIES   *
015040*  THE DETAIL FROM THAT DAY'S PRESENCE RECORD), AND THE GAPS.    *
015050*----------------------------------------------------------------*
015060 01  LQ-CAL-TITLE.
015070     02  FILLER              PIC X(33)
015080                 VALUE "EX2LOCQ SITE PRESENCE CALENDAR - ".
015090     02  FILLER              PIC X(06) VALUE "DATES ".
015100     02  LQT-DATE-FROM       PIC 9(08).
015110     02  FILLER              PIC X(06) VALUE " THRU ".
015120     02  LQT-DATE-TO         PIC 9(08).
015130     02  FILLER              PIC X(06) VALUE "  IDS ".
015140     02  LQT-FROM-ID         PIC 9(06).
015150     02  FILLER              PIC X(03) VALUE " - ".
015160     02  LQT-TO-ID           PIC 9(06).
015170     02  FILLER              PIC X(09) VALUE "  REGION ".
015180     02  LQT-REGION          PIC X(03).
015190 01  LQ-CAL-RUN-LINE.
015200     02  FILLER              PIC X(09) VALUE "RUN DAYS ".
015210     02  LQR-RUN-DAYS        PIC ZZ9.
015220     02  FILLER              PIC X(04) VALUE " OF ".
015230     02  LQR-CAL-DAYS        PIC ZZ9.
015240     02  FILLER              PIC X(30)
015250                 VALUE " CALENDAR DAYS HAD AN EX2 RUN".
015260 01  LQ-CAL-ID-HEAD.
015270     02  FILLER              PIC X(09) VALUE "LOCATION ".
015280     02  LQH-ID              PIC 9(06).
015290     02  FILLER              PIC X(02) VALUE SPACES.
015300     02  LQH-SITE-NAME       PIC X(20).
015310     02  FILLER              PIC X(09) VALUE "  REGION ".
015320     02  LQH-REGION          PIC X(03).
015330 01  LQ-CAL-PRESENT-LINE.
015340     02  FILLER              PIC X(02) VALUE SPACES.
015350     02  LQP-DATE            PIC 9(08).
015360     02  FILLER              PIC X(17) VALUE "  PRESENT  LISTS ".
015370     02  LQP-LISTS           PIC X(02).
015380     02  FILLER              PIC X(10) VALUE "  MATCHED ".
015390     02  LQP-MATCHED         PIC X(01).
015400     02  FILLER              PIC X(12) VALUE "  EXCEPTION ".
015410     02  LQP-EXCEPTION       PIC X(01).
015420     02  FILLER              PIC X(09) VALUE "  REGION ".
015430     02  LQP-REGION          PIC X(03).
015440     02  FILLER              PIC X(06) VALUE "  REV ".
015450     02  LQP-REV             PIC 9(02).
015460     02  FILLER              PIC X(10) VALUE "  SOURCES ".
015470     02  LQP-SRC-CT          PIC Z9.
015480     02  LQP-SOURCES         PIC X(12).
015490 01  LQ-CAL-ABSENT-LINE.
015500     02  FILLER              PIC X(02) VALUE SPACES.
015510     02  LQA-DATE            PIC 9(08).
015520     02  FILLER              PIC X(02) VALUE SPACES.
015530     02  LQA-STATUS          PIC X(07).
015540 01  LQ-CAL-ID-TOTAL.
015550     02  FILLER              PIC X(10) VALUE "  PRESENT ".
015560     02  LQS-PRESENT         PIC ZZ9.
015570     02  FILLER              PIC X(04) VALUE " OF ".
015580     02  LQS-RUN-DAYS        PIC ZZ9.
015590     02  FILLER              PIC X(19)
015600                 VALUE " RUN DAYS  MISSING ".
015610     02  LQS-MISSING         PIC ZZ9.
015620     02  FILLER              PIC X(07) VALUE "  GAPS ".
015630     02  LQS-GAPS            PIC ZZ9.
015640 01  LQ-CAL-GAP-LINE.
015650     02  FILLER              PIC X(06) VALUE "  GAP ".
015660     02  LQG-FROM            PIC 9(08).
015670     02  FILLER              PIC X(06) VALUE " THRU ".
015680     02  LQG-THRU            PIC 9(08).
015690     02  FILLER              PIC X(02) VALUE SPACES.
015700     02  LQG-DAYS            PIC ZZ9.
015710     02  FILLER              PIC X(22)
015720                 VALUE " RUN DAY(S) MISSING   ".

015730******************************************************************
015740 PROCEDURE DIVISION.

015750 0000-MAINLINE.
015760     PERFORM 1000-READ-PARM-CARDS
015770         THRU 1000-READ-PARM-CARDS-EXIT
015780     PERFORM 1500-LOAD-MASTER THRU 1500-LOAD-MASTER-EXIT
015790     PERFORM 2000-RUN-QUERY THRU 2000-RUN-QUERY-EXIT
015800     IF LQ-CALENDAR-REQUESTED
015810         PERFORM 3000-RUN-CALENDAR THRU 3000-RUN-CALENDAR-EXIT
015820     END-IF
015830     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.

015900*----------------------------------------------------------------*
016000*  1000-READ-PARM-CARDS - READ AND VALIDATE EX2LOCQ.CDS.  A      *
016100*  QUERY WITH NO RANGE AT ALL IS AN OPERATIONS MISTAKE AND       *
016200*  ENDS RC 16, AS DOES ANY UNKNOWN KEYWORD OR BAD VALUE, OR A    *
016210*  CALENDAR DATE RANGE THAT IS INVALID OR LONGER THAN A YEAR.    *
016300*----------------------------------------------------------------*
016400 1000-READ-PARM-CARDS.
016500     OPEN INPUT QRYPARM-FILE.
019100         STOP RUN
019200     END-IF.
019300     IF NOT LQ-RANGE-SET
019400         DISPLAY "EX2Q903E NO LOCATION=, FROM= OR REGION= CARD"
019500             " - NOTHING TO LOOK UP"
019600         MOVE 16 TO RETURN-CODE
019700         STOP RUN
019800     END-IF.
020600         STOP RUN
020700     END-IF.
020800     DISPLAY "EX2Q001I QUERY RANGE " LQ-FROM-ID " - " LQ-TO-ID.
020810     IF LQ-REGION-FILTER NOT = SPACES
020820         DISPLAY "EX2Q005I REGION FILTER ....... "
020830             LQ-REGION-FILTER
020840     END-IF.
020850     IF LQ-DATE-TO NOT = ZERO AND LQ-DATE-FROM = ZERO
020860         DISPLAY "EX2Q909E DATETO= GIVEN WITHOUT DATEFROM="
020870         MOVE 16 TO RETURN-CODE
020880         STOP RUN
020890     END-IF.
020900     IF LQ-CALENDAR-REQUESTED
020910         PERFORM 1300-CHECK-DATE-RANGE
020920             THRU 1300-CHECK-DATE-RANGE-EXIT
020930     END-IF.
020940 1000-READ-PARM-CARDS-EXIT.
021000     EXIT.

021100*----------------------------------------------------------------*
021200*  1100-APPLY-ONE-CARD - LOCATION= SETS BOTH ENDS; FROM= AND     *
021300*  TO= SET ONE END EACH.  VALUES MUST BE 1-6 DIGITS.  REGION=    *
021310*  TAKES A 1-3 CHARACTER CODE AND, BY ITSELF, IS A COMPLETE      *
021320*  SELECTION (EVERY ID IN THE REGION).  DATEFROM= AND DATETO=    *
021330*  TAKE A yyyymmdd.                                              *
021400*----------------------------------------------------------------*
021500 1100-APPLY-ONE-CARD.
021600     MOVE SPACES TO LQ-PARM-KEY LQ-PARM-VALUE.
021800         INTO LQ-PARM-KEY LQ-PARM-VALUE.
021900     IF LQ-PARM-VALUE(1:6) NOT NUMERIC
022000             AND LQ-PARM-VALUE(1:6) NOT = SPACES
022010             AND LQ-PARM-KEY NOT = "REGION"
022100         PERFORM 1150-EDIT-SHORT-NUMBER
022200             THRU 1150-EDIT-SHORT-NUMBER-EXIT
022300     END-IF.
024900                 PERFORM 1190-FLAG-BAD-VALUE
025000                     THRU 1190-FLAG-BAD-VALUE-EXIT
025100             END-IF
025110         WHEN "REGION"
025120             IF LQ-PARM-VALUE(1:3) NOT = SPACES
025130                     AND LQ-PARM-VALUE(4:37) = SPACES
025140                 MOVE LQ-PARM-VALUE(1:3) TO LQ-REGION-FILTER
025150                 MOVE "Y" TO LQ-RANGE-SET-SW
025160             ELSE
025170                 PERFORM 1190-FLAG-BAD-VALUE
025180                     THRU 1190-FLAG-BAD-VALUE-EXIT
025190             END-IF
025200         WHEN "DATEFROM"
025210             IF LQ-PARM-VALUE(1:8) NUMERIC
025220                     AND LQ-PARM-VALUE(9:32) = SPACES
025230                 MOVE LQ-PARM-VALUE(1:8) TO LQ-DATE-FROM
025240                 SET LQ-CALENDAR-REQUESTED TO TRUE
025250             ELSE
025260                 PERFORM 1190-FLAG-BAD-VALUE
025270                     THRU 1190-FLAG-BAD-VALUE-EXIT
025280             END-IF
025290         WHEN "DATETO"
025300             IF LQ-PARM-VALUE(1:8) NUMERIC
025310                     AND LQ-PARM-VALUE(9:32) = SPACES
025320                 MOVE LQ-PARM-VALUE(1:8) TO LQ-DATE-TO
025330             ELSE
025340                 PERFORM 1190-FLAG-BAD-VALUE
025350                     THRU 1190-FLAG-BAD-VALUE-EXIT
025360             END-IF
025370         WHEN OTHER
025380             ADD 1 TO LQ-PARM-ERRORS
025400             DISPLAY "EX2Q905E UNKNOWN KEYWORD """ LQ-PARM-KEY
025500                 """ ON CARD " LQ-PARM-CARD-CT
025600     END-EVALUATE.
028200 1190-FLAG-BAD-VALUE-EXIT.
028300     EXIT.

028310*----------------------------------------------------------------*
028320*  1300-CHECK-DATE-RANGE - VALIDATE THE CALENDAR DATES AND LAY   *
028330*  OUT THE DAY TABLE.  A MISSING DATETO= IS THE ONE DAY.  A      *
028340*  RANGE OF MORE THAN 366 CALENDAR DAYS IS REFUSED RC 16 - A     *
028350*  CALENDAR THAT LONG IS NOT AN INQUIRY, IT IS A REPORT.         *
028360*----------------------------------------------------------------*
028370 1300-CHECK-DATE-RANGE.
028380     IF LQ-DATE-TO = ZERO
028390         MOVE LQ-DATE-FROM TO LQ-DATE-TO
028400     END-IF.
028410     MOVE LQ-DATE-FROM TO LQ-CURR-DATE.
028420     PERFORM 1350-CHECK-DATE THRU 1350-CHECK-DATE-EXIT.
028430     MOVE LQ-DATE-TO TO LQ-CURR-DATE.
028440     PERFORM 1350-CHECK-DATE THRU 1350-CHECK-DATE-EXIT.
028450     IF LQ-DATE-FROM > LQ-DATE-TO
028460         DISPLAY "EX2Q911E DATEFROM " LQ-DATE-FROM
028470             " IS AFTER DATETO " LQ-DATE-TO
028480         MOVE 16 TO RETURN-CODE
028490         STOP RUN
028500     END-IF.
028510     MOVE ZERO TO LQ-DAY-COUNT.
028520     MOVE LQ-DATE-FROM TO LQ-CURR-DATE.
028530     PERFORM UNTIL LQ-CURR-DATE > LQ-DATE-TO
028540         IF LQ-DAY-COUNT = LQ-MAX-DAYS
028550             DISPLAY "EX2Q912E CALENDAR RANGE " LQ-DATE-FROM
028560                 " - " LQ-DATE-TO " EXCEEDS " LQ-MAX-DAYS " DAYS"
028570             MOVE 16 TO RETURN-CODE
028580             STOP RUN
028590         END-IF
028600         ADD 1 TO LQ-DAY-COUNT
028610         MOVE LQ-CURR-DATE TO LQ-DAY-DATE(LQ-DAY-COUNT)
028620         MOVE ZERO TO LQ-DAY-REV(LQ-DAY-COUNT)
028630         MOVE "N" TO LQ-DAY-RUN-SW(LQ-DAY-COUNT)
028640         PERFORM 1400-NEXT-DATE THRU 1400-NEXT-DATE-EXIT
028650     END-PERFORM.
028660     DISPLAY "EX2Q004I CALENDAR RANGE " LQ-DATE-FROM " - "
028670         LQ-DATE-TO.
028680 1300-CHECK-DATE-RANGE-EXIT.
028690     EXIT.

028700*----------------------------------------------------------------*
028710*  1350-CHECK-DATE - REJECT A DATE WHOSE MONTH OR DAY IS OUTSIDE *
028720*  THE CALENDAR (1400 SUBSCRIPTS THE DAYS-IN-MONTH TABLE BY IT). *
028730*----------------------------------------------------------------*
028740 1350-CHECK-DATE.
028750     IF LQ-CURR-MM < 1 OR LQ-CURR-MM > 12
028760             OR LQ-CURR-DD < 1 OR LQ-CURR-DD > 31
028770         DISPLAY "EX2Q910E " LQ-CURR-DATE
028780             " IS NOT A VALID yyyymmdd DATE"
028790         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028810     END-IF.
028820 1350-CHECK-DATE-EXIT.
028830     EXIT.

028840*----------------------------------------------------------------*
028850*  1400-NEXT-DATE - STEP LQ-CURR-DATE FORWARD ONE CALENDAR DAY,  *
028860*  THE SAME LOGIC AS EX2SUM'S 2200-NEXT-DATE.                    *
028870*----------------------------------------------------------------*
028880 1400-NEXT-DATE.
028890     MOVE LQ-DIM(LQ-CURR-MM) TO LQ-MONTH-END.
028900     IF LQ-CURR-MM = 2
028910         PERFORM 1450-CHECK-LEAP-YEAR
028920             THRU 1450-CHECK-LEAP-YEAR-EXIT
028930         IF LQ-IS-LEAP-YEAR
028940             MOVE 29 TO LQ-MONTH-END
028950         END-IF
028960     END-IF.
028970     IF LQ-CURR-DD < LQ-MONTH-END
028980         ADD 1 TO LQ-CURR-DD
028990     ELSE
029000         IF LQ-CURR-MM < 12
029010             ADD 1 TO LQ-CURR-MM
029020             MOVE 1 TO LQ-CURR-DD
029030         ELSE
029040             ADD 1 TO LQ-CURR-YYYY
029050             MOVE 1 TO LQ-CURR-MM
029060             MOVE 1 TO LQ-CURR-DD
029070         END-IF
029080     END-IF.
029090 1400-NEXT-DATE-EXIT.
029100     EXIT.

029110*----------------------------------------------------------------*
029120*  1450-CHECK-LEAP-YEAR - STANDARD GREGORIAN LEAP YEAR TEST:     *
029130*  DIVISIBLE BY 400, OR DIVISIBLE BY 4 BUT NOT BY 100.           *
029140*----------------------------------------------------------------*
029150 1450-CHECK-LEAP-YEAR.
029160     MOVE "N" TO LQ-LEAP-SW.
029170     DIVIDE LQ-CURR-YYYY BY 400 GIVING LQ-YEAR-QUOTIENT
029180         REMAINDER LQ-YEAR-REM400.
029190     IF LQ-YEAR-REM400 = 0
029200         SET LQ-IS-LEAP-YEAR TO TRUE
029210         GO TO 1450-CHECK-LEAP-YEAR-EXIT
029220     END-IF.
029230     DIVIDE LQ-CURR-YYYY BY 100 GIVING LQ-YEAR-QUOTIENT
029240         REMAINDER LQ-YEAR-REM100.
029250     IF LQ-YEAR-REM100 = 0
029260         GO TO 1450-CHECK-LEAP-YEAR-EXIT
029270     END-IF.
029280     DIVIDE LQ-CURR-YYYY BY 4 GIVING LQ-YEAR-QUOTIENT
029290         REMAINDER LQ-YEAR-REM4.
029300     IF LQ-YEAR-REM4 = 0
029310         SET LQ-IS-LEAP-YEAR TO TRUE
029320     END-IF.
029330 1450-CHECK-LEAP-YEAR-EXIT.
029340     EXIT.

029350*----------------------------------------------------------------*
029360*  1500-LOAD-MASTER - LOAD THE LOCATION MASTER FOR THE SITE      *
029370*  NAME/REGION STAMP.  A MISSING MASTER JUST LEAVES THE          *
029380*  ENRICHMENT COLUMNS BLANK, SAME AS EX2.                        *
029390*----------------------------------------------------------------*
029400 1500-LOAD-MASTER.
029410     OPEN INPUT LOCMAST-FILE.
029420     IF NOT LQ-MASTER-STATUS-OK
029430         GO TO 1500-LOAD-MASTER-EXIT
029440     END-IF.
029450     PERFORM UNTIL LQ-END-OF-FILE
029500         READ LOCMAST-FILE
029600             AT END
029700                 SET LQ-END-OF-FILE TO TRUE
032100*  2000-RUN-QUERY - SCAN THE HISTORY FILE (IT IS IN ID ORDER)    *
032200*  AND PRINT EVERY RECORD IN THE REQUESTED RANGE TO LOCQRY.TXT   *
032300*  AND THE RUN LOG.  READING PAST THE TOP OF THE RANGE STOPS     *
032400*  THE SCAN EARLY.  WITH NO HISTORY FILE A CALENDAR RUN STILL    *
032410*  GOES AHEAD; A PLAIN HISTORY QUERY ENDS RC 4.                  *
032500*----------------------------------------------------------------*
032600 2000-RUN-QUERY.
032700     OPEN INPUT LOCHIST-FILE.
032800     IF NOT LQ-HIST-STATUS-OK
032900         DISPLAY "EX2Q907W NO HISTORY FILE LOCHIST.DAT - HAS "
033000             "EX2 RUN YET?"
033010         IF LQ-CALENDAR-REQUESTED
033020             GO TO 2000-RUN-QUERY-EXIT
033030         END-IF
033100         MOVE 4 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
035100     END-PERFORM.
035200     CLOSE LOCHIST-FILE.
035300     CLOSE QRYOUT-FILE.
035310     SET LQ-NOT-END-OF-FILE TO TRUE.
035400 2000-RUN-QUERY-EXIT.
035500     EXIT.

035600*----------------------------------------------------------------*
035700*  2100-PRINT-ONE-ID - ONE OUTPUT LINE FOR THE HISTORY RECORD    *
035800*  IN THE BUFFER, WITH THE MASTER NAME/REGION STAMP.  UNDER A    *
035810*  REGION= CARD, AN ID WHOSE MASTER REGION IS ANY OTHER IS       *
035820*  SKIPPED.                                                      *
035900*----------------------------------------------------------------*
036000 2100-PRINT-ONE-ID.
036100     MOVE LH-LOCATION-ID TO LQ-MST-TARGET.
036200     PERFORM 2200-FIND-MASTER THRU 2200-FIND-MASTER-EXIT.
036210     IF LQ-REGION-FILTER NOT = SPACES
036220             AND LQ-MST-OUT-REGION NOT = LQ-REGION-FILTER
036230         GO TO 2100-PRINT-ONE-ID-EXIT
036240     END-IF.
036250     ADD 1 TO LQ-HITS.
036300     MOVE SPACES TO LQ-DETAIL.
036400     MOVE LH-LOCATION-ID TO LQD-ID.
036500     MOVE LH-FIRST-SEEN TO LQD-FIRST.
037600     EXIT.

037700*----------------------------------------------------------------*
037800*  2200-FIND-MASTER - BINARY SEARCH THE MASTER FOR THE ID IN     *
037900*  LQ-MST-TARGET; AN ID WITH NO MASTER ENTRY IS FLAGGED IN THE   *
038000*  NAME COLUMN, SAME CONVENTION AS EX2'S REPORTS.                *
038100*----------------------------------------------------------------*
038200 2200-FIND-MASTER.
038800     SEARCH ALL LQ-MASTER-ENTRY
038900         AT END
039000             CONTINUE
039100         WHEN LQ-MST-ID(LQX) = LQ-MST-TARGET
039200             SET LQ-MST-FOUND TO TRUE
039300             MOVE LQ-MST-NAME(LQX) TO LQ-MST-OUT-NAME
039400             MOVE LQ-MST-REGION(LQX) TO LQ-MST-OUT-REGION
040000     EXIT.

040100*----------------------------------------------------------------*
040200*  3000-RUN-CALENDAR - THE PRESENCE CALENDAR.  LOAD THE DAY'S    *
040300*  PRESENCE RECORDS FOR EVERY DATE IN THE RANGE, WORK OUT WHICH  *
040400*  IDS TO SHOW, AND PRINT EACH ONE'S CALENDAR AND GAPS TO        *
040500*  LOCCAL.TXT.                                                   *
040600*----------------------------------------------------------------*
040700 3000-RUN-CALENDAR.
040710     PERFORM 3050-LOAD-WITHDRAWALS
040720         THRU 3050-LOAD-WITHDRAWALS-EXIT.
040800     PERFORM VARYING DYX FROM 1 BY 1 UNTIL DYX > LQ-DAY-COUNT
040900         PERFORM 3100-LOAD-ONE-DAY THRU 3100-LOAD-ONE-DAY-EXIT
041000     END-PERFORM.
041100     IF LQ-PRS-COUNT > ZERO
041200         SORT LQ-PRS-ENTRY ON ASCENDING KEY LQ-PRS-ID LQ-PRS-DAY
041300     END-IF.
041400     PERFORM 3300-SELECT-IDS THRU 3300-SELECT-IDS-EXIT.
041500     OPEN OUTPUT CALOUT-FILE.
041600     MOVE LQ-DATE-FROM TO LQT-DATE-FROM.
041700     MOVE LQ-DATE-TO TO LQT-DATE-TO.
041800     MOVE LQ-FROM-ID TO LQT-FROM-ID.
041900     MOVE LQ-TO-ID TO LQT-TO-ID.
042000     MOVE LQ-REGION-FILTER TO LQT-REGION.
042100     WRITE CALOUT-RECORD FROM LQ-CAL-TITLE.
042200     MOVE LQ-RUN-DAYS TO LQR-RUN-DAYS.
042300     MOVE LQ-DAY-COUNT TO LQR-CAL-DAYS.
042400     WRITE CALOUT-RECORD FROM LQ-CAL-RUN-LINE.
042500     MOVE 1 TO LQ-SCAN-IX.
042600     PERFORM VARYING SLX FROM 1 BY 1 UNTIL SLX > LQ-SEL-COUNT
042700         IF SLX = 1 OR LQ-SEL-ID(SLX) NOT = LQ-SEL-ID(SLX - 1)
042800             MOVE LQ-SEL-ID(SLX) TO LQ-CAL-ID
042900             PERFORM 3400-PRINT-ONE-ID THRU 3400-PRINT-ONE-ID-EXIT
043000         END-IF
043100     END-PERFORM.
043200     CLOSE CALOUT-FILE.
043300 3000-RUN-CALENDAR-EXIT.
043400     EXIT.

043500*----------------------------------------------------------------*
043600*  3100-LOAD-ONE-DAY - FIND THE LATEST PRESENCE GENERATION FOR   *
043700*  THE DAY AT DYX AND LOAD ITS RECORDS IN THE ID RANGE.  A DAY   *
043800*  WITH NO FILE AT ALL IS A NO-RUN DAY (WEEKEND, HOLIDAY, OR A   *
043900*  RUN THAT NEVER HAPPENED).  AN OVER-CAPACITY LOAD IS AN        *
044000*  ABEND - A PARTIAL CALENDAR WOULD INVENT GAPS.                 *
044100*----------------------------------------------------------------*
044200 3100-LOAD-ONE-DAY.
044300     MOVE LQ-DAY-DATE(DYX) TO LQ-CURR-DATE.
044400     PERFORM 3150-FIND-LATEST-REVISION
044500         THRU 3150-FIND-LATEST-REVISION-EXIT.
044600     IF NOT LQ-DAY-HAS-RUN(DYX)
044700         GO TO 3100-LOAD-ONE-DAY-EXIT
044800     END-IF.
044900     ADD 1 TO LQ-RUN-DAYS.
045000     OPEN INPUT PRESENCE-FILE.
045100     PERFORM UNTIL LQ-END-OF-FILE
045200         READ PRESENCE-FILE
045300             AT END
045400                 SET LQ-END-OF-FILE TO TRUE
045500             NOT AT END
045510                 MOVE "N" TO LQ-LOAD-WANTED-SW
045520                 IF PR-LOCATION-ID NUMERIC
045530                         AND PR-LOCATION-ID NOT < LQ-FROM-ID
045540                         AND PR-LOCATION-ID NOT > LQ-TO-ID
045550                     PERFORM 3120-CHECK-LOAD-REGION
045560                         THRU 3120-CHECK-LOAD-REGION-EXIT
045570                 END-IF
045580                 IF LQ-LOAD-WANTED
045900                     IF LQ-PRS-COUNT = LQ-MAX-PRS
046000                         GO TO 3190-PRESENCE-OVERFLOW
046100                     END-IF
046200                     ADD 1 TO LQ-PRS-COUNT
046300                     SET PSX TO LQ-PRS-COUNT
046400                     MOVE PR-LOCATION-ID TO LQ-PRS-ID(PSX)
046500                     SET LQ-PRS-DAY(PSX) TO DYX
046600                     MOVE PR-ON-LISTS TO LQ-PRS-LISTS(PSX)
046700                     MOVE PR-MATCHED TO LQ-PRS-MATCHED(PSX)
046800                     MOVE PR-EXCEPTION TO LQ-PRS-EXCEPTION(PSX)
046900                     MOVE PR-REGION TO LQ-PRS-REGION(PSX)
047000                     MOVE PR-SOURCE-COUNT TO LQ-PRS-SRC-CT(PSX)
047100                     MOVE PR-SOURCES TO LQ-PRS-SOURCES(PSX)
047200                     MOVE PR-REVISION TO LQ-PRS-REV(PSX)
047300                 END-IF
047400         END-READ
047500     END-PERFORM.
047600     CLOSE PRESENCE-FILE.
047700     SET LQ-NOT-END-OF-FILE TO TRUE.
047800     GO TO 3100-LOAD-ONE-DAY-EXIT.

047900*----------------------------------------------------------------*
048000*  3190-PRESENCE-OVERFLOW - THE RANGE HOLDS MORE PRESENCE        *
048100*  RECORDS THAN THE TABLE.                                       *
048200*----------------------------------------------------------------*
048300 3190-PRESENCE-OVERFLOW.
048400     CLOSE PRESENCE-FILE.
048500     DISPLAY "EX2Q913E PRESENCE RECORDS EXCEED TABLE CAPACITY OF "
048600         LQ-MAX-PRS " - NARROW THE ID OR DATE RANGE".
048700     MOVE 16 TO RETURN-CODE.
048800     STOP RUN.
048900 3100-LOAD-ONE-DAY-EXIT.
049000     EXIT.

049002*----------------------------------------------------------------*
049004*  3050-LOAD-WITHDRAWALS - LOAD WITHDRAW.DAT SO 3150 CAN PASS    *
049006*  OVER THE PRESENCE GENERATIONS EX2BACK HAS BACKED OUT.         *
049008*----------------------------------------------------------------*
049010 3050-LOAD-WITHDRAWALS.
049012     OPEN INPUT WDRAW-FILE.
049014     IF NOT LQ-WDRAW-STATUS-OK
049016         GO TO 3050-LOAD-WITHDRAWALS-EXIT
049018     END-IF.
049020     PERFORM UNTIL LQ-END-OF-FILE
049022         READ WDRAW-FILE
049024             AT END
049026                 SET LQ-END-OF-FILE TO TRUE
049028             NOT AT END
049030                 IF WD-RUN-DATE NUMERIC AND WD-REVISION NUMERIC
049032                     IF LQ-WDR-COUNT = LQ-MAX-WDRAW
049034                         CLOSE WDRAW-FILE
049036                         DISPLAY "EX2Q915E WITHDRAWAL LEDGER "
049038                             "EXCEEDS " LQ-MAX-WDRAW
049040                             " ENTRIES - RUN ENDED"
049042                         MOVE 16 TO RETURN-CODE
049044                         STOP RUN
049046                     END-IF
049048                     ADD 1 TO LQ-WDR-COUNT
049050                     SET WDX TO LQ-WDR-COUNT
049052                     MOVE WD-RUN-DATE TO LQ-WDR-DATE(WDX)
049054                     MOVE WD-REVISION TO LQ-WDR-REV(WDX)
049056                     MOVE WD-ACTION TO LQ-WDR-ACTION(WDX)
049058                 END-IF
049060         END-READ
049062     END-PERFORM.
049064     CLOSE WDRAW-FILE.
049066     SET LQ-NOT-END-OF-FILE TO TRUE.
049068 3050-LOAD-WITHDRAWALS-EXIT.
049070     EXIT.

049071*----------------------------------------------------------------*
049072*  3120-CHECK-LOAD-REGION - UNDER REGION= ONLY THE PRESENCE      *
049073*  RECORDS 3300 CAN SELECT ARE KEPT: THOSE TAGGED WITH THE       *
049074*  REGION ASKED FOR, AND THOSE OF A SITE WHOSE MASTER REGION IS  *
049075*  THAT REGION.  THE REST NEVER TAKE A PLACE IN THE TABLE, SO    *
049076*  THE DEFAULT FULL ID RANGE DOES NOT FILL IT.                   *
049077*----------------------------------------------------------------*
049078 3120-CHECK-LOAD-REGION.
049079     IF LQ-REGION-FILTER = SPACES
049080             OR PR-REGION = LQ-REGION-FILTER
049081         MOVE "Y" TO LQ-LOAD-WANTED-SW
049082         GO TO 3120-CHECK-LOAD-REGION-EXIT
049083     END-IF.
049084     MOVE PR-LOCATION-ID TO LQ-MST-TARGET.
049085     PERFORM 2200-FIND-MASTER THRU 2200-FIND-MASTER-EXIT.
049086     IF LQ-MST-OUT-REGION = LQ-REGION-FILTER
049087         MOVE "Y" TO LQ-LOAD-WANTED-SW
049088     END-IF.
049089 3120-CHECK-LOAD-REGION-EXIT.
049090     EXIT.

049100*----------------------------------------------------------------*
049200*  3150-FIND-LATEST-REVISION - PROBE LOCPRESyyyymmdd.DAT, THEN   *
049300*  THE Rnn REVISION GENERATIONS UPWARD, LEAVING THE HIGHEST ONE  *
049400*  FOUND IN LQ-PRES-NAME AND MARKING THE DAY AS HAVING A RUN.    *
049410*  A GENERATION THE LEDGER SHOWS WITHDRAWN DOES NOT COUNT.       *
049500*----------------------------------------------------------------*
049600 3150-FIND-LATEST-REVISION.
049700     MOVE SPACES TO LQ-PRES-NAME.
049800     STRING "LOCPRES" DELIMITED BY SIZE
049900            LQ-CURR-DATE DELIMITED BY SIZE
050000            ".DAT" DELIMITED BY SIZE
050100         INTO LQ-PRES-NAME.
050200     OPEN INPUT PRESENCE-FILE.
050300     IF LQ-PRES-STATUS-OK
050400         CLOSE PRESENCE-FILE
050410         MOVE ZERO TO LQ-WD-REV
050420         PERFORM 3160-CHECK-WITHDRAWN
050430             THRU 3160-CHECK-WITHDRAWN-EXIT
050440         IF NOT LQ-WD-WITHDRAWN
050450             MOVE "Y" TO LQ-DAY-RUN-SW(DYX)
050460         END-IF
050600     END-IF.
050700     MOVE LQ-PRES-NAME TO LQ-KEEP-NAME.
050800     MOVE ZERO TO LQ-REV-99.
050900     MOVE "N" TO LQ-PROBE-DONE-SW.
051000     PERFORM UNTIL LQ-PROBE-DONE OR LQ-REV-99 = 98
051100         ADD 1 TO LQ-REV-99
051200         MOVE SPACES TO LQ-PRES-NAME
051300         STRING "LOCPRES" DELIMITED BY SIZE
051400                LQ-CURR-DATE DELIMITED BY SIZE
051500                "R" DELIMITED BY SIZE
051600                LQ-REV-99 DELIMITED BY SIZE
051700                ".DAT" DELIMITED BY SIZE
051800             INTO LQ-PRES-NAME
051900         OPEN INPUT PRESENCE-FILE
052000         IF LQ-PRES-STATUS-OK
052100             CLOSE PRESENCE-FILE
052110             MOVE LQ-REV-99 TO LQ-WD-REV
052120             PERFORM 3160-CHECK-WITHDRAWN
052130                 THRU 3160-CHECK-WITHDRAWN-EXIT
052140             IF NOT LQ-WD-WITHDRAWN
052150                 MOVE LQ-PRES-NAME TO LQ-KEEP-NAME
052160                 MOVE LQ-REV-99 TO LQ-DAY-REV(DYX)
052170                 MOVE "Y" TO LQ-DAY-RUN-SW(DYX)
052180             END-IF
052500         ELSE
052600             SET LQ-PROBE-DONE TO TRUE
052700         END-IF
052800     END-PERFORM.
052900     MOVE LQ-KEEP-NAME TO LQ-PRES-NAME.
053000 3150-FIND-LATEST-REVISION-EXIT.
053100     EXIT.

053105*----------------------------------------------------------------*
053110*  3160-CHECK-WITHDRAWN - SET LQ-WD-WITHDRAWN WHEN THE LATEST    *
053115*  LEDGER ENTRY FOR LQ-CURR-DATE / LQ-WD-REV IS A WITHDRAWAL.    *
053120*----------------------------------------------------------------*
053125 3160-CHECK-WITHDRAWN.
053130     MOVE "N" TO LQ-WD-STATE-SW.
053135     PERFORM VARYING WDX FROM 1 BY 1 UNTIL WDX > LQ-WDR-COUNT
053140         IF LQ-WDR-DATE(WDX) = LQ-CURR-DATE
053145                 AND LQ-WDR-REV(WDX) = LQ-WD-REV
053150             IF LQ-WDR-ACTION(WDX) = "W"
053155                 MOVE "Y" TO LQ-WD-STATE-SW
053160             ELSE
053165                 MOVE "N" TO LQ-WD-STATE-SW
053170             END-IF
053175         END-IF
053180     END-PERFORM.
053185 3160-CHECK-WITHDRAWN-EXIT.
053190     EXIT.

053200*----------------------------------------------------------------*
053300*  3300-SELECT-IDS - BUILD THE LIST OF IDS TO CALENDAR.  A       *
053400*  LOCATION= QUERY ALWAYS SHOWS ITS ONE ID, SEEN OR NOT.  OTHER- *
053500*  WISE: EVERY ID SEEN IN THE RANGE, PLUS EVERY ACTIVE MASTER    *
053600*  SITE IN THE RANGE.  UNDER REGION= AN ID SEEN QUALIFIES IF ITS *
053700*  MASTER REGION OR THE REGION ON ANY OF ITS PRESENCE RECORDS    *
053800*  IS THE ONE ASKED FOR (SO A SITE TRANSFERRED MID-RANGE STILL   *
053900*  SHOWS), AND A MASTER SITE IF ITS REGION IS.                   *
054000*----------------------------------------------------------------*
054100 3300-SELECT-IDS.
054200     IF LQ-FROM-ID = LQ-TO-ID
054300         MOVE LQ-FROM-ID TO LQ-CAL-ID
054400         PERFORM 3350-ADD-SELECTED THRU 3350-ADD-SELECTED-EXIT
054500     END-IF.
054600     PERFORM VARYING PSX FROM 1 BY 1 UNTIL PSX > LQ-PRS-COUNT
054700         IF PSX = 1 OR LQ-PRS-ID(PSX) NOT = LQ-PRS-ID(PSX - 1)
054800             MOVE "Y" TO LQ-SEL-WANTED-SW
054900             IF LQ-REGION-FILTER NOT = SPACES
055000                 PERFORM 3320-CHECK-SEEN-REGION
055100                     THRU 3320-CHECK-SEEN-REGION-EXIT
055200             END-IF
055300             IF LQ-SEL-WANTED
055400                 MOVE LQ-PRS-ID(PSX) TO LQ-CAL-ID
055500                 PERFORM 3350-ADD-SELECTED
055600                     THRU 3350-ADD-SELECTED-EXIT
055700             END-IF
055800         END-IF
055900     END-PERFORM.
056000     PERFORM VARYING LQX FROM 1 BY 1 UNTIL LQX > LQ-MASTER-COUNT
056100         IF LQ-MST-ID(LQX) NOT < LQ-FROM-ID
056200                 AND LQ-MST-ID(LQX) NOT > LQ-TO-ID
056300                 AND LQ-MST-STATUS(LQX) NOT = "C"
056400                 AND (LQ-REGION-FILTER = SPACES
056500                  OR LQ-MST-REGION(LQX) = LQ-REGION-FILTER)
056600             MOVE LQ-MST-ID(LQX) TO LQ-CAL-ID
056700             PERFORM 3350-ADD-SELECTED THRU 3350-ADD-SELECTED-EXIT
056800         END-IF
056900     END-PERFORM.
057000     IF LQ-SEL-COUNT > ZERO
057100         SORT LQ-SEL-ENTRY ON ASCENDING KEY LQ-SEL-ID
057200     END-IF.
057300 3300-SELECT-IDS-EXIT.
057400     EXIT.

057500*----------------------------------------------------------------*
057600*  3320-CHECK-SEEN-REGION - DECIDE WHETHER THE SEEN ID WHOSE     *
057700*  PRESENCE RUN STARTS AT PSX BELONGS TO THE REGION= REGION.     *
057800*----------------------------------------------------------------*
057900 3320-CHECK-SEEN-REGION.
058000     MOVE LQ-PRS-ID(PSX) TO LQ-MST-TARGET.
058100     PERFORM 2200-FIND-MASTER THRU 2200-FIND-MASTER-EXIT.
058200     IF LQ-MST-OUT-REGION = LQ-REGION-FILTER
058300         GO TO 3320-CHECK-SEEN-REGION-EXIT
058400     END-IF.
058500     MOVE "N" TO LQ-SEL-WANTED-SW.
058600     SET LQ-SCAN-IX TO PSX.
058700     PERFORM UNTIL LQ-SCAN-IX > LQ-PRS-COUNT
058800             OR LQ-PRS-ID(LQ-SCAN-IX) NOT = LQ-MST-TARGET
058900             OR LQ-SEL-WANTED
059000         IF LQ-PRS-REGION(LQ-SCAN-IX) = LQ-REGION-FILTER
059100             MOVE "Y" TO LQ-SEL-WANTED-SW
059200         END-IF
059300         ADD 1 TO LQ-SCAN-IX
059400     END-PERFORM.
059500 3320-CHECK-SEEN-REGION-EXIT.
059600     EXIT.

059700*----------------------------------------------------------------*
059800*  3350-ADD-SELECTED - APPEND LQ-CAL-ID TO THE SELECTED LIST.    *
059900*----------------------------------------------------------------*
060000 3350-ADD-SELECTED.
060100     IF LQ-SEL-COUNT = LQ-MAX-SEL
060200         DISPLAY "EX2Q914E MORE THAN " LQ-MAX-SEL " IDS SELECTED"
060300             " - NARROW THE ID RANGE OR REGION"
060400         MOVE 16 TO RETURN-CODE
060500         STOP RUN
060600     END-IF.
060700     ADD 1 TO LQ-SEL-COUNT.
060800     MOVE LQ-CAL-ID TO LQ-SEL-ID(LQ-SEL-COUNT).
060900 3350-ADD-SELECTED-EXIT.
061000     EXIT.

061100*----------------------------------------------------------------*
061200*  3400-PRINT-ONE-ID - ONE ID'S CALENDAR.  THE PRESENCE TABLE    *
061300*  AND THE SELECTED LIST ARE BOTH IN ID ORDER, SO LQ-SCAN-IX     *
061400*  ONLY EVER MOVES FORWARD: SKIP TO THE ID'S FIRST RECORD, THEN  *
061500*  EACH CALENDAR DAY IS PRESENT (THE NEXT RECORD IS FOR THIS     *
061600*  DAY), MISSING (THE DAY HAD A RUN), OR NO RUN.                 *
061700*----------------------------------------------------------------*
061800 3400-PRINT-ONE-ID.
061900     ADD 1 TO LQ-CAL-IDS.
062000     MOVE ZERO TO LQ-ID-PRESENT LQ-ID-MISSING LQ-GAP-COUNT.
062100     MOVE "N" TO LQ-GAP-OPEN-SW.
062200     MOVE LQ-CAL-ID TO LQ-MST-TARGET.
062300     PERFORM 2200-FIND-MASTER THRU 2200-FIND-MASTER-EXIT.
062400     MOVE SPACES TO CALOUT-RECORD.
062500     WRITE CALOUT-RECORD.
062600     MOVE LQ-CAL-ID TO LQH-ID.
062700     MOVE LQ-MST-OUT-NAME TO LQH-SITE-NAME.
062800     MOVE LQ-MST-OUT-REGION TO LQH-REGION.
062900     WRITE CALOUT-RECORD FROM LQ-CAL-ID-HEAD.
063000     PERFORM UNTIL LQ-SCAN-IX > LQ-PRS-COUNT
063100             OR LQ-PRS-ID(LQ-SCAN-IX) NOT < LQ-CAL-ID
063200         ADD 1 TO LQ-SCAN-IX
063300     END-PERFORM.
063400     PERFORM VARYING DYX FROM 1 BY 1 UNTIL DYX > LQ-DAY-COUNT
063500         PERFORM 3410-PRINT-ONE-DAY THRU 3410-PRINT-ONE-DAY-EXIT
063600     END-PERFORM.
063700     IF LQ-GAP-OPEN
063800         PERFORM 3450-CLOSE-GAP THRU 3450-CLOSE-GAP-EXIT
063900     END-IF.
064000     MOVE LQ-ID-PRESENT TO LQS-PRESENT.
064100     MOVE LQ-RUN-DAYS TO LQS-RUN-DAYS.
064200     MOVE LQ-ID-MISSING TO LQS-MISSING.
064300     MOVE LQ-GAP-COUNT TO LQS-GAPS.
064400     WRITE CALOUT-RECORD FROM LQ-CAL-ID-TOTAL.
064500     IF LQ-GAP-COUNT = ZERO
064600         MOVE "  NO GAPS" TO CALOUT-RECORD
064700         WRITE CALOUT-RECORD
064800     END-IF.
064900     PERFORM VARYING GPX FROM 1 BY 1 UNTIL GPX > LQ-GAP-COUNT
065000         MOVE LQ-GAP-FROM(GPX) TO LQG-FROM
065100         MOVE LQ-GAP-THRU(GPX) TO LQG-THRU
065200         MOVE LQ-GAP-DAYS(GPX) TO LQG-DAYS
065300         WRITE CALOUT-RECORD FROM LQ-CAL-GAP-LINE
065400     END-PERFORM.
065500     ADD LQ-ID-PRESENT TO LQ-CAL-PRESENT-TOT.
065600     ADD LQ-GAP-COUNT TO LQ-CAL-GAPS-TOT.
065700 3400-PRINT-ONE-ID-EXIT.
065800     EXIT.

065900*----------------------------------------------------------------*
066000*  3410-PRINT-ONE-DAY - THE CALENDAR LINE FOR DAY DYX, AND THE   *
066100*  GAP BOOKKEEPING: A MISSING DAY OPENS OR EXTENDS THE OPEN GAP, *
066200*  A PRESENT DAY CLOSES IT, A NO-RUN DAY LEAVES IT AS IT IS.     *
066300*----------------------------------------------------------------*
066400 3410-PRINT-ONE-DAY.
066500     IF LQ-SCAN-IX NOT > LQ-PRS-COUNT
066600             AND LQ-PRS-ID(LQ-SCAN-IX) = LQ-CAL-ID
066700             AND LQ-PRS-DAY(LQ-SCAN-IX) = DYX
066800         ADD 1 TO LQ-ID-PRESENT
066900         IF LQ-GAP-OPEN
067000             PERFORM 3450-CLOSE-GAP THRU 3450-CLOSE-GAP-EXIT
067100         END-IF
067200         MOVE LQ-DAY-DATE(DYX) TO LQP-DATE
067300         MOVE LQ-PRS-LISTS(LQ-SCAN-IX) TO LQP-LISTS
067400         MOVE LQ-PRS-MATCHED(LQ-SCAN-IX) TO LQP-MATCHED
067500         MOVE LQ-PRS-EXCEPTION(LQ-SCAN-IX) TO LQP-EXCEPTION
067600         MOVE LQ-PRS-REGION(LQ-SCAN-IX) TO LQP-REGION
067700         MOVE LQ-PRS-REV(LQ-SCAN-IX) TO LQP-REV
067800         MOVE LQ-PRS-SRC-CT(LQ-SCAN-IX) TO LQP-SRC-CT
067900         MOVE LQ-PRS-SOURCES(LQ-SCAN-IX) TO LQP-SOURCES
068000         WRITE CALOUT-RECORD FROM LQ-CAL-PRESENT-LINE
068100         ADD 1 TO LQ-SCAN-IX
068200         GO TO 3410-PRINT-ONE-DAY-EXIT
068300     END-IF.
068400     MOVE LQ-DAY-DATE(DYX) TO LQA-DATE.
068500     IF NOT LQ-DAY-HAS-RUN(DYX)
068600         MOVE "NO RUN" TO LQA-STATUS
068700         WRITE CALOUT-RECORD FROM LQ-CAL-ABSENT-LINE
068800         GO TO 3410-PRINT-ONE-DAY-EXIT
068900     END-IF.
069000     ADD 1 TO LQ-ID-MISSING.
069100     MOVE "MISSING" TO LQA-STATUS.
069200     WRITE CALOUT-RECORD FROM LQ-CAL-ABSENT-LINE.
069300     IF NOT LQ-GAP-OPEN
069400         MOVE "Y" TO LQ-GAP-OPEN-SW
069500         ADD 1 TO LQ-GAP-COUNT
069600         MOVE LQ-DAY-DATE(DYX) TO LQ-GAP-FROM(LQ-GAP-COUNT)
069700         MOVE ZERO TO LQ-GAP-DAYS(LQ-GAP-COUNT)
069800     END-IF.
069900     MOVE LQ-DAY-DATE(DYX) TO LQ-GAP-THRU(LQ-GAP-COUNT).
070000     ADD 1 TO LQ-GAP-DAYS(LQ-GAP-COUNT).
070100 3410-PRINT-ONE-DAY-EXIT.
070200     EXIT.

070300*----------------------------------------------------------------*
070400*  3450-CLOSE-GAP - END THE OPEN GAP (ITS FROM/THRU AND DAY      *
070500*  COUNT ARE ALREADY IN THE GAP TABLE).                          *
070600*----------------------------------------------------------------*
070700 3450-CLOSE-GAP.
070800     MOVE "N" TO LQ-GAP-OPEN-SW.
070900 3450-CLOSE-GAP-EXIT.
071000     EXIT.

071100*----------------------------------------------------------------*
071200*  9999-TERMINATE - END OF JOB.  NO MATCHING IDS IS RC 4 SO AN   *
071300*  AUTOMATED CALLER CAN TELL "NEVER SEEN" FROM "SEEN"; ON A      *
071400*  CALENDAR RUN ANY PRESENT DAY COUNTS AS SEEN.                  *
071500*----------------------------------------------------------------*
071600 9999-TERMINATE.
071700     MOVE LQ-HITS TO LQ-EDIT-HITS.
071800     DISPLAY "EX2Q003I IDS PRINTED ......... " LQ-EDIT-HITS.
071900     IF LQ-CALENDAR-REQUESTED
072000         MOVE LQ-CAL-IDS TO LQ-EDIT-COUNT
072100         MOVE LQ-CAL-GAPS-TOT TO LQ-EDIT-COUNT-2
072200         DISPLAY "EX2Q006I IDS CALENDARED ...... " LQ-EDIT-COUNT
072300             " GAPS FOUND " LQ-EDIT-COUNT-2
072400     END-IF.
072500     IF LQ-HITS = ZERO AND LQ-CAL-PRESENT-TOT = ZERO
072600         DISPLAY "EX2Q908W NO HISTORY IN THE REQUESTED RANGE"
072700         MOVE 4 TO RETURN-CODE
072800     END-IF.
072900 9999-TERMINATE-EXIT.
073000     STOP RUN.
