000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : EX2SCORE                                       *
000500*    AUTHOR     : D. KOWALSKI                                    *
000600*    PURPOSE    : MONTH-END SOURCE-SYSTEM SCORECARD.  READS THE  *
000700*                 DAILY RSLTSUM PER-SOURCE SLOTS, THE REJECT     *
000800*                 DISPOSITION FILE, THE DATED DUPLICATE AND      *
000900*                 COVERAGE REPORT GENERATIONS, AND THE EVENT     *
001000*                 LOG OVER AN OPERATOR-SUPPLIED DATE RANGE AND   *
001100*                 GRADES EACH SOURCE SYSTEM ON THE SAME EVIDENCE *
001200*                 - ON-TIME DELIVERY, REJECTS, DUPLICATES,       *
001300*                 COVERAGE GAPS, MATCH RATE, AND HOLDS - WITH A  *
001400*                 SECTION PER SOURCE AND A RANKED SUMMARY FOR    *
001500*                 THE MONTHLY MEETING WITH THE SOURCE TEAMS.     *
001600*                                                                *
001700******************************************************************
001800 PROGRAM-ID. EX2SCORE.
001900 AUTHOR. D. KOWALSKI.
002000 INSTALLATION. BATCH SYSTEMS - DAILY RECONCILIATION.
002100 DATE-WRITTEN. 2026-10-15.
002200 DATE-COMPILED.
002300******************************************************************
002400*  MODIFICATION HISTORY                                          *
002500*  ----------------------------------------------------------    *
002600*  DATE        INIT  DESCRIPTION                                 *
002700*  2026-10-15  DK    ORIGINAL PROGRAM - MONTHLY DATA QUALITY     *
002800*                    SCORECARD BY SOURCE SYSTEM.                 *
002810*  2026-10-15  DK    A WITHDRAW.DAT, EX2EVENTS.DAT OR            *
002820*                    REJDISP.DAT THAT IS PRESENT BUT WILL NOT    *
002830*                    OPEN ENDS THE RUN RC 16 (EX2G915E-917E)     *
002840*                    INSTEAD OF SCORING AS IF IT WERE EMPTY.     *
002900******************************************************************

003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DAILY-RESULTS-FILE ASSIGN TO DYNAMIC SC-DAILY-NAME
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS SC-DAILY-STATUS.

003600     SELECT DUPGEN-FILE ASSIGN TO DYNAMIC SC-DUPGEN-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS SC-DUPGEN-STATUS.

003900     SELECT COVGEN-FILE ASSIGN TO DYNAMIC SC-COVGEN-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS SC-COVGEN-STATUS.

004200     SELECT OPTIONAL REJDISP-FILE ASSIGN TO "REJDISP.DAT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS SC-REJDISP-STATUS.

004500     SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EX2EVENTS.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS SC-EVENTS-STATUS.

004800     SELECT OPTIONAL WDRAW-FILE ASSIGN TO "WITHDRAW.DAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS SC-WDRAW-STATUS.

005100     SELECT SCORECARD-FILE ASSIGN TO DYNAMIC SC-SCORECARD-NAME
005200         ORGANIZATION IS LINE SEQUENTIAL.

005300     SELECT SCOREPARM-FILE ASSIGN TO "EX2SCORE.CDS"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SC-PARM-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005800*----------------------------------------------------------------*
005900*  DAILY-RESULTS-RECORD IS EX2'S STRUCTURED SUMMARY RECORD, READ *
006000*  INTO THE SC-SUM-DATA MIRROR BELOW.                            *
006100*----------------------------------------------------------------*
006200 FD  DAILY-RESULTS-FILE.
006300 01  DAILY-RESULTS-RECORD    PIC X(481).

006400*----------------------------------------------------------------*
006500*  DUPGEN-RECORD - A DETAIL LINE OF A DATED DUPRPT GENERATION,   *
006600*  SAME LAYOUT AS EX2'S DUPRPT-RECORD.                           *
006700*----------------------------------------------------------------*
006800 FD  DUPGEN-FILE.
006900 01  DUPGEN-RECORD.
007000     02  DG-LIST             PIC X(05).
007100     02  FILLER              PIC X(02).
007200     02  DG-VALUE            PIC X(06).
007300     02  FILLER              PIC X(02).
007400     02  DG-SOURCE           PIC X(02).
007500     02  FILLER              PIC X(63).

007600*----------------------------------------------------------------*
007700*  COVGEN-RECORD - A DATED COVRPT GENERATION.  ONLY THE PAIR     *
007800*  SUMMARY LINES EX2'S 3230 WRITES ARE USED: "SOURCE aa REPORTS  *
007900*  nnnnnnn IDS MISSING FROM bb".  THE GAP IS CHARGED TO bb, THE  *
008000*  SOURCE THAT FAILED TO REPORT THE IDS.                         *
008100*----------------------------------------------------------------*
008200 FD  COVGEN-FILE.
008300 01  COVGEN-RECORD.
008400     02  CG-TAG1             PIC X(07).
008500     02  CG-REPORTING-SOURCE PIC X(02).
008600     02  CG-TAG2             PIC X(09).
008700     02  CG-MISSING-COUNT    PIC ZZZZZZ9.
008800     02  CG-TAG3             PIC X(18).
008900     02  CG-MISSING-SOURCE   PIC X(02).
009000     02  FILLER              PIC X(35).

009100*----------------------------------------------------------------*
009200*  REJDISP-RECORD - EX2'S REJECT DISPOSITION FILE, SAME LAYOUT   *
009300*  AS IN EX2 AND EX2REJD.  THE STATUS IS THE CURRENT ONE: FIXED  *
009400*  IS SET ON THE FIRST RUN THE REJECT NO LONGER APPEARS, SO THE  *
009500*  LAST-SEEN DATE IS ITS LAST DAY BROKEN.                        *
009600*----------------------------------------------------------------*
009700 FD  REJDISP-FILE.
009800 01  REJDISP-RECORD.
009900     02  RD-FIRST-SEEN       PIC 9(08).
010000     02  FILLER              PIC X(01).
010100     02  RD-LAST-SEEN        PIC 9(08).
010200     02  FILLER              PIC X(01).
010300     02  RD-TIMES-SEEN       PIC 9(05).
010400     02  FILLER              PIC X(01).
010500     02  RD-STATUS           PIC X(11).
010600     02  FILLER              PIC X(01).
010700     02  RD-SOURCE           PIC X(02).
010800     02  FILLER              PIC X(01).
010900     02  RD-RAW-RECORD       PIC X(80).

011000*----------------------------------------------------------------*
011100*  EVENTS-RECORD - EX2'S STRUCTURED OPERATOR EVENT LOG, SAME     *
011200*  LAYOUT AS IN EX2.                                             *
011300*----------------------------------------------------------------*
011400 FD  EVENTS-FILE.
011500 01  EVENTS-RECORD.
011600     02  EV-DATE             PIC 9(08).
011700     02  FILLER              PIC X(01).
011800     02  EV-TIME             PIC 9(08).
011900     02  FILLER              PIC X(01).
012000     02  EV-CODE             PIC X(08).
012100     02  FILLER              PIC X(01).
012200     02  EV-SEVERITY         PIC X(01).
012300     02  FILLER              PIC X(01).
012400     02  EV-SOURCE           PIC X(02).
012500     02  FILLER              PIC X(01).
012600     02  EV-TEXT             PIC X(60).

012700*----------------------------------------------------------------*
012800*  WDRAW-RECORD - EX2'S RESULT-GENERATION WITHDRAWAL LEDGER.     *
012900*  SAME LAYOUT AS THE FD IN EX2 AND EX2BACK; THE LAST ENTRY FOR  *
013000*  A DATE AND REVISION ("W" WITHDRAWN, "R" REPUBLISHED) IS ITS   *
013100*  CURRENT STATE.                                                *
013200*----------------------------------------------------------------*
013300 FD  WDRAW-FILE.
013400 01  WDRAW-RECORD.
013500     02  WD-RUN-DATE         PIC 9(08).
013600     02  FILLER              PIC X(01).
013700     02  WD-REVISION         PIC 9(02).
013800     02  FILLER              PIC X(01).
013900     02  WD-ACTION           PIC X(01).
014000     02  FILLER              PIC X(01).
014100     02  WD-STAMP-DATE       PIC 9(08).
014200     02  FILLER              PIC X(01).
014300     02  WD-STAMP-TIME       PIC 9(08).
014400     02  FILLER              PIC X(01).
014500     02  WD-OPERATOR         PIC X(08).
014600     02  FILLER              PIC X(01).
014700     02  WD-REASON           PIC X(50).

014800 FD  SCORECARD-FILE.
014900 01  SCORECARD-RECORD        PIC X(80).

015000*----------------------------------------------------------------*
015100*  SCORE-PARM-CARD - ONE KEYWORD=VALUE CONTROL CARD PER LINE,    *
015200*  SAME CONVENTIONS AS EX2'S EX2PARM.CDS: "*" IN COLUMN 1 IS A   *
015300*  COMMENT, BLANK CARDS ARE IGNORED.                             *
015400*----------------------------------------------------------------*
015500 FD  SCOREPARM-FILE.
015600 01  SCORE-PARM-CARD         PIC X(80).

015700 WORKING-STORAGE SECTION.
015800*----------------------------------------------------------------*
015900*  THE RANGE COMES FROM THE SCFROM= / SCTO= CONTROL CARDS        *
016000*  (yyyymmdd) IN EX2SCORE.CDS.  A MISSING "TO" DEFAULTS TO THE   *
016100*  "FROM" DATE, AS IN EX2SUM.                                    *
016200*----------------------------------------------------------------*
016300 01  SC-PARM-STATUS      PIC X(02) VALUE "00".
016400     88  SC-PARM-STATUS-OK           VALUE "00".
016500 01  SC-PARM-KEY         PIC X(12) VALUE SPACES.
016600 01  SC-PARM-VALUE       PIC X(40) VALUE SPACES.
016700 01  SC-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
016800 01  SC-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
016900 01  SC-FROM-DATE        PIC 9(08) VALUE ZERO.
017000 01  SC-TO-DATE          PIC 9(08) VALUE ZERO.
017100 01  SC-CURR-DATE        PIC 9(08) VALUE ZERO.
017200 01  SC-CURR-DATE-X REDEFINES SC-CURR-DATE.
017300     02  SC-CURR-YYYY    PIC 9(04).
017400     02  SC-CURR-MM      PIC 9(02).
017500     02  SC-CURR-DD      PIC 9(02).

017600 01  SC-DAYS-IN-MONTH-TABLE.
017700     02  FILLER          PIC 9(02) VALUE 31.
017800     02  FILLER          PIC 9(02) VALUE 28.
017900     02  FILLER          PIC 9(02) VALUE 31.
018000     02  FILLER          PIC 9(02) VALUE 30.
018100     02  FILLER          PIC 9(02) VALUE 31.
018200     02  FILLER          PIC 9(02) VALUE 30.
018300     02  FILLER          PIC 9(02) VALUE 31.
018400     02  FILLER          PIC 9(02) VALUE 31.
018500     02  FILLER          PIC 9(02) VALUE 30.
018600     02  FILLER          PIC 9(02) VALUE 31.
018700     02  FILLER          PIC 9(02) VALUE 30.
018800     02  FILLER          PIC 9(02) VALUE 31.
018900 01  SC-DAYS-IN-MONTH REDEFINES SC-DAYS-IN-MONTH-TABLE.
019000     02  SC-DIM          PIC 9(02) OCCURS 12 TIMES.
019100 01  SC-MONTH-END        PIC 9(02) COMP VALUE ZERO.
019200 01  SC-LEAP-SW          PIC X(01) VALUE "N".
019300     88  SC-IS-LEAP-YEAR         VALUE "Y".
019400 01  SC-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
019500 01  SC-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
019600 01  SC-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.
019700 01  SC-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.

019800*----------------------------------------------------------------*
019900*  DATE-TO-SERIAL ITEMS, THE SAME GREGORIAN DAY NUMBER EX2'S     *
020000*  8400 USES.  THE SERIAL SPLITS THE RANGE INTO HALVES FOR THE   *
020100*  MATCH-RATE TREND AND MEASURES THE DAYS A REJECT TOOK TO FIX.  *
020200*----------------------------------------------------------------*
020300 01  SC-CNV-DATE         PIC 9(08) VALUE ZERO.
020400 01  SC-CNV-DATE-X REDEFINES SC-CNV-DATE.
020500     02  SC-CNV-YYYY     PIC 9(04).
020600     02  SC-CNV-MM       PIC 9(02).
020700     02  SC-CNV-DD       PIC 9(02).
020800 01  SC-CNV-SERIAL       PIC 9(08) COMP VALUE ZERO.
020900 01  SC-CNV-YPRIOR       PIC 9(04) COMP VALUE ZERO.
021000 01  SC-CNV-Q4           PIC 9(04) COMP VALUE ZERO.
021100 01  SC-CNV-Q100         PIC 9(04) COMP VALUE ZERO.
021200 01  SC-CNV-Q400         PIC 9(04) COMP VALUE ZERO.
021300 01  SC-CUM-DAYS-TABLE.
021400     02  FILLER          PIC 9(03) VALUE 000.
021500     02  FILLER          PIC 9(03) VALUE 031.
021600     02  FILLER          PIC 9(03) VALUE 059.
021700     02  FILLER          PIC 9(03) VALUE 090.
021800     02  FILLER          PIC 9(03) VALUE 120.
021900     02  FILLER          PIC 9(03) VALUE 151.
022000     02  FILLER          PIC 9(03) VALUE 181.
022100     02  FILLER          PIC 9(03) VALUE 212.
022200     02  FILLER          PIC 9(03) VALUE 243.
022300     02  FILLER          PIC 9(03) VALUE 273.
022400     02  FILLER          PIC 9(03) VALUE 304.
022500     02  FILLER          PIC 9(03) VALUE 334.
022600 01  SC-CUM-DAYS REDEFINES SC-CUM-DAYS-TABLE.
022700     02  SC-CUM          PIC 9(03) OCCURS 12 TIMES.
022800 01  SC-FROM-SERIAL      PIC 9(08) COMP VALUE ZERO.
022900 01  SC-TO-SERIAL        PIC 9(08) COMP VALUE ZERO.
023000 01  SC-MID-SERIAL       PIC 9(08) COMP VALUE ZERO.
023100 01  SC-CURR-SERIAL      PIC 9(08) COMP VALUE ZERO.
023200 01  SC-FIRST-SERIAL     PIC 9(08) COMP VALUE ZERO.

023300 01  SC-SWITCHES.
023400     02  SC-EOF-SW       PIC X(01) VALUE "N".
023500         88  SC-END-OF-FILE          VALUE "Y".
023600         88  SC-NOT-END-OF-FILE      VALUE "N".

023700 01  SC-DAILY-NAME       PIC X(30) VALUE SPACES.
023800 01  SC-DAILY-STATUS     PIC X(02) VALUE "00".
023900     88  SC-DAILY-STATUS-OK          VALUE "00".
024000 01  SC-DUPGEN-NAME      PIC X(30) VALUE SPACES.
024100 01  SC-DUPGEN-STATUS    PIC X(02) VALUE "00".
024200     88  SC-DUPGEN-STATUS-OK         VALUE "00".
024300 01  SC-COVGEN-NAME      PIC X(30) VALUE SPACES.
024400 01  SC-COVGEN-STATUS    PIC X(02) VALUE "00".
024500     88  SC-COVGEN-STATUS-OK         VALUE "00".
024600 01  SC-REJDISP-STATUS   PIC X(02) VALUE "00".
024700     88  SC-REJDISP-STATUS-OK        VALUE "00" "05".
024800 01  SC-EVENTS-STATUS    PIC X(02) VALUE "00".
024900     88  SC-EVENTS-STATUS-OK         VALUE "00" "05".
025000 01  SC-SCORECARD-NAME   PIC X(40) VALUE SPACES.

025100*----------------------------------------------------------------*
025200*  SC-SUM-DATA - INPUT MIRROR OF EX2'S D1-SUMMARY-DATA RECORD,   *
025300*  THIS TIME WITH THE PER-SOURCE SLOTS, WHICH ARE WHAT THE       *
025400*  SCORECARD GRADES.                                             *
025500*----------------------------------------------------------------*
025600 01  SC-SUM-DATA.
025700     02  SCD-VERSION         PIC X(02) VALUE SPACES.
025800     02  SCD-RUN-DATE        PIC 9(08) VALUE ZERO.
025900     02  SCD-REVISION        PIC 9(02) VALUE ZERO.
026000     02  SCD-RESULT          PIC 9(12) VALUE ZERO.
026100     02  SCD-TABLE-COUNT     PIC 9(05) VALUE ZERO.
026200     02  SCD-SUM-LIST1       PIC 9(12) VALUE ZERO.
026300     02  SCD-SUM-LIST2       PIC 9(12) VALUE ZERO.
026400     02  SCD-MATCHED-PAIRS   PIC 9(07) VALUE ZERO.
026500     02  SCD-TOTAL-DISTANCE  PIC 9(12) VALUE ZERO.
026600     02  SCD-REJECT-COUNT    PIC 9(07) VALUE ZERO.
026700     02  SCD-SOURCE-COUNT    PIC 9(02) VALUE ZERO.
026800     02  SCD-SOURCE-SLOT OCCURS 10 TIMES.
026900         03  SCD-SRC-CODE    PIC X(02).
027000         03  SCD-SRC-RECORDS PIC 9(07).
027100         03  SCD-SRC-SUM1    PIC 9(12).
027200         03  SCD-SRC-SUM2    PIC 9(12).
027300         03  SCD-SRC-MATCHED PIC 9(07).
027400 01  SC-SLOT-IX          PIC 9(02) COMP VALUE ZERO.
027500 01  SC-SLOT-LIMIT       PIC 9(02) COMP VALUE ZERO.
027600 01  SC-BAD-VERSION      PIC 9(05) COMP VALUE ZERO.

027700*----------------------------------------------------------------*
027800*  ITEMS FOR THE REVISION WALK.  UNLIKE EX2SUM, EVERY SURVIVING  *
027900*  GENERATION OF A DAY IS READ, LOWEST FIRST: A SOURCE IN THE    *
028000*  ORIGINAL RUN WAS ON TIME, ONE THAT FIRST APPEARS IN AN Rnn    *
028100*  SUPPLEMENTAL REVISION CAME LATE.  THE COUNTS KEPT ARE THE     *
028200*  HIGHEST SURVIVING GENERATION'S.                               *
028300*----------------------------------------------------------------*
028400 01  SC-REV-99           PIC 9(02) VALUE ZERO.
028500 01  SC-PROBE-DONE-SW    PIC X(01) VALUE "N".
028600     88  SC-PROBE-DONE               VALUE "Y".
028700 01  SC-DAY-REV          PIC 9(02) VALUE ZERO.
028800 01  SC-DAY-FOUND-SW     PIC X(01) VALUE "N".
028900     88  SC-DAY-FOUND                VALUE "Y".
029000 01  SC-DAY-ANYGEN-SW    PIC X(01) VALUE "N".
029100     88  SC-DAY-HAD-GENERATION       VALUE "Y".
029200 01  SC-DAY-NOGEN-SW     PIC X(01) VALUE "N".
029300     88  SC-DAY-REPORT-NOT-KEPT      VALUE "Y".
029400 01  SC-DAY-HOLD-REJ-SW  PIC X(01) VALUE "N".
029500     88  SC-DAY-REJECT-HOLD          VALUE "Y".
029600 01  SC-DAY-HOLD-DUP-SW  PIC X(01) VALUE "N".
029700     88  SC-DAY-DUPLICATE-HOLD       VALUE "Y".
029800 01  SC-DAY-HOLD-CTL-SW  PIC X(01) VALUE "N".
029900     88  SC-DAY-CONTROL-HOLD         VALUE "Y".
030000 01  SC-SRC-HELD-SW      PIC X(01) VALUE "N".
030100     88  SC-SRC-HELD                 VALUE "Y".

030200*----------------------------------------------------------------*
030300*  WITHDRAWAL LEDGER TABLE, IN FILE ORDER SO THE LATEST ENTRY    *
030400*  FOR A DATE AND REVISION WINS.  STATUS 05 IS AN OPTIONAL       *
030500*  LEDGER NOT YET CREATED - NOTHING HAS EVER BEEN WITHDRAWN.     *
030600*----------------------------------------------------------------*
030700 01  SC-WDRAW-STATUS     PIC X(02) VALUE "00".
030800     88  SC-WDRAW-STATUS-OK          VALUE "00" "05".
030900 01  SC-WDR-COUNT        PIC 9(05) COMP VALUE ZERO.
031000 01  SC-MAX-WDRAW        PIC 9(05) VALUE 5000.
031100 01  SC-WDRAW-TABLE.
031200     02  SC-WDR-ENTRY OCCURS 1 TO 5000 TIMES
031300                         DEPENDING ON SC-WDR-COUNT
031400                         INDEXED BY WDX.
031500         03  SC-WDR-DATE     PIC 9(08).
031600         03  SC-WDR-REV      PIC 9(02).
031700         03  SC-WDR-ACTION   PIC X(01).
031800 01  SC-WD-STATE-SW      PIC X(01) VALUE "N".
031900     88  SC-WD-WITHDRAWN             VALUE "Y".

032000*----------------------------------------------------------------*
032100*  EVENT TABLE - ONLY THE RANGE'S HOLD EVENTS (EX2018W REJECT    *
032200*  RATE, EX2032W DUPLICATES, EX2048W CONTROL TOTALS) AND THE     *
032300*  PER-SOURCE EVENTS THAT SAY WHO CAUSED THEM (EX2064I REJECT    *
032400*  SHARE, EX2046W SOURCE CONTROL FAILURE).  A DUPLICATE HOLD IS  *
032500*  CHARGED TO THE SOURCES ON THAT DAY'S DUPRPT GENERATION.       *
032600*----------------------------------------------------------------*
032700 01  SC-EVT-COUNT        PIC 9(05) COMP VALUE ZERO.
032800 01  SC-MAX-EVENTS       PIC 9(05) VALUE 5000.
032900 01  SC-EVENT-TABLE.
033000     02  SC-EVT-ENTRY OCCURS 1 TO 5000 TIMES
033100                         DEPENDING ON SC-EVT-COUNT
033200                         INDEXED BY EVX.
033300         03  SC-EVT-DATE     PIC 9(08).
033400         03  SC-EVT-CODE     PIC X(08).
033500         03  SC-EVT-SOURCE   PIC X(02).

033600*----------------------------------------------------------------*
033700*  SOURCE TABLE - ONE ENTRY PER SOURCE CODE MET ANYWHERE IN THE  *
033800*  RANGE.  THE SC-SRC-D- ITEMS ARE THE CURRENT DAY'S FINDINGS,   *
033900*  CLEARED BY 2100 AND POSTED TO THE RANGE COUNTS BY 2600.       *
034000*----------------------------------------------------------------*
034100 01  SC-SOURCE-COUNT     PIC 9(02) COMP VALUE ZERO.
034200 01  SC-MAX-SOURCES      PIC 9(02) VALUE 20.
034300 01  SC-FIND-CODE        PIC X(02) VALUE SPACES.
034400 01  SC-SOURCE-TABLE.
034500     02  SC-SRC-ENTRY OCCURS 20 TIMES INDEXED BY SRX.
034600         03  SC-SRC-CODE         PIC X(02).
034700         03  SC-SRC-DELIVERED    PIC 9(05) COMP.
034800         03  SC-SRC-ONTIME       PIC 9(05) COMP.
034900         03  SC-SRC-LATE         PIC 9(05) COMP.
035000         03  SC-SRC-MISSED       PIC 9(05) COMP.
035100         03  SC-SRC-RECORDS      PIC 9(10) COMP.
035200         03  SC-SRC-MATCHED      PIC 9(10) COMP.
035300         03  SC-SRC-H1-RECORDS   PIC 9(10) COMP.
035400         03  SC-SRC-H1-MATCHED   PIC 9(10) COMP.
035500         03  SC-SRC-H2-RECORDS   PIC 9(10) COMP.
035600         03  SC-SRC-H2-MATCHED   PIC 9(10) COMP.
035700         03  SC-SRC-REJ-NEW      PIC 9(07) COMP.
035800         03  SC-SRC-REJ-FIXED    PIC 9(07) COMP.
035900         03  SC-SRC-REJ-WAIVED   PIC 9(07) COMP.
036000         03  SC-SRC-REJ-OPEN     PIC 9(07) COMP.
036100         03  SC-SRC-FIX-DAYS     PIC 9(09) COMP.
036200         03  SC-SRC-DUP-DAYS     PIC 9(05) COMP.
036300         03  SC-SRC-DUP-IDS      PIC 9(07) COMP.
036400         03  SC-SRC-GAP-DAYS     PIC 9(05) COMP.
036500         03  SC-SRC-GAP-IDS      PIC 9(09) COMP.
036600         03  SC-SRC-HOLD-DAYS    PIC 9(05) COMP.
036700         03  SC-SRC-HOLD-REJ     PIC 9(05) COMP.
036800         03  SC-SRC-HOLD-DUP     PIC 9(05) COMP.
036900         03  SC-SRC-HOLD-CTL     PIC 9(05) COMP.
037000         03  SC-SRC-REJ-RATE     PIC 9(03)V99.
037100         03  SC-SRC-AVG-FIX      PIC 9(05)V9.
037200         03  SC-SRC-MATCH-RATE   PIC 9(03)V99.
037300         03  SC-SRC-H1-RATE      PIC 9(03)V99.
037400         03  SC-SRC-H2-RATE      PIC 9(03)V99.
037500         03  SC-SRC-TREND        PIC X(09).
037600         03  SC-SRC-SCORE        PIC 9(03).
037700         03  SC-SRC-RANK         PIC 9(02) COMP.
037800         03  SC-SRC-D-SEEN-SW    PIC X(01).
037900             88  SC-SRC-D-SEEN           VALUE "Y".
038000         03  SC-SRC-D-ONTIME-SW  PIC X(01).
038100             88  SC-SRC-D-ONTIME         VALUE "Y".
038200         03  SC-SRC-D-RECORDS    PIC 9(07).
038300         03  SC-SRC-D-MATCHED    PIC 9(07).
038400         03  SC-SRC-D-DUP-SW     PIC X(01).
038500             88  SC-SRC-D-DUP            VALUE "Y".
038600         03  SC-SRC-D-GAP-SW     PIC X(01).
038700             88  SC-SRC-D-GAP            VALUE "Y".
038800         03  SC-SRC-D-REJCHG-SW  PIC X(01).
038900             88  SC-SRC-D-REJ-CHARGED    VALUE "Y".
039000         03  SC-SRC-D-CTLCHG-SW  PIC X(01).
039100             88  SC-SRC-D-CTL-CHARGED    VALUE "Y".

039200*----------------------------------------------------------------*
039300*  REPORT ORDER TABLES: SOURCE-TABLE SUBSCRIPTS IN SOURCE-CODE   *
039400*  ORDER FOR THE SECTIONS AND IN RANK ORDER FOR THE SUMMARY.     *
039500*----------------------------------------------------------------*
039600 01  SC-ORDER-TABLE.
039700     02  SC-CODE-ORDER   PIC 9(02) COMP OCCURS 20 TIMES.
039800     02  SC-RANK-ORDER   PIC 9(02) COMP OCCURS 20 TIMES.
039900 01  SC-OX               PIC 9(02) COMP VALUE ZERO.
040000 01  SC-OY               PIC 9(02) COMP VALUE ZERO.
040100 01  SC-BEST             PIC 9(02) COMP VALUE ZERO.
040200 01  SC-SWAP             PIC 9(02) COMP VALUE ZERO.
040300 01  SC-RANKED-SW        PIC X(20) VALUE SPACES.

040400*----------------------------------------------------------------*
040500*  SCORING WEIGHTS.  EVERY SOURCE STARTS AT 100 AND LOSES THE    *
040600*  WEIGHT SHOWN FOR EACH DAY OF THE KIND, FOR EACH WHOLE POINT   *
040700*  OF REJECT RATE, AND ONE POINT FOR EACH SC-WT-MATCH-DIV POINTS *
040800*  ITS MATCH RATE FALLS SHORT OF 100; THE FLOOR IS ZERO.  THE    *
040900*  SCORECARD PRINTS THE WEIGHTS IT USED.  A TREND NEEDS A        *
041000*  SC-TREND-POINTS SWING BETWEEN THE HALVES OF THE RANGE.        *
041100*----------------------------------------------------------------*
041200 01  SC-SCORE-WEIGHTS.
041300     02  SC-WT-LATE          PIC 9(02) VALUE 3.
041400     02  SC-WT-MISSED        PIC 9(02) VALUE 3.
041500     02  SC-WT-HOLD          PIC 9(02) VALUE 5.
041600     02  SC-WT-DUP           PIC 9(02) VALUE 1.
041700     02  SC-WT-GAP           PIC 9(02) VALUE 1.
041800     02  SC-WT-REJ-PCT       PIC 9(02) VALUE 1.
041900     02  SC-WT-MATCH-DIV     PIC 9(02) VALUE 2.
042000 01  SC-TREND-POINTS     PIC 9(01)V99 VALUE 1.00.
042100 01  SC-PENALTY          PIC 9(07) COMP VALUE ZERO.
042200 01  SC-PENALTY-REJ      PIC 9(05) COMP VALUE ZERO.
042300 01  SC-PENALTY-MATCH    PIC 9(05) COMP VALUE ZERO.
042400 01  SC-MATCH-SHORT      PIC 9(03)V99 VALUE ZERO.

042500*----------------------------------------------------------------*
042600*  RANGE ACCUMULATORS.                                           *
042700*----------------------------------------------------------------*
042800 01  SC-DAYS-IN-RANGE    PIC 9(05) COMP VALUE ZERO.
042900 01  SC-DAYS-FOUND       PIC 9(05) COMP VALUE ZERO.
043000 01  SC-DAYS-MISSING     PIC 9(05) COMP VALUE ZERO.
043100 01  SC-DAYS-WDRAWN      PIC 9(05) COMP VALUE ZERO.
043200 01  SC-DAYS-HELD        PIC 9(05) COMP VALUE ZERO.
043300 01  SC-DAYS-NO-RPTGEN   PIC 9(05) COMP VALUE ZERO.
043400 01  SC-WORK-COUNT       PIC 9(07) VALUE ZERO.
043410 01  SC-CALC-NUMER       PIC 9(12) VALUE ZERO.
043420 01  SC-CALC-DENOM       PIC 9(12) VALUE ZERO.

043500*----------------------------------------------------------------*
043600*  REPORT LINE WORK AREAS AND EDIT FIELDS.  A SECTION LINE IS A  *
043700*  DOTTED LABEL AND A VALUE, WRITTEN BY 4900.                    *
043800*----------------------------------------------------------------*
043900 01  SC-LABEL            PIC X(34) VALUE SPACES.
044000 01  SC-VALUE            PIC X(40) VALUE SPACES.
044100 01  SC-WORK-NUM         PIC 9(10) VALUE ZERO.
044200 01  SC-WORK-RATE        PIC 9(03)V99 VALUE ZERO.
044300 01  SC-EDIT-NUM         PIC Z(9)9.
044400 01  SC-EDIT-RATE        PIC ZZ9.99.
044500 01  SC-EDIT-AVG         PIC ZZZZ9.9.
044600 01  SC-EDIT-DAYS        PIC ZZZZ9.
044700 01  SC-EDIT-SCORE       PIC ZZ9.
044800 01  SC-EDIT-RANK        PIC Z9.
044900 01  SC-EDIT-OF          PIC Z9.
045000 01  SC-EDIT-WEIGHTS.
045100     02  SC-EDIT-WT-LATE     PIC Z9.
045200     02  SC-EDIT-WT-MISSED   PIC Z9.
045300     02  SC-EDIT-WT-HOLD     PIC Z9.
045400     02  SC-EDIT-WT-DUP      PIC Z9.
045500     02  SC-EDIT-WT-GAP      PIC Z9.
045600     02  SC-EDIT-WT-REJ      PIC Z9.
045700     02  SC-EDIT-WT-MATCH    PIC Z9.
045800 01  SC-RULE-LINE        PIC X(80) VALUE ALL "-".

045900 01  SC-RANK-HEADING.
046000     02  FILLER          PIC X(05) VALUE "RANK ".
046100     02  FILLER          PIC X(04) VALUE "SRC ".
046200     02  FILLER          PIC X(06) VALUE "SCORE ".
046300     02  FILLER          PIC X(06) VALUE "  DLVD".
046400     02  FILLER          PIC X(06) VALUE "  LATE".
046500     02  FILLER          PIC X(06) VALUE "  MISS".
046600     02  FILLER          PIC X(06) VALUE "  HOLD".
046700     02  FILLER          PIC X(06) VALUE "  DUPD".
046800     02  FILLER          PIC X(06) VALUE "  GAPD".
046900     02  FILLER          PIC X(08) VALUE "    REJ%".
047000     02  FILLER          PIC X(08) VALUE "  MATCH%".
047100     02  FILLER          PIC X(11) VALUE "  TREND".
047200 01  SC-RANK-LINE.
047300     02  SC-RL-RANK      PIC Z9.
047400     02  FILLER          PIC X(03) VALUE SPACES.
047500     02  SC-RL-SOURCE    PIC X(02).
047600     02  FILLER          PIC X(03) VALUE SPACES.
047700     02  SC-RL-SCORE     PIC ZZ9.
047800     02  FILLER          PIC X(03) VALUE SPACES.
047900     02  SC-RL-DELIVERED PIC ZZZ9.
048000     02  FILLER          PIC X(02) VALUE SPACES.
048100     02  SC-RL-LATE      PIC ZZZ9.
048200     02  FILLER          PIC X(02) VALUE SPACES.
048300     02  SC-RL-MISSED    PIC ZZZ9.
048400     02  FILLER          PIC X(02) VALUE SPACES.
048500     02  SC-RL-HOLDS     PIC ZZZ9.
048600     02  FILLER          PIC X(02) VALUE SPACES.
048700     02  SC-RL-DUPS      PIC ZZZ9.
048800     02  FILLER          PIC X(02) VALUE SPACES.
048900     02  SC-RL-GAPS      PIC ZZZ9.
049000     02  FILLER          PIC X(02) VALUE SPACES.
049100     02  SC-RL-REJ-RATE  PIC ZZ9.99.
049200     02  FILLER          PIC X(02) VALUE SPACES.
049300     02  SC-RL-MATCH     PIC ZZ9.99.
049400     02  FILLER          PIC X(02) VALUE SPACES.
049500     02  SC-RL-TREND     PIC X(09).

049600******************************************************************
049700 PROCEDURE DIVISION.

049800 0000-MAINLINE.
049900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
050000     PERFORM 2000-PROCESS-RANGE THRU 2000-PROCESS-RANGE-EXIT
050100     PERFORM 3000-SCORE-SOURCES THRU 3000-SCORE-SOURCES-EXIT
050200     PERFORM 4000-WRITE-SCORECARD THRU 4000-WRITE-SCORECARD-EXIT
050300     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.

050400*----------------------------------------------------------------*
050500*  1000-INITIALIZE - READ THE CONTROL CARDS AND VALIDATE THE     *
050600*  DATE RANGE AS EX2SUM DOES, FIX THE RANGE'S MIDPOINT FOR THE   *
050700*  TREND, AND LOAD THE WITHDRAWAL LEDGER, THE RANGE'S EVENTS,    *
050800*  AND THE REJECT DISPOSITIONS ONCE FOR THE WHOLE RUN.           *
050900*----------------------------------------------------------------*
051000 1000-INITIALIZE.
051100     PERFORM 1050-READ-PARM-CARDS
051200         THRU 1050-READ-PARM-CARDS-EXIT.
051300     IF SC-FROM-DATE = ZERO
051400         DISPLAY "EX2G901E SCFROM CARD MISSING OR NOT yyyymmdd"
051500             " - NOTHING TO SCORE"
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     IF SC-TO-DATE = ZERO
052000         MOVE SC-FROM-DATE TO SC-TO-DATE
052100     END-IF.
052200     DISPLAY "EX2G008I SCFROM .............. " SC-FROM-DATE.
052300     DISPLAY "EX2G009I SCTO ................ " SC-TO-DATE.
052400     IF SC-FROM-DATE > SC-TO-DATE
052500         DISPLAY "EX2G902E SCFROM " SC-FROM-DATE
052600             " IS AFTER SCTO " SC-TO-DATE
052700         MOVE 16 TO RETURN-CODE
052800         STOP RUN
052900     END-IF.
053000     MOVE SC-FROM-DATE TO SC-CURR-DATE.
053100     PERFORM 1100-CHECK-DATE THRU 1100-CHECK-DATE-EXIT.
053200     MOVE SC-TO-DATE TO SC-CURR-DATE.
053300     PERFORM 1100-CHECK-DATE THRU 1100-CHECK-DATE-EXIT.
053400     MOVE SC-FROM-DATE TO SC-CNV-DATE.
053500     PERFORM 8400-DATE-TO-SERIAL THRU 8400-DATE-TO-SERIAL-EXIT.
053600     MOVE SC-CNV-SERIAL TO SC-FROM-SERIAL.
053700     MOVE SC-TO-DATE TO SC-CNV-DATE.
053800     PERFORM 8400-DATE-TO-SERIAL THRU 8400-DATE-TO-SERIAL-EXIT.
053900     MOVE SC-CNV-SERIAL TO SC-TO-SERIAL.
054000     COMPUTE SC-MID-SERIAL = (SC-FROM-SERIAL + SC-TO-SERIAL) / 2.
054100     PERFORM 1200-LOAD-WITHDRAWALS
054200         THRU 1200-LOAD-WITHDRAWALS-EXIT.
054300     PERFORM 1300-LOAD-EVENTS THRU 1300-LOAD-EVENTS-EXIT.
054400     PERFORM 1400-LOAD-REJECTS THRU 1400-LOAD-REJECTS-EXIT.
054500 1000-INITIALIZE-EXIT.
054600     EXIT.

054700*----------------------------------------------------------------*
054800*  1050-READ-PARM-CARDS - READ AND VALIDATE EX2SCORE.CDS.  AN    *
054900*  UNKNOWN KEYWORD OR A NON-yyyymmdd DATE VALUE FAILS THE RUN    *
055000*  RC 16 BEFORE ANY FILE IS TOUCHED; EVERY BAD CARD IS REPORTED  *
055100*  IN THE ONE PASS.                                              *
055200*----------------------------------------------------------------*
055300 1050-READ-PARM-CARDS.
055400     OPEN INPUT SCOREPARM-FILE.
055500     IF NOT SC-PARM-STATUS-OK
055600         DISPLAY "EX2G908I NO CONTROL CARD FILE EX2SCORE.CDS"
055700         GO TO 1050-READ-PARM-CARDS-EXIT
055800     END-IF.
055900     PERFORM UNTIL SC-END-OF-FILE
056000         READ SCOREPARM-FILE
056100             AT END
056200                 SET SC-END-OF-FILE TO TRUE
056300             NOT AT END
056400                 ADD 1 TO SC-PARM-CARD-CT
056500                 IF SCORE-PARM-CARD NOT = SPACES
056600                         AND SCORE-PARM-CARD(1:1) NOT = "*"
056700                     PERFORM 1060-APPLY-ONE-CARD
056800                         THRU 1060-APPLY-ONE-CARD-EXIT
056900                 END-IF
057000         END-READ
057100     END-PERFORM.
057200     CLOSE SCOREPARM-FILE.
057300     SET SC-NOT-END-OF-FILE TO TRUE.
057400     IF SC-PARM-ERRORS > ZERO
057500         DISPLAY "EX2G907E " SC-PARM-ERRORS " BAD CONTROL "
057600             "CARD(S) - RUN NOT STARTED"
057700         MOVE 16 TO RETURN-CODE
057800         STOP RUN
057900     END-IF.
058000 1050-READ-PARM-CARDS-EXIT.
058100     EXIT.

058200*----------------------------------------------------------------*
058300*  1060-APPLY-ONE-CARD - PARSE ONE KEYWORD=VALUE CARD.  ONLY     *
058400*  SCFROM AND SCTO ARE KNOWN HERE; BOTH TAKE A yyyymmdd.         *
058500*----------------------------------------------------------------*
058600 1060-APPLY-ONE-CARD.
058700     MOVE SPACES TO SC-PARM-KEY SC-PARM-VALUE.
058800     UNSTRING SCORE-PARM-CARD DELIMITED BY "="
058900         INTO SC-PARM-KEY SC-PARM-VALUE.
059000     EVALUATE SC-PARM-KEY
059100         WHEN "SCFROM"
059200             IF SC-PARM-VALUE(1:8) NUMERIC
059300                     AND SC-PARM-VALUE(9:32) = SPACES
059400                 MOVE SC-PARM-VALUE(1:8) TO SC-FROM-DATE
059500             ELSE
059600                 ADD 1 TO SC-PARM-ERRORS
059700                 DISPLAY "EX2G909E INVALID VALUE """
059800                     SC-PARM-VALUE """ FOR " SC-PARM-KEY
059900                     " ON CARD " SC-PARM-CARD-CT
060000             END-IF
060100         WHEN "SCTO"
060200             IF SC-PARM-VALUE(1:8) NUMERIC
060300                     AND SC-PARM-VALUE(9:32) = SPACES
060400                 MOVE SC-PARM-VALUE(1:8) TO SC-TO-DATE
060500             ELSE
060600                 ADD 1 TO SC-PARM-ERRORS
060700                 DISPLAY "EX2G909E INVALID VALUE """
060800                     SC-PARM-VALUE """ FOR " SC-PARM-KEY
060900                     " ON CARD " SC-PARM-CARD-CT
061000             END-IF
061100         WHEN OTHER
061200             ADD 1 TO SC-PARM-ERRORS
061300             DISPLAY "EX2G906E UNKNOWN KEYWORD """ SC-PARM-KEY
061400                 """ ON CARD " SC-PARM-CARD-CT
061500     END-EVALUATE.
061600 1060-APPLY-ONE-CARD-EXIT.
061700     EXIT.

061800*----------------------------------------------------------------*
061900*  1100-CHECK-DATE - REJECT A RANGE DATE WHOSE MONTH OR DAY IS   *
062000*  OUTSIDE THE CALENDAR, BEFORE 2200 OR 8400 SUBSCRIPTS A MONTH  *
062100*  TABLE WITH IT.                                                *
062200*----------------------------------------------------------------*
062300 1100-CHECK-DATE.
062400     IF SC-CURR-MM < 1 OR SC-CURR-MM > 12
062500             OR SC-CURR-DD < 1 OR SC-CURR-DD > 31
062600         DISPLAY "EX2G904E " SC-CURR-DATE
062700             " IS NOT A VALID yyyymmdd DATE"
062800         MOVE 16 TO RETURN-CODE
062900         STOP RUN
063000     END-IF.
063100 1100-CHECK-DATE-EXIT.
063200     EXIT.

063300*----------------------------------------------------------------*
063400*  1200-LOAD-WITHDRAWALS - LOAD WITHDRAW.DAT SO 2150 CAN PASS    *
063500*  OVER THE GENERATIONS EX2BACK HAS BACKED OUT.                  *
063600*----------------------------------------------------------------*
063700 1200-LOAD-WITHDRAWALS.
063800     OPEN INPUT WDRAW-FILE.
063810     IF NOT SC-WDRAW-STATUS-OK
063820         DISPLAY "EX2G915E WITHDRAW.DAT OPEN FAILED, STATUS "
063830             SC-WDRAW-STATUS " - RUN ENDED"
063840         MOVE 16 TO RETURN-CODE
063850         STOP RUN
063860     END-IF.
064200     PERFORM UNTIL SC-END-OF-FILE
064300         READ WDRAW-FILE
064400             AT END
064500                 SET SC-END-OF-FILE TO TRUE
064600             NOT AT END
064700                 IF WD-RUN-DATE NUMERIC AND WD-REVISION NUMERIC
064800                     IF SC-WDR-COUNT = SC-MAX-WDRAW
064900                         CLOSE WDRAW-FILE
065000                         DISPLAY "EX2G910E WITHDRAWAL LEDGER "
065100                             "EXCEEDS " SC-MAX-WDRAW
065200                             " ENTRIES - RUN ENDED"
065300                         MOVE 16 TO RETURN-CODE
065400                         STOP RUN
065500                     END-IF
065600                     ADD 1 TO SC-WDR-COUNT
065700                     SET WDX TO SC-WDR-COUNT
065800                     MOVE WD-RUN-DATE TO SC-WDR-DATE(WDX)
065900                     MOVE WD-REVISION TO SC-WDR-REV(WDX)
066000                     MOVE WD-ACTION TO SC-WDR-ACTION(WDX)
066100                 END-IF
066200         END-READ
066300     END-PERFORM.
066400     CLOSE WDRAW-FILE.
066500     SET SC-NOT-END-OF-FILE TO TRUE.
066600 1200-LOAD-WITHDRAWALS-EXIT.
066700     EXIT.

066800*----------------------------------------------------------------*
066900*  1300-LOAD-EVENTS - KEEP THE RANGE'S HOLD AND HOLD-ATTRIBUTION *
067000*  EVENTS FROM EX2EVENTS.DAT.  NO EVENT FILE MEANS NO HOLDS.     *
067100*----------------------------------------------------------------*
067200 1300-LOAD-EVENTS.
067300     OPEN INPUT EVENTS-FILE.
067310     IF NOT SC-EVENTS-STATUS-OK
067320         DISPLAY "EX2G916E EX2EVENTS.DAT OPEN FAILED, STATUS "
067330             SC-EVENTS-STATUS " - RUN ENDED"
067340         MOVE 16 TO RETURN-CODE
067350         STOP RUN
067360     END-IF.
067370     IF SC-EVENTS-STATUS = "05"
067380         CLOSE EVENTS-FILE
067390         DISPLAY "EX2G914I NO EVENT FILE EX2EVENTS.DAT - NO "
067400             "HOLDS COUNTED"
067410         GO TO 1300-LOAD-EVENTS-EXIT
067420     END-IF.
067900     PERFORM UNTIL SC-END-OF-FILE
068000         READ EVENTS-FILE
068100             AT END
068200                 SET SC-END-OF-FILE TO TRUE
068300             NOT AT END
068400                 IF EV-DATE NUMERIC
068500                         AND EV-DATE NOT < SC-FROM-DATE
068600                         AND EV-DATE NOT > SC-TO-DATE
068700                         AND (EV-CODE = "EX2018W" OR "EX2032W"
068800                             OR "EX2048W" OR "EX2064I"
068900                             OR "EX2046W")
069000                     IF SC-EVT-COUNT = SC-MAX-EVENTS
069100                         CLOSE EVENTS-FILE
069200                         DISPLAY "EX2G912E HOLD EVENTS IN RANGE "
069300                             "EXCEED " SC-MAX-EVENTS
069400                             " - RUN ENDED"
069500                         MOVE 16 TO RETURN-CODE
069600                         STOP RUN
069700                     END-IF
069800                     ADD 1 TO SC-EVT-COUNT
069900                     SET EVX TO SC-EVT-COUNT
070000                     MOVE EV-DATE TO SC-EVT-DATE(EVX)
070100                     MOVE EV-CODE TO SC-EVT-CODE(EVX)
070200                     MOVE EV-SOURCE TO SC-EVT-SOURCE(EVX)
070300                 END-IF
070400         END-READ
070500     END-PERFORM.
070600     CLOSE EVENTS-FILE.
070700     SET SC-NOT-END-OF-FILE TO TRUE.
070800 1300-LOAD-EVENTS-EXIT.
070900     EXIT.

071000*----------------------------------------------------------------*
071100*  1400-LOAD-REJECTS - THE REJECTS FIRST SEEN INSIDE THE RANGE,  *
071200*  BY SOURCE, AND WHERE EACH STANDS NOW: FIXED (WITH THE DAYS IT *
071300*  STAYED BROKEN, FIRST TO LAST SEEN INCLUSIVE), WAIVED, OR      *
071400*  STILL OPEN (NEW OR RESUBMITTED).  A REJECT WITH NO SOURCE     *
071500*  CODE CANNOT BE CHARGED AND IS LEFT OUT.                       *
071600*----------------------------------------------------------------*
071700 1400-LOAD-REJECTS.
071800     OPEN INPUT REJDISP-FILE.
071810     IF NOT SC-REJDISP-STATUS-OK
071820         DISPLAY "EX2G917E REJDISP.DAT OPEN FAILED, STATUS "
071830             SC-REJDISP-STATUS " - RUN ENDED"
071840         MOVE 16 TO RETURN-CODE
071850         STOP RUN
071860     END-IF.
071870     IF SC-REJDISP-STATUS = "05"
071880         CLOSE REJDISP-FILE
071890         DISPLAY "EX2G913I NO DISPOSITION FILE REJDISP.DAT - NO "
071900             "REJECTS COUNTED"
071910         GO TO 1400-LOAD-REJECTS-EXIT
071920     END-IF.
072400     PERFORM UNTIL SC-END-OF-FILE
072500         READ REJDISP-FILE
072600             AT END
072700                 SET SC-END-OF-FILE TO TRUE
072800             NOT AT END
072900                 IF RD-FIRST-SEEN NUMERIC
073000                         AND RD-FIRST-SEEN NOT < SC-FROM-DATE
073100                         AND RD-FIRST-SEEN NOT > SC-TO-DATE
073200                         AND RD-SOURCE NOT = SPACES
073300                     PERFORM 1450-COUNT-ONE-REJECT
073400                         THRU 1450-COUNT-ONE-REJECT-EXIT
073500                 END-IF
073600         END-READ
073700     END-PERFORM.
073800     CLOSE REJDISP-FILE.
073900     SET SC-NOT-END-OF-FILE TO TRUE.
074000 1400-LOAD-REJECTS-EXIT.
074100     EXIT.

074200 1450-COUNT-ONE-REJECT.
074300     MOVE RD-SOURCE TO SC-FIND-CODE.
074400     PERFORM 2900-FIND-SOURCE THRU 2900-FIND-SOURCE-EXIT.
074500     ADD 1 TO SC-SRC-REJ-NEW(SRX).
074600     EVALUATE RD-STATUS
074700         WHEN "FIXED"
074800             ADD 1 TO SC-SRC-REJ-FIXED(SRX)
074900             IF RD-LAST-SEEN NUMERIC
075000                     AND RD-LAST-SEEN NOT < RD-FIRST-SEEN
075100                 MOVE RD-FIRST-SEEN TO SC-CNV-DATE
075200                 PERFORM 8400-DATE-TO-SERIAL
075300                     THRU 8400-DATE-TO-SERIAL-EXIT
075400                 MOVE SC-CNV-SERIAL TO SC-FIRST-SERIAL
075500                 MOVE RD-LAST-SEEN TO SC-CNV-DATE
075600                 PERFORM 8400-DATE-TO-SERIAL
075700                     THRU 8400-DATE-TO-SERIAL-EXIT
075800                 COMPUTE SC-SRC-FIX-DAYS(SRX) =
075900                     SC-SRC-FIX-DAYS(SRX)
076000                     + SC-CNV-SERIAL - SC-FIRST-SERIAL + 1
076100             ELSE
076200                 ADD 1 TO SC-SRC-FIX-DAYS(SRX)
076300             END-IF
076400         WHEN "WAIVED"
076500             ADD 1 TO SC-SRC-REJ-WAIVED(SRX)
076600         WHEN OTHER
076700             ADD 1 TO SC-SRC-REJ-OPEN(SRX)
076800     END-EVALUATE.
076900 1450-COUNT-ONE-REJECT-EXIT.
077000     EXIT.

077100*----------------------------------------------------------------*
077200*  2000-PROCESS-RANGE - WALK EACH CALENDAR DATE IN THE RANGE.    *
077300*----------------------------------------------------------------*
077400 2000-PROCESS-RANGE.
077500     MOVE SC-FROM-DATE TO SC-CURR-DATE.
077600     PERFORM UNTIL SC-CURR-DATE > SC-TO-DATE
077700         PERFORM 2100-SCORE-ONE-DAY THRU 2100-SCORE-ONE-DAY-EXIT
077800         PERFORM 2200-NEXT-DATE THRU 2200-NEXT-DATE-EXIT
077900     END-PERFORM.
078000 2000-PROCESS-RANGE-EXIT.
078100     EXIT.

078200*----------------------------------------------------------------*
078300*  2100-SCORE-ONE-DAY - GATHER ONE DAY'S EVIDENCE FOR EVERY      *
078400*  SOURCE: WHO DELIVERED AND WHEN (2150), DUPLICATES (2300),     *
078500*  COVERAGE GAPS (2400), AND HOLDS (2500), THEN POST IT (2600).  *
078600*  A DAY WITH NO SURVIVING RESULTS IS COUNTED AS WITHOUT OR      *
078700*  WITHDRAWN, AS IN EX2SUM, AND GRADES NOBODY.                   *
078800*----------------------------------------------------------------*
078900 2100-SCORE-ONE-DAY.
079000     ADD 1 TO SC-DAYS-IN-RANGE.
079100     MOVE SC-CURR-DATE TO SC-CNV-DATE.
079200     PERFORM 8400-DATE-TO-SERIAL THRU 8400-DATE-TO-SERIAL-EXIT.
079300     MOVE SC-CNV-SERIAL TO SC-CURR-SERIAL.
079400     PERFORM VARYING SRX FROM 1 BY 1 UNTIL SRX > SC-SOURCE-COUNT
079500         MOVE "N" TO SC-SRC-D-SEEN-SW(SRX) SC-SRC-D-ONTIME-SW(SRX)
079600             SC-SRC-D-DUP-SW(SRX) SC-SRC-D-GAP-SW(SRX)
079700             SC-SRC-D-REJCHG-SW(SRX) SC-SRC-D-CTLCHG-SW(SRX)
079800         MOVE ZERO TO SC-SRC-D-RECORDS(SRX) SC-SRC-D-MATCHED(SRX)
079900     END-PERFORM.
080000     MOVE "N" TO SC-DAY-FOUND-SW SC-DAY-ANYGEN-SW SC-DAY-NOGEN-SW.
080100     MOVE ZERO TO SC-DAY-REV.
080200     MOVE ZERO TO SC-REV-99.
080300     MOVE "N" TO SC-PROBE-DONE-SW.
080400     PERFORM 2150-READ-GENERATION THRU 2150-READ-GENERATION-EXIT.
080500     PERFORM UNTIL SC-PROBE-DONE OR SC-REV-99 = 98
080600         ADD 1 TO SC-REV-99
080700         PERFORM 2150-READ-GENERATION
080800             THRU 2150-READ-GENERATION-EXIT
080900     END-PERFORM.
081000     IF NOT SC-DAY-FOUND
081100         IF SC-DAY-HAD-GENERATION
081200             ADD 1 TO SC-DAYS-WDRAWN
081300             DISPLAY "EX2G010I " SC-CURR-DATE
081400                 " WITHDRAWN BY BACK-OUT - DAY NOT GRADED"
081500         ELSE
081600             ADD 1 TO SC-DAYS-MISSING
081700         END-IF
081800         GO TO 2100-SCORE-ONE-DAY-EXIT
081900     END-IF.
082000     ADD 1 TO SC-DAYS-FOUND.
082100     PERFORM 2300-READ-DUPLICATES THRU 2300-READ-DUPLICATES-EXIT.
082200     PERFORM 2400-READ-COVERAGE THRU 2400-READ-COVERAGE-EXIT.
082300     IF SC-DAY-REPORT-NOT-KEPT
082400         ADD 1 TO SC-DAYS-NO-RPTGEN
082500         DISPLAY "EX2G011W " SC-CURR-DATE
082600             " HAS NO DATED DUPRPT/COVRPT GENERATION - NO "
082700             "DUPLICATES OR GAPS COUNTED"
082800     END-IF.
082900     PERFORM 2500-APPLY-DAY-EVENTS
083000         THRU 2500-APPLY-DAY-EVENTS-EXIT.
083100     PERFORM 2600-POST-DAY THRU 2600-POST-DAY-EXIT.
083200 2100-SCORE-ONE-DAY-EXIT.
083300     EXIT.

083400*----------------------------------------------------------------*
083500*  2150-READ-GENERATION - READ THE SC-REV-99 GENERATION OF THE   *
083600*  DAY'S RSLTSUM FILE (00 IS THE ORIGINAL, UNSUFFIXED NAME).  A  *
083700*  MISSING REVISION ABOVE 00 ENDS THE PROBE.  A WITHDRAWN OR     *
083800*  UNREADABLE GENERATION IS PASSED OVER; A SURVIVING ONE MARKS   *
083900*  ITS SOURCES DELIVERED AND LEAVES ITS COUNTS AS THE DAY'S.     *
084000*----------------------------------------------------------------*
084100 2150-READ-GENERATION.
084200     MOVE SPACES TO SC-DAILY-NAME.
084300     IF SC-REV-99 = ZERO
084400         STRING "RSLTSUM" DELIMITED BY SIZE
084500                SC-CURR-DATE DELIMITED BY SIZE
084600                ".DAT" DELIMITED BY SIZE
084700             INTO SC-DAILY-NAME
084800     ELSE
084900         STRING "RSLTSUM" DELIMITED BY SIZE
085000                SC-CURR-DATE DELIMITED BY SIZE
085100                "R" DELIMITED BY SIZE
085200                SC-REV-99 DELIMITED BY SIZE
085300                ".DAT" DELIMITED BY SIZE
085400             INTO SC-DAILY-NAME
085500     END-IF.
085600     OPEN INPUT DAILY-RESULTS-FILE.
085700     IF NOT SC-DAILY-STATUS-OK
085800         IF SC-REV-99 > ZERO
085900             SET SC-PROBE-DONE TO TRUE
086000         END-IF
086100         GO TO 2150-READ-GENERATION-EXIT
086200     END-IF.
086300     MOVE "Y" TO SC-DAY-ANYGEN-SW.
086400     READ DAILY-RESULTS-FILE INTO SC-SUM-DATA
086500         AT END
086600             SET SC-END-OF-FILE TO TRUE
086700     END-READ.
086800     CLOSE DAILY-RESULTS-FILE.
086900     IF SC-END-OF-FILE
087000         SET SC-NOT-END-OF-FILE TO TRUE
087100         GO TO 2150-READ-GENERATION-EXIT
087200     END-IF.
087300     PERFORM 2160-CHECK-WITHDRAWN THRU 2160-CHECK-WITHDRAWN-EXIT.
087400     IF SC-WD-WITHDRAWN
087500         GO TO 2150-READ-GENERATION-EXIT
087600     END-IF.
087700     IF SCD-VERSION NOT = "01" OR SCD-SOURCE-COUNT NOT NUMERIC
087800         ADD 1 TO SC-BAD-VERSION
087900         DISPLAY "EX2G905W " SC-DAILY-NAME " RECORD VERSION """
088000             SCD-VERSION """ NOT RECOGNIZED - GENERATION SKIPPED"
088100         GO TO 2150-READ-GENERATION-EXIT
088200     END-IF.
088300     MOVE "Y" TO SC-DAY-FOUND-SW.
088400     MOVE SC-REV-99 TO SC-DAY-REV.
088500     MOVE SCD-SOURCE-COUNT TO SC-SLOT-LIMIT.
088600     IF SC-SLOT-LIMIT > 10
088700         MOVE 10 TO SC-SLOT-LIMIT
088800     END-IF.
088900     PERFORM VARYING SC-SLOT-IX FROM 1 BY 1
089000             UNTIL SC-SLOT-IX > SC-SLOT-LIMIT
089100         IF SCD-SRC-CODE(SC-SLOT-IX) NOT = SPACES
089200             MOVE SCD-SRC-CODE(SC-SLOT-IX) TO SC-FIND-CODE
089300             PERFORM 2900-FIND-SOURCE THRU 2900-FIND-SOURCE-EXIT
089400             MOVE "Y" TO SC-SRC-D-SEEN-SW(SRX)
089500             IF SC-REV-99 = ZERO
089600                 MOVE "Y" TO SC-SRC-D-ONTIME-SW(SRX)
089700             END-IF
089800             MOVE SCD-SRC-RECORDS(SC-SLOT-IX)
089900                 TO SC-SRC-D-RECORDS(SRX)
090000             MOVE SCD-SRC-MATCHED(SC-SLOT-IX)
090100                 TO SC-SRC-D-MATCHED(SRX)
090200         END-IF
090300     END-PERFORM.
090400 2150-READ-GENERATION-EXIT.
090500     EXIT.

090600*----------------------------------------------------------------*
090700*  2160-CHECK-WITHDRAWN - SET SC-WD-WITHDRAWN WHEN THE LATEST    *
090800*  LEDGER ENTRY FOR SC-CURR-DATE / SC-REV-99 IS A WITHDRAWAL.    *
090900*----------------------------------------------------------------*
091000 2160-CHECK-WITHDRAWN.
091100     MOVE "N" TO SC-WD-STATE-SW.
091200     PERFORM VARYING WDX FROM 1 BY 1 UNTIL WDX > SC-WDR-COUNT
091300         IF SC-WDR-DATE(WDX) = SC-CURR-DATE
091400                 AND SC-WDR-REV(WDX) = SC-REV-99
091500             IF SC-WDR-ACTION(WDX) = "W"
091600                 MOVE "Y" TO SC-WD-STATE-SW
091700             ELSE
091800                 MOVE "N" TO SC-WD-STATE-SW
091900             END-IF
092000         END-IF
092100     END-PERFORM.
092200 2160-CHECK-WITHDRAWN-EXIT.
092300     EXIT.

092400*----------------------------------------------------------------*
092500*  2200-NEXT-DATE - STEP SC-CURR-DATE FORWARD ONE CALENDAR DAY,  *
092600*  THE SAME WAY EX2SUM DOES.                                     *
092700*----------------------------------------------------------------*
092800 2200-NEXT-DATE.
092900     MOVE SC-DIM(SC-CURR-MM) TO SC-MONTH-END.
093000     IF SC-CURR-MM = 2
093100         MOVE SC-CURR-YYYY TO SC-CNV-YYYY
093200         PERFORM 8450-CHECK-CNV-LEAP-YEAR
093300             THRU 8450-CHECK-CNV-LEAP-YEAR-EXIT
093400         IF SC-IS-LEAP-YEAR
093500             MOVE 29 TO SC-MONTH-END
093600         END-IF
093700     END-IF.
093800     IF SC-CURR-DD < SC-MONTH-END
093900         ADD 1 TO SC-CURR-DD
094000     ELSE
094100         IF SC-CURR-MM < 12
094200             ADD 1 TO SC-CURR-MM
094300             MOVE 1 TO SC-CURR-DD
094400         ELSE
094500             ADD 1 TO SC-CURR-YYYY
094600             MOVE 1 TO SC-CURR-MM
094700             MOVE 1 TO SC-CURR-DD
094800         END-IF
094900     END-IF.
095000 2200-NEXT-DATE-EXIT.
095100     EXIT.

095200*----------------------------------------------------------------*
095300*  2300-READ-DUPLICATES - THE DATED DUPRPT GENERATION MATCHING   *
095400*  THE DAY'S SURVIVING RESULTS.  EVERY DETAIL LINE IS ONE ID A   *
095500*  SOURCE SENT MORE THAN ONCE IN A LIST; ANY LINE MAKES IT A     *
095600*  DUPLICATE DAY FOR THAT SOURCE.                                *
095700*----------------------------------------------------------------*
095800 2300-READ-DUPLICATES.
095900     MOVE SPACES TO SC-DUPGEN-NAME.
096000     IF SC-DAY-REV = ZERO
096100         STRING "DUPRPT" DELIMITED BY SIZE
096200                SC-CURR-DATE DELIMITED BY SIZE
096300                ".TXT" DELIMITED BY SIZE
096400             INTO SC-DUPGEN-NAME
096500     ELSE
096600         STRING "DUPRPT" DELIMITED BY SIZE
096700                SC-CURR-DATE DELIMITED BY SIZE
096800                "R" DELIMITED BY SIZE
096900                SC-DAY-REV DELIMITED BY SIZE
097000                ".TXT" DELIMITED BY SIZE
097100             INTO SC-DUPGEN-NAME
097200     END-IF.
097300     OPEN INPUT DUPGEN-FILE.
097400     IF NOT SC-DUPGEN-STATUS-OK
097500         MOVE "Y" TO SC-DAY-NOGEN-SW
097600         GO TO 2300-READ-DUPLICATES-EXIT
097700     END-IF.
097800     PERFORM UNTIL SC-END-OF-FILE
097900         READ DUPGEN-FILE
098000             AT END
098100                 SET SC-END-OF-FILE TO TRUE
098200             NOT AT END
098300                 IF (DG-LIST = "LIST1" OR "LIST2")
098400                         AND DG-SOURCE NOT = SPACES
098500                     MOVE DG-SOURCE TO SC-FIND-CODE
098600                     PERFORM 2900-FIND-SOURCE
098700                         THRU 2900-FIND-SOURCE-EXIT
098800                     MOVE "Y" TO SC-SRC-D-DUP-SW(SRX)
098900                     ADD 1 TO SC-SRC-DUP-IDS(SRX)
099000                 END-IF
099100         END-READ
099200     END-PERFORM.
099300     CLOSE DUPGEN-FILE.
099400     SET SC-NOT-END-OF-FILE TO TRUE.
099500 2300-READ-DUPLICATES-EXIT.
099600     EXIT.

099700*----------------------------------------------------------------*
099800*  2400-READ-COVERAGE - THE DATED COVRPT GENERATION MATCHING THE *
099900*  DAY'S SURVIVING RESULTS.  EACH PAIR SUMMARY LINE CHARGES ITS  *
100000*  COUNT TO THE SOURCE THE IDS WERE MISSING FROM.                *
100100*----------------------------------------------------------------*
100200 2400-READ-COVERAGE.
100300     MOVE SPACES TO SC-COVGEN-NAME.
100400     IF SC-DAY-REV = ZERO
100500         STRING "COVRPT" DELIMITED BY SIZE
100600                SC-CURR-DATE DELIMITED BY SIZE
100700                ".TXT" DELIMITED BY SIZE
100800             INTO SC-COVGEN-NAME
100900     ELSE
101000         STRING "COVRPT" DELIMITED BY SIZE
101100                SC-CURR-DATE DELIMITED BY SIZE
101200                "R" DELIMITED BY SIZE
101300                SC-DAY-REV DELIMITED BY SIZE
101400                ".TXT" DELIMITED BY SIZE
101500             INTO SC-COVGEN-NAME
101600     END-IF.
101700     OPEN INPUT COVGEN-FILE.
101800     IF NOT SC-COVGEN-STATUS-OK
101900         MOVE "Y" TO SC-DAY-NOGEN-SW
102000         GO TO 2400-READ-COVERAGE-EXIT
102100     END-IF.
102200     PERFORM UNTIL SC-END-OF-FILE
102300         READ COVGEN-FILE
102400             AT END
102500                 SET SC-END-OF-FILE TO TRUE
102600             NOT AT END
102700                 IF CG-TAG1 = "SOURCE "
102800                         AND CG-TAG2 = " REPORTS "
102900                         AND CG-TAG3 = " IDS MISSING FROM "
103000                         AND CG-MISSING-SOURCE NOT = SPACES
103100                     MOVE CG-MISSING-SOURCE TO SC-FIND-CODE
103200                     PERFORM 2900-FIND-SOURCE
103300                         THRU 2900-FIND-SOURCE-EXIT
103400                     MOVE "Y" TO SC-SRC-D-GAP-SW(SRX)
103500                     MOVE CG-MISSING-COUNT TO SC-WORK-COUNT
103600                     ADD SC-WORK-COUNT TO SC-SRC-GAP-IDS(SRX)
103700                 END-IF
103800         END-READ
103900     END-PERFORM.
104000     CLOSE COVGEN-FILE.
104100     SET SC-NOT-END-OF-FILE TO TRUE.
104200 2400-READ-COVERAGE-EXIT.
104300     EXIT.

104400*----------------------------------------------------------------*
104500*  2500-APPLY-DAY-EVENTS - WHICH HOLDS THE DAY RAISED, AND WHICH *
104600*  SOURCES THE PER-SOURCE EVENTS CHARGE THE REJECT-RATE AND      *
104700*  CONTROL-TOTAL HOLDS TO.  A DAY RERUN AFTER A HOLD STILL       *
104800*  COUNTS AS HAVING TRIGGERED IT.                                *
104900*----------------------------------------------------------------*
105000 2500-APPLY-DAY-EVENTS.
105100     MOVE "N" TO SC-DAY-HOLD-REJ-SW SC-DAY-HOLD-DUP-SW
105200         SC-DAY-HOLD-CTL-SW.
105300     PERFORM VARYING EVX FROM 1 BY 1 UNTIL EVX > SC-EVT-COUNT
105400         IF SC-EVT-DATE(EVX) = SC-CURR-DATE
105500             EVALUATE SC-EVT-CODE(EVX)
105600                 WHEN "EX2018W"
105700                     MOVE "Y" TO SC-DAY-HOLD-REJ-SW
105800                 WHEN "EX2032W"
105900                     MOVE "Y" TO SC-DAY-HOLD-DUP-SW
106000                 WHEN "EX2048W"
106100                     MOVE "Y" TO SC-DAY-HOLD-CTL-SW
106200                 WHEN "EX2064I"
106300                     IF SC-EVT-SOURCE(EVX) NOT = SPACES
106400                         MOVE SC-EVT-SOURCE(EVX) TO SC-FIND-CODE
106500                         PERFORM 2900-FIND-SOURCE
106600                             THRU 2900-FIND-SOURCE-EXIT
106700                         MOVE "Y" TO SC-SRC-D-REJCHG-SW(SRX)
106800                     END-IF
106900                 WHEN "EX2046W"
107000                     IF SC-EVT-SOURCE(EVX) NOT = SPACES
107100                         MOVE SC-EVT-SOURCE(EVX) TO SC-FIND-CODE
107200                         PERFORM 2900-FIND-SOURCE
107300                             THRU 2900-FIND-SOURCE-EXIT
107400                         MOVE "Y" TO SC-SRC-D-CTLCHG-SW(SRX)
107500                     END-IF
107600             END-EVALUATE
107700         END-IF
107800     END-PERFORM.
107900     IF SC-DAY-REJECT-HOLD OR SC-DAY-DUPLICATE-HOLD
108000             OR SC-DAY-CONTROL-HOLD
108100         ADD 1 TO SC-DAYS-HELD
108200     END-IF.
108300 2500-APPLY-DAY-EVENTS-EXIT.
108400     EXIT.

108500*----------------------------------------------------------------*
108600*  2600-POST-DAY - ADD THE DAY'S FINDINGS TO EACH SOURCE'S RANGE *
108700*  COUNTS.  THE DAY FALLS IN THE FIRST HALF OF THE RANGE WHEN    *
108800*  ITS SERIAL IS NOT PAST THE MIDPOINT.                          *
108900*----------------------------------------------------------------*
109000 2600-POST-DAY.
109100     PERFORM VARYING SRX FROM 1 BY 1 UNTIL SRX > SC-SOURCE-COUNT
109200         MOVE "N" TO SC-SRC-HELD-SW
109300         IF SC-DAY-REJECT-HOLD AND SC-SRC-D-REJ-CHARGED(SRX)
109400             ADD 1 TO SC-SRC-HOLD-REJ(SRX)
109500             MOVE "Y" TO SC-SRC-HELD-SW
109600         END-IF
109700         IF SC-DAY-DUPLICATE-HOLD AND SC-SRC-D-DUP(SRX)
109800             ADD 1 TO SC-SRC-HOLD-DUP(SRX)
109900             MOVE "Y" TO SC-SRC-HELD-SW
110000         END-IF
110100         IF SC-DAY-CONTROL-HOLD AND SC-SRC-D-CTL-CHARGED(SRX)
110200             ADD 1 TO SC-SRC-HOLD-CTL(SRX)
110300             MOVE "Y" TO SC-SRC-HELD-SW
110400         END-IF
110500         IF SC-SRC-HELD
110600             ADD 1 TO SC-SRC-HOLD-DAYS(SRX)
110700         END-IF
110800         IF SC-SRC-D-DUP(SRX)
110900             ADD 1 TO SC-SRC-DUP-DAYS(SRX)
111000         END-IF
111100         IF SC-SRC-D-GAP(SRX)
111200             ADD 1 TO SC-SRC-GAP-DAYS(SRX)
111300         END-IF
111400         IF SC-SRC-D-SEEN(SRX)
111500             ADD 1 TO SC-SRC-DELIVERED(SRX)
111600             IF SC-SRC-D-ONTIME(SRX)
111700                 ADD 1 TO SC-SRC-ONTIME(SRX)
111800             ELSE
111900                 ADD 1 TO SC-SRC-LATE(SRX)
112000             END-IF
112100             ADD SC-SRC-D-RECORDS(SRX) TO SC-SRC-RECORDS(SRX)
112200             ADD SC-SRC-D-MATCHED(SRX) TO SC-SRC-MATCHED(SRX)
112300             IF SC-CURR-SERIAL > SC-MID-SERIAL
112400                 ADD SC-SRC-D-RECORDS(SRX)
112500                     TO SC-SRC-H2-RECORDS(SRX)
112600                 ADD SC-SRC-D-MATCHED(SRX)
112700                     TO SC-SRC-H2-MATCHED(SRX)
112800             ELSE
112900                 ADD SC-SRC-D-RECORDS(SRX)
113000                     TO SC-SRC-H1-RECORDS(SRX)
113100                 ADD SC-SRC-D-MATCHED(SRX)
113200                     TO SC-SRC-H1-MATCHED(SRX)
113300             END-IF
113400         END-IF
113500     END-PERFORM.
113600 2600-POST-DAY-EXIT.
113700     EXIT.

113800*----------------------------------------------------------------*
113900*  2900-FIND-SOURCE - LEAVE SRX ON SC-FIND-CODE'S ENTRY, ADDING  *
114000*  A CLEARED ONE THE FIRST TIME A CODE IS MET.  MORE CODES THAN  *
114100*  THE TABLE HOLDS ENDS THE RUN RC 16.                           *
114200*----------------------------------------------------------------*
114300 2900-FIND-SOURCE.
114400     PERFORM VARYING SRX FROM 1 BY 1
114500             UNTIL SRX > SC-SOURCE-COUNT
114600                OR SC-SRC-CODE(SRX) = SC-FIND-CODE
114700         CONTINUE
114800     END-PERFORM.
114900     IF SRX NOT > SC-SOURCE-COUNT
115000         GO TO 2900-FIND-SOURCE-EXIT
115100     END-IF.
115200     IF SC-SOURCE-COUNT = SC-MAX-SOURCES
115300         DISPLAY "EX2G911E MORE THAN " SC-MAX-SOURCES
115400             " SOURCE CODES IN RANGE - RUN ENDED AT "
115500             SC-FIND-CODE
115600         MOVE 16 TO RETURN-CODE
115700         STOP RUN
115800     END-IF.
115900     ADD 1 TO SC-SOURCE-COUNT.
116000     SET SRX TO SC-SOURCE-COUNT.
116100     INITIALIZE SC-SRC-ENTRY(SRX).
116200     MOVE SC-FIND-CODE TO SC-SRC-CODE(SRX).
116300     MOVE "N" TO SC-SRC-D-SEEN-SW(SRX) SC-SRC-D-ONTIME-SW(SRX)
116400         SC-SRC-D-DUP-SW(SRX) SC-SRC-D-GAP-SW(SRX)
116500         SC-SRC-D-REJCHG-SW(SRX) SC-SRC-D-CTLCHG-SW(SRX).
116600 2900-FIND-SOURCE-EXIT.
116700     EXIT.

116800*----------------------------------------------------------------*
116900*  3000-SCORE-SOURCES - DERIVE EACH SOURCE'S RATES, TREND, AND   *
117000*  SCORE, THEN ORDER THE TABLE BY CODE AND BY RANK.              *
117100*----------------------------------------------------------------*
117200 3000-SCORE-SOURCES.
117300     PERFORM VARYING SRX FROM 1 BY 1 UNTIL SRX > SC-SOURCE-COUNT
117400         PERFORM 3100-SCORE-ONE-SOURCE
117500             THRU 3100-SCORE-ONE-SOURCE-EXIT
117600     END-PERFORM.
117700     PERFORM 3200-ORDER-BY-CODE THRU 3200-ORDER-BY-CODE-EXIT.
117800     PERFORM 3300-RANK-SOURCES THRU 3300-RANK-SOURCES-EXIT.
117900 3000-SCORE-SOURCES-EXIT.
118000     EXIT.

118100*----------------------------------------------------------------*
118200*  3100-SCORE-ONE-SOURCE - DAYS NOT DELIVERED ARE THE DAYS WITH  *
118300*  RESULTS THE SOURCE WAS ABSENT FROM.  THE REJECT RATE IS NEW   *
118400*  REJECTS OVER RECORDS OFFERED (DELIVERED PLUS REJECTED); THE   *
118500*  MATCH RATE IS MATCHED OVER DELIVERED.  THE TREND COMPARES THE *
118600*  MATCH RATE OF THE TWO HALVES OF THE RANGE.                    *
118700*----------------------------------------------------------------*
118800 3100-SCORE-ONE-SOURCE.
118900     MOVE ZERO TO SC-SRC-MISSED(SRX).
119000     IF SC-DAYS-FOUND > SC-SRC-DELIVERED(SRX)
119100         COMPUTE SC-SRC-MISSED(SRX) =
119200             SC-DAYS-FOUND - SC-SRC-DELIVERED(SRX)
119300     END-IF.
119400     MOVE ZERO TO SC-SRC-REJ-RATE(SRX) SC-SRC-AVG-FIX(SRX)
119500         SC-SRC-MATCH-RATE(SRX) SC-SRC-H1-RATE(SRX)
119600         SC-SRC-H2-RATE(SRX).
119700     IF SC-SRC-RECORDS(SRX) + SC-SRC-REJ-NEW(SRX) > ZERO
119800         MOVE SC-SRC-REJ-NEW(SRX) TO SC-CALC-NUMER
119850         COMPUTE SC-CALC-DENOM =
119900             SC-SRC-RECORDS(SRX) + SC-SRC-REJ-NEW(SRX)
119950         COMPUTE SC-SRC-REJ-RATE(SRX) ROUNDED =
120000             SC-CALC-NUMER * 100 / SC-CALC-DENOM
120100     END-IF.
120200     IF SC-SRC-REJ-FIXED(SRX) > ZERO
120300         COMPUTE SC-SRC-AVG-FIX(SRX) ROUNDED =
120400             SC-SRC-FIX-DAYS(SRX) / SC-SRC-REJ-FIXED(SRX)
120500     END-IF.
120600     IF SC-SRC-RECORDS(SRX) > ZERO
120700         MOVE SC-SRC-MATCHED(SRX) TO SC-CALC-NUMER
120730         MOVE SC-SRC-RECORDS(SRX) TO SC-CALC-DENOM
120760         COMPUTE SC-SRC-MATCH-RATE(SRX) ROUNDED =
120800             SC-CALC-NUMER * 100 / SC-CALC-DENOM
120900     END-IF.
121000     IF SC-SRC-H1-RECORDS(SRX) > ZERO
121100         MOVE SC-SRC-H1-MATCHED(SRX) TO SC-CALC-NUMER
121130         MOVE SC-SRC-H1-RECORDS(SRX) TO SC-CALC-DENOM
121160         COMPUTE SC-SRC-H1-RATE(SRX) ROUNDED =
121200             SC-CALC-NUMER * 100 / SC-CALC-DENOM
121300     END-IF.
121400     IF SC-SRC-H2-RECORDS(SRX) > ZERO
121500         MOVE SC-SRC-H2-MATCHED(SRX) TO SC-CALC-NUMER
121530         MOVE SC-SRC-H2-RECORDS(SRX) TO SC-CALC-DENOM
121560         COMPUTE SC-SRC-H2-RATE(SRX) ROUNDED =
121600             SC-CALC-NUMER * 100 / SC-CALC-DENOM
121700     END-IF.
121800     EVALUATE TRUE
121900         WHEN SC-SRC-H1-RECORDS(SRX) = ZERO
122000                 OR SC-SRC-H2-RECORDS(SRX) = ZERO
122100             MOVE "N/A" TO SC-SRC-TREND(SRX)
122200         WHEN SC-SRC-H2-RATE(SRX) NOT <
122300                 SC-SRC-H1-RATE(SRX) + SC-TREND-POINTS
122400             MOVE "IMPROVING" TO SC-SRC-TREND(SRX)
122500         WHEN SC-SRC-H2-RATE(SRX) + SC-TREND-POINTS NOT >
122600                 SC-SRC-H1-RATE(SRX)
122700             MOVE "DECLINING" TO SC-SRC-TREND(SRX)
122800         WHEN OTHER
122900             MOVE "STEADY" TO SC-SRC-TREND(SRX)
123000     END-EVALUATE.
123100     COMPUTE SC-PENALTY-REJ =
123200         SC-SRC-REJ-RATE(SRX) * SC-WT-REJ-PCT.
123300     COMPUTE SC-MATCH-SHORT = 100 - SC-SRC-MATCH-RATE(SRX).
123400     COMPUTE SC-PENALTY-MATCH = SC-MATCH-SHORT / SC-WT-MATCH-DIV.
123500     COMPUTE SC-PENALTY =
123600         SC-SRC-LATE(SRX) * SC-WT-LATE
123700         + SC-SRC-MISSED(SRX) * SC-WT-MISSED
123800         + SC-SRC-HOLD-DAYS(SRX) * SC-WT-HOLD
123900         + SC-SRC-DUP-DAYS(SRX) * SC-WT-DUP
124000         + SC-SRC-GAP-DAYS(SRX) * SC-WT-GAP
124100         + SC-PENALTY-REJ + SC-PENALTY-MATCH.
124200     IF SC-PENALTY < 100
124300         COMPUTE SC-SRC-SCORE(SRX) = 100 - SC-PENALTY
124400     ELSE
124500         MOVE ZERO TO SC-SRC-SCORE(SRX)
124600     END-IF.
124700 3100-SCORE-ONE-SOURCE-EXIT.
124800     EXIT.

124900*----------------------------------------------------------------*
125000*  3200-ORDER-BY-CODE - EXCHANGE-SORT THE SECTION ORDER BY       *
125100*  SOURCE CODE.  THE TABLE IS SMALL, SO THE SIMPLE SORT SERVES.  *
125200*----------------------------------------------------------------*
125300 3200-ORDER-BY-CODE.
125400     PERFORM VARYING SC-OX FROM 1 BY 1
125500             UNTIL SC-OX > SC-SOURCE-COUNT
125600         MOVE SC-OX TO SC-CODE-ORDER(SC-OX)
125700     END-PERFORM.
125800     PERFORM VARYING SC-OX FROM 1 BY 1
125900             UNTIL SC-OX > SC-SOURCE-COUNT
126000         PERFORM VARYING SC-OY FROM SC-OX BY 1
126100                 UNTIL SC-OY > SC-SOURCE-COUNT
126200             IF SC-SRC-CODE(SC-CODE-ORDER(SC-OY))
126300                     < SC-SRC-CODE(SC-CODE-ORDER(SC-OX))
126400                 MOVE SC-CODE-ORDER(SC-OX) TO SC-SWAP
126500                 MOVE SC-CODE-ORDER(SC-OY) TO SC-CODE-ORDER(SC-OX)
126600                 MOVE SC-SWAP TO SC-CODE-ORDER(SC-OY)
126700             END-IF
126800         END-PERFORM
126900     END-PERFORM.
127000 3200-ORDER-BY-CODE-EXIT.
127100     EXIT.

127200*----------------------------------------------------------------*
127300*  3300-RANK-SOURCES - PICK THE BEST UNRANKED SOURCE FOR EACH    *
127400*  RANK IN TURN: HIGHEST SCORE, THEN HIGHEST MATCH RATE, THEN    *
127500*  FEWEST DAYS NOT DELIVERED.  TAKING THE CANDIDATES IN CODE     *
127600*  ORDER SETTLES A COMPLETE TIE ALPHABETICALLY.                  *
127700*----------------------------------------------------------------*
127800 3300-RANK-SOURCES.
127900     MOVE ALL "N" TO SC-RANKED-SW.
128000     PERFORM VARYING SC-OX FROM 1 BY 1
128100             UNTIL SC-OX > SC-SOURCE-COUNT
128200         MOVE ZERO TO SC-BEST
128300         PERFORM VARYING SC-OY FROM 1 BY 1
128400                 UNTIL SC-OY > SC-SOURCE-COUNT
128500             MOVE SC-CODE-ORDER(SC-OY) TO SC-SWAP
128600             IF SC-RANKED-SW(SC-SWAP:1) = "N"
128700                 PERFORM 3350-COMPARE-CANDIDATE
128800                     THRU 3350-COMPARE-CANDIDATE-EXIT
128900             END-IF
129000         END-PERFORM
129100         MOVE SC-BEST TO SC-RANK-ORDER(SC-OX)
129200         MOVE SC-OX TO SC-SRC-RANK(SC-BEST)
129300         MOVE "Y" TO SC-RANKED-SW(SC-BEST:1)
129400     END-PERFORM.
129500 3300-RANK-SOURCES-EXIT.
129600     EXIT.

129700*----------------------------------------------------------------*
129800*  3350-COMPARE-CANDIDATE - MAKE SOURCE SC-SWAP THE BEST SO FAR  *
129900*  WHEN IT BEATS SC-BEST ON THE 3300 ORDERING.                   *
130000*----------------------------------------------------------------*
130100 3350-COMPARE-CANDIDATE.
130200     IF SC-BEST = ZERO
130300         MOVE SC-SWAP TO SC-BEST
130400         GO TO 3350-COMPARE-CANDIDATE-EXIT
130500     END-IF.
130600     EVALUATE TRUE
130700         WHEN SC-SRC-SCORE(SC-SWAP) > SC-SRC-SCORE(SC-BEST)
130800             MOVE SC-SWAP TO SC-BEST
130900         WHEN SC-SRC-SCORE(SC-SWAP) < SC-SRC-SCORE(SC-BEST)
131000             CONTINUE
131100         WHEN SC-SRC-MATCH-RATE(SC-SWAP)
131200                 > SC-SRC-MATCH-RATE(SC-BEST)
131300             MOVE SC-SWAP TO SC-BEST
131400         WHEN SC-SRC-MATCH-RATE(SC-SWAP)
131500                 < SC-SRC-MATCH-RATE(SC-BEST)
131600             CONTINUE
131700         WHEN SC-SRC-MISSED(SC-SWAP) < SC-SRC-MISSED(SC-BEST)
131800             MOVE SC-SWAP TO SC-BEST
131900     END-EVALUATE.
132000 3350-COMPARE-CANDIDATE-EXIT.
132100     EXIT.

132200*----------------------------------------------------------------*
132300*  4000-WRITE-SCORECARD - DISPLAY THE RANGE TOTALS AND EACH      *
132400*  SOURCE'S SCORE, AND WRITE THE RANGE-STAMPED SCORECARD FILE:   *
132500*  THE RANGE HEADER AND SCORING RULE, ONE SECTION PER SOURCE IN  *
132600*  CODE ORDER, AND THE RANKED SUMMARY.                           *
132700*----------------------------------------------------------------*
132800 4000-WRITE-SCORECARD.
132900     MOVE SC-DAYS-FOUND TO SC-EDIT-DAYS.
133000     DISPLAY "EX2G001I RANGE ............... " SC-FROM-DATE
133100         " - " SC-TO-DATE.
133200     DISPLAY "EX2G002I DAYS WITH RESULTS ... " SC-EDIT-DAYS.
133300     MOVE SC-DAYS-MISSING TO SC-EDIT-DAYS.
133400     DISPLAY "EX2G003I DAYS WITHOUT ........ " SC-EDIT-DAYS.
133500     MOVE SC-DAYS-WDRAWN TO SC-EDIT-DAYS.
133600     DISPLAY "EX2G004I DAYS WITHDRAWN ...... " SC-EDIT-DAYS.
133700     MOVE SC-DAYS-HELD TO SC-EDIT-DAYS.
133800     DISPLAY "EX2G005I DAYS WITH A HOLD .... " SC-EDIT-DAYS.
133900     MOVE SC-SOURCE-COUNT TO SC-EDIT-DAYS.
134000     DISPLAY "EX2G006I SOURCES SCORED ...... " SC-EDIT-DAYS.
134100     IF SC-BAD-VERSION > ZERO
134200         DISPLAY "EX2G007I GENERATIONS SKIPPED, BAD VERSION ... "
134300             SC-BAD-VERSION
134400     END-IF.
134500     PERFORM VARYING SC-OX FROM 1 BY 1
134600             UNTIL SC-OX > SC-SOURCE-COUNT
134700         SET SRX TO SC-RANK-ORDER(SC-OX)
134800         MOVE SC-OX TO SC-EDIT-RANK
134900         MOVE SC-SRC-SCORE(SRX) TO SC-EDIT-SCORE
135000         DISPLAY "EX2G020I RANK " SC-EDIT-RANK " SOURCE "
135100             SC-SRC-CODE(SRX) " SCORE " SC-EDIT-SCORE
135200             " MATCH TREND " SC-SRC-TREND(SRX)
135300     END-PERFORM.
135400     MOVE SPACES TO SC-SCORECARD-NAME.
135500     STRING "EX2SCORE" DELIMITED BY SIZE
135600            SC-FROM-DATE DELIMITED BY SIZE
135700            "-" DELIMITED BY SIZE
135800            SC-TO-DATE DELIMITED BY SIZE
135900            ".OUT" DELIMITED BY SIZE
136000         INTO SC-SCORECARD-NAME.
136100     OPEN OUTPUT SCORECARD-FILE.
136200     PERFORM 4100-WRITE-HEADER THRU 4100-WRITE-HEADER-EXIT.
136300     PERFORM VARYING SC-OX FROM 1 BY 1
136400             UNTIL SC-OX > SC-SOURCE-COUNT
136500         SET SRX TO SC-CODE-ORDER(SC-OX)
136600         PERFORM 4200-WRITE-SECTION THRU 4200-WRITE-SECTION-EXIT
136700     END-PERFORM.
136800     PERFORM 4300-WRITE-RANKING THRU 4300-WRITE-RANKING-EXIT.
136900     CLOSE SCORECARD-FILE.
137000     DISPLAY "EX2G012I SCORECARD WRITTEN TO " SC-SCORECARD-NAME.
137100 4000-WRITE-SCORECARD-EXIT.
137200     EXIT.

137300*----------------------------------------------------------------*
137400*  4100-WRITE-HEADER - RANGE, PARAMETERS, DAY COUNTS, AND THE    *
137500*  SCORING RULE WITH THE WEIGHTS IN FORCE.                       *
137600*----------------------------------------------------------------*
137700 4100-WRITE-HEADER.
137800     MOVE "EX2SCORE - SOURCE-SYSTEM DATA QUALITY SCORECARD"
137900         TO SCORECARD-RECORD.
138000     WRITE SCORECARD-RECORD.
138100     MOVE SPACES TO SCORECARD-RECORD.
138200     MOVE "RANGE ..........................." TO SC-LABEL.
138300     MOVE SPACES TO SC-VALUE.
138400     STRING SC-FROM-DATE DELIMITED BY SIZE
138500            "-" DELIMITED BY SIZE
138600            SC-TO-DATE DELIMITED BY SIZE
138700         INTO SC-VALUE.
138800     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT.
138900     MOVE "PARM SCFROM ....................." TO SC-LABEL.
139000     MOVE SC-FROM-DATE TO SC-VALUE.
139100     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT.
139200     MOVE "PARM SCTO ......................." TO SC-LABEL.
139300     MOVE SC-TO-DATE TO SC-VALUE.
139400     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT.
139500     MOVE "DAYS IN RANGE ..................." TO SC-LABEL.
139600     MOVE SC-DAYS-IN-RANGE TO SC-WORK-NUM.
139700     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
139800     MOVE "DAYS WITH RESULTS ..............." TO SC-LABEL.
139900     MOVE SC-DAYS-FOUND TO SC-WORK-NUM.
140000     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
140100     MOVE "DAYS WITHOUT ...................." TO SC-LABEL.
140200     MOVE SC-DAYS-MISSING TO SC-WORK-NUM.
140300     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
140400     MOVE "DAYS WITHDRAWN .................." TO SC-LABEL.
140500     MOVE SC-DAYS-WDRAWN TO SC-WORK-NUM.
140600     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
140700     MOVE "DAYS WITH A HOLD ................" TO SC-LABEL.
140800     MOVE SC-DAYS-HELD TO SC-WORK-NUM.
140900     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
141000     MOVE "DAYS WITHOUT DUP/COV REPORTS ...." TO SC-LABEL.
141100     MOVE SC-DAYS-NO-RPTGEN TO SC-WORK-NUM.
141200     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
141300     MOVE "SOURCES SCORED .................." TO SC-LABEL.
141400     MOVE SC-SOURCE-COUNT TO SC-WORK-NUM.
141500     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
141600     MOVE SC-WT-LATE TO SC-EDIT-WT-LATE.
141700     MOVE SC-WT-MISSED TO SC-EDIT-WT-MISSED.
141800     MOVE SC-WT-HOLD TO SC-EDIT-WT-HOLD.
141900     MOVE SC-WT-DUP TO SC-EDIT-WT-DUP.
142000     MOVE SC-WT-GAP TO SC-EDIT-WT-GAP.
142100     MOVE SC-WT-REJ-PCT TO SC-EDIT-WT-REJ.
142200     MOVE SC-WT-MATCH-DIV TO SC-EDIT-WT-MATCH.
142300     MOVE SPACES TO SCORECARD-RECORD.
142400     WRITE SCORECARD-RECORD.
142500     MOVE SPACES TO SCORECARD-RECORD.
142600     STRING "SCORE = 100, LESS" DELIMITED BY SIZE
142700            SC-EDIT-WT-LATE DELIMITED BY SIZE
142800            " PER LATE DAY," DELIMITED BY SIZE
142900            SC-EDIT-WT-MISSED DELIMITED BY SIZE
143000            " PER DAY NOT DELIVERED," DELIMITED BY SIZE
143100            SC-EDIT-WT-HOLD DELIMITED BY SIZE
143200            " PER HOLD DAY," DELIMITED BY SIZE
143300         INTO SCORECARD-RECORD.
143400     WRITE SCORECARD-RECORD.
143500     MOVE SPACES TO SCORECARD-RECORD.
143600     STRING "                 " DELIMITED BY SIZE
143700            SC-EDIT-WT-DUP DELIMITED BY SIZE
143800            " PER DUPLICATE DAY," DELIMITED BY SIZE
143900            SC-EDIT-WT-GAP DELIMITED BY SIZE
144000            " PER COVERAGE-GAP DAY," DELIMITED BY SIZE
144300         INTO SCORECARD-RECORD.
144400     WRITE SCORECARD-RECORD.
144410     MOVE SPACES TO SCORECARD-RECORD.
144420     STRING "                 " DELIMITED BY SIZE
144430            SC-EDIT-WT-REJ DELIMITED BY SIZE
144440            " PER POINT OF REJECT RATE," DELIMITED BY SIZE
144450         INTO SCORECARD-RECORD.
144460     WRITE SCORECARD-RECORD.
144500     MOVE SPACES TO SCORECARD-RECORD.
144600     STRING "                  1 PER" DELIMITED BY SIZE
144700            SC-EDIT-WT-MATCH DELIMITED BY SIZE
144800            " POINTS OF MATCH RATE SHORT OF 100 - FLOOR 0"
144900                DELIMITED BY SIZE
145000         INTO SCORECARD-RECORD.
145100     WRITE SCORECARD-RECORD.
145200 4100-WRITE-HEADER-EXIT.
145300     EXIT.

145400*----------------------------------------------------------------*
145500*  4200-WRITE-SECTION - ONE SOURCE'S SECTION (SRX IS SET).       *
145600*----------------------------------------------------------------*
145700 4200-WRITE-SECTION.
145800     MOVE SPACES TO SCORECARD-RECORD.
145900     WRITE SCORECARD-RECORD.
146000     MOVE SC-SRC-SCORE(SRX) TO SC-EDIT-SCORE.
146100     MOVE SC-SRC-RANK(SRX) TO SC-EDIT-RANK.
146200     MOVE SC-SOURCE-COUNT TO SC-EDIT-OF.
146300     MOVE SPACES TO SCORECARD-RECORD.
146400     STRING "SOURCE SYSTEM " DELIMITED BY SIZE
146500            SC-SRC-CODE(SRX) DELIMITED BY SIZE
146600            "     SCORE " DELIMITED BY SIZE
146700            SC-EDIT-SCORE DELIMITED BY SIZE
146800            "     RANK " DELIMITED BY SIZE
146900            SC-EDIT-RANK DELIMITED BY SIZE
147000            " OF " DELIMITED BY SIZE
147100            SC-EDIT-OF DELIMITED BY SIZE
147200         INTO SCORECARD-RECORD.
147300     WRITE SCORECARD-RECORD.
147400     WRITE SCORECARD-RECORD FROM SC-RULE-LINE.
147500     MOVE "  DAYS DELIVERED ................" TO SC-LABEL.
147600     MOVE SC-SRC-DELIVERED(SRX) TO SC-WORK-NUM.
147700     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
147800     MOVE "    ON TIME (ORIGINAL RUN) ......" TO SC-LABEL.
147900     MOVE SC-SRC-ONTIME(SRX) TO SC-WORK-NUM.
148000     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
148100     MOVE "    VIA SUPPLEMENTAL REVISION ..." TO SC-LABEL.
148200     MOVE SC-SRC-LATE(SRX) TO SC-WORK-NUM.
148300     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
148400     MOVE "  DAYS NOT DELIVERED ............" TO SC-LABEL.
148500     MOVE SC-SRC-MISSED(SRX) TO SC-WORK-NUM.
148600     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
148700     MOVE "  RECORDS DELIVERED ............." TO SC-LABEL.
148800     MOVE SC-SRC-RECORDS(SRX) TO SC-WORK-NUM.
148900     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
149000     MOVE "  REJECTS FIRST SEEN IN RANGE ..." TO SC-LABEL.
149100     MOVE SC-SRC-REJ-NEW(SRX) TO SC-WORK-NUM.
149200     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
149300     MOVE "  REJECT RATE (PERCENT) ........." TO SC-LABEL.
149400     MOVE SC-SRC-REJ-RATE(SRX) TO SC-WORK-RATE.
149500     PERFORM 4920-PUT-RATE THRU 4920-PUT-RATE-EXIT.
149600     MOVE "    FIXED ......................." TO SC-LABEL.
149700     MOVE SC-SRC-REJ-FIXED(SRX) TO SC-WORK-NUM.
149800     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
149900     MOVE "    AVERAGE DAYS TO FIX ........." TO SC-LABEL.
150000     IF SC-SRC-REJ-FIXED(SRX) > ZERO
150100         MOVE SC-SRC-AVG-FIX(SRX) TO SC-EDIT-AVG
150200         MOVE SPACES TO SC-VALUE
150300         STRING "   " DELIMITED BY SIZE
150400                SC-EDIT-AVG DELIMITED BY SIZE
150500             INTO SC-VALUE
150600     ELSE
150700         MOVE "       N/A" TO SC-VALUE
150800     END-IF.
150900     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT.
151000     MOVE "    WAIVED ......................" TO SC-LABEL.
151100     MOVE SC-SRC-REJ-WAIVED(SRX) TO SC-WORK-NUM.
151200     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
151300     MOVE "    STILL OPEN .................." TO SC-LABEL.
151400     MOVE SC-SRC-REJ-OPEN(SRX) TO SC-WORK-NUM.
151500     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
151600     MOVE "  DUPLICATE DAYS ................" TO SC-LABEL.
151700     MOVE SC-SRC-DUP-DAYS(SRX) TO SC-WORK-NUM.
151800     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
151900     MOVE "    DUPLICATED IDS .............." TO SC-LABEL.
152000     MOVE SC-SRC-DUP-IDS(SRX) TO SC-WORK-NUM.
152100     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
152200     MOVE "  COVERAGE-GAP DAYS ............." TO SC-LABEL.
152300     MOVE SC-SRC-GAP-DAYS(SRX) TO SC-WORK-NUM.
152400     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
152500     MOVE "    IDS MISSING FROM THIS SOURCE " TO SC-LABEL.
152600     MOVE SC-SRC-GAP-IDS(SRX) TO SC-WORK-NUM.
152700     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
152800     MOVE "  MATCH RATE (PERCENT) .........." TO SC-LABEL.
152900     MOVE SC-SRC-MATCH-RATE(SRX) TO SC-WORK-RATE.
153000     PERFORM 4920-PUT-RATE THRU 4920-PUT-RATE-EXIT.
153100     MOVE "    FIRST HALF OF RANGE ........." TO SC-LABEL.
153200     IF SC-SRC-H1-RECORDS(SRX) > ZERO
153300         MOVE SC-SRC-H1-RATE(SRX) TO SC-WORK-RATE
153400         PERFORM 4920-PUT-RATE THRU 4920-PUT-RATE-EXIT
153500     ELSE
153600         MOVE "       N/A" TO SC-VALUE
153700         PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT
153800     END-IF.
153900     MOVE "    SECOND HALF OF RANGE ........" TO SC-LABEL.
154000     IF SC-SRC-H2-RECORDS(SRX) > ZERO
154100         MOVE SC-SRC-H2-RATE(SRX) TO SC-WORK-RATE
154200         PERFORM 4920-PUT-RATE THRU 4920-PUT-RATE-EXIT
154300     ELSE
154400         MOVE "       N/A" TO SC-VALUE
154500         PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT
154600     END-IF.
154700     MOVE "    TREND ......................." TO SC-LABEL.
154800     MOVE SPACES TO SC-VALUE.
154900     STRING "    " DELIMITED BY SIZE
155000            SC-SRC-TREND(SRX) DELIMITED BY SIZE
155100         INTO SC-VALUE.
155200     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT.
155300     MOVE "  DAYS THAT TRIGGERED A HOLD ...." TO SC-LABEL.
155400     MOVE SC-SRC-HOLD-DAYS(SRX) TO SC-WORK-NUM.
155500     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
155600     MOVE "    REJECT-RATE HOLDS ..........." TO SC-LABEL.
155700     MOVE SC-SRC-HOLD-REJ(SRX) TO SC-WORK-NUM.
155800     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
155900     MOVE "    DUPLICATE HOLDS ............." TO SC-LABEL.
156000     MOVE SC-SRC-HOLD-DUP(SRX) TO SC-WORK-NUM.
156100     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
156200     MOVE "    CONTROL-TOTAL HOLDS ........." TO SC-LABEL.
156300     MOVE SC-SRC-HOLD-CTL(SRX) TO SC-WORK-NUM.
156400     PERFORM 4910-PUT-COUNT THRU 4910-PUT-COUNT-EXIT.
156500 4200-WRITE-SECTION-EXIT.
156600     EXIT.

156700*----------------------------------------------------------------*
156800*  4300-WRITE-RANKING - THE RANKED SUMMARY, ONE LINE A SOURCE.   *
156900*----------------------------------------------------------------*
157000 4300-WRITE-RANKING.
157100     MOVE SPACES TO SCORECARD-RECORD.
157200     WRITE SCORECARD-RECORD.
157300     MOVE "RANKED SUMMARY" TO SCORECARD-RECORD.
157400     WRITE SCORECARD-RECORD.
157500     WRITE SCORECARD-RECORD FROM SC-RULE-LINE.
157600     WRITE SCORECARD-RECORD FROM SC-RANK-HEADING.
157700     PERFORM VARYING SC-OX FROM 1 BY 1
157800             UNTIL SC-OX > SC-SOURCE-COUNT
157900         SET SRX TO SC-RANK-ORDER(SC-OX)
158000         MOVE SC-OX TO SC-RL-RANK
158100         MOVE SC-SRC-CODE(SRX) TO SC-RL-SOURCE
158200         MOVE SC-SRC-SCORE(SRX) TO SC-RL-SCORE
158300         MOVE SC-SRC-DELIVERED(SRX) TO SC-RL-DELIVERED
158400         MOVE SC-SRC-LATE(SRX) TO SC-RL-LATE
158500         MOVE SC-SRC-MISSED(SRX) TO SC-RL-MISSED
158600         MOVE SC-SRC-HOLD-DAYS(SRX) TO SC-RL-HOLDS
158700         MOVE SC-SRC-DUP-DAYS(SRX) TO SC-RL-DUPS
158800         MOVE SC-SRC-GAP-DAYS(SRX) TO SC-RL-GAPS
158900         MOVE SC-SRC-REJ-RATE(SRX) TO SC-RL-REJ-RATE
159000         MOVE SC-SRC-MATCH-RATE(SRX) TO SC-RL-MATCH
159100         MOVE SC-SRC-TREND(SRX) TO SC-RL-TREND
159200         WRITE SCORECARD-RECORD FROM SC-RANK-LINE
159300     END-PERFORM.
159400 4300-WRITE-RANKING-EXIT.
159500     EXIT.

159600*----------------------------------------------------------------*
159700*  4900-PUT-LINE - WRITE SC-LABEL AND SC-VALUE AS ONE LINE.      *
159800*  4910 AND 4920 EDIT A COUNT OR A RATE INTO SC-VALUE FIRST.     *
159900*----------------------------------------------------------------*
160000 4900-PUT-LINE.
160100     MOVE SPACES TO SCORECARD-RECORD.
160200     STRING SC-LABEL DELIMITED BY SIZE
160300            SC-VALUE DELIMITED BY SIZE
160400         INTO SCORECARD-RECORD.
160500     WRITE SCORECARD-RECORD.
160600 4900-PUT-LINE-EXIT.
160700     EXIT.

160800 4910-PUT-COUNT.
160900     MOVE SC-WORK-NUM TO SC-EDIT-NUM.
161000     MOVE SC-EDIT-NUM TO SC-VALUE.
161100     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT.
161200 4910-PUT-COUNT-EXIT.
161300     EXIT.

161400 4920-PUT-RATE.
161500     MOVE SPACES TO SC-VALUE.
161600     MOVE SC-WORK-RATE TO SC-EDIT-RATE.
161700     STRING "    " DELIMITED BY SIZE
161800            SC-EDIT-RATE DELIMITED BY SIZE
161900         INTO SC-VALUE.
162000     PERFORM 4900-PUT-LINE THRU 4900-PUT-LINE-EXIT.
162100 4920-PUT-RATE-EXIT.
162200     EXIT.

162300*----------------------------------------------------------------*
162400*  8400-DATE-TO-SERIAL - CONVERT SC-CNV-DATE (yyyymmdd) TO THE   *
162500*  GREGORIAN DAY NUMBER IN SC-CNV-SERIAL, AS EX2'S 8400 DOES.    *
162600*  THE CALLER HAS ALREADY EDITED THE MONTH.                      *
162700*----------------------------------------------------------------*
162800 8400-DATE-TO-SERIAL.
162900     COMPUTE SC-CNV-YPRIOR = SC-CNV-YYYY - 1.
163000     DIVIDE SC-CNV-YPRIOR BY 4 GIVING SC-CNV-Q4.
163100     DIVIDE SC-CNV-YPRIOR BY 100 GIVING SC-CNV-Q100.
163200     DIVIDE SC-CNV-YPRIOR BY 400 GIVING SC-CNV-Q400.
163300     COMPUTE SC-CNV-SERIAL =
163400         (SC-CNV-YPRIOR * 365)
163500         + SC-CNV-Q4 - SC-CNV-Q100 + SC-CNV-Q400
163600         + SC-CUM(SC-CNV-MM)
163700         + SC-CNV-DD.
163800     IF SC-CNV-MM > 2
163900         PERFORM 8450-CHECK-CNV-LEAP-YEAR
164000             THRU 8450-CHECK-CNV-LEAP-YEAR-EXIT
164100         IF SC-IS-LEAP-YEAR
164200             ADD 1 TO SC-CNV-SERIAL
164300         END-IF
164400     END-IF.
164500 8400-DATE-TO-SERIAL-EXIT.
164600     EXIT.

164700*----------------------------------------------------------------*
164800*  8450-CHECK-CNV-LEAP-YEAR - STANDARD GREGORIAN LEAP YEAR TEST  *
164900*  ON SC-CNV-YYYY: DIVISIBLE BY 400, OR BY 4 BUT NOT BY 100.     *
165000*----------------------------------------------------------------*
165100 8450-CHECK-CNV-LEAP-YEAR.
165200     MOVE "N" TO SC-LEAP-SW.
165300     DIVIDE SC-CNV-YYYY BY 400 GIVING SC-YEAR-QUOTIENT
165400         REMAINDER SC-YEAR-REM400.
165500     IF SC-YEAR-REM400 = 0
165600         SET SC-IS-LEAP-YEAR TO TRUE
165700         GO TO 8450-CHECK-CNV-LEAP-YEAR-EXIT
165800     END-IF.
165900     DIVIDE SC-CNV-YYYY BY 100 GIVING SC-YEAR-QUOTIENT
166000         REMAINDER SC-YEAR-REM100.
166100     IF SC-YEAR-REM100 = 0
166200         GO TO 8450-CHECK-CNV-LEAP-YEAR-EXIT
166300     END-IF.
166400     DIVIDE SC-CNV-YYYY BY 4 GIVING SC-YEAR-QUOTIENT
166500         REMAINDER SC-YEAR-REM4.
166600     IF SC-YEAR-REM4 = 0
166700         SET SC-IS-LEAP-YEAR TO TRUE
166800     END-IF.
166900 8450-CHECK-CNV-LEAP-YEAR-EXIT.
167000     EXIT.

167100*----------------------------------------------------------------*
167200*  9999-TERMINATE - END OF JOB.  A RANGE WITH NO RESULTS AT ALL  *
167300*  ENDS RC 4 SO THE MONTH-END STREAM CAN FLAG IT; THE SCORECARD  *
167400*  HAS STILL BEEN WRITTEN.                                       *
167500*----------------------------------------------------------------*
167600 9999-TERMINATE.
167700     IF SC-DAYS-FOUND = ZERO
167800         DISPLAY "EX2G903W NO RESULTS FILES FOUND IN RANGE"
167900         MOVE 4 TO RETURN-CODE
168000     END-IF.
168100 9999-TERMINATE-EXIT.
168200     STOP RUN.
