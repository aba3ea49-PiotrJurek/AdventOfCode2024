000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : EX2CASE                                        *
000500*    AUTHOR     : D. KOWALSKI                                    *
000600*    PURPOSE    : EXCEPTION CASE COMPANION TO EX2.  READS THE    *
000700*                 CARRIED-FORWARD CASE FILE (EXCPCASE.DAT) THAT  *
000800*                 EX2 MAINTAINS FROM ITS EXCEPTION REPORT,       *
000900*                 APPLIES THE ANALYSTS' CASE CARDS (CASETXN.DAT: *
001000*                 ASSIGN A CASE TO AN ANALYST, RESOLVE IT WITH A *
001100*                 RESOLUTION CODE), AND PRINTS THE OPEN-CASE     *
001200*                 AGING LIST (CASEAGE.TXT) BY REGION AND BY      *
001300*                 ANALYST, SO A BREAK OPEN FOR TWO WEEKS STANDS  *
001400*                 OUT FROM ONE THAT APPEARED THIS MORNING.       *
001500*                                                                *
001600******************************************************************
001700 PROGRAM-ID. EX2CASE.
001800 AUTHOR. D. KOWALSKI.
001900 INSTALLATION. BATCH SYSTEMS - DAILY RECONCILIATION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200******************************************************************
002300*  MODIFICATION HISTORY                                          *
002400*  ----------------------------------------------------------    *
002500*  DATE        INIT  DESCRIPTION                                 *
002600*  2026-10-15  DK    ORIGINAL PROGRAM - CASE ASSIGNMENT AND      *
002700*                    RESOLUTION CARDS, OPEN-CASE AGING REPORT.   *
002710*  2026-10-15  DK    CASE CARDS ARE APPLIED ONCE: AFTER          *
002720*                    EXCPCASE.DAT IS REWRITTEN, 6100 EMPTIES     *
002730*                    CASETXN.DAT (EX2C006I).  THE CASE FILE'S    *
002740*                    OPEN AND WRITES ARE CHECKED (EX2C911E, RC   *
002750*                    16); A CASE OR CARD FILE THAT IS THERE BUT  *
002760*                    WILL NOT OPEN ENDS THE RUN RC 16            *
002770*                    (EX2C910E/912E).                            *
002774*  2026-10-15  DK    BEFORE CASETXN.DAT IS EMPTIED ITS CARDS ARE *
002778*                    KEPT IN CASETXNyyyymmdd.DAT (6150,          *
002782*                    EX2C007I; EX2C914E RC 16 IF THEY CANNOT     *
002786*                    BE), SO A DAY BACKED OUT BY EX2BACK CAN BE  *
002790*                    REKEYED.  EX2C903W NOW SHOWS THE WHOLE      *
002794*                    CARD.                                       *
002800******************************************************************

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CASE-FILE ASSIGN TO "EXCPCASE.DAT"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS CA-CASE-STATUS.

003500     SELECT CASETXN-FILE ASSIGN TO "CASETXN.DAT"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CA-TXN-STATUS.

003710     SELECT OPTIONAL CASEKEEP-FILE ASSIGN TO DYNAMIC CA-KEEP-NAME
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS CA-KEEP-STATUS.

003800     SELECT AGING-FILE ASSIGN TO "CASEAGE.TXT"
003900         ORGANIZATION IS LINE SEQUENTIAL.

004000     SELECT CASEPARM-FILE ASSIGN TO "EX2CASE.CDS"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS CA-PARM-STATUS.

004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------*
004600*  CASE-RECORD - THE LAYOUT EX2'S 4550-WRITE-CASES PRODUCES.     *
004700*  THE KEY IS SIDE, LOCATION ID AND CLASS (U = NO MATCH IN THE   *
004800*  OTHER LIST, M = NOT IN THE LOCATION MASTER).  THE ANALYST AND *
004900*  RESOLUTION CODE ARE OWNED BY THIS PROGRAM; EX2 CARRIES THEM.  *
005000*----------------------------------------------------------------*
005100 FD  CASE-FILE.
005200 01  CASE-RECORD.
005300     02  CS-SIDE             PIC X(05).
005400     02  FILLER              PIC X(01).
005500     02  CS-LOCATION-ID      PIC 9(06).
005600     02  FILLER              PIC X(01).
005700     02  CS-CLASS            PIC X(01).
005800     02  FILLER              PIC X(01).
005900     02  CS-STATUS           PIC X(08).
006000     02  FILLER              PIC X(01).
006100     02  CS-OPENED           PIC 9(08).
006200     02  FILLER              PIC X(01).
006300     02  CS-LAST-SEEN        PIC 9(08).
006400     02  FILLER              PIC X(01).
006500     02  CS-CONSEC-DAYS      PIC 9(05).
006600     02  FILLER              PIC X(01).
006700     02  CS-REOPENS          PIC 9(03).
006800     02  FILLER              PIC X(01).
006900     02  CS-CLOSED           PIC 9(08).
007000     02  FILLER              PIC X(01).
007100     02  CS-LAST-MARK        PIC X(10).
007200     02  FILLER              PIC X(01).
007300     02  CS-SEVERITY         PIC X(10).
007400     02  FILLER              PIC X(01).
007500     02  CS-REGION           PIC X(03).
007600     02  FILLER              PIC X(01).
007700     02  CS-ANALYST          PIC X(08).
007800     02  FILLER              PIC X(01).
007900     02  CS-RESOLUTION       PIC X(08).
008000*----------------------------------------------------------------*
008100*  CASETXN-RECORD - ONE CASE CARD PER LINE: THE ACTION (ASSIGN   *
008200*  OR RESOLVE), THE CASE KEY EXACTLY AS IN EXCPCASE.DAT          *
008300*  (SIDE, LOCATION ID, CLASS), AND THE ANALYST ID FOR AN ASSIGN  *
008400*  OR THE RESOLUTION CODE FOR A RESOLVE.                         *
008500*----------------------------------------------------------------*
008600 FD  CASETXN-FILE.
008700 01  CASETXN-RECORD.
008800     02  CT-ACTION           PIC X(07).
008900     02  FILLER              PIC X(01).
009000     02  CT-SIDE             PIC X(05).
009100     02  FILLER              PIC X(01).
009200     02  CT-LOCATION-ID      PIC X(06).
009300     02  FILLER              PIC X(01).
009400     02  CT-CLASS            PIC X(01).
009500     02  FILLER              PIC X(01).
009600     02  CT-VALUE            PIC X(08).
009610*----------------------------------------------------------------*
009620*  CASEKEEP-RECORD - A CASE CARD AS KEPT IN CASETXNyyyymmdd.DAT, *
009630*  THE SAME IMAGE AS CASETXN-RECORD.                             *
009640*----------------------------------------------------------------*
009650 FD  CASEKEEP-FILE.
009660 01  CASEKEEP-RECORD         PIC X(31).

009700 FD  AGING-FILE.
009800 01  AGING-RECORD            PIC X(132).
009900*----------------------------------------------------------------*
010000*  CASE-PARM-CARD - ONE KEYWORD=VALUE CONTROL CARD PER LINE      *
010100*  (SYSIN STYLE), SAME CONVENTIONS AS EX2'S EX2PARM.CDS: "*"     *
010200*  IN COLUMN 1 IS A COMMENT, BLANK CARDS ARE IGNORED.            *
010300*----------------------------------------------------------------*
010400 FD  CASEPARM-FILE.
010500 01  CASE-PARM-CARD          PIC X(80).

010600 WORKING-STORAGE SECTION.
010700*----------------------------------------------------------------*
010800*  THE CASES ARE HELD IN FULL WHILE CARDS ARE APPLIED AND THE    *
010900*  AGING LIST IS BUILT, THEN REWRITTEN IN KEY ORDER SO EX2'S     *
011000*  NEXT RUN CARRIES THE ASSIGNMENTS AND RESOLUTIONS FORWARD.     *
011100*----------------------------------------------------------------*
011200 01  CA-CASE-COUNT       PIC 9(05) COMP VALUE ZERO.
011300 01  CA-MAX-CASES        PIC 9(05) VALUE 10000.
011400 01  CA-CASE-TABLE.
011500     02  CA-CASE-ENTRY OCCURS 1 TO 10000 TIMES
011600                         DEPENDING ON CA-CASE-COUNT
011700                         ASCENDING KEY CA-CSE-KEY
011800                         INDEXED BY CAX.
011900         03  CA-CSE-KEY.
012000             04  CA-CSE-SIDE         PIC X(05).
012100             04  CA-CSE-ID           PIC 9(06).
012200             04  CA-CSE-CLASS        PIC X(01).
012300         03  CA-CSE-STATUS       PIC X(08).
012400             88  CA-CSE-OPEN             VALUE "OPEN".
012500             88  CA-CSE-CLEARED          VALUE "CLEARED".
012600             88  CA-CSE-RESOLVED         VALUE "RESOLVED".
012700         03  CA-CSE-OPENED       PIC 9(08).
012800         03  CA-CSE-LAST-SEEN    PIC 9(08).
012900         03  CA-CSE-CONSEC       PIC 9(05).
013000         03  CA-CSE-REOPENS      PIC 9(03).
013100         03  CA-CSE-CLOSED       PIC 9(08).
013200         03  CA-CSE-MARK         PIC X(10).
013300         03  CA-CSE-SEVERITY     PIC X(10).
013400         03  CA-CSE-REGION       PIC X(03).
013500         03  CA-CSE-ANALYST      PIC X(08).
013600         03  CA-CSE-RESOLUTION   PIC X(08).

013700 01  CA-SWITCHES.
013800     02  CA-EOF-SW       PIC X(01) VALUE "N".
013900         88  CA-END-OF-FILE          VALUE "Y".
014000         88  CA-NOT-END-OF-FILE      VALUE "N".
014100     02  CA-FOUND-SW     PIC X(01) VALUE "N".
014200         88  CA-ENTRY-FOUND          VALUE "Y".
014210     02  CA-TXN-PRESENT-SW PIC X(01) VALUE "N".
014220         88  CA-TXN-PRESENT          VALUE "Y".

014300 01  CA-CASE-STATUS      PIC X(02) VALUE "00".
014400     88  CA-CASE-STATUS-OK           VALUE "00".
014410     88  CA-CASE-NOT-PRESENT         VALUE "05" "35".
014500 01  CA-TXN-STATUS       PIC X(02) VALUE "00".
014600     88  CA-TXN-STATUS-OK            VALUE "00".
014610     88  CA-TXN-NOT-PRESENT          VALUE "05" "35".
014620 01  CA-REWRITE-COUNT    PIC 9(05) COMP VALUE ZERO.
014628*----------------------------------------------------------------*
014636*  THE CARDS OF EACH RUN ARE KEPT IN CASETXNyyyymmdd.DAT (6150)  *
014644*  BEFORE CASETXN.DAT IS EMPTIED.                                *
014652*----------------------------------------------------------------*
014660 01  CA-KEEP-NAME        PIC X(20) VALUE SPACES.
014668 01  CA-KEEP-STATUS      PIC X(02) VALUE "00".
014676     88  CA-KEEP-STATUS-OK           VALUE "00" "05".
014684 01  CA-KEEP-COUNT       PIC 9(05) COMP VALUE ZERO.

014700 01  CA-TXN-KEY.
014800     02  CA-TXN-SIDE         PIC X(05).
014900     02  CA-TXN-ID           PIC 9(06).
015000     02  CA-TXN-CLASS        PIC X(01).
015100*----------------------------------------------------------------*
015200*  THE AGING FLOOR (DAYS OPEN) COMES FROM THE MINDAYS= CARD IN   *
015300*  EX2CASE.CDS, DEFAULT 0 (EVERY OPEN CASE IS LISTED).  A        *
015400*  MISSING CARD FILE MEANS THE DEFAULT; AN UNKNOWN KEYWORD OR    *
015500*  BAD VALUE ENDS THE RUN RC 16 BEFORE ANY DATA FILE IS TOUCHED. *
015600*----------------------------------------------------------------*
015700 01  CA-PARM-STATUS      PIC X(02) VALUE "00".
015800     88  CA-PARM-STATUS-OK           VALUE "00".
015900 01  CA-PARM-KEY         PIC X(12) VALUE SPACES.
016000 01  CA-PARM-VALUE       PIC X(40) VALUE SPACES.
016100 01  CA-PARM-SWAP        PIC X(03) VALUE SPACES.
016200 01  CA-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
016300 01  CA-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
016400 01  CA-MIN-DAYS         PIC 9(03) VALUE ZERO.

016500 01  CA-RUN-DATE         PIC 9(08) VALUE ZERO.
016600*----------------------------------------------------------------*
016700*  ITEMS FOR THE DATE-TO-SERIAL CONVERSION USED TO COMPUTE DAYS  *
016800*  OPEN, SAME GREGORIAN DAY NUMBER AS EX2REJD.                   *
016900*----------------------------------------------------------------*
017000 01  CA-CNV-DATE         PIC 9(08) VALUE ZERO.
017100 01  CA-CNV-DATE-X REDEFINES CA-CNV-DATE.
017200     02  CA-CNV-YYYY     PIC 9(04).
017300     02  CA-CNV-MM       PIC 9(02).
017400     02  CA-CNV-DD       PIC 9(02).
017500 01  CA-CNV-SERIAL       PIC 9(08) COMP VALUE ZERO.
017600 01  CA-CNV-YPRIOR       PIC 9(04) COMP VALUE ZERO.
017700 01  CA-CUM-DAYS-TABLE.
017800     02  FILLER          PIC 9(03) VALUE 000.
017900     02  FILLER          PIC 9(03) VALUE 031.
018000     02  FILLER          PIC 9(03) VALUE 059.
018100     02  FILLER          PIC 9(03) VALUE 090.
018200     02  FILLER          PIC 9(03) VALUE 120.
018300     02  FILLER          PIC 9(03) VALUE 151.
018400     02  FILLER          PIC 9(03) VALUE 181.
018500     02  FILLER          PIC 9(03) VALUE 212.
018600     02  FILLER          PIC 9(03) VALUE 243.
018700     02  FILLER          PIC 9(03) VALUE 273.
018800     02  FILLER          PIC 9(03) VALUE 304.
018900     02  FILLER          PIC 9(03) VALUE 334.
019000 01  CA-CUM-DAYS REDEFINES CA-CUM-DAYS-TABLE.
019100     02  CA-CUM          PIC 9(03) OCCURS 12 TIMES.
019200 01  CA-LEAP-SW          PIC X(01) VALUE "N".
019300     88  CA-IS-LEAP-YEAR             VALUE "Y".
019400 01  CA-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
019500 01  CA-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
019600 01  CA-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.
019700 01  CA-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
019800 01  CA-TODAY-SERIAL     PIC 9(08) COMP VALUE ZERO.
019900 01  CA-DAYS-OPEN        PIC S9(05) COMP VALUE ZERO.
020000*----------------------------------------------------------------*
020100*  THE AGING WORK TABLE - ONE ENTRY PER OPEN CASE AT OR OVER THE *
020200*  FLOOR, POINTING BACK AT ITS CASE.  IT IS SORTED ONCE BY       *
020300*  REGION AND ONCE BY ANALYST (OLDEST FIRST WITHIN EACH) SO THE  *
020400*  SAME CONTROL-BREAK PARAGRAPHS PRINT BOTH SECTIONS.            *
020500*----------------------------------------------------------------*
020600 01  CA-AGE-COUNT        PIC 9(05) COMP VALUE ZERO.
020700 01  CA-AGE-TABLE.
020800     02  CA-AGE-ENTRY OCCURS 1 TO 10000 TIMES
020900                         DEPENDING ON CA-AGE-COUNT
021000                         INDEXED BY AGX.
021100         03  CA-AGE-REGION       PIC X(03).
021200         03  CA-AGE-ANALYST      PIC X(08).
021300         03  CA-AGE-DAYS         PIC 9(05).
021400         03  CA-AGE-CASE         PIC 9(05).

021500 01  CA-GROUP-BY         PIC X(01) VALUE "R".
021600     88  CA-BY-REGION                VALUE "R".
021700     88  CA-BY-ANALYST               VALUE "A".
021800 01  CA-GROUP-VALUE      PIC X(12) VALUE SPACES.
021900 01  CA-PREV-GROUP       PIC X(12) VALUE SPACES.
022000 01  CA-GROUP-TOTALS.
022100     02  CA-GRP-CASES        PIC 9(05) COMP VALUE ZERO.
022200     02  CA-GRP-BUCKET       PIC 9(05) COMP VALUE ZERO
022300                             OCCURS 4 TIMES.
022400 01  CA-SECTION-TOTALS.
022500     02  CA-SEC-CASES        PIC 9(05) COMP VALUE ZERO.
022600     02  CA-SEC-BUCKET       PIC 9(05) COMP VALUE ZERO
022700                             OCCURS 4 TIMES.
022800 01  CA-BUCKET-IX        PIC 9(01) COMP VALUE ZERO.
022900*----------------------------------------------------------------*
023000*  RUN COUNTERS, REPORT LINES, AND EDIT FIELDS.                  *
023100*----------------------------------------------------------------*
023200 01  CA-TXN-COUNT        PIC 9(05) COMP VALUE ZERO.
023300 01  CA-TXN-APPLIED      PIC 9(05) COMP VALUE ZERO.
023400 01  CA-TXN-REJECTS      PIC 9(05) COMP VALUE ZERO.
023500 01  CA-OPEN-COUNT       PIC 9(05) COMP VALUE ZERO.

023600 01  CA-AGE-HEAD-1.
023700     02  FILLER              PIC X(36)
023800             VALUE "EX2CASE OPEN EXCEPTION CASE AGING - ".
023900     02  FILLER              PIC X(09) VALUE "RUN DATE ".
024000     02  CAH-RUN-DATE        PIC 9(08).
024100     02  FILLER              PIC X(16) VALUE "   OPEN AT LEAST".
024200     02  CAH-MIN-DAYS        PIC ZZ9.
024300     02  FILLER              PIC X(05) VALUE " DAYS".
024400 01  CA-AGE-HEAD-2.
024500     02  FILLER              PIC X(14) VALUE "OPEN CASES BY ".
024600     02  CAH-SECTION         PIC X(08).
024700 01  CA-AGE-HEAD-3.
024710     02  FILLER              PIC X(02) VALUE SPACES.
024720     02  FILLER              PIC X(06) VALUE "SIDE".
024730     02  FILLER              PIC X(09) VALUE "ID".
024740     02  FILLER              PIC X(03) VALUE "CL".
024750     02  FILLER              PIC X(10) VALUE "OPENED".
024760     02  FILLER              PIC X(10) VALUE "LAST-SEEN".
024770     02  FILLER              PIC X(09) VALUE "DAYS OPEN".
024780     02  FILLER              PIC X(09) VALUE "   CONSEC".
024790     02  FILLER              PIC X(09) VALUE "  REOPENS".
024800     02  FILLER              PIC X(12) VALUE "  SEVERITY".
024810     02  FILLER              PIC X(08) VALUE "REGION".
024820     02  FILLER              PIC X(10) VALUE "ANALYST".
024830     02  FILLER              PIC X(09) VALUE "LAST MARK".
025700 01  CA-AGE-GROUP-LINE.
025800     02  CAG-LABEL           PIC X(08).
025900     02  CAG-VALUE           PIC X(12).
026000 01  CA-AGE-DETAIL.
026100     02  FILLER              PIC X(02) VALUE SPACES.
026200     02  CAD-SIDE            PIC X(05).
026300     02  FILLER              PIC X(01) VALUE SPACES.
026400     02  CAD-ID              PIC 9(06).
026500     02  FILLER              PIC X(03) VALUE SPACES.
026600     02  CAD-CLASS           PIC X(01).
026700     02  FILLER              PIC X(02) VALUE SPACES.
026800     02  CAD-OPENED          PIC 9(08).
026900     02  FILLER              PIC X(02) VALUE SPACES.
027000     02  CAD-LAST-SEEN       PIC 9(08).
027100     02  FILLER              PIC X(06) VALUE SPACES.
027200     02  CAD-DAYS-OPEN       PIC ZZZZ9.
027300     02  FILLER              PIC X(04) VALUE SPACES.
027400     02  CAD-CONSEC          PIC ZZZZ9.
027500     02  FILLER              PIC X(06) VALUE SPACES.
027600     02  CAD-REOPENS         PIC ZZ9.
027700     02  FILLER              PIC X(02) VALUE SPACES.
027800     02  CAD-SEVERITY        PIC X(10).
027900     02  FILLER              PIC X(02) VALUE SPACES.
028000     02  CAD-REGION          PIC X(03).
028100     02  FILLER              PIC X(03) VALUE SPACES.
028200     02  CAD-ANALYST         PIC X(08).
028300     02  FILLER              PIC X(02) VALUE SPACES.
028400     02  CAD-MARK            PIC X(10).
028500 01  CA-AGE-TOTAL-LINE.
028600     02  FILLER              PIC X(02) VALUE SPACES.
028700     02  CAT-LABEL           PIC X(20).
028800     02  FILLER              PIC X(07) VALUE " CASES ".
028900     02  CAT-CASES           PIC ZZZZ9.
029000     02  FILLER              PIC X(12) VALUE "   0-2 DAYS ".
029100     02  CAT-BUCKET-1        PIC ZZZZ9.
029200     02  FILLER              PIC X(12) VALUE "   3-7 DAYS ".
029300     02  CAT-BUCKET-2        PIC ZZZZ9.
029400     02  FILLER              PIC X(13) VALUE "   8-30 DAYS ".
029500     02  CAT-BUCKET-3        PIC ZZZZ9.
029600     02  FILLER              PIC X(15) VALUE "   OVER 30 DAYS".
029700     02  CAT-BUCKET-4        PIC ZZZZ9.

029800******************************************************************
029900 PROCEDURE DIVISION.

030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
030200     PERFORM 2000-LOAD-CASES THRU 2000-LOAD-CASES-EXIT
030300     PERFORM 3000-APPLY-TRANSACTIONS
030400         THRU 3000-APPLY-TRANSACTIONS-EXIT
030500     PERFORM 4000-AGING-REPORT THRU 4000-AGING-REPORT-EXIT
030510     PERFORM 6000-REWRITE-CASES THRU 6000-REWRITE-CASES-EXIT
030520     PERFORM 6100-CONSUME-CARDS THRU 6100-CONSUME-CARDS-EXIT
030700     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
030800*----------------------------------------------------------------*
030900*  1000-INITIALIZE - RUN DATE, CONTROL CARDS, AND TODAY'S        *
031000*  DAY SERIAL FOR THE DAYS-OPEN ARITHMETIC.                      *
031100*----------------------------------------------------------------*
031200 1000-INITIALIZE.
031300     ACCEPT CA-RUN-DATE FROM DATE YYYYMMDD.
031400     PERFORM 1050-READ-PARM-CARDS
031500         THRU 1050-READ-PARM-CARDS-EXIT.
031600     DISPLAY "EX2C005I MINDAYS ............. " CA-MIN-DAYS.
031700     MOVE CA-RUN-DATE TO CA-CNV-DATE.
031800     PERFORM 5100-DATE-TO-SERIAL
031900         THRU 5100-DATE-TO-SERIAL-EXIT.
032000     MOVE CA-CNV-SERIAL TO CA-TODAY-SERIAL.
032100 1000-INITIALIZE-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------*
032400*  1050-READ-PARM-CARDS - READ AND VALIDATE EX2CASE.CDS.  NO     *
032500*  CARD FILE MEANS THE DEFAULTS; ANY UNKNOWN KEYWORD OR BAD      *
032600*  VALUE IS COUNTED AND THE RUN ENDS RC 16 AFTER THE WHOLE       *
032700*  FILE HAS BEEN CHECKED.                                        *
032800*----------------------------------------------------------------*
032900 1050-READ-PARM-CARDS.
033000     OPEN INPUT CASEPARM-FILE.
033100     IF NOT CA-PARM-STATUS-OK
033200         DISPLAY "EX2C908I NO CONTROL CARD FILE EX2CASE.CDS - "
033300             "DEFAULTS IN EFFECT"
033400         GO TO 1050-READ-PARM-CARDS-EXIT
033500     END-IF.
033600     PERFORM UNTIL CA-END-OF-FILE
033700         READ CASEPARM-FILE
033800             AT END
033900                 SET CA-END-OF-FILE TO TRUE
034000             NOT AT END
034100                 ADD 1 TO CA-PARM-CARD-CT
034200                 IF CASE-PARM-CARD NOT = SPACES
034300                         AND CASE-PARM-CARD(1:1) NOT = "*"
034400                     PERFORM 1060-APPLY-ONE-CARD
034500                         THRU 1060-APPLY-ONE-CARD-EXIT
034600                 END-IF
034700         END-READ
034800     END-PERFORM.
034900     CLOSE CASEPARM-FILE.
035000     SET CA-NOT-END-OF-FILE TO TRUE.
035100     IF CA-PARM-ERRORS > ZERO
035200         DISPLAY "EX2C907E " CA-PARM-ERRORS " BAD CONTROL "
035300             "CARD(S) - RUN NOT STARTED"
035400         MOVE 16 TO RETURN-CODE
035500         STOP RUN
035600     END-IF.
035700 1050-READ-PARM-CARDS-EXIT.
035800     EXIT.
035900*----------------------------------------------------------------*
036000*  1060-APPLY-ONE-CARD - ONLY MINDAYS IS KNOWN HERE; THE VALUE   *
036100*  IS 1-3 DIGITS, RIGHT-JUSTIFIED AND ZERO-FILLED BY 1070 WHEN   *
036200*  THE OPERATOR TYPES FEWER THAN THREE.                          *
036300*----------------------------------------------------------------*
036400 1060-APPLY-ONE-CARD.
036500     MOVE SPACES TO CA-PARM-KEY CA-PARM-VALUE.
036600     UNSTRING CASE-PARM-CARD DELIMITED BY "="
036700         INTO CA-PARM-KEY CA-PARM-VALUE.
036800     EVALUATE CA-PARM-KEY
036900         WHEN "MINDAYS"
037000             IF CA-PARM-VALUE(1:3) NOT NUMERIC
037100                     AND CA-PARM-VALUE(1:3) NOT = SPACES
037200                 PERFORM 1070-EDIT-SHORT-NUMBER
037300                     THRU 1070-EDIT-SHORT-NUMBER-EXIT
037400             END-IF
037500             IF CA-PARM-VALUE(1:3) NUMERIC
037600                     AND CA-PARM-VALUE(4:37) = SPACES
037700                 MOVE CA-PARM-VALUE(1:3) TO CA-MIN-DAYS
037800             ELSE
037900                 ADD 1 TO CA-PARM-ERRORS
038000                 DISPLAY "EX2C906E INVALID VALUE """
038100                     CA-PARM-VALUE """ FOR " CA-PARM-KEY
038200                     " ON CARD " CA-PARM-CARD-CT
038300             END-IF
038400         WHEN OTHER
038500             ADD 1 TO CA-PARM-ERRORS
038600             DISPLAY "EX2C905E UNKNOWN KEYWORD """ CA-PARM-KEY
038700                 """ ON CARD " CA-PARM-CARD-CT
038800     END-EVALUATE.
038900 1060-APPLY-ONE-CARD-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------*
039200*  1070-EDIT-SHORT-NUMBER - A CARD VALUE SHORTER THAN THREE      *
039300*  DIGITS ARRIVES LEFT-JUSTIFIED; SHIFT IT RIGHT AND ZERO-FILL   *
039400*  SO THE CALLER'S THREE-DIGIT NUMERIC TEST AND MOVE WORK FOR    *
039500*  ANY WIDTH THE OPERATOR TYPES.                                 *
039600*----------------------------------------------------------------*
039700 1070-EDIT-SHORT-NUMBER.
039800     PERFORM UNTIL CA-PARM-VALUE(3:1) NOT = SPACE
039900             OR CA-PARM-VALUE(1:3) = SPACES
040000         MOVE CA-PARM-VALUE(1:3) TO CA-PARM-SWAP
040100         MOVE SPACES TO CA-PARM-VALUE(1:3)
040200         MOVE CA-PARM-SWAP(1:2) TO CA-PARM-VALUE(2:2)
040300     END-PERFORM.
040400     INSPECT CA-PARM-VALUE(1:3) REPLACING LEADING " " BY "0".
040500 1070-EDIT-SHORT-NUMBER-EXIT.
040600     EXIT.
040610*----------------------------------------------------------------*
040620*  2000-LOAD-CASES - LOAD EXCPCASE.DAT.  NO FILE MEANS EX2 HAS   *
040630*  NEVER RAISED AN EXCEPTION - NOTHING TO ASSIGN OR AGE.  A CASE *
040640*  FILE THAT IS THERE BUT WILL NOT OPEN ENDS THE RUN RC 16.      *
040650*----------------------------------------------------------------*
040660 2000-LOAD-CASES.
040670     OPEN INPUT CASE-FILE.
040680     IF NOT CA-CASE-STATUS-OK
040690             AND NOT CA-CASE-NOT-PRESENT
040700         DISPLAY "EX2C910E EXCPCASE.DAT OPEN FAILED, STATUS "
040710             CA-CASE-STATUS " - RUN ENDED"
040720         MOVE 16 TO RETURN-CODE
040730         STOP RUN
040740     END-IF.
040750     IF CA-CASE-NOT-PRESENT
041400         DISPLAY "EX2C901W NO CASE FILE EXCPCASE.DAT"
041500             " - NOTHING TO REPORT"
041600         MOVE 4 TO RETURN-CODE
041700         STOP RUN
041800     END-IF.
041900     PERFORM UNTIL CA-END-OF-FILE
042000         READ CASE-FILE
042100             AT END
042200                 SET CA-END-OF-FILE TO TRUE
042300             NOT AT END
042400                 IF CS-OPENED NUMERIC
042500                     IF CA-CASE-COUNT = CA-MAX-CASES
042600                         GO TO 2090-CASE-OVERFLOW
042700                     END-IF
042800                     ADD 1 TO CA-CASE-COUNT
042900                     SET CAX TO CA-CASE-COUNT
043000                     MOVE CS-SIDE TO CA-CSE-SIDE(CAX)
043100                     MOVE CS-LOCATION-ID TO CA-CSE-ID(CAX)
043200                     MOVE CS-CLASS TO CA-CSE-CLASS(CAX)
043300                     MOVE CS-STATUS TO CA-CSE-STATUS(CAX)
043400                     MOVE CS-OPENED TO CA-CSE-OPENED(CAX)
043500                     MOVE CS-LAST-SEEN TO CA-CSE-LAST-SEEN(CAX)
043600                     MOVE CS-CONSEC-DAYS TO CA-CSE-CONSEC(CAX)
043700                     MOVE CS-REOPENS TO CA-CSE-REOPENS(CAX)
043800                     MOVE CS-CLOSED TO CA-CSE-CLOSED(CAX)
043900                     MOVE CS-LAST-MARK TO CA-CSE-MARK(CAX)
044000                     MOVE CS-SEVERITY TO CA-CSE-SEVERITY(CAX)
044100                     MOVE CS-REGION TO CA-CSE-REGION(CAX)
044200                     MOVE CS-ANALYST TO CA-CSE-ANALYST(CAX)
044300                     MOVE CS-RESOLUTION TO CA-CSE-RESOLUTION(CAX)
044400                 END-IF
044500         END-READ
044600     END-PERFORM.
044700     CLOSE CASE-FILE.
044800     SET CA-NOT-END-OF-FILE TO TRUE.
044900     GO TO 2000-LOAD-CASES-EXIT.
045000*----------------------------------------------------------------*
045100*  2090-CASE-OVERFLOW - MORE CASES THAN THE TABLE HOLDS.  ABEND  *
045200*  RATHER THAN REWRITE A TRUNCATED CASE FILE.                    *
045300*----------------------------------------------------------------*
045400 2090-CASE-OVERFLOW.
045500     CLOSE CASE-FILE.
045600     DISPLAY "EX2C999E CASE FILE EXCEEDS TABLE CAPACITY"
045700         " OF " CA-MAX-CASES " ENTRIES - JOB TERMINATED".
045800     MOVE 16 TO RETURN-CODE.
045900     STOP RUN.
046000 2000-LOAD-CASES-EXIT.
046100     EXIT.
046110*----------------------------------------------------------------*
046120*  3000-APPLY-TRANSACTIONS - APPLY THE ANALYSTS' CASE CARDS.  NO *
046130*  CARD FILE IS THE NORMAL MORNING CASE - THE JOB JUST AGES AND  *
046140*  REPORTS.  A CARD FILE THAT IS THERE BUT WILL NOT OPEN ENDS    *
046150*  THE RUN RC 16.  THE CARDS READ ARE CONSUMED BY 6100 ONCE THE  *
046160*  CASE FILE IS REWRITTEN.                                       *
046170*----------------------------------------------------------------*
046180 3000-APPLY-TRANSACTIONS.
046190     OPEN INPUT CASETXN-FILE.
046200     IF CA-TXN-NOT-PRESENT
046210         GO TO 3000-APPLY-TRANSACTIONS-EXIT
046220     END-IF.
046230     IF NOT CA-TXN-STATUS-OK
046240         DISPLAY "EX2C912E CASETXN.DAT OPEN FAILED, STATUS "
046250             CA-TXN-STATUS " - RUN ENDED"
046260         MOVE 16 TO RETURN-CODE
046270         STOP RUN
046280     END-IF.
046290     SET CA-TXN-PRESENT TO TRUE.
047200     PERFORM UNTIL CA-END-OF-FILE
047300         READ CASETXN-FILE
047400             AT END
047500                 SET CA-END-OF-FILE TO TRUE
047600             NOT AT END
047700                 IF CASETXN-RECORD NOT = SPACES
047800                         AND CT-ACTION(1:1) NOT = "*"
047900                     ADD 1 TO CA-TXN-COUNT
048000                     PERFORM 3100-APPLY-ONE-TXN
048100                         THRU 3100-APPLY-ONE-TXN-EXIT
048200                 END-IF
048300         END-READ
048400     END-PERFORM.
048500     CLOSE CASETXN-FILE.
048600     SET CA-NOT-END-OF-FILE TO TRUE.
048700 3000-APPLY-TRANSACTIONS-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------*
049000*  3100-APPLY-ONE-TXN - FIND THE CARD'S CASE AND APPLY IT.       *
049100*  ASSIGN SETS THE ANALYST ON A CASE IN ANY STATUS.  RESOLVE     *
049200*  SETS THE RESOLUTION AND MARKS THE CASE RESOLVED; AN OPEN CASE *
049300*  IS CLOSED AS OF TODAY, A CLEARED ONE KEEPS ITS CLEARED DATE.  *
049400*  IF EX2 RAISES A RESOLVED CASE AGAIN IT IS REOPENED THERE.  A  *
049500*  BAD KEY, UNKNOWN CASE, UNKNOWN ACTION, OR BLANK VALUE IS      *
049600*  REJECTED AND ENDS THE JOB RC 8 AT TERMINATION.                *
049700*----------------------------------------------------------------*
049800 3100-APPLY-ONE-TXN.
049900     IF CT-LOCATION-ID NOT NUMERIC
050000             OR CT-VALUE = SPACES
050100         ADD 1 TO CA-TXN-REJECTS
050200         DISPLAY "EX2C909W CASE KEY OR VALUE MISSING, CARD "
050300             "REJECTED: " CASETXN-RECORD
050400         GO TO 3100-APPLY-ONE-TXN-EXIT
050500     END-IF.
050600     MOVE CT-SIDE TO CA-TXN-SIDE.
050700     MOVE CT-LOCATION-ID TO CA-TXN-ID.
050800     MOVE CT-CLASS TO CA-TXN-CLASS.
050900     MOVE "N" TO CA-FOUND-SW.
051000     PERFORM VARYING CAX FROM 1 BY 1
051100             UNTIL CAX > CA-CASE-COUNT
051200             OR CA-ENTRY-FOUND
051300         IF CA-CSE-KEY(CAX) = CA-TXN-KEY
051400             SET CA-ENTRY-FOUND TO TRUE
051500         END-IF
051600     END-PERFORM.
051700     IF NOT CA-ENTRY-FOUND
051800         ADD 1 TO CA-TXN-REJECTS
051900         DISPLAY "EX2C902W NO CASE MATCHES CARD: " CASETXN-RECORD
052000         GO TO 3100-APPLY-ONE-TXN-EXIT
052100     END-IF.
052200     SET CAX DOWN BY 1.
052300     EVALUATE CT-ACTION
052400         WHEN "ASSIGN "
052500             MOVE CT-VALUE TO CA-CSE-ANALYST(CAX)
052600             ADD 1 TO CA-TXN-APPLIED
052700         WHEN "RESOLVE"
052800             IF CA-CSE-OPEN(CAX)
052900                 MOVE CA-RUN-DATE TO CA-CSE-CLOSED(CAX)
053000             END-IF
053100             SET CA-CSE-RESOLVED(CAX) TO TRUE
053200             MOVE CT-VALUE TO CA-CSE-RESOLUTION(CAX)
053300             ADD 1 TO CA-TXN-APPLIED
053400         WHEN OTHER
053500             ADD 1 TO CA-TXN-REJECTS
053510             DISPLAY "EX2C903W ACTION NOT RECOGNIZED, CARD "
053520                 "REJECTED: " CASETXN-RECORD
053800     END-EVALUATE.
053900 3100-APPLY-ONE-TXN-EXIT.
054000     EXIT.
054100*----------------------------------------------------------------*
054200*  4000-AGING-REPORT - COLLECT EVERY OPEN CASE OPEN AT LEAST THE *
054300*  FLOOR NUMBER OF DAYS INTO THE AGING WORK TABLE, THEN PRINT IT *
054400*  TWICE: GROUPED BY REGION, THEN GROUPED BY ANALYST.            *
054500*----------------------------------------------------------------*
054600 4000-AGING-REPORT.
054700     PERFORM VARYING CAX FROM 1 BY 1
054800             UNTIL CAX > CA-CASE-COUNT
054900         IF CA-CSE-OPEN(CAX)
055000             ADD 1 TO CA-OPEN-COUNT
055100             MOVE CA-CSE-OPENED(CAX) TO CA-CNV-DATE
055200             PERFORM 5100-DATE-TO-SERIAL
055300                 THRU 5100-DATE-TO-SERIAL-EXIT
055400             COMPUTE CA-DAYS-OPEN =
055500                 CA-TODAY-SERIAL - CA-CNV-SERIAL
055600             IF CA-DAYS-OPEN < ZERO
055700                 MOVE ZERO TO CA-DAYS-OPEN
055800             END-IF
055900             IF CA-DAYS-OPEN NOT < CA-MIN-DAYS
056000                 ADD 1 TO CA-AGE-COUNT
056100                 SET AGX TO CA-AGE-COUNT
056200                 MOVE CA-CSE-REGION(CAX) TO CA-AGE-REGION(AGX)
056300                 MOVE CA-CSE-ANALYST(CAX) TO CA-AGE-ANALYST(AGX)
056400                 MOVE CA-DAYS-OPEN TO CA-AGE-DAYS(AGX)
056500                 SET CA-AGE-CASE(AGX) TO CAX
056600             END-IF
056700         END-IF
056800     END-PERFORM.
056900     OPEN OUTPUT AGING-FILE.
057000     MOVE CA-RUN-DATE TO CAH-RUN-DATE.
057100     MOVE CA-MIN-DAYS TO CAH-MIN-DAYS.
057200     MOVE CA-AGE-HEAD-1 TO AGING-RECORD.
057300     WRITE AGING-RECORD.
057400     IF CA-AGE-COUNT > 1
057500         SORT CA-AGE-ENTRY ON ASCENDING KEY CA-AGE-REGION
057600             DESCENDING KEY CA-AGE-DAYS
057700     END-IF.
057800     SET CA-BY-REGION TO TRUE.
057900     PERFORM 4100-WRITE-SECTION THRU 4100-WRITE-SECTION-EXIT.
058000     IF CA-AGE-COUNT > 1
058100         SORT CA-AGE-ENTRY ON ASCENDING KEY CA-AGE-ANALYST
058200             DESCENDING KEY CA-AGE-DAYS
058300     END-IF.
058400     SET CA-BY-ANALYST TO TRUE.
058500     PERFORM 4100-WRITE-SECTION THRU 4100-WRITE-SECTION-EXIT.
058600     CLOSE AGING-FILE.
058700     DISPLAY "EX2C001I OPEN CASES .......... " CA-OPEN-COUNT.
058800     DISPLAY "EX2C002I OPEN AT LEAST " CA-MIN-DAYS " DAYS . "
058900         CA-AGE-COUNT.
059000 4000-AGING-REPORT-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------*
059300*  4100-WRITE-SECTION - ONE SECTION OF THE AGING LIST IN THE     *
059400*  CURRENT SORT ORDER.  A CHANGE OF REGION (OR ANALYST) CLOSES   *
059500*  THE PREVIOUS GROUP WITH ITS SUBTOTAL LINE AND OPENS THE NEXT  *
059600*  WITH A GROUP HEADING; THE SECTION ENDS WITH ITS TOTAL.        *
059700*----------------------------------------------------------------*
059800 4100-WRITE-SECTION.
059900     MOVE SPACES TO AGING-RECORD.
060000     WRITE AGING-RECORD.
060100     IF CA-BY-REGION
060200         MOVE "REGION" TO CAH-SECTION
060300     ELSE
060400         MOVE "ANALYST" TO CAH-SECTION
060500     END-IF.
060600     MOVE CA-AGE-HEAD-2 TO AGING-RECORD.
060700     WRITE AGING-RECORD.
060800     MOVE CA-AGE-HEAD-3 TO AGING-RECORD.
060900     WRITE AGING-RECORD.
061000     INITIALIZE CA-SECTION-TOTALS CA-GROUP-TOTALS.
061100     MOVE HIGH-VALUES TO CA-PREV-GROUP.
061200     PERFORM VARYING AGX FROM 1 BY 1
061300             UNTIL AGX > CA-AGE-COUNT
061400         PERFORM 4150-SET-GROUP-VALUE
061500             THRU 4150-SET-GROUP-VALUE-EXIT
061600         IF CA-GROUP-VALUE NOT = CA-PREV-GROUP
061700             IF CA-PREV-GROUP NOT = HIGH-VALUES
061800                 PERFORM 4300-WRITE-GROUP-TOTAL
061900                     THRU 4300-WRITE-GROUP-TOTAL-EXIT
062000             END-IF
062100             MOVE CA-GROUP-VALUE TO CA-PREV-GROUP
062200             MOVE SPACES TO CA-AGE-GROUP-LINE
062300             MOVE CAH-SECTION TO CAG-LABEL
062400             MOVE CA-GROUP-VALUE TO CAG-VALUE
062500             MOVE SPACES TO AGING-RECORD
062600             WRITE AGING-RECORD
062700             MOVE CA-AGE-GROUP-LINE TO AGING-RECORD
062800             WRITE AGING-RECORD
062900         END-IF
063000         PERFORM 4200-WRITE-AGE-DETAIL
063100             THRU 4200-WRITE-AGE-DETAIL-EXIT
063200     END-PERFORM.
063300     IF CA-PREV-GROUP NOT = HIGH-VALUES
063400         PERFORM 4300-WRITE-GROUP-TOTAL
063500             THRU 4300-WRITE-GROUP-TOTAL-EXIT
063600     END-IF.
063700     MOVE SPACES TO AGING-RECORD.
063800     WRITE AGING-RECORD.
064000     MOVE "ALL OPEN CASES" TO CAT-LABEL.
064100     MOVE CA-SEC-CASES TO CAT-CASES.
064200     MOVE CA-SEC-BUCKET(1) TO CAT-BUCKET-1.
064300     MOVE CA-SEC-BUCKET(2) TO CAT-BUCKET-2.
064400     MOVE CA-SEC-BUCKET(3) TO CAT-BUCKET-3.
064500     MOVE CA-SEC-BUCKET(4) TO CAT-BUCKET-4.
064600     MOVE CA-AGE-TOTAL-LINE TO AGING-RECORD.
064700     WRITE AGING-RECORD.
064800 4100-WRITE-SECTION-EXIT.
064900     EXIT.
065000*----------------------------------------------------------------*
065100*  4150-SET-GROUP-VALUE - THE GROUPING VALUE OF THE ENTRY AGX    *
065200*  POINTS AT: ITS REGION OR ITS ANALYST.  A CASE WITH NO REGION  *
065300*  (NOT IN THE MASTER) OR NO ANALYST GETS A PRINTABLE LABEL.     *
065400*----------------------------------------------------------------*
065500 4150-SET-GROUP-VALUE.
065600     IF CA-BY-REGION
065700         MOVE CA-AGE-REGION(AGX) TO CA-GROUP-VALUE
065800         IF CA-GROUP-VALUE = SPACES
065900             MOVE "(NONE)" TO CA-GROUP-VALUE
066000         END-IF
066100     ELSE
066200         MOVE CA-AGE-ANALYST(AGX) TO CA-GROUP-VALUE
066300         IF CA-GROUP-VALUE = SPACES
066400             MOVE "(UNASSIGNED)" TO CA-GROUP-VALUE
066500         END-IF
066600     END-IF.
066700 4150-SET-GROUP-VALUE-EXIT.
066800     EXIT.
066900*----------------------------------------------------------------*
067000*  4200-WRITE-AGE-DETAIL - ONE REPORT LINE FOR THE CASE AGX      *
067100*  POINTS AT, PLUS ITS AGE-BUCKET COUNT IN THE GROUP AND SECTION *
067200*  TOTALS (0-2, 3-7, 8-30, OVER 30 DAYS OPEN).                   *
067300*----------------------------------------------------------------*
067400 4200-WRITE-AGE-DETAIL.
067500     SET CAX TO CA-AGE-CASE(AGX).
067600     MOVE SPACES TO CA-AGE-DETAIL.
067700     MOVE CA-CSE-SIDE(CAX) TO CAD-SIDE.
067800     MOVE CA-CSE-ID(CAX) TO CAD-ID.
067900     MOVE CA-CSE-CLASS(CAX) TO CAD-CLASS.
068000     MOVE CA-CSE-OPENED(CAX) TO CAD-OPENED.
068100     MOVE CA-CSE-LAST-SEEN(CAX) TO CAD-LAST-SEEN.
068200     MOVE CA-AGE-DAYS(AGX) TO CAD-DAYS-OPEN.
068300     MOVE CA-CSE-CONSEC(CAX) TO CAD-CONSEC.
068400     MOVE CA-CSE-REOPENS(CAX) TO CAD-REOPENS.
068500     MOVE CA-CSE-SEVERITY(CAX) TO CAD-SEVERITY.
068600     MOVE CA-CSE-REGION(CAX) TO CAD-REGION.
068700     MOVE CA-CSE-ANALYST(CAX) TO CAD-ANALYST.
068800     MOVE CA-CSE-MARK(CAX) TO CAD-MARK.
068900     MOVE CA-AGE-DETAIL TO AGING-RECORD.
069000     WRITE AGING-RECORD.
069100     EVALUATE TRUE
069200         WHEN CA-AGE-DAYS(AGX) < 3
069300             MOVE 1 TO CA-BUCKET-IX
069400         WHEN CA-AGE-DAYS(AGX) < 8
069500             MOVE 2 TO CA-BUCKET-IX
069600         WHEN CA-AGE-DAYS(AGX) < 31
069700             MOVE 3 TO CA-BUCKET-IX
069800         WHEN OTHER
069900             MOVE 4 TO CA-BUCKET-IX
070000     END-EVALUATE.
070100     ADD 1 TO CA-GRP-CASES CA-SEC-CASES.
070200     ADD 1 TO CA-GRP-BUCKET(CA-BUCKET-IX).
070300     ADD 1 TO CA-SEC-BUCKET(CA-BUCKET-IX).
070400 4200-WRITE-AGE-DETAIL-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------*
070700*  4300-WRITE-GROUP-TOTAL - SUBTOTAL LINE FOR THE GROUP JUST     *
070800*  ENDED, THEN RESET THE GROUP COUNTERS FOR THE NEXT ONE.        *
070900*----------------------------------------------------------------*
071000 4300-WRITE-GROUP-TOTAL.
071100     MOVE SPACES TO CAT-LABEL.
071200     STRING CAH-SECTION DELIMITED BY SPACE
071300            " " DELIMITED BY SIZE
071400            CA-PREV-GROUP DELIMITED BY SIZE
071500         INTO CAT-LABEL.
071600     MOVE CA-GRP-CASES TO CAT-CASES.
071700     MOVE CA-GRP-BUCKET(1) TO CAT-BUCKET-1.
071800     MOVE CA-GRP-BUCKET(2) TO CAT-BUCKET-2.
071900     MOVE CA-GRP-BUCKET(3) TO CAT-BUCKET-3.
072000     MOVE CA-GRP-BUCKET(4) TO CAT-BUCKET-4.
072100     MOVE CA-AGE-TOTAL-LINE TO AGING-RECORD.
072200     WRITE AGING-RECORD.
072300     INITIALIZE CA-GROUP-TOTALS.
072400 4300-WRITE-GROUP-TOTAL-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------*
072700*  5100-DATE-TO-SERIAL - CONVERT CA-CNV-DATE (yyyymmdd) TO A     *
072800*  GREGORIAN DAY NUMBER IN CA-CNV-SERIAL: WHOLE YEARS BEFORE     *
072900*  THIS ONE (WITH THE 4/100/400 LEAP CORRECTIONS), THE DAYS OF   *
073000*  THE COMPLETED MONTHS, THE DAY OF MONTH, AND ONE MORE WHEN     *
073100*  THIS YEAR IS A LEAP YEAR AND THE DATE IS PAST FEBRUARY.       *
073200*----------------------------------------------------------------*
073300 5100-DATE-TO-SERIAL.
073400     COMPUTE CA-CNV-YPRIOR = CA-CNV-YYYY - 1.
073500     COMPUTE CA-CNV-SERIAL =
073600         (CA-CNV-YPRIOR * 365)
073700         + (CA-CNV-YPRIOR / 4)
073800         - (CA-CNV-YPRIOR / 100)
073900         + (CA-CNV-YPRIOR / 400)
074000         + CA-CUM(CA-CNV-MM)
074100         + CA-CNV-DD.
074200     IF CA-CNV-MM > 2
074300         PERFORM 5200-CHECK-LEAP-YEAR
074400             THRU 5200-CHECK-LEAP-YEAR-EXIT
074500         IF CA-IS-LEAP-YEAR
074600             ADD 1 TO CA-CNV-SERIAL
074700         END-IF
074800     END-IF.
074900 5100-DATE-TO-SERIAL-EXIT.
075000     EXIT.
075100*----------------------------------------------------------------*
075200*  5200-CHECK-LEAP-YEAR - STANDARD GREGORIAN LEAP YEAR TEST:     *
075300*  DIVISIBLE BY 400, OR DIVISIBLE BY 4 BUT NOT BY 100.           *
075400*----------------------------------------------------------------*
075500 5200-CHECK-LEAP-YEAR.
075600     MOVE "N" TO CA-LEAP-SW.
075700     DIVIDE CA-CNV-YYYY BY 400 GIVING CA-YEAR-QUOTIENT
075800         REMAINDER CA-YEAR-REM400.
075900     IF CA-YEAR-REM400 = 0
076000         SET CA-IS-LEAP-YEAR TO TRUE
076100         GO TO 5200-CHECK-LEAP-YEAR-EXIT
076200     END-IF.
076300     DIVIDE CA-CNV-YYYY BY 100 GIVING CA-YEAR-QUOTIENT
076400         REMAINDER CA-YEAR-REM100.
076500     IF CA-YEAR-REM100 = 0
076600         GO TO 5200-CHECK-LEAP-YEAR-EXIT
076700     END-IF.
076800     DIVIDE CA-CNV-YYYY BY 4 GIVING CA-YEAR-QUOTIENT
076900         REMAINDER CA-YEAR-REM4.
077000     IF CA-YEAR-REM4 = 0
077100         SET CA-IS-LEAP-YEAR TO TRUE
077200     END-IF.
077300 5200-CHECK-LEAP-YEAR-EXIT.
077400     EXIT.
077410*----------------------------------------------------------------*
077420*  6000-REWRITE-CASES - PERSIST THE ASSIGNMENTS AND RESOLUTIONS  *
077430*  BACK TO EXCPCASE.DAT, IN THE KEY ORDER EX2 WRITES IT.  THE    *
077440*  OPEN AND EVERY WRITE ARE CHECKED - A SHORT CASE FILE WOULD    *
077450*  LOSE CASES WITHOUT A WORD.                                    *
077460*----------------------------------------------------------------*
077900 6000-REWRITE-CASES.
077910     MOVE ZERO TO CA-REWRITE-COUNT.
077920     OPEN OUTPUT CASE-FILE.
077930     IF NOT CA-CASE-STATUS-OK
077940         GO TO 6090-REWRITE-FAILED
077950     END-IF.
078100     PERFORM VARYING CAX FROM 1 BY 1
078200             UNTIL CAX > CA-CASE-COUNT
078300         MOVE SPACES TO CASE-RECORD
078400         MOVE CA-CSE-SIDE(CAX) TO CS-SIDE
078500         MOVE CA-CSE-ID(CAX) TO CS-LOCATION-ID
078600         MOVE CA-CSE-CLASS(CAX) TO CS-CLASS
078700         MOVE CA-CSE-STATUS(CAX) TO CS-STATUS
078800         MOVE CA-CSE-OPENED(CAX) TO CS-OPENED
078900         MOVE CA-CSE-LAST-SEEN(CAX) TO CS-LAST-SEEN
079000         MOVE CA-CSE-CONSEC(CAX) TO CS-CONSEC-DAYS
079100         MOVE CA-CSE-REOPENS(CAX) TO CS-REOPENS
079200         MOVE CA-CSE-CLOSED(CAX) TO CS-CLOSED
079300         MOVE CA-CSE-MARK(CAX) TO CS-LAST-MARK
079400         MOVE CA-CSE-SEVERITY(CAX) TO CS-SEVERITY
079500         MOVE CA-CSE-REGION(CAX) TO CS-REGION
079600         MOVE CA-CSE-ANALYST(CAX) TO CS-ANALYST
079700         MOVE CA-CSE-RESOLUTION(CAX) TO CS-RESOLUTION
079710         WRITE CASE-RECORD
079720         IF NOT CA-CASE-STATUS-OK
079730             GO TO 6090-REWRITE-FAILED
079740         END-IF
079750         ADD 1 TO CA-REWRITE-COUNT
079900     END-PERFORM.
080000     CLOSE CASE-FILE.
080006     GO TO 6000-REWRITE-CASES-EXIT.
080012*----------------------------------------------------------------*
080018*  6090-REWRITE-FAILED - EXCPCASE.DAT COULD NOT BE OPENED OR     *
080024*  WRITTEN IN FULL.  THE FILE MAY NOW BE SHORT, SO THE RUN ENDS  *
080030*  RC 16 WITH THE CARDS LEFT IN CASETXN.DAT.  BACK THE DAY OUT   *
080036*  WITH EX2BACK (WHICH PUTS EXCPCASE.DAT BACK FROM ITS SNAPSHOT) *
080042*  AND RERUN IT.                                                 *
080048*----------------------------------------------------------------*
080054 6090-REWRITE-FAILED.
080060     DISPLAY "EX2C911E CANNOT REWRITE EXCPCASE.DAT, STATUS "
080066         CA-CASE-STATUS " - " CA-REWRITE-COUNT " CASE(S) WRITTEN".
080072     DISPLAY "EX2C911E EXCPCASE.DAT MAY BE SHORT - BACK OUT THE "
080078         "DAY WITH EX2BACK AND RERUN IT - JOB TERMINATED".
080084     MOVE 16 TO RETURN-CODE.
080090     STOP RUN.
080096 6000-REWRITE-CASES-EXIT.
080102     EXIT.
080104*----------------------------------------------------------------*
080106*  6100-CONSUME-CARDS - A CARD IS APPLIED ONCE.  WITH THE CASE   *
080108*  FILE SAFELY REWRITTEN, THE CARDS READ ARE FIRST KEPT IN THE   *
080110*  DAY'S CASETXNyyyymmdd.DAT (6150), THEN CASETXN.DAT IS EMPTIED *
080112*  SO TOMORROW'S RUN DOES NOT APPLY THE SAME CARDS AGAIN - A     *
080114*  STALE RESOLVE WOULD CLOSE A CASE EX2 HAS SINCE REOPENED, A    *
080116*  STALE ASSIGN WOULD UNDO A LATER REASSIGNMENT.  REJECTED CARDS *
080118*  GO WITH THE REST; THEIR IMAGES ARE ON EX2C902W, EX2C903W AND  *
080120*  EX2C909W FOR CORRECTION AND REKEYING.                         *
080122*----------------------------------------------------------------*
080124 6100-CONSUME-CARDS.
080126     IF NOT CA-TXN-PRESENT
080128         GO TO 6100-CONSUME-CARDS-EXIT
080130     END-IF.
080132     PERFORM 6150-KEEP-CARDS THRU 6150-KEEP-CARDS-EXIT.
080134     OPEN OUTPUT CASETXN-FILE.
080136     IF NOT CA-TXN-STATUS-OK
080138         DISPLAY "EX2C913E CARDS APPLIED BUT CASETXN.DAT NOT "
080140             "EMPTIED, STATUS " CA-TXN-STATUS
080142         DISPLAY "EX2C913E EMPTY CASETXN.DAT BEFORE THE NEXT "
080144             "RUN OR ITS CARDS APPLY AGAIN - JOB TERMINATED"
080146         MOVE 16 TO RETURN-CODE
080148         STOP RUN
080150     END-IF.
080152     CLOSE CASETXN-FILE.
080154     DISPLAY "EX2C006I CASE CARDS CONSUMED - CASETXN.DAT EMPTIED".
080156 6100-CONSUME-CARDS-EXIT.
080158     EXIT.
080160*----------------------------------------------------------------*
080162*  6150-KEEP-CARDS - APPEND THE CARDS READ TO CASETXNyyyymmdd.DAT*
080164*  FOR TODAY'S DATE.  EX2BACK RESTORES EXCPCASE.DAT TO ITS STATE *
080166*  BEFORE EX2 RAN, WHICH UNDOES THESE CARDS TOO; THE KEPT COPY IS*
080168*  WHAT THE OPERATOR REKEYS FROM AFTER THE RERUN.  A SECOND RUN  *
080170*  ON THE SAME DAY ADDS TO THE SAME FILE.                        *
080172*----------------------------------------------------------------*
080174 6150-KEEP-CARDS.
080176     MOVE SPACES TO CA-KEEP-NAME.
080178     STRING "CASETXN" DELIMITED BY SIZE
080180            CA-RUN-DATE DELIMITED BY SIZE
080182            ".DAT" DELIMITED BY SIZE
080184         INTO CA-KEEP-NAME.
080186     MOVE ZERO TO CA-KEEP-COUNT.
080188     OPEN INPUT CASETXN-FILE.
080190     IF NOT CA-TXN-STATUS-OK
080192         GO TO 6190-KEEP-FAILED
080194     END-IF.
080196     OPEN EXTEND CASEKEEP-FILE.
080198     IF NOT CA-KEEP-STATUS-OK
080200         GO TO 6190-KEEP-FAILED
080202     END-IF.
080204     PERFORM UNTIL CA-END-OF-FILE
080206         READ CASETXN-FILE
080208             AT END
080210                 SET CA-END-OF-FILE TO TRUE
080212             NOT AT END
080214                 IF CASETXN-RECORD NOT = SPACES
080216                         AND CT-ACTION(1:1) NOT = "*"
080218                     WRITE CASEKEEP-RECORD FROM CASETXN-RECORD
080220                     IF CA-KEEP-STATUS NOT = "00"
080222                         GO TO 6190-KEEP-FAILED
080224                     END-IF
080226                     ADD 1 TO CA-KEEP-COUNT
080228                 END-IF
080230         END-READ
080232     END-PERFORM.
080234     CLOSE CASETXN-FILE.
080236     CLOSE CASEKEEP-FILE.
080238     SET CA-NOT-END-OF-FILE TO TRUE.
080240     DISPLAY "EX2C007I CASE CARDS KEPT ..... " CA-KEEP-COUNT
080242         " IN " CA-KEEP-NAME.
080244     GO TO 6150-KEEP-CARDS-EXIT.
080246 6190-KEEP-FAILED.
080248     DISPLAY "EX2C914E CANNOT KEEP THE CASE CARDS IN "
080250         CA-KEEP-NAME " - STATUS " CA-TXN-STATUS "/"
080252         CA-KEEP-STATUS.
080254     DISPLAY "EX2C914E CARDS APPLIED BUT CASETXN.DAT NOT "
080256         "EMPTIED - COPY IT TO " CA-KEEP-NAME.
080258     DISPLAY "EX2C914E AND EMPTY IT BEFORE THE NEXT RUN - "
080260         "JOB TERMINATED".
080262     MOVE 16 TO RETURN-CODE.
080264     STOP RUN.
080266 6150-KEEP-CARDS-EXIT.
080268     EXIT.
080300*----------------------------------------------------------------*
080400*  9999-TERMINATE - END OF JOB.  ANY REJECTED CASE CARD ENDS     *
080500*  RC 8 SO THE ANALYST SEES A CARD DID NOT TAKE.                 *
080600*----------------------------------------------------------------*
080700 9999-TERMINATE.
080800     DISPLAY "EX2C003I CARDS READ .......... " CA-TXN-COUNT.
080900     DISPLAY "EX2C004I CARDS APPLIED ....... " CA-TXN-APPLIED.
081000     IF CA-TXN-REJECTS > ZERO
081100         DISPLAY "EX2C904W " CA-TXN-REJECTS " CARD(S)"
081200             " REJECTED - RC 8 SET"
081300         MOVE 8 TO RETURN-CODE
081400     END-IF.
081500 9999-TERMINATE-EXIT.
081600     STOP RUN.
