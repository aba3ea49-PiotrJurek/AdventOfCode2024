000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : EX2BACK                                        *
000500*    AUTHOR     : D. KOWALSKI                                    *
000600*    PURPOSE    : BACK-OUT COMPANION TO EX2.  UNDOES ONE DAY'S   *
000700*                 RUN (A RUN DATE AND REVISION NAMED ON THE      *
000800*                 EX2BACK.CDS CARDS): RESTORES THE CARRIED FILES *
000900*                 (LOCHIST, REJDISP, EXCPCASE, PERFLOG) FROM THE *
001000*                 SNAPSHOTS EX2 TOOK BEFORE THAT RUN, MARKS THE  *
001100*                 DAY'S RESULT/RSLTSUM GENERATIONS WITHDRAWN IN  *
001200*                 THE WITHDRAW.DAT LEDGER SO EX2SUM AND THE      *
001300*                 PRIOR-DAY COMPARISON SKIP THEM, AND LOGS THE   *
001400*                 BACK-OUT TO EX2EVENTS.DAT.  THE RESTORE ALSO   *
001410*                 UNDOES CASE AND DISPOSITION CARDS APPLIED      *
001420*                 SINCE THE RUN; EX2B014W NAMES THE DAY'S        *
001430*                 CASETXNyyyymmdd.DAT TO REKEY AFTER THE RERUN   *
001440*                 AND EX2B015W COVERS THE EX2REJD CARDS.         *
001500*                                                                *
001600******************************************************************
001700 PROGRAM-ID. EX2BACK.
001800 AUTHOR. D. KOWALSKI.
001900 INSTALLATION. BATCH SYSTEMS - DAILY RECONCILIATION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200******************************************************************
002300*  MODIFICATION HISTORY                                          *
002400*  ----------------------------------------------------------    *
002500*  DATE        INIT  DESCRIPTION                                 *
002600*  2026-10-15  DK    ORIGINAL PROGRAM - RUN BACK-OUT FROM THE    *
002700*                    PRE-RUN SNAPSHOTS, GENERATION WITHDRAWAL.   *
002710*  2026-10-15  DK    RUNDATE NOW GETS A FULL CALENDAR EDIT       *
002720*                    (1080) - 30 FEBRUARY OR 31 JUNE IS REFUSED. *
002730*                    A FAILED OPEN OR WRITE OF WITHDRAW.DAT NOW  *
002740*                    ENDS THE BACK-OUT RC 16 (EX2B992E, 4190)    *
002750*                    INSTEAD OF LOSING THE W ENTRY.              *
002758*  2026-10-15  DK    AFTER A BACK-OUT, 6000 NAMES THE DAY'S KEPT *
002766*                    CASE CARD FILE CASETXNyyyymmdd.DAT          *
002774*                    (EX2B014W) AND WARNS THAT EX2REJD           *
002782*                    DISPOSITION CARDS APPLIED SINCE THE RUN     *
002790*                    MUST BE REKEYED (EX2B015W).                 *
002800******************************************************************

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BACKPARM-FILE ASSIGN TO "EX2BACK.CDS"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS BK-PARM-STATUS.

003500     SELECT PROBE-FILE ASSIGN TO DYNAMIC BK-PROBE-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS BK-PROBE-STATUS.

003800     SELECT SNAP-IN-FILE ASSIGN TO DYNAMIC BK-SNAP-IN-NAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS BK-SNAP-IN-STATUS.

004100     SELECT SNAP-OUT-FILE ASSIGN TO DYNAMIC BK-SNAP-OUT-NAME
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS BK-SNAP-OUT-STATUS.

004400     SELECT PERFLOG-FILE ASSIGN TO "PERFLOG.TXT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS BK-PERF-STATUS.

004700     SELECT OPTIONAL WDRAW-FILE ASSIGN TO "WITHDRAW.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS BK-WDRAW-STATUS.

005000     SELECT RESULTS-FILE ASSIGN TO DYNAMIC BK-RESULT-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS BK-RESULT-STATUS.

005300     SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EX2EVENTS.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL.

005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------------*
005800*  BACK-PARM-CARD - ONE KEYWORD=VALUE CONTROL CARD PER LINE      *
005900*  (SYSIN STYLE), SAME CONVENTIONS AS EX2'S EX2PARM.CDS: "*"     *
006000*  IN COLUMN 1 IS A COMMENT, BLANK CARDS ARE IGNORED.            *
006100*----------------------------------------------------------------*
006200 FD  BACKPARM-FILE.
006300 01  BACK-PARM-CARD          PIC X(80).
006400*----------------------------------------------------------------*
006500*  PROBE-RECORD - ONLY OPENED TO SEE WHETHER A RSLTSUM           *
006600*  GENERATION EXISTS; NEVER READ.                                *
006700*----------------------------------------------------------------*
006800 FD  PROBE-FILE.
006900 01  PROBE-RECORD            PIC X(481).
007000*----------------------------------------------------------------*
007100*  SNAP-IN / SNAP-OUT - PLAIN LINE IMAGES, AS IN EX2'S 1950.     *
007200*  THE RESTORE COPIES EACH SNAPSHOT BACK OVER ITS LIVE FILE      *
007300*  LINE FOR LINE.                                                *
007400*----------------------------------------------------------------*
007500 FD  SNAP-IN-FILE.
007600 01  SNAP-IN-RECORD          PIC X(256).

007700 FD  SNAP-OUT-FILE.
007800 01  SNAP-OUT-RECORD         PIC X(256).
007900*----------------------------------------------------------------*
008000*  PERFLOG-RECORD - EX2'S PER-PHASE TIMING LOG.  EVERY RUN       *
008100*  APPENDS ITS ROWS, SO THE RUN DATES ON FILE ARE THE DAYS THE   *
008200*  CARRIED FILES HAVE ALREADY ABSORBED.                          *
008300*----------------------------------------------------------------*
008400 FD  PERFLOG-FILE.
008500 01  PERFLOG-RECORD.
008600     02  PL-RUN-DATE         PIC 9(08).
008700     02  FILLER              PIC X(01).
008800     02  PL-REVISION         PIC 9(02).
008900     02  FILLER              PIC X(01).
009000     02  PL-PHASE            PIC X(20).
009100     02  FILLER              PIC X(01).
009200     02  PL-ELAPSED-CS       PIC 9(09).
009300     02  FILLER              PIC X(01).
009400     02  PL-RECORDS          PIC 9(05).
009500*----------------------------------------------------------------*
009600*  WDRAW-RECORD - THE RESULT-GENERATION WITHDRAWAL LEDGER,       *
009700*  SAME LAYOUT AS IN EX2.  THIS PROGRAM APPENDS THE "W"          *
009800*  ENTRIES; THE LAST ENTRY FOR A DATE AND REVISION IS ITS        *
009900*  CURRENT STATE.                                                *
010000*----------------------------------------------------------------*
010100 FD  WDRAW-FILE.
010200 01  WDRAW-RECORD.
010300     02  WD-RUN-DATE         PIC 9(08).
010400     02  FILLER              PIC X(01).
010500     02  WD-REVISION         PIC 9(02).
010600     02  FILLER              PIC X(01).
010700     02  WD-ACTION           PIC X(01).
010800     02  FILLER              PIC X(01).
010900     02  WD-STAMP-DATE       PIC 9(08).
011000     02  FILLER              PIC X(01).
011100     02  WD-STAMP-TIME       PIC 9(08).
011200     02  FILLER              PIC X(01).
011300     02  WD-OPERATOR         PIC X(08).
011400     02  FILLER              PIC X(01).
011500     02  WD-REASON           PIC X(50).
011600*----------------------------------------------------------------*
011700*  RESULTS-RECORD - THE PRINTED RESULTyyyymmdd[Rnn].OUT.  A      *
011800*  WITHDRAWN GENERATION GETS A NOTICE APPENDED SO ANYONE         *
011900*  OPENING THE FILE SEES IT WAS BACKED OUT.                      *
012000*----------------------------------------------------------------*
012100 FD  RESULTS-FILE.
012200 01  RESULTS-RECORD          PIC X(80).
012300*----------------------------------------------------------------*
012400*  EVENTS-RECORD - EX2'S OPERATOR EVENT FEED, SAME LAYOUT.       *
012500*----------------------------------------------------------------*
012600 FD  EVENTS-FILE.
012700 01  EVENTS-RECORD.
012800     02  EV-DATE             PIC 9(08).
012900     02  FILLER              PIC X(01).
013000     02  EV-TIME             PIC 9(08).
013100     02  FILLER              PIC X(01).
013200     02  EV-CODE             PIC X(08).
013300     02  FILLER              PIC X(01).
013400     02  EV-SEVERITY         PIC X(01).
013500     02  FILLER              PIC X(01).
013600     02  EV-SOURCE           PIC X(02).
013700     02  FILLER              PIC X(01).
013800     02  EV-TEXT             PIC X(60).

013900 WORKING-STORAGE SECTION.
014000*----------------------------------------------------------------*
014100*  THE CONTROL CARDS (EX2BACK.CDS): RUNDATE= AND REASON= ARE     *
014200*  REQUIRED, REVISION= DEFAULTS TO 00 (THE ORIGINAL RUN),        *
014300*  OPERATOR= TO "BATCH".  FORCE=YES LETS THE BACK-OUT GO AHEAD   *
014400*  WHEN LATER DAYS HAVE ALREADY RUN ON TOP OF THIS ONE.  ANY     *
014500*  BAD CARD ENDS THE RUN RC 16 BEFORE A FILE IS TOUCHED.         *
014600*----------------------------------------------------------------*
014700 01  BK-PARM-STATUS      PIC X(02) VALUE "00".
014800     88  BK-PARM-STATUS-OK           VALUE "00".
014900 01  BK-PARM-KEY         PIC X(12) VALUE SPACES.
015000 01  BK-PARM-VALUE       PIC X(60) VALUE SPACES.
015100 01  BK-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
015200 01  BK-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
015300 01  BK-RUN-DATE         PIC 9(08) VALUE ZERO.
015400 01  BK-RUN-DATE-X REDEFINES BK-RUN-DATE.
015500     02  BK-RUN-YYYY     PIC 9(04).
015600     02  BK-RUN-MM       PIC 9(02).
015700     02  BK-RUN-DD       PIC 9(02).
015704 01  BK-DATE-SW          PIC X(01) VALUE "Y".
015708     88  BK-DATE-VALID               VALUE "Y".
015712 01  BK-MONTH-DAYS-TABLE.
015716     02  FILLER          PIC 9(02) VALUE 31.
015720     02  FILLER          PIC 9(02) VALUE 28.
015724     02  FILLER          PIC 9(02) VALUE 31.
015728     02  FILLER          PIC 9(02) VALUE 30.
015732     02  FILLER          PIC 9(02) VALUE 31.
015736     02  FILLER          PIC 9(02) VALUE 30.
015740     02  FILLER          PIC 9(02) VALUE 31.
015744     02  FILLER          PIC 9(02) VALUE 31.
015748     02  FILLER          PIC 9(02) VALUE 30.
015752     02  FILLER          PIC 9(02) VALUE 31.
015756     02  FILLER          PIC 9(02) VALUE 30.
015760     02  FILLER          PIC 9(02) VALUE 31.
015764 01  BK-MONTH-DAYS REDEFINES BK-MONTH-DAYS-TABLE.
015768     02  BK-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
015772 01  BK-MAX-DD           PIC 9(02) VALUE ZERO.
015776 01  BK-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
015780 01  BK-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
015784 01  BK-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
015788 01  BK-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.
015800 01  BK-REVISION         PIC 9(02) VALUE ZERO.
015900 01  BK-OPERATOR         PIC X(08) VALUE "BATCH".
016000 01  BK-REASON           PIC X(50) VALUE SPACES.
016100 01  BK-FORCE-SW         PIC X(01) VALUE "N".
016200     88  BK-FORCE-REQUESTED          VALUE "Y".

016300 01  BK-SWITCHES.
016400     02  BK-EOF-SW       PIC X(01) VALUE "N".
016500         88  BK-END-OF-FILE          VALUE "Y".
016600         88  BK-NOT-END-OF-FILE      VALUE "N".
016700     02  BK-PROBE-DONE-SW PIC X(01) VALUE "N".
016800         88  BK-PROBE-DONE           VALUE "Y".

016900 01  BK-PROBE-NAME       PIC X(30) VALUE SPACES.
017000 01  BK-PROBE-STATUS     PIC X(02) VALUE "00".
017100     88  BK-PROBE-STATUS-OK          VALUE "00".
017200 01  BK-SNAP-IN-NAME     PIC X(30) VALUE SPACES.
017300 01  BK-SNAP-IN-STATUS   PIC X(02) VALUE "00".
017400     88  BK-SNAP-IN-STATUS-OK        VALUE "00".
017500 01  BK-SNAP-OUT-NAME    PIC X(30) VALUE SPACES.
017600 01  BK-SNAP-OUT-STATUS  PIC X(02) VALUE "00".
017700     88  BK-SNAP-OUT-STATUS-OK       VALUE "00".
017800 01  BK-PERF-STATUS      PIC X(02) VALUE "00".
017900     88  BK-PERF-STATUS-OK           VALUE "00".
018000 01  BK-RESULT-NAME      PIC X(30) VALUE SPACES.
018100 01  BK-RESULT-STATUS    PIC X(02) VALUE "00".
018200     88  BK-RESULT-STATUS-OK         VALUE "00".
018300*----------------------------------------------------------------*
018400*  THE FOUR CARRIED FILES EX2 SNAPSHOTS, BY SNAPSHOT BASE NAME   *
018500*  AND LIVE FILE NAME, IN THE ORDER 1950 IN EX2 TAKES THEM.      *
018600*----------------------------------------------------------------*
018700 01  BK-CARRIED-VALUES.
018800     02  FILLER          PIC X(08) VALUE "LOCHIST".
018900     02  FILLER          PIC X(14) VALUE "LOCHIST.DAT".
019000     02  FILLER          PIC X(08) VALUE "REJDISP".
019100     02  FILLER          PIC X(14) VALUE "REJDISP.DAT".
019200     02  FILLER          PIC X(08) VALUE "EXCPCASE".
019300     02  FILLER          PIC X(14) VALUE "EXCPCASE.DAT".
019400     02  FILLER          PIC X(08) VALUE "PERFLOG".
019500     02  FILLER          PIC X(14) VALUE "PERFLOG.TXT".
019600 01  BK-CARRIED-TABLE REDEFINES BK-CARRIED-VALUES.
019700     02  BK-CARRIED-ENTRY OCCURS 4 TIMES
019800                         INDEXED BY CFX.
019900         03  BK-CAR-BASE     PIC X(08).
020000         03  BK-CAR-LIVE     PIC X(14).
020100 01  BK-CAR-LINES        PIC 9(07) COMP VALUE ZERO.
020200 01  BK-SNAPS-MISSING    PIC 9(01) COMP VALUE ZERO.
020250 01  BK-EDIT-RC          PIC Z9.
020300*----------------------------------------------------------------*
020400*  WITHDRAWAL LEDGER TABLE, IN FILE ORDER SO THE LATEST ENTRY    *
020500*  FOR A DATE AND REVISION WINS.  STATUS 05 IS AN OPTIONAL       *
020600*  LEDGER NOT YET CREATED.                                       *
020700*----------------------------------------------------------------*
020800 01  BK-WDRAW-STATUS     PIC X(02) VALUE "00".
020900     88  BK-WDRAW-STATUS-OK          VALUE "00" "05".
021000 01  BK-WDR-COUNT        PIC 9(05) COMP VALUE ZERO.
021100 01  BK-MAX-WDRAW        PIC 9(05) VALUE 5000.
021200 01  BK-WDRAW-TABLE.
021300     02  BK-WDR-ENTRY OCCURS 1 TO 5000 TIMES
021400                         DEPENDING ON BK-WDR-COUNT
021500                         INDEXED BY WDX.
021600         03  BK-WDR-DATE     PIC 9(08).
021700         03  BK-WDR-REV      PIC 9(02).
021800         03  BK-WDR-ACTION   PIC X(01).
021900 01  BK-WD-DATE          PIC 9(08) VALUE ZERO.
022000 01  BK-WD-REV           PIC 9(02) VALUE ZERO.
022100 01  BK-WD-STATE-SW      PIC X(01) VALUE "N".
022200     88  BK-WD-WITHDRAWN             VALUE "Y".
022300*----------------------------------------------------------------*
022400*  GENERATION AND LATER-RUN WORK AREAS.  THE GENERATIONS TO      *
022500*  WITHDRAW ARE THE NAMED REVISION AND EVERY HIGHER ONE ON       *
022600*  DISK FOR THE DATE - A SUPPLEMENTAL REVISION WAS BUILT ON TOP  *
022700*  OF THE RUN BEING BACKED OUT AND IS UNDONE WITH IT.            *
022800*----------------------------------------------------------------*
022900 01  BK-GEN-REV          PIC 9(02) VALUE ZERO.
023000 01  BK-GEN-COUNT        PIC 9(02) COMP VALUE ZERO.
023100 01  BK-LATER-COUNT      PIC 9(05) COMP VALUE ZERO.
023200 01  BK-LAST-LATER-DATE  PIC 9(08) VALUE ZERO.
023300 01  BK-LAST-LATER-REV   PIC 9(02) VALUE ZERO.
023400 01  BK-STAMP-DATE       PIC 9(08) VALUE ZERO.
023500 01  BK-TIME-NOW         PIC 9(08) VALUE ZERO.

023600 01  BK-NOTICE-1.
023700     02  FILLER              PIC X(33)
023800             VALUE "*** GENERATION WITHDRAWN BY BACK-".
023900     02  FILLER              PIC X(07) VALUE "OUT ON ".
024000     02  BKN-STAMP-DATE      PIC 9(08).
024100     02  FILLER              PIC X(04) VALUE " BY ".
024200     02  BKN-OPERATOR        PIC X(08).
024300     02  FILLER              PIC X(04) VALUE " ***".
024400 01  BK-NOTICE-2.
024500     02  FILLER              PIC X(12) VALUE "*** REASON: ".
024600     02  BKN-REASON          PIC X(50).

024700******************************************************************
024800 PROCEDURE DIVISION.

024900 0000-MAINLINE.
025000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
025100     PERFORM 2000-VERIFY-GENERATION
025200         THRU 2000-VERIFY-GENERATION-EXIT
025300     PERFORM 2500-CHECK-LATER-RUNS THRU 2500-CHECK-LATER-RUNS-EXIT
025400     PERFORM 3000-RESTORE-CARRIED THRU 3000-RESTORE-CARRIED-EXIT
025500     PERFORM 4000-WITHDRAW-GENERATIONS
025600         THRU 4000-WITHDRAW-GENERATIONS-EXIT
025700     PERFORM 5000-LOG-BACK-OUT THRU 5000-LOG-BACK-OUT-EXIT
025710     PERFORM 6000-NOTE-REKEY THRU 6000-NOTE-REKEY-EXIT
025800     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
025900*----------------------------------------------------------------*
026000*  1000-INITIALIZE - READ AND CHECK THE CONTROL CARDS, ECHO THE  *
026100*  BACK-OUT REQUEST, AND LOAD THE WITHDRAWAL LEDGER.  NO RUN     *
026200*  DATE OR NO REASON ENDS THE JOB RC 16 - A BACK-OUT IS NEVER    *
026300*  TAKEN WITHOUT BOTH.                                           *
026400*----------------------------------------------------------------*
026500 1000-INITIALIZE.
026600     ACCEPT BK-STAMP-DATE FROM DATE YYYYMMDD.
026700     PERFORM 1050-READ-PARM-CARDS
026800         THRU 1050-READ-PARM-CARDS-EXIT.
026900     IF BK-RUN-DATE = ZERO
027000         DISPLAY "EX2B901E RUNDATE CARD MISSING - NOTHING TO "
027100             "BACK OUT"
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     IF BK-REASON = SPACES
027600         DISPLAY "EX2B902E REASON CARD MISSING - A BACK-OUT MUST "
027700             "SAY WHY"
027800         MOVE 16 TO RETURN-CODE
027900         STOP RUN
028000     END-IF.
028010     PERFORM 1080-EDIT-RUN-DATE THRU 1080-EDIT-RUN-DATE-EXIT.
028020     IF NOT BK-DATE-VALID
028300         DISPLAY "EX2B903E RUNDATE " BK-RUN-DATE
028400             " IS NOT A VALID yyyymmdd DATE"
028500         MOVE 16 TO RETURN-CODE
028600         STOP RUN
028700     END-IF.
028800     DISPLAY "EX2B001I RUNDATE ............. " BK-RUN-DATE.
028900     DISPLAY "EX2B002I REVISION ............ " BK-REVISION.
029000     DISPLAY "EX2B003I OPERATOR ............ " BK-OPERATOR.
029100     DISPLAY "EX2B004I REASON .............. " BK-REASON.
029200     IF BK-FORCE-REQUESTED
029300         DISPLAY "EX2B005I FORCE ............... YES"
029400     END-IF.
029500     PERFORM 1200-LOAD-WITHDRAWALS
029600         THRU 1200-LOAD-WITHDRAWALS-EXIT.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900*----------------------------------------------------------------*
030000*  1050-READ-PARM-CARDS - READ AND VALIDATE EX2BACK.CDS.  EVERY  *
030100*  BAD CARD IS REPORTED IN THE ONE PASS AND THE RUN THEN ENDS    *
030200*  RC 16 BEFORE ANY FILE IS TOUCHED.                             *
030300*----------------------------------------------------------------*
030400 1050-READ-PARM-CARDS.
030500     OPEN INPUT BACKPARM-FILE.
030600     IF NOT BK-PARM-STATUS-OK
030700         DISPLAY "EX2B908I NO CONTROL CARD FILE EX2BACK.CDS"
030800         GO TO 1050-READ-PARM-CARDS-EXIT
030900     END-IF.
031000     PERFORM UNTIL BK-END-OF-FILE
031100         READ BACKPARM-FILE
031200             AT END
031300                 SET BK-END-OF-FILE TO TRUE
031400             NOT AT END
031500                 ADD 1 TO BK-PARM-CARD-CT
031600                 IF BACK-PARM-CARD NOT = SPACES
031700                         AND BACK-PARM-CARD(1:1) NOT = "*"
031800                     PERFORM 1060-APPLY-ONE-CARD
031900                         THRU 1060-APPLY-ONE-CARD-EXIT
032000                 END-IF
032100         END-READ
032200     END-PERFORM.
032300     CLOSE BACKPARM-FILE.
032400     SET BK-NOT-END-OF-FILE TO TRUE.
032500     IF BK-PARM-ERRORS > ZERO
032600         DISPLAY "EX2B907E " BK-PARM-ERRORS " BAD CONTROL "
032700             "CARD(S) - RUN NOT STARTED"
032800         MOVE 16 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100 1050-READ-PARM-CARDS-EXIT.
033200     EXIT.
033300*----------------------------------------------------------------*
033400*  1060-APPLY-ONE-CARD - PARSE ONE KEYWORD=VALUE CARD.  A ONE-   *
033500*  DIGIT REVISION IS ZERO-FILLED ON THE LEFT.                    *
033600*----------------------------------------------------------------*
033700 1060-APPLY-ONE-CARD.
033800     MOVE SPACES TO BK-PARM-KEY BK-PARM-VALUE.
033900     UNSTRING BACK-PARM-CARD DELIMITED BY "="
034000         INTO BK-PARM-KEY BK-PARM-VALUE.
034100     EVALUATE BK-PARM-KEY
034200         WHEN "RUNDATE"
034300             IF BK-PARM-VALUE(1:8) NUMERIC
034400                     AND BK-PARM-VALUE(9:52) = SPACES
034500                 MOVE BK-PARM-VALUE(1:8) TO BK-RUN-DATE
034600             ELSE
034700                 PERFORM 1070-BAD-VALUE
034800                     THRU 1070-BAD-VALUE-EXIT
034900             END-IF
035000         WHEN "REVISION"
035100             IF BK-PARM-VALUE(1:1) NUMERIC
035200                     AND BK-PARM-VALUE(2:1) = SPACE
035300                 MOVE BK-PARM-VALUE(1:1) TO BK-PARM-VALUE(2:1)
035400                 MOVE "0" TO BK-PARM-VALUE(1:1)
035500             END-IF
035600             IF BK-PARM-VALUE(1:2) NUMERIC
035700                     AND BK-PARM-VALUE(3:58) = SPACES
035800                 MOVE BK-PARM-VALUE(1:2) TO BK-REVISION
035900             ELSE
036000                 PERFORM 1070-BAD-VALUE
036100                     THRU 1070-BAD-VALUE-EXIT
036200             END-IF
036300         WHEN "OPERATOR"
036400             IF BK-PARM-VALUE(1:8) NOT = SPACES
036500                     AND BK-PARM-VALUE(9:52) = SPACES
036600                 MOVE BK-PARM-VALUE(1:8) TO BK-OPERATOR
036700             ELSE
036800                 PERFORM 1070-BAD-VALUE
036900                     THRU 1070-BAD-VALUE-EXIT
037000             END-IF
037100         WHEN "REASON"
037200             IF BK-PARM-VALUE(1:50) NOT = SPACES
037300                     AND BK-PARM-VALUE(51:10) = SPACES
037400                 MOVE BK-PARM-VALUE(1:50) TO BK-REASON
037500             ELSE
037600                 PERFORM 1070-BAD-VALUE
037700                     THRU 1070-BAD-VALUE-EXIT
037800             END-IF
037900         WHEN "FORCE"
038000             EVALUATE BK-PARM-VALUE
038100                 WHEN "YES"
038200                     MOVE "Y" TO BK-FORCE-SW
038300                 WHEN "NO"
038400                     MOVE "N" TO BK-FORCE-SW
038500                 WHEN OTHER
038600                     PERFORM 1070-BAD-VALUE
038700                         THRU 1070-BAD-VALUE-EXIT
038800             END-EVALUATE
038900         WHEN OTHER
039000             ADD 1 TO BK-PARM-ERRORS
039100             DISPLAY "EX2B909E UNKNOWN KEYWORD """ BK-PARM-KEY
039200                 """ ON CARD " BK-PARM-CARD-CT
039300     END-EVALUATE.
039400 1060-APPLY-ONE-CARD-EXIT.
039500     EXIT.

039600 1070-BAD-VALUE.
039700     ADD 1 TO BK-PARM-ERRORS.
039800     DISPLAY "EX2B906E INVALID VALUE """ BK-PARM-VALUE
039900         """ FOR " BK-PARM-KEY " ON CARD " BK-PARM-CARD-CT.
040000 1070-BAD-VALUE-EXIT.
040100     EXIT.

040103*----------------------------------------------------------------*
040106*  1080-EDIT-RUN-DATE - FULL CALENDAR EDIT OF BK-RUN-DATE:       *
040109*  MONTH 01-12 AND A DAY NO LATER THAN THAT MONTH'S LAST DAY     *
040112*  (29 FEBRUARY ONLY IN A LEAP YEAR).  THE RUNDATE CARD HAS      *
040115*  ALREADY BEEN TESTED NUMERIC; BK-DATE-VALID GIVES THE ANSWER.  *
040118*----------------------------------------------------------------*
040121 1080-EDIT-RUN-DATE.
040124     SET BK-DATE-VALID TO TRUE.
040127     IF BK-RUN-YYYY < 1900
040130             OR BK-RUN-MM < 1 OR BK-RUN-MM > 12
040133             OR BK-RUN-DD < 1
040136         MOVE "N" TO BK-DATE-SW
040139         GO TO 1080-EDIT-RUN-DATE-EXIT
040142     END-IF.
040145     MOVE BK-MONTH-LEN(BK-RUN-MM) TO BK-MAX-DD.
040148     IF BK-RUN-MM = 2
040151         DIVIDE BK-RUN-YYYY BY 4 GIVING BK-YEAR-QUOTIENT
040154             REMAINDER BK-YEAR-REM4
040157         DIVIDE BK-RUN-YYYY BY 100 GIVING BK-YEAR-QUOTIENT
040160             REMAINDER BK-YEAR-REM100
040163         DIVIDE BK-RUN-YYYY BY 400 GIVING BK-YEAR-QUOTIENT
040166             REMAINDER BK-YEAR-REM400
040169         IF BK-YEAR-REM400 = 0
040172                 OR (BK-YEAR-REM4 = 0 AND BK-YEAR-REM100 NOT = 0)
040175             MOVE 29 TO BK-MAX-DD
040178         END-IF
040181     END-IF.
040184     IF BK-RUN-DD > BK-MAX-DD
040187         MOVE "N" TO BK-DATE-SW
040190     END-IF.
040193 1080-EDIT-RUN-DATE-EXIT.
040196     EXIT.
040200*----------------------------------------------------------------*
040300*  1200-LOAD-WITHDRAWALS - LOAD WITHDRAW.DAT SO A GENERATION     *
040400*  ALREADY BACKED OUT IS NOT BACKED OUT TWICE, AND A LATER RUN   *
040500*  THAT WAS ITSELF BACKED OUT DOES NOT BLOCK THIS ONE.           *
040600*----------------------------------------------------------------*
040700 1200-LOAD-WITHDRAWALS.
040800     OPEN INPUT WDRAW-FILE.
040900     IF NOT BK-WDRAW-STATUS-OK
041000         GO TO 1200-LOAD-WITHDRAWALS-EXIT
041100     END-IF.
041200     PERFORM UNTIL BK-END-OF-FILE
041300         READ WDRAW-FILE
041400             AT END
041500                 SET BK-END-OF-FILE TO TRUE
041600             NOT AT END
041700                 IF WD-RUN-DATE NUMERIC AND WD-REVISION NUMERIC
041800                     IF BK-WDR-COUNT = BK-MAX-WDRAW
041900                         GO TO 1290-WITHDRAWAL-OVERFLOW
042000                     END-IF
042100                     ADD 1 TO BK-WDR-COUNT
042200                     SET WDX TO BK-WDR-COUNT
042300                     MOVE WD-RUN-DATE TO BK-WDR-DATE(WDX)
042400                     MOVE WD-REVISION TO BK-WDR-REV(WDX)
042500                     MOVE WD-ACTION TO BK-WDR-ACTION(WDX)
042600                 END-IF
042700         END-READ
042800     END-PERFORM.
042900     CLOSE WDRAW-FILE.
043000     SET BK-NOT-END-OF-FILE TO TRUE.
043100     GO TO 1200-LOAD-WITHDRAWALS-EXIT.
043200 1290-WITHDRAWAL-OVERFLOW.
043300     CLOSE WDRAW-FILE.
043400     DISPLAY "EX2B991E WITHDRAWAL LEDGER EXCEEDS TABLE "
043500         "CAPACITY OF " BK-MAX-WDRAW " ENTRIES - RUN ENDED".
043600     MOVE 16 TO RETURN-CODE.
043700     STOP RUN.
043800 1200-LOAD-WITHDRAWALS-EXIT.
043900     EXIT.
044000*----------------------------------------------------------------*
044100*  1250-CHECK-WITHDRAWN - SET BK-WD-WITHDRAWN WHEN THE LATEST    *
044200*  LEDGER ENTRY FOR BK-WD-DATE / BK-WD-REV IS A WITHDRAWAL.      *
044300*----------------------------------------------------------------*
044400 1250-CHECK-WITHDRAWN.
044500     MOVE "N" TO BK-WD-STATE-SW.
044600     PERFORM VARYING WDX FROM 1 BY 1 UNTIL WDX > BK-WDR-COUNT
044700         IF BK-WDR-DATE(WDX) = BK-WD-DATE
044800                 AND BK-WDR-REV(WDX) = BK-WD-REV
044900             IF BK-WDR-ACTION(WDX) = "W"
045000                 MOVE "Y" TO BK-WD-STATE-SW
045100             ELSE
045200                 MOVE "N" TO BK-WD-STATE-SW
045300             END-IF
045400         END-IF
045500     END-PERFORM.
045600 1250-CHECK-WITHDRAWN-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------*
045900*  2000-VERIFY-GENERATION - THE NAMED RUN MUST HAVE PUBLISHED    *
046000*  ITS RSLTSUM GENERATION, MUST NOT ALREADY BE WITHDRAWN, AND    *
046100*  ALL FOUR PRE-RUN SNAPSHOTS MUST BE ON FILE.  NOTHING IS       *
046200*  RESTORED UNLESS THE WHOLE SET CAN BE.                         *
046300*----------------------------------------------------------------*
046400 2000-VERIFY-GENERATION.
046500     MOVE BK-REVISION TO BK-GEN-REV.
046600     PERFORM 2050-BUILD-GENERATION-NAMES
046700         THRU 2050-BUILD-GENERATION-NAMES-EXIT.
046800     OPEN INPUT PROBE-FILE.
046900     IF NOT BK-PROBE-STATUS-OK
047000         DISPLAY "EX2B904E NO RESULT GENERATION " BK-PROBE-NAME
047100             " - NOTHING TO BACK OUT"
047200         MOVE 16 TO RETURN-CODE
047300         STOP RUN
047400     END-IF.
047500     CLOSE PROBE-FILE.
047600     MOVE BK-RUN-DATE TO BK-WD-DATE.
047700     MOVE BK-REVISION TO BK-WD-REV.
047800     PERFORM 1250-CHECK-WITHDRAWN THRU 1250-CHECK-WITHDRAWN-EXIT.
047900     IF BK-WD-WITHDRAWN
048000         DISPLAY "EX2B910W " BK-PROBE-NAME
048100             " IS ALREADY WITHDRAWN - NOTHING DONE"
048200         MOVE 4 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500     MOVE ZERO TO BK-SNAPS-MISSING.
048600     PERFORM VARYING CFX FROM 1 BY 1 UNTIL CFX > 4
048700         PERFORM 2060-BUILD-SNAP-NAME
048800             THRU 2060-BUILD-SNAP-NAME-EXIT
048900         OPEN INPUT SNAP-IN-FILE
049000         IF BK-SNAP-IN-STATUS-OK
049100             CLOSE SNAP-IN-FILE
049200         ELSE
049300             ADD 1 TO BK-SNAPS-MISSING
049400             DISPLAY "EX2B905E SNAPSHOT " BK-SNAP-IN-NAME
049500                 " NOT FOUND"
049600         END-IF
049700     END-PERFORM.
049800     IF BK-SNAPS-MISSING > ZERO
049900         DISPLAY "EX2B905E " BK-SNAPS-MISSING " SNAPSHOT(S) "
050000             "MISSING - RUN CANNOT BE BACKED OUT"
050100         MOVE 16 TO RETURN-CODE
050200         STOP RUN
050300     END-IF.
050400 2000-VERIFY-GENERATION-EXIT.
050500     EXIT.
050600*----------------------------------------------------------------*
050700*  2050-BUILD-GENERATION-NAMES - THE RSLTSUM AND PRINTED RESULT  *
050800*  NAMES OF REVISION BK-GEN-REV OF THE RUN DATE, BY EX2'S RULE:  *
050900*  NO SUFFIX FOR THE ORIGINAL RUN, Rnn FOR A REVISION.           *
051000*----------------------------------------------------------------*
051100 2050-BUILD-GENERATION-NAMES.
051200     MOVE SPACES TO BK-PROBE-NAME.
051300     MOVE SPACES TO BK-RESULT-NAME.
051400     IF BK-GEN-REV = ZERO
051500         STRING "RSLTSUM" DELIMITED BY SIZE
051600                BK-RUN-DATE DELIMITED BY SIZE
051700                ".DAT" DELIMITED BY SIZE
051800             INTO BK-PROBE-NAME
051900         STRING "RESULT" DELIMITED BY SIZE
052000                BK-RUN-DATE DELIMITED BY SIZE
052100                ".OUT" DELIMITED BY SIZE
052200             INTO BK-RESULT-NAME
052300     ELSE
052400         STRING "RSLTSUM" DELIMITED BY SIZE
052500                BK-RUN-DATE DELIMITED BY SIZE
052600                "R" DELIMITED BY SIZE
052700                BK-GEN-REV DELIMITED BY SIZE
052800                ".DAT" DELIMITED BY SIZE
052900             INTO BK-PROBE-NAME
053000         STRING "RESULT" DELIMITED BY SIZE
053100                BK-RUN-DATE DELIMITED BY SIZE
053200                "R" DELIMITED BY SIZE
053300                BK-GEN-REV DELIMITED BY SIZE
053400                ".OUT" DELIMITED BY SIZE
053500             INTO BK-RESULT-NAME
053600     END-IF.
053700 2050-BUILD-GENERATION-NAMES-EXIT.
053800     EXIT.
053900*----------------------------------------------------------------*
054000*  2060-BUILD-SNAP-NAME - THE SNAPSHOT NAME EX2 GAVE CARRIED     *
054100*  FILE CFX BEFORE THE NAMED RUN, E.G. LOCHIST20261015R00.SNP.   *
054200*----------------------------------------------------------------*
054300 2060-BUILD-SNAP-NAME.
054400     MOVE SPACES TO BK-SNAP-IN-NAME.
054500     STRING BK-CAR-BASE(CFX) DELIMITED BY SPACE
054600            BK-RUN-DATE DELIMITED BY SIZE
054700            "R" DELIMITED BY SIZE
054800            BK-REVISION DELIMITED BY SIZE
054900            ".SNP" DELIMITED BY SIZE
055000         INTO BK-SNAP-IN-NAME.
055100 2060-BUILD-SNAP-NAME-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------*
055400*  2500-CHECK-LATER-RUNS - A RUN DATE LATER THAN THE ONE BEING   *
055500*  BACKED OUT STILL IN PERFLOG.TXT HAS ALREADY ROLLED THE        *
055600*  CARRIED FILES FORWARD ON TOP OF IT; RESTORING WOULD SILENTLY  *
055700*  UNDO THAT DAY AS WELL.  REFUSE RC 12 UNLESS FORCE=YES, IN     *
055800*  WHICH CASE WARN (RC 4) THAT THOSE DAYS MUST BE RERUN.  THE    *
055900*  LATEST DAY SHOULD NORMALLY BE BACKED OUT FIRST.               *
056000*----------------------------------------------------------------*
056100 2500-CHECK-LATER-RUNS.
056200     OPEN INPUT PERFLOG-FILE.
056300     IF NOT BK-PERF-STATUS-OK
056400         GO TO 2500-CHECK-LATER-RUNS-EXIT
056500     END-IF.
056600     PERFORM UNTIL BK-END-OF-FILE
056700         READ PERFLOG-FILE
056800             AT END
056900                 SET BK-END-OF-FILE TO TRUE
057000             NOT AT END
057100                 IF PL-RUN-DATE NUMERIC
057200                         AND PL-RUN-DATE > BK-RUN-DATE
057300                     IF PL-RUN-DATE NOT = BK-LAST-LATER-DATE
057400                       OR PL-REVISION NOT = BK-LAST-LATER-REV
057500                         PERFORM 2550-NOTE-LATER-RUN
057600                             THRU 2550-NOTE-LATER-RUN-EXIT
057700                     END-IF
057800                 END-IF
057900         END-READ
058000     END-PERFORM.
058100     CLOSE PERFLOG-FILE.
058200     SET BK-NOT-END-OF-FILE TO TRUE.
058300     IF BK-LATER-COUNT = ZERO
058400         GO TO 2500-CHECK-LATER-RUNS-EXIT
058500     END-IF.
058600     IF BK-FORCE-REQUESTED
058700         DISPLAY "EX2B912W FORCE=YES - " BK-LATER-COUNT
058800             " LATER RUN(S) LOSE THEIR CARRIED-FILE UPDATES"
058900             " AND MUST BE RERUN"
059000         MOVE 4 TO RETURN-CODE
059100     ELSE
059200         DISPLAY "EX2B911E " BK-LATER-COUNT " LATER RUN(S) "
059300             "BUILT ON THIS DAY - BACK THEM OUT FIRST OR "
059400             "USE FORCE=YES"
059500         MOVE 12 TO RETURN-CODE
059600         STOP RUN
059700     END-IF.
059800 2500-CHECK-LATER-RUNS-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------*
060100*  2550-NOTE-LATER-RUN - ONE RUN (DATE AND REVISION) LATER THAN  *
060200*  THE ONE BEING BACKED OUT.  PERFLOG HOLDS ONE ROW PER PHASE,   *
060300*  SO ONLY A CHANGE OF RUN IS COUNTED; A RUN ALREADY WITHDRAWN   *
060400*  DOES NOT COUNT.                                               *
060500*----------------------------------------------------------------*
060600 2550-NOTE-LATER-RUN.
060700     MOVE PL-RUN-DATE TO BK-LAST-LATER-DATE.
060800     MOVE PL-REVISION TO BK-LAST-LATER-REV.
060900     MOVE PL-RUN-DATE TO BK-WD-DATE.
061000     MOVE PL-REVISION TO BK-WD-REV.
061100     PERFORM 1250-CHECK-WITHDRAWN THRU 1250-CHECK-WITHDRAWN-EXIT.
061200     IF BK-WD-WITHDRAWN
061300         GO TO 2550-NOTE-LATER-RUN-EXIT
061400     END-IF.
061500     ADD 1 TO BK-LATER-COUNT.
061600     DISPLAY "EX2B011I LATER RUN ON FILE ... " PL-RUN-DATE
061700         "R" PL-REVISION.
061800 2550-NOTE-LATER-RUN-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------*
062100*  3000-RESTORE-CARRIED - COPY EACH SNAPSHOT BACK OVER ITS LIVE  *
062200*  CARRIED FILE.                                                 *
062300*----------------------------------------------------------------*
062400 3000-RESTORE-CARRIED.
062500     PERFORM VARYING CFX FROM 1 BY 1 UNTIL CFX > 4
062600         PERFORM 3100-RESTORE-ONE-FILE
062700             THRU 3100-RESTORE-ONE-FILE-EXIT
062800     END-PERFORM.
062900 3000-RESTORE-CARRIED-EXIT.
063000     EXIT.
063100*----------------------------------------------------------------*
063200*  3100-RESTORE-ONE-FILE - REWRITE LIVE FILE CFX FROM ITS        *
063300*  SNAPSHOT.  THE SNAPSHOTS THEMSELVES ARE LEFT IN PLACE, SO A   *
063400*  RESTORE THAT FAILS PART WAY CAN SIMPLY BE RUN AGAIN - NO      *
063500*  GENERATION IS WITHDRAWN UNTIL ALL FOUR FILES ARE BACK.        *
063600*----------------------------------------------------------------*
063700 3100-RESTORE-ONE-FILE.
063800     PERFORM 2060-BUILD-SNAP-NAME THRU 2060-BUILD-SNAP-NAME-EXIT.
063900     MOVE BK-CAR-LIVE(CFX) TO BK-SNAP-OUT-NAME.
064000     OPEN INPUT SNAP-IN-FILE.
064100     IF NOT BK-SNAP-IN-STATUS-OK
064200         GO TO 3190-RESTORE-FAILED
064300     END-IF.
064400     OPEN OUTPUT SNAP-OUT-FILE.
064500     IF NOT BK-SNAP-OUT-STATUS-OK
064600         GO TO 3190-RESTORE-FAILED
064700     END-IF.
064800     MOVE ZERO TO BK-CAR-LINES.
064900     PERFORM UNTIL BK-END-OF-FILE
065000         READ SNAP-IN-FILE
065100             AT END
065200                 SET BK-END-OF-FILE TO TRUE
065300             NOT AT END
065400                 WRITE SNAP-OUT-RECORD FROM SNAP-IN-RECORD
065500                 IF NOT BK-SNAP-OUT-STATUS-OK
065600                     GO TO 3190-RESTORE-FAILED
065700                 END-IF
065800                 ADD 1 TO BK-CAR-LINES
065900         END-READ
066000     END-PERFORM.
066100     CLOSE SNAP-IN-FILE.
066200     CLOSE SNAP-OUT-FILE.
066300     SET BK-NOT-END-OF-FILE TO TRUE.
066400     DISPLAY "EX2B007I RESTORED " BK-SNAP-OUT-NAME " FROM "
066500         BK-SNAP-IN-NAME " " BK-CAR-LINES " RECORDS".
066600     GO TO 3100-RESTORE-ONE-FILE-EXIT.
066700 3190-RESTORE-FAILED.
066800     DISPLAY "EX2B990E RESTORE OF " BK-SNAP-OUT-NAME
066900         " FROM " BK-SNAP-IN-NAME " FAILED - STATUS "
067000         BK-SNAP-IN-STATUS "/" BK-SNAP-OUT-STATUS.
067100     DISPLAY "EX2B990E NOTHING HAS BEEN WITHDRAWN - CORRECT THE "
067200         "CAUSE AND RERUN EX2BACK".
067300     MOVE 16 TO RETURN-CODE.
067400     STOP RUN.
067500 3100-RESTORE-ONE-FILE-EXIT.
067600     EXIT.
067700*----------------------------------------------------------------*
067800*  4000-WITHDRAW-GENERATIONS - WITHDRAW THE NAMED REVISION AND   *
067900*  EVERY HIGHER REVISION OF THE DATE STILL ON DISK: A "W" ENTRY  *
068000*  IN THE LEDGER AND A NOTICE ON THE PRINTED RESULTS FILE.       *
068100*----------------------------------------------------------------*
068200 4000-WITHDRAW-GENERATIONS.
068300     ACCEPT BK-TIME-NOW FROM TIME.
068400     MOVE BK-REVISION TO BK-GEN-REV.
068500     MOVE "N" TO BK-PROBE-DONE-SW.
068600     PERFORM UNTIL BK-PROBE-DONE
068700         PERFORM 2050-BUILD-GENERATION-NAMES
068800             THRU 2050-BUILD-GENERATION-NAMES-EXIT
068900         OPEN INPUT PROBE-FILE
069000         IF BK-PROBE-STATUS-OK
069100             CLOSE PROBE-FILE
069200             PERFORM 4100-WITHDRAW-ONE THRU 4100-WITHDRAW-ONE-EXIT
069300             IF BK-GEN-REV = 98
069400                 SET BK-PROBE-DONE TO TRUE
069500             ELSE
069600                 ADD 1 TO BK-GEN-REV
069700             END-IF
069800         ELSE
069900             SET BK-PROBE-DONE TO TRUE
070000         END-IF
070100     END-PERFORM.
070200 4000-WITHDRAW-GENERATIONS-EXIT.
070300     EXIT.
070400*----------------------------------------------------------------*
070500*  4100-WITHDRAW-ONE - LEDGER ONE GENERATION AS WITHDRAWN AND    *
070600*  APPEND THE NOTICE TO ITS PRINTED RESULTS FILE.  A PRINTED     *
070700*  FILE THAT IS NO LONGER ON DISK IS REPORTED, NOT AN ERROR -    *
070800*  THE LEDGER ENTRY IS WHAT THE OTHER PROGRAMS GO BY.            *
070900*----------------------------------------------------------------*
071000 4100-WITHDRAW-ONE.
071100     MOVE BK-RUN-DATE TO BK-WD-DATE.
071200     MOVE BK-GEN-REV TO BK-WD-REV.
071300     PERFORM 1250-CHECK-WITHDRAWN THRU 1250-CHECK-WITHDRAWN-EXIT.
071400     IF BK-WD-WITHDRAWN
071500         DISPLAY "EX2B008I " BK-PROBE-NAME " ALREADY WITHDRAWN"
071600         GO TO 4100-WITHDRAW-ONE-EXIT
071700     END-IF.
071710     OPEN EXTEND WDRAW-FILE.
071720     IF NOT BK-WDRAW-STATUS-OK
071730         GO TO 4190-WITHDRAW-FAILED
071740     END-IF.
071900     MOVE SPACES TO WDRAW-RECORD.
072000     MOVE BK-RUN-DATE TO WD-RUN-DATE.
072100     MOVE BK-GEN-REV TO WD-REVISION.
072200     MOVE "W" TO WD-ACTION.
072300     MOVE BK-STAMP-DATE TO WD-STAMP-DATE.
072400     MOVE BK-TIME-NOW TO WD-STAMP-TIME.
072500     MOVE BK-OPERATOR TO WD-OPERATOR.
072600     MOVE BK-REASON TO WD-REASON.
072610     WRITE WDRAW-RECORD.
072620     IF BK-WDRAW-STATUS NOT = "00"
072630         GO TO 4190-WITHDRAW-FAILED
072640     END-IF.
072800     CLOSE WDRAW-FILE.
072900     ADD 1 TO BK-GEN-COUNT.
073000     DISPLAY "EX2B008I GENERATION WITHDRAWN . " BK-PROBE-NAME.
073100     OPEN EXTEND RESULTS-FILE.
073200     IF NOT BK-RESULT-STATUS-OK
073300         DISPLAY "EX2B010W PRINTED RESULTS " BK-RESULT-NAME
073400             " NOT FOUND - NO NOTICE APPENDED"
073500         GO TO 4100-WITHDRAW-ONE-EXIT
073600     END-IF.
073700     MOVE BK-STAMP-DATE TO BKN-STAMP-DATE.
073800     MOVE BK-OPERATOR TO BKN-OPERATOR.
073900     MOVE BK-REASON TO BKN-REASON.
074000     WRITE RESULTS-RECORD FROM BK-NOTICE-1.
074100     WRITE RESULTS-RECORD FROM BK-NOTICE-2.
074200     CLOSE RESULTS-FILE.
074300     DISPLAY "EX2B009I WITHDRAWAL NOTICE ON . " BK-RESULT-NAME.
074309     GO TO 4100-WITHDRAW-ONE-EXIT.
074318 4190-WITHDRAW-FAILED.
074327     DISPLAY "EX2B992E CANNOT UPDATE WITHDRAW.DAT FOR "
074336         BK-PROBE-NAME " - STATUS " BK-WDRAW-STATUS.
074345     DISPLAY "EX2B992E THE CARRIED FILES ARE RESTORED BUT THE "
074354         "GENERATION IS NOT WITHDRAWN - CORRECT THE CAUSE AND "
074363         "RERUN EX2BACK".
074372     MOVE 16 TO RETURN-CODE.
074381     STOP RUN.
074400 4100-WITHDRAW-ONE-EXIT.
074500     EXIT.
074600*----------------------------------------------------------------*
074700*  5000-LOG-BACK-OUT - RAISE THE BACK-OUT IN EX2EVENTS.DAT,      *
074800*  DATED WITH THE RUN DATE BACKED OUT SO IT FILES WITH THAT      *
074900*  DAY'S OTHER EVENTS.  THE EVENT FILE ITSELF IS NEVER RESTORED  *
075000*  - IT IS THE AUDIT TRAIL OF BOTH THE RUN AND ITS BACK-OUT.     *
075100*----------------------------------------------------------------*
075200 5000-LOG-BACK-OUT.
075300     ACCEPT BK-TIME-NOW FROM TIME.
075400     OPEN EXTEND EVENTS-FILE.
075500     MOVE SPACES TO EVENTS-RECORD.
075600     MOVE BK-RUN-DATE TO EV-DATE.
075700     MOVE BK-TIME-NOW TO EV-TIME.
075800     MOVE "EX2B012W" TO EV-CODE.
075900     MOVE "W" TO EV-SEVERITY.
076000     STRING "RUN " DELIMITED BY SIZE
076100            BK-RUN-DATE DELIMITED BY SIZE
076200            "R" DELIMITED BY SIZE
076300            BK-REVISION DELIMITED BY SIZE
076400            " BACKED OUT BY " DELIMITED BY SIZE
076500            BK-OPERATOR DELIMITED BY SPACE
076600            " - " DELIMITED BY SIZE
076700            BK-REASON DELIMITED BY SIZE
076800         INTO EV-TEXT.
076900     WRITE EVENTS-RECORD.
077000     CLOSE EVENTS-FILE.
077100     DISPLAY "EX2B012W RUN " BK-RUN-DATE "R" BK-REVISION
077200         " BACKED OUT - " BK-GEN-COUNT " GENERATION(S) WITHDRAWN".
077300 5000-LOG-BACK-OUT-EXIT.
077400     EXIT.
077402*----------------------------------------------------------------*
077404*  6000-NOTE-REKEY - THE RESTORE PUT EXCPCASE.DAT AND            *
077406*  REJDISP.DAT BACK TO THEIR STATE BEFORE EX2 RAN, SO THE        *
077408*  ANALYSTS' CASE (EX2CASE) AND DISPOSITION CARDS (EX2REJD)      *
077410*  APPLIED AFTER THAT RUN ARE UNDONE TOO.  EX2CASE KEEPS EACH    *
077412*  DAY'S CARDS IN CASETXNyyyymmdd.DAT; NAME IT SO THE OPERATOR   *
077414*  CAN REKEY THEM AFTER THE RERUN.  A CATCH-UP RUN'S CASE CARDS  *
077416*  ARE FILED UNDER THE DATE EX2CASE RAN, AND WITH FORCE=YES THE  *
077418*  LATER DAYS' FILES NEED REKEYING TOO.  THE REJDISP WARNING IS  *
077420*  ALWAYS GIVEN - THE REJECT CARD FILE IS THE OPERATOR'S OWN.    *
077422*----------------------------------------------------------------*
077424 6000-NOTE-REKEY.
077426     MOVE SPACES TO BK-PROBE-NAME.
077428     STRING "CASETXN" DELIMITED BY SIZE
077430            BK-RUN-DATE DELIMITED BY SIZE
077432            ".DAT" DELIMITED BY SIZE
077434         INTO BK-PROBE-NAME.
077436     OPEN INPUT PROBE-FILE.
077438     IF BK-PROBE-STATUS-OK
077440         CLOSE PROBE-FILE
077442         DISPLAY "EX2B014W CASE CARDS APPLIED AFTER THIS RUN ARE "
077444             "UNDONE - REKEY THOSE IN " BK-PROBE-NAME
077446         DISPLAY "EX2B014W INTO CASETXN.DAT AFTER THE RERUN"
077448     ELSE
077450         DISPLAY "EX2B016I NO CASE CARDS KEPT FOR THIS DATE - NO "
077452             BK-PROBE-NAME
077454     END-IF.
077456     DISPLAY "EX2B015W REJDISP.DAT IS BACK TO ITS STATE BEFORE "
077458         "THIS RUN - REKEY ANY".
077460     DISPLAY "EX2B015W EX2REJD DISPOSITION CARDS APPLIED SINCE, "
077462         "AFTER THE RERUN".
077464 6000-NOTE-REKEY-EXIT.
077466     EXIT.
077500*----------------------------------------------------------------*
077600*  9999-TERMINATE - END OF JOB.  THE RETURN CODE IS ALREADY SET: *
077700*  0 FOR A CLEAN BACK-OUT, 4 WHEN FORCE=YES OVERRODE LATER RUNS. *
077800*----------------------------------------------------------------*
077900 9999-TERMINATE.
078000     MOVE RETURN-CODE TO BK-EDIT-RC.
078050     DISPLAY "EX2B013I EX2BACK ENDED - RC " BK-EDIT-RC.
078100 9999-TERMINATE-EXIT.
078200     STOP RUN.
