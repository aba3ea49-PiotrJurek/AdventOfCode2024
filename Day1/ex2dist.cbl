000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : EX2DIST                                        *
000500*    AUTHOR     : D. KOWALSKI                                    *
000600*    PURPOSE    : CONTROLLED RESULTS DISTRIBUTION FOR EX2.       *
000700*                 PUBLISHES EACH CLEAN RUN'S PRINTED RESULTS     *
000800*                 AND RSLTSUM GENERATION TO THE DISTRIBUTION     *
000900*                 AREA WHEN EX2 LEDGERED IT CLEAN IN DISTLOG.DAT *
001000*                 AND HOLDS IT (RC 8) WHEN EX2 HELD IT.  A HELD  *
001100*                 RUN IS ONLY RELEASED BY A SIGNED-OFF RELEASE   *
001200*                 ON THE EX2DIST.CDS CARDS (RUN DATE, REVISION,  *
001300*                 OPERATOR, REASON); EACH RELEASE IS LEDGERED    *
001400*                 AND RAISED TO EX2EVENTS.DAT.                   *
001500*                                                                *
001600******************************************************************
001700 PROGRAM-ID. EX2DIST.
001800 AUTHOR. D. KOWALSKI.
001900 INSTALLATION. BATCH SYSTEMS - DAILY RECONCILIATION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200******************************************************************
002300*  MODIFICATION HISTORY                                          *
002400*  ----------------------------------------------------------    *
002500*  DATE        INIT  DESCRIPTION                                 *
002600*  2026-10-15  DK    ORIGINAL PROGRAM - REPLACES THE HOLDDIST    *
002700*                    NOTICE STEP WITH LEDGERED DISTRIBUTION AND  *
002800*                    OPERATOR RELEASE SIGN-OFF FOR HELD DAYS.    *
002810*  2026-10-15  DK    THE DAILY STEP NOW WALKS EVERY RUN STILL    *
002820*                    LEDGERED H OR C (3000/3100/3150), SO EVERY  *
002830*                    DAY OF A CATCH-UP STREAM IS PUBLISHED OR    *
002840*                    REPORTED HELD; WITHDRAWN RUNS AND RUNS      *
002850*                    REPLACED BY A LATER REVISION ARE SKIPPED.   *
002860*                    RELEASE RUNDATE GETS A FULL CALENDAR EDIT   *
002870*                    (1080). A FAILED OPEN OR WRITE OF           *
002880*                    DISTLOG.DAT ENDS THE RUN RC 16 (EX2D993E).  *
002900******************************************************************

003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DISTPARM-FILE ASSIGN TO "EX2DIST.CDS"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS DS-PARM-STATUS.

003600     SELECT PROBE-FILE ASSIGN TO DYNAMIC DS-PROBE-NAME
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS DS-PROBE-STATUS.

003900     SELECT COPY-IN-FILE ASSIGN TO DYNAMIC DS-COPY-IN-NAME
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS DS-COPY-IN-STATUS.

004200     SELECT COPY-OUT-FILE ASSIGN TO DYNAMIC DS-COPY-OUT-NAME
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS DS-COPY-OUT-STATUS.

004500     SELECT OPTIONAL DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS DS-DISTLOG-STATUS.

004800     SELECT OPTIONAL WDRAW-FILE ASSIGN TO "WITHDRAW.DAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS DS-WDRAW-STATUS.

005100     SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EX2EVENTS.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL.

005300 DATA DIVISION.
005400 FILE SECTION.
005500*----------------------------------------------------------------*
005600*  DIST-PARM-CARD - ONE KEYWORD=VALUE CONTROL CARD PER LINE      *
005700*  (SYSIN STYLE), SAME CONVENTIONS AS EX2'S EX2PARM.CDS: "*"     *
005800*  IN COLUMN 1 IS A COMMENT, BLANK CARDS ARE IGNORED.            *
005900*----------------------------------------------------------------*
006000 FD  DISTPARM-FILE.
006100 01  DIST-PARM-CARD          PIC X(80).
006200*----------------------------------------------------------------*
006300*  PROBE-RECORD - ONLY OPENED TO SEE WHETHER A RSLTSUM           *
006400*  GENERATION EXISTS; NEVER READ.                                *
006500*----------------------------------------------------------------*
006600 FD  PROBE-FILE.
006700 01  PROBE-RECORD            PIC X(481).
006800*----------------------------------------------------------------*
006900*  COPY-IN / COPY-OUT - PLAIN LINE IMAGES.  PUBLISHING A FILE    *
007000*  COPIES IT LINE FOR LINE TO ITS DISTRIBUTION-AREA NAME; THE    *
007100*  RECORD IS WIDE ENOUGH FOR A RSLTSUM GENERATION.               *
007200*----------------------------------------------------------------*
007300 FD  COPY-IN-FILE.
007400 01  COPY-IN-RECORD          PIC X(512).

007500 FD  COPY-OUT-FILE.
007600 01  COPY-OUT-RECORD         PIC X(512).
007700*----------------------------------------------------------------*
007800*  DISTLOG-RECORD - THE RESULTS DISTRIBUTION LEDGER, SAME        *
007900*  LAYOUT AS IN EX2.  EX2 APPENDS "H" (HELD) OR "C" (CLEAN);     *
008000*  THIS PROGRAM APPENDS "P" (PUBLISHED) AND "R" (RELEASED OVER   *
008100*  A HOLD).  THE LAST ENTRY FOR A DATE AND REVISION IS ITS       *
008200*  CURRENT STATE.                                                *
008300*----------------------------------------------------------------*
008400 FD  DISTLOG-FILE.
008500 01  DISTLOG-RECORD.
008600     02  DL-RUN-DATE         PIC 9(08).
008700     02  FILLER              PIC X(01).
008800     02  DL-REVISION         PIC 9(02).
008900     02  FILLER              PIC X(01).
009000     02  DL-ACTION           PIC X(01).
009100     02  FILLER              PIC X(01).
009200     02  DL-STAMP-DATE       PIC 9(08).
009300     02  FILLER              PIC X(01).
009400     02  DL-STAMP-TIME       PIC 9(08).
009500     02  FILLER              PIC X(01).
009600     02  DL-OPERATOR         PIC X(08).
009700     02  FILLER              PIC X(01).
009800     02  DL-REASON           PIC X(50).
009900*----------------------------------------------------------------*
010000*  WDRAW-RECORD - THE RESULT-GENERATION WITHDRAWAL LEDGER,       *
010100*  SAME LAYOUT AS IN EX2.  A WITHDRAWN GENERATION IS NEVER       *
010200*  DISTRIBUTED.                                                  *
010300*----------------------------------------------------------------*
010400 FD  WDRAW-FILE.
010500 01  WDRAW-RECORD.
010600     02  WD-RUN-DATE         PIC 9(08).
010700     02  FILLER              PIC X(01).
010800     02  WD-REVISION         PIC 9(02).
010900     02  FILLER              PIC X(01).
011000     02  WD-ACTION           PIC X(01).
011100     02  FILLER              PIC X(01).
011200     02  WD-STAMP-DATE       PIC 9(08).
011300     02  FILLER              PIC X(01).
011400     02  WD-STAMP-TIME       PIC 9(08).
011500     02  FILLER              PIC X(01).
011600     02  WD-OPERATOR         PIC X(08).
011700     02  FILLER              PIC X(01).
011800     02  WD-REASON           PIC X(50).
011900*----------------------------------------------------------------*
012000*  EVENTS-RECORD - EX2'S OPERATOR EVENT FEED, SAME LAYOUT.       *
012100*----------------------------------------------------------------*
012200 FD  EVENTS-FILE.
012300 01  EVENTS-RECORD.
012400     02  EV-DATE             PIC 9(08).
012500     02  FILLER              PIC X(01).
012600     02  EV-TIME             PIC 9(08).
012700     02  FILLER              PIC X(01).
012800     02  EV-CODE             PIC X(08).
012900     02  FILLER              PIC X(01).
013000     02  EV-SEVERITY         PIC X(01).
013100     02  FILLER              PIC X(01).
013200     02  EV-SOURCE           PIC X(02).
013300     02  FILLER              PIC X(01).
013400     02  EV-TEXT             PIC X(60).

013500 WORKING-STORAGE SECTION.
013600*----------------------------------------------------------------*
013700*  THE CONTROL CARDS (EX2DIST.CDS).  THE FILE IS OPTIONAL - THE  *
013800*  DAILY STEP NEEDS NO CARDS.  A RELEASE OF A HELD RUN IS        *
013900*  RUNDATE= WITH OPERATOR= AND REASON= (ALL THREE REQUIRED - A   *
014000*  RELEASE IS NEVER TAKEN UNSIGNED); REVISION= DEFAULTS TO 00.   *
014100*  DISTPFX= OVERRIDES THE DISTRIBUTION-AREA NAME PREFIX.  ANY    *
014200*  BAD CARD ENDS THE RUN RC 16 BEFORE A FILE IS TOUCHED.         *
014300*----------------------------------------------------------------*
014400 01  DS-PARM-STATUS      PIC X(02) VALUE "00".
014500     88  DS-PARM-STATUS-OK           VALUE "00".
014600 01  DS-PARM-KEY         PIC X(12) VALUE SPACES.
014700 01  DS-PARM-VALUE       PIC X(60) VALUE SPACES.
014800 01  DS-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
014900 01  DS-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
015000 01  DS-REL-DATE         PIC 9(08) VALUE ZERO.
015100 01  DS-REL-DATE-X REDEFINES DS-REL-DATE.
015200     02  DS-REL-YYYY     PIC 9(04).
015300     02  DS-REL-MM       PIC 9(02).
015400     02  DS-REL-DD       PIC 9(02).
015404 01  DS-DATE-SW          PIC X(01) VALUE "Y".
015408     88  DS-DATE-VALID               VALUE "Y".
015412 01  DS-MONTH-DAYS-TABLE.
015416     02  FILLER          PIC 9(02) VALUE 31.
015420     02  FILLER          PIC 9(02) VALUE 28.
015424     02  FILLER          PIC 9(02) VALUE 31.
015428     02  FILLER          PIC 9(02) VALUE 30.
015432     02  FILLER          PIC 9(02) VALUE 31.
015436     02  FILLER          PIC 9(02) VALUE 30.
015440     02  FILLER          PIC 9(02) VALUE 31.
015444     02  FILLER          PIC 9(02) VALUE 31.
015448     02  FILLER          PIC 9(02) VALUE 30.
015452     02  FILLER          PIC 9(02) VALUE 31.
015456     02  FILLER          PIC 9(02) VALUE 30.
015460     02  FILLER          PIC 9(02) VALUE 31.
015464 01  DS-MONTH-DAYS REDEFINES DS-MONTH-DAYS-TABLE.
015468     02  DS-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
015472 01  DS-MAX-DD           PIC 9(02) VALUE ZERO.
015476 01  DS-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
015480 01  DS-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
015484 01  DS-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
015488 01  DS-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.
015500 01  DS-REL-REVISION     PIC 9(02) VALUE ZERO.
015600 01  DS-REL-REV-SW       PIC X(01) VALUE "N".
015700     88  DS-REL-REV-GIVEN            VALUE "Y".
015800 01  DS-REL-OPERATOR     PIC X(08) VALUE SPACES.
015900 01  DS-REL-REASON       PIC X(50) VALUE SPACES.
016000 01  DS-DIST-PREFIX      PIC X(10) VALUE "DIST.".

016100 01  DS-SWITCHES.
016200     02  DS-EOF-SW       PIC X(01) VALUE "N".
016300         88  DS-END-OF-FILE          VALUE "Y".
016400         88  DS-NOT-END-OF-FILE      VALUE "N".
016500     02  DS-RELEASE-SW   PIC X(01) VALUE "N".
016600         88  DS-RELEASE-REQUESTED    VALUE "Y".

016700 01  DS-PROBE-NAME       PIC X(30) VALUE SPACES.
016800 01  DS-PROBE-STATUS     PIC X(02) VALUE "00".
016900     88  DS-PROBE-STATUS-OK          VALUE "00".
017000 01  DS-RESULT-NAME      PIC X(30) VALUE SPACES.
017100 01  DS-COPY-IN-NAME     PIC X(30) VALUE SPACES.
017200 01  DS-COPY-IN-STATUS   PIC X(02) VALUE "00".
017300     88  DS-COPY-IN-STATUS-OK        VALUE "00".
017400 01  DS-COPY-OUT-NAME    PIC X(40) VALUE SPACES.
017500 01  DS-COPY-OUT-STATUS  PIC X(02) VALUE "00".
017600     88  DS-COPY-OUT-STATUS-OK       VALUE "00".
017700 01  DS-COPY-LINES       PIC 9(07) COMP VALUE ZERO.
017800 01  DS-EDIT-RC          PIC Z9.
017900*----------------------------------------------------------------*
018000*  LEDGER TABLES, IN FILE ORDER SO THE LATEST ENTRY FOR A DATE   *
018100*  AND REVISION WINS.  STATUS 05 IS AN OPTIONAL LEDGER NOT YET   *
018200*  CREATED.  DISTRIBUTION ENTRIES ADDED BY THIS RUN ARE ALSO     *
018300*  ADDED TO THE TABLE, SO A RELEASE IS SEEN BY THE DAILY STEP.   *
018400*----------------------------------------------------------------*
018500 01  DS-DISTLOG-STATUS   PIC X(02) VALUE "00".
018600     88  DS-DISTLOG-STATUS-OK        VALUE "00" "05".
018700 01  DS-DLG-COUNT        PIC 9(05) COMP VALUE ZERO.
018800 01  DS-MAX-DISTLOG      PIC 9(05) VALUE 5000.
018900 01  DS-DISTLOG-TABLE.
019000     02  DS-DLG-ENTRY OCCURS 1 TO 5000 TIMES
019100                         DEPENDING ON DS-DLG-COUNT
019200                         INDEXED BY DLX.
019300         03  DS-DLG-DATE     PIC 9(08).
019400         03  DS-DLG-REV      PIC 9(02).
019500         03  DS-DLG-ACTION   PIC X(01).
019600         03  DS-DLG-OPERATOR PIC X(08).
019700         03  DS-DLG-REASON   PIC X(50).
019800 01  DS-WDRAW-STATUS     PIC X(02) VALUE "00".
019900     88  DS-WDRAW-STATUS-OK          VALUE "00" "05".
020000 01  DS-WDR-COUNT        PIC 9(05) COMP VALUE ZERO.
020100 01  DS-MAX-WDRAW        PIC 9(05) VALUE 5000.
020200 01  DS-WDRAW-TABLE.
020300     02  DS-WDR-ENTRY OCCURS 1 TO 5000 TIMES
020400                         DEPENDING ON DS-WDR-COUNT
020500                         INDEXED BY WDX.
020600         03  DS-WDR-DATE     PIC 9(08).
020700         03  DS-WDR-REV      PIC 9(02).
020800         03  DS-WDR-ACTION   PIC X(01).
020900*----------------------------------------------------------------*
021000*  THE RUN BEING LOOKED AT (DS-GEN-DATE / DS-GEN-REV) AND ITS    *
021100*  STATE AS 1250 AND 1260 FIND IT.  A SPACE STATE IS A RUN THE   *
021200*  DISTRIBUTION LEDGER HAS NO ENTRY FOR.                         *
021300*----------------------------------------------------------------*
021400 01  DS-GEN-DATE         PIC 9(08) VALUE ZERO.
021500 01  DS-GEN-REV          PIC 9(02) VALUE ZERO.
021600 01  DS-GEN-STATE        PIC X(01) VALUE SPACE.
021700     88  DS-GEN-HELD                 VALUE "H".
021800     88  DS-GEN-CLEAN                VALUE "C".
021900     88  DS-GEN-DISTRIBUTED          VALUE "P" "R".
022000 01  DS-GEN-OPERATOR     PIC X(08) VALUE SPACES.
022100 01  DS-GEN-REASON       PIC X(50) VALUE SPACES.
022200 01  DS-WD-STATE-SW      PIC X(01) VALUE "N".
022300     88  DS-WD-WITHDRAWN             VALUE "Y".
022310 01  DS-SUPERSEDED-SW    PIC X(01) VALUE "N".
022320     88  DS-GEN-SUPERSEDED           VALUE "Y".
022600 01  DS-LED-ACTION       PIC X(01) VALUE SPACE.
022700 01  DS-LED-OPERATOR     PIC X(08) VALUE SPACES.
022800 01  DS-LED-REASON       PIC X(50) VALUE SPACES.
022900 01  DS-STAMP-DATE       PIC 9(08) VALUE ZERO.
023000 01  DS-TIME-NOW         PIC 9(08) VALUE ZERO.
023007*----------------------------------------------------------------*
023014*  THE DAILY WALK OF THE DISTRIBUTION LEDGER (3000).  ONLY THE   *
023021*  ENTRIES LOADED AT THE START ARE WALKED - THOSE THIS RUN ADDS  *
023028*  ARE SEEN BY 1260 BUT NEVER ACTED ON AGAIN.  DS-GEN-LAST-IX IS *
023035*  WHERE 1260 FOUND THE RUN'S LATEST ENTRY.                      *
023042*----------------------------------------------------------------*
023049 01  DS-SCAN-IX          PIC 9(05) COMP VALUE ZERO.
023056 01  DS-SCAN-LIMIT       PIC 9(05) COMP VALUE ZERO.
023063 01  DS-LAST-HC-IX       PIC 9(05) COMP VALUE ZERO.
023070 01  DS-GEN-LAST-IX      PIC 9(05) COMP VALUE ZERO.
023077 01  DS-PUB-COUNT        PIC 9(05) VALUE ZERO.
023084 01  DS-HELD-COUNT       PIC 9(05) VALUE ZERO.

023100******************************************************************
023200 PROCEDURE DIVISION.

023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023500     IF DS-RELEASE-REQUESTED
023600         PERFORM 2000-RELEASE-HELD-RUN
023700             THRU 2000-RELEASE-HELD-RUN-EXIT
023800     END-IF
023900     PERFORM 3000-DISTRIBUTE-PENDING
024000         THRU 3000-DISTRIBUTE-PENDING-EXIT
024100     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
024200*----------------------------------------------------------------*
024300*  1000-INITIALIZE - READ AND CHECK THE CONTROL CARDS, ECHO ANY  *
024400*  RELEASE, AND LOAD BOTH LEDGERS.  A RELEASE WITHOUT A RUN      *
024500*  DATE, AN OPERATOR AND A REASON ENDS THE JOB RC 16.            *
024600*----------------------------------------------------------------*
024700 1000-INITIALIZE.
024800     ACCEPT DS-STAMP-DATE FROM DATE YYYYMMDD.
024900     PERFORM 1050-READ-PARM-CARDS
025000         THRU 1050-READ-PARM-CARDS-EXIT.
025100     IF DS-REL-DATE = ZERO
025200             AND (DS-REL-REV-GIVEN OR DS-REL-OPERATOR NOT = SPACES
025300                  OR DS-REL-REASON NOT = SPACES)
025400         DISPLAY "EX2D901E RELEASE CARDS WITHOUT A RUNDATE CARD "
025500             "- NOTHING TO RELEASE"
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900     IF DS-REL-DATE NOT = ZERO
026000         IF DS-REL-OPERATOR = SPACES OR DS-REL-REASON = SPACES
026100             DISPLAY "EX2D902E A RELEASE NEEDS OPERATOR AND "
026200                 "REASON CARDS - THE SIGN-OFF MUST SAY WHO AND "
026300                 "WHY"
026400             MOVE 16 TO RETURN-CODE
026500             STOP RUN
026600         END-IF
026610         PERFORM 1080-EDIT-RELEASE-DATE
026620             THRU 1080-EDIT-RELEASE-DATE-EXIT
026630         IF NOT DS-DATE-VALID
026900             DISPLAY "EX2D903E RUNDATE " DS-REL-DATE
027000                 " IS NOT A VALID yyyymmdd DATE"
027100             MOVE 16 TO RETURN-CODE
027200             STOP RUN
027300         END-IF
027400         SET DS-RELEASE-REQUESTED TO TRUE
027500         DISPLAY "EX2D001I RELEASE RUNDATE ..... " DS-REL-DATE
027600         DISPLAY "EX2D002I RELEASE REVISION .... " DS-REL-REVISION
027700         DISPLAY "EX2D003I RELEASE OPERATOR .... " DS-REL-OPERATOR
027800         DISPLAY "EX2D004I RELEASE REASON ...... " DS-REL-REASON
027900     END-IF.
028000     DISPLAY "EX2D005I DISTRIBUTION PREFIX . " DS-DIST-PREFIX.
028100     PERFORM 1200-LOAD-WITHDRAWALS
028200         THRU 1200-LOAD-WITHDRAWALS-EXIT.
028300     PERFORM 1300-LOAD-DISTLOG THRU 1300-LOAD-DISTLOG-EXIT.
028400 1000-INITIALIZE-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------*
028700*  1050-READ-PARM-CARDS - READ AND VALIDATE EX2DIST.CDS.  EVERY  *
028800*  BAD CARD IS REPORTED IN THE ONE PASS AND THE RUN THEN ENDS    *
028900*  RC 16 BEFORE ANY FILE IS TOUCHED.                             *
029000*----------------------------------------------------------------*
029100 1050-READ-PARM-CARDS.
029200     OPEN INPUT DISTPARM-FILE.
029300     IF NOT DS-PARM-STATUS-OK
029400         DISPLAY "EX2D908I NO CONTROL CARD FILE EX2DIST.CDS"
029500         GO TO 1050-READ-PARM-CARDS-EXIT
029600     END-IF.
029700     PERFORM UNTIL DS-END-OF-FILE
029800         READ DISTPARM-FILE
029900             AT END
030000                 SET DS-END-OF-FILE TO TRUE
030100             NOT AT END
030200                 ADD 1 TO DS-PARM-CARD-CT
030300                 IF DIST-PARM-CARD NOT = SPACES
030400                         AND DIST-PARM-CARD(1:1) NOT = "*"
030500                     PERFORM 1060-APPLY-ONE-CARD
030600                         THRU 1060-APPLY-ONE-CARD-EXIT
030700                 END-IF
030800         END-READ
030900     END-PERFORM.
031000     CLOSE DISTPARM-FILE.
031100     SET DS-NOT-END-OF-FILE TO TRUE.
031200     IF DS-PARM-ERRORS > ZERO
031300         DISPLAY "EX2D907E " DS-PARM-ERRORS " BAD CONTROL "
031400             "CARD(S) - RUN NOT STARTED"
031500         MOVE 16 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800 1050-READ-PARM-CARDS-EXIT.
031900     EXIT.
032000*----------------------------------------------------------------*
032100*  1060-APPLY-ONE-CARD - PARSE ONE KEYWORD=VALUE CARD.  A ONE-   *
032200*  DIGIT REVISION IS ZERO-FILLED ON THE LEFT.                    *
032300*----------------------------------------------------------------*
032400 1060-APPLY-ONE-CARD.
032500     MOVE SPACES TO DS-PARM-KEY DS-PARM-VALUE.
032600     UNSTRING DIST-PARM-CARD DELIMITED BY "="
032700         INTO DS-PARM-KEY DS-PARM-VALUE.
032800     EVALUATE DS-PARM-KEY
032900         WHEN "RUNDATE"
033000             IF DS-PARM-VALUE(1:8) NUMERIC
033100                     AND DS-PARM-VALUE(9:52) = SPACES
033200                 MOVE DS-PARM-VALUE(1:8) TO DS-REL-DATE
033300             ELSE
033400                 PERFORM 1070-BAD-VALUE
033500                     THRU 1070-BAD-VALUE-EXIT
033600             END-IF
033700         WHEN "REVISION"
033800             IF DS-PARM-VALUE(1:1) NUMERIC
033900                     AND DS-PARM-VALUE(2:1) = SPACE
034000                 MOVE DS-PARM-VALUE(1:1) TO DS-PARM-VALUE(2:1)
034100                 MOVE "0" TO DS-PARM-VALUE(1:1)
034200             END-IF
034300             IF DS-PARM-VALUE(1:2) NUMERIC
034400                     AND DS-PARM-VALUE(3:58) = SPACES
034500                 MOVE DS-PARM-VALUE(1:2) TO DS-REL-REVISION
034600                 MOVE "Y" TO DS-REL-REV-SW
034700             ELSE
034800                 PERFORM 1070-BAD-VALUE
034900                     THRU 1070-BAD-VALUE-EXIT
035000             END-IF
035100         WHEN "OPERATOR"
035200             IF DS-PARM-VALUE(1:8) NOT = SPACES
035300                     AND DS-PARM-VALUE(9:52) = SPACES
035400                 MOVE DS-PARM-VALUE(1:8) TO DS-REL-OPERATOR
035500             ELSE
035600                 PERFORM 1070-BAD-VALUE
035700                     THRU 1070-BAD-VALUE-EXIT
035800             END-IF
035900         WHEN "REASON"
036000             IF DS-PARM-VALUE(1:50) NOT = SPACES
036100                     AND DS-PARM-VALUE(51:10) = SPACES
036200                 MOVE DS-PARM-VALUE(1:50) TO DS-REL-REASON
036300             ELSE
036400                 PERFORM 1070-BAD-VALUE
036500                     THRU 1070-BAD-VALUE-EXIT
036600             END-IF
036700         WHEN "DISTPFX"
036800             IF DS-PARM-VALUE(1:10) NOT = SPACES
036900                     AND DS-PARM-VALUE(11:50) = SPACES
037000                 MOVE DS-PARM-VALUE(1:10) TO DS-DIST-PREFIX
037100             ELSE
037200                 PERFORM 1070-BAD-VALUE
037300                     THRU 1070-BAD-VALUE-EXIT
037400             END-IF
037500         WHEN OTHER
037600             ADD 1 TO DS-PARM-ERRORS
037700             DISPLAY "EX2D909E UNKNOWN KEYWORD """ DS-PARM-KEY
037800                 """ ON CARD " DS-PARM-CARD-CT
037900     END-EVALUATE.
038000 1060-APPLY-ONE-CARD-EXIT.
038100     EXIT.

038200 1070-BAD-VALUE.
038300     ADD 1 TO DS-PARM-ERRORS.
038400     DISPLAY "EX2D906E INVALID VALUE """ DS-PARM-VALUE
038500         """ FOR " DS-PARM-KEY " ON CARD " DS-PARM-CARD-CT.
038600 1070-BAD-VALUE-EXIT.
038700     EXIT.

038703*----------------------------------------------------------------*
038706*  1080-EDIT-RELEASE-DATE - FULL CALENDAR EDIT OF THE RELEASE    *
038709*  RUNDATE: MONTH 01-12 AND A DAY NO LATER THAN THAT MONTH'S     *
038712*  LAST DAY (29 FEBRUARY ONLY IN A LEAP YEAR).  THE CARD HAS     *
038715*  ALREADY BEEN TESTED NUMERIC; DS-DATE-VALID GIVES THE ANSWER.  *
038718*----------------------------------------------------------------*
038721 1080-EDIT-RELEASE-DATE.
038724     SET DS-DATE-VALID TO TRUE.
038727     IF DS-REL-YYYY < 1900
038730             OR DS-REL-MM < 1 OR DS-REL-MM > 12
038733             OR DS-REL-DD < 1
038736         MOVE "N" TO DS-DATE-SW
038739         GO TO 1080-EDIT-RELEASE-DATE-EXIT
038742     END-IF.
038745     MOVE DS-MONTH-LEN(DS-REL-MM) TO DS-MAX-DD.
038748     IF DS-REL-MM = 2
038751         DIVIDE DS-REL-YYYY BY 4 GIVING DS-YEAR-QUOTIENT
038754             REMAINDER DS-YEAR-REM4
038757         DIVIDE DS-REL-YYYY BY 100 GIVING DS-YEAR-QUOTIENT
038760             REMAINDER DS-YEAR-REM100
038763         DIVIDE DS-REL-YYYY BY 400 GIVING DS-YEAR-QUOTIENT
038766             REMAINDER DS-YEAR-REM400
038769         IF DS-YEAR-REM400 = 0
038772                 OR (DS-YEAR-REM4 = 0 AND DS-YEAR-REM100 NOT = 0)
038775             MOVE 29 TO DS-MAX-DD
038778         END-IF
038781     END-IF.
038784     IF DS-REL-DD > DS-MAX-DD
038787         MOVE "N" TO DS-DATE-SW
038790     END-IF.
038793 1080-EDIT-RELEASE-DATE-EXIT.
038796     EXIT.
038800*----------------------------------------------------------------*
038900*  1200-LOAD-WITHDRAWALS - LOAD WITHDRAW.DAT SO A GENERATION     *
039000*  EX2BACK HAS BACKED OUT IS NEVER DISTRIBUTED OR RELEASED.      *
039100*----------------------------------------------------------------*
039200 1200-LOAD-WITHDRAWALS.
039300     OPEN INPUT WDRAW-FILE.
039400     IF NOT DS-WDRAW-STATUS-OK
039500         GO TO 1200-LOAD-WITHDRAWALS-EXIT
039600     END-IF.
039700     PERFORM UNTIL DS-END-OF-FILE
039800         READ WDRAW-FILE
039900             AT END
040000                 SET DS-END-OF-FILE TO TRUE
040100             NOT AT END
040200                 IF WD-RUN-DATE NUMERIC AND WD-REVISION NUMERIC
040300                     IF DS-WDR-COUNT = DS-MAX-WDRAW
040400                         GO TO 1290-WITHDRAWAL-OVERFLOW
040500                     END-IF
040600                     ADD 1 TO DS-WDR-COUNT
040700                     SET WDX TO DS-WDR-COUNT
040800                     MOVE WD-RUN-DATE TO DS-WDR-DATE(WDX)
040900                     MOVE WD-REVISION TO DS-WDR-REV(WDX)
041000                     MOVE WD-ACTION TO DS-WDR-ACTION(WDX)
041100                 END-IF
041200         END-READ
041300     END-PERFORM.
041400     CLOSE WDRAW-FILE.
041500     SET DS-NOT-END-OF-FILE TO TRUE.
041600     GO TO 1200-LOAD-WITHDRAWALS-EXIT.
041700 1290-WITHDRAWAL-OVERFLOW.
041800     CLOSE WDRAW-FILE.
041900     DISPLAY "EX2D991E WITHDRAWAL LEDGER EXCEEDS TABLE "
042000         "CAPACITY OF " DS-MAX-WDRAW " ENTRIES - RUN ENDED".
042100     MOVE 16 TO RETURN-CODE.
042200     STOP RUN.
042300 1200-LOAD-WITHDRAWALS-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------*
042600*  1250-CHECK-WITHDRAWN - SET DS-WD-WITHDRAWN WHEN THE LATEST    *
042700*  WITHDRAWAL LEDGER ENTRY FOR DS-GEN-DATE / DS-GEN-REV IS A     *
042800*  WITHDRAWAL.                                                   *
042900*----------------------------------------------------------------*
043000 1250-CHECK-WITHDRAWN.
043100     MOVE "N" TO DS-WD-STATE-SW.
043200     PERFORM VARYING WDX FROM 1 BY 1 UNTIL WDX > DS-WDR-COUNT
043300         IF DS-WDR-DATE(WDX) = DS-GEN-DATE
043400                 AND DS-WDR-REV(WDX) = DS-GEN-REV
043500             IF DS-WDR-ACTION(WDX) = "W"
043600                 MOVE "Y" TO DS-WD-STATE-SW
043700             ELSE
043800                 MOVE "N" TO DS-WD-STATE-SW
043900             END-IF
044000         END-IF
044100     END-PERFORM.
044200 1250-CHECK-WITHDRAWN-EXIT.
044300     EXIT.
044400*----------------------------------------------------------------*
044500*  1260-FIND-DIST-STATE - DS-GEN-STATE, WITH THE OPERATOR AND    *
044600*  REASON OF THE ENTRY THAT SET IT, IS THE LATEST DISTRIBUTION   *
044700*  LEDGER ENTRY FOR DS-GEN-DATE / DS-GEN-REV; DS-GEN-LAST-IX     *
044750*  IS WHERE THAT ENTRY SITS IN THE TABLE.                        *
044800*----------------------------------------------------------------*
044900 1260-FIND-DIST-STATE.
045000     MOVE SPACE TO DS-GEN-STATE.
045100     MOVE SPACES TO DS-GEN-OPERATOR DS-GEN-REASON.
045150     MOVE ZERO TO DS-GEN-LAST-IX.
045200     PERFORM VARYING DLX FROM 1 BY 1 UNTIL DLX > DS-DLG-COUNT
045300         IF DS-DLG-DATE(DLX) = DS-GEN-DATE
045400                 AND DS-DLG-REV(DLX) = DS-GEN-REV
045500             MOVE DS-DLG-ACTION(DLX) TO DS-GEN-STATE
045600             MOVE DS-DLG-OPERATOR(DLX) TO DS-GEN-OPERATOR
045700             MOVE DS-DLG-REASON(DLX) TO DS-GEN-REASON
045750             SET DS-GEN-LAST-IX TO DLX
045800         END-IF
045900     END-PERFORM.
046000 1260-FIND-DIST-STATE-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------*
046300*  1300-LOAD-DISTLOG - LOAD DISTLOG.DAT.                         *
046400*----------------------------------------------------------------*
046500 1300-LOAD-DISTLOG.
046600     OPEN INPUT DISTLOG-FILE.
046700     IF NOT DS-DISTLOG-STATUS-OK
046800         GO TO 1300-LOAD-DISTLOG-EXIT
046900     END-IF.
047000     PERFORM UNTIL DS-END-OF-FILE
047100         READ DISTLOG-FILE
047200             AT END
047300                 SET DS-END-OF-FILE TO TRUE
047400             NOT AT END
047500                 IF DL-RUN-DATE NUMERIC AND DL-REVISION NUMERIC
047600                     IF DS-DLG-COUNT = DS-MAX-DISTLOG
047700                         GO TO 1390-DISTLOG-OVERFLOW
047800                     END-IF
047900                     ADD 1 TO DS-DLG-COUNT
048000                     SET DLX TO DS-DLG-COUNT
048100                     MOVE DL-RUN-DATE TO DS-DLG-DATE(DLX)
048200                     MOVE DL-REVISION TO DS-DLG-REV(DLX)
048300                     MOVE DL-ACTION TO DS-DLG-ACTION(DLX)
048400                     MOVE DL-OPERATOR TO DS-DLG-OPERATOR(DLX)
048500                     MOVE DL-REASON TO DS-DLG-REASON(DLX)
048600                 END-IF
048700         END-READ
048800     END-PERFORM.
048900     CLOSE DISTLOG-FILE.
049000     SET DS-NOT-END-OF-FILE TO TRUE.
049100     GO TO 1300-LOAD-DISTLOG-EXIT.
049200 1390-DISTLOG-OVERFLOW.
049300     CLOSE DISTLOG-FILE.
049400     DISPLAY "EX2D992E DISTRIBUTION LEDGER EXCEEDS TABLE "
049500         "CAPACITY OF " DS-MAX-DISTLOG " ENTRIES - RUN ENDED".
049600     MOVE 16 TO RETURN-CODE.
049700     STOP RUN.
049800 1300-LOAD-DISTLOG-EXIT.
049900     EXIT.
050000*----------------------------------------------------------------*
050100*  2000-RELEASE-HELD-RUN - THE OPERATOR SIGN-OFF.  THE NAMED RUN *
050200*  MUST HAVE PUBLISHED ITS RSLTSUM GENERATION AND MUST NOT BE    *
050300*  WITHDRAWN.  A HELD RUN IS PUBLISHED, LEDGERED "R" WITH THE    *
050400*  OPERATOR AND REASON, AND RAISED AS AN EVENT.  A RUN ALREADY   *
050500*  DISTRIBUTED IS LEFT ALONE, SO A RELEASE DECK LEFT IN PLACE    *
050600*  DOES NO HARM ON LATER DAYS; A RUN THAT WAS NEVER HELD IS NOT  *
050700*  THIS STEP'S TO PUBLISH AND IS WARNED (RC 4).                  *
050800*----------------------------------------------------------------*
050900 2000-RELEASE-HELD-RUN.
051000     MOVE DS-REL-DATE TO DS-GEN-DATE.
051100     MOVE DS-REL-REVISION TO DS-GEN-REV.
051200     PERFORM 2050-BUILD-GENERATION-NAMES
051300         THRU 2050-BUILD-GENERATION-NAMES-EXIT.
051400     OPEN INPUT PROBE-FILE.
051500     IF NOT DS-PROBE-STATUS-OK
051600         DISPLAY "EX2D904E NO RESULT GENERATION " DS-PROBE-NAME
051700             " - NOTHING TO RELEASE"
051800         MOVE 16 TO RETURN-CODE
051900         STOP RUN
052000     END-IF.
052100     CLOSE PROBE-FILE.
052200     PERFORM 1250-CHECK-WITHDRAWN THRU 1250-CHECK-WITHDRAWN-EXIT.
052300     IF DS-WD-WITHDRAWN
052400         DISPLAY "EX2D905E " DS-PROBE-NAME
052500             " IS WITHDRAWN - A BACKED-OUT RUN CANNOT BE RELEASED"
052600         MOVE 12 TO RETURN-CODE
052700         STOP RUN
052800     END-IF.
052900     PERFORM 1260-FIND-DIST-STATE THRU 1260-FIND-DIST-STATE-EXIT.
053000     EVALUATE TRUE
053100         WHEN DS-GEN-HELD
053200             DISPLAY "EX2D010I RUN " DS-GEN-DATE "R" DS-GEN-REV
053300                 " WAS " DS-GEN-REASON
053400             PERFORM 4000-PUBLISH-RUN THRU 4000-PUBLISH-RUN-EXIT
053500             MOVE "R" TO DS-LED-ACTION
053600             MOVE DS-REL-OPERATOR TO DS-LED-OPERATOR
053700             MOVE DS-REL-REASON TO DS-LED-REASON
053800             PERFORM 4500-WRITE-LEDGER THRU 4500-WRITE-LEDGER-EXIT
053900             PERFORM 5000-LOG-RELEASE THRU 5000-LOG-RELEASE-EXIT
054000         WHEN DS-GEN-DISTRIBUTED
054100             DISPLAY "EX2D011I RUN " DS-GEN-DATE "R" DS-GEN-REV
054200                 " NEEDS NO RELEASE - ALREADY DISTRIBUTED BY "
054300                 DS-GEN-OPERATOR
054400         WHEN OTHER
054500             DISPLAY "EX2D910W RUN " DS-GEN-DATE "R" DS-GEN-REV
054600                 " WAS NOT HELD - NOTHING RELEASED"
054700             MOVE 4 TO RETURN-CODE
054800     END-EVALUATE.
054900 2000-RELEASE-HELD-RUN-EXIT.
055000     EXIT.
055100*----------------------------------------------------------------*
055200*  2050-BUILD-GENERATION-NAMES - THE RSLTSUM AND PRINTED RESULT  *
055300*  NAMES OF REVISION DS-GEN-REV OF DS-GEN-DATE, BY EX2'S RULE:   *
055400*  NO SUFFIX FOR THE ORIGINAL RUN, Rnn FOR A REVISION.           *
055500*----------------------------------------------------------------*
055600 2050-BUILD-GENERATION-NAMES.
055700     MOVE SPACES TO DS-PROBE-NAME.
055800     MOVE SPACES TO DS-RESULT-NAME.
055900     IF DS-GEN-REV = ZERO
056000         STRING "RSLTSUM" DELIMITED BY SIZE
056100                DS-GEN-DATE DELIMITED BY SIZE
056200                ".DAT" DELIMITED BY SIZE
056300             INTO DS-PROBE-NAME
056400         STRING "RESULT" DELIMITED BY SIZE
056500                DS-GEN-DATE DELIMITED BY SIZE
056600                ".OUT" DELIMITED BY SIZE
056700             INTO DS-RESULT-NAME
056800     ELSE
056900         STRING "RSLTSUM" DELIMITED BY SIZE
057000                DS-GEN-DATE DELIMITED BY SIZE
057100                "R" DELIMITED BY SIZE
057200                DS-GEN-REV DELIMITED BY SIZE
057300                ".DAT" DELIMITED BY SIZE
057400             INTO DS-PROBE-NAME
057500         STRING "RESULT" DELIMITED BY SIZE
057600                DS-GEN-DATE DELIMITED BY SIZE
057700                "R" DELIMITED BY SIZE
057800                DS-GEN-REV DELIMITED BY SIZE
057900                ".OUT" DELIMITED BY SIZE
058000             INTO DS-RESULT-NAME
058100     END-IF.
058200 2050-BUILD-GENERATION-NAMES-EXIT.
058300     EXIT.
058310*----------------------------------------------------------------*
058320*  3000-DISTRIBUTE-PENDING - THE DAILY STEP.  EVERY RUN WHOSE    *
058330*  LATEST LEDGER ENTRY IS STILL EX2'S "H" OR "C" IS LOOKED AT IN *
058340*  LEDGER ORDER, SO A CATCH-UP STREAM OF SEVERAL DAYS IS ALL     *
058350*  DISTRIBUTED.  CLEAN: PUBLISH IT AND LEDGER IT "P".  HELD: NOT *
058360*  DISTRIBUTED, RC 8, UNTIL AN OPERATOR RELEASES IT.  A RUN      *
058370*  SINCE BACKED OUT, OR REPLACED BY A LATER REVISION OF THE SAME *
058380*  DATE, IS LEFT ALONE.                                          *
058390*----------------------------------------------------------------*
058400 3000-DISTRIBUTE-PENDING.
058410     MOVE DS-DLG-COUNT TO DS-SCAN-LIMIT.
058420     MOVE ZERO TO DS-LAST-HC-IX.
058430     PERFORM VARYING DLX FROM 1 BY 1 UNTIL DLX > DS-SCAN-LIMIT
058440         IF DS-DLG-ACTION(DLX) = "H" OR "C"
058450             SET DS-LAST-HC-IX TO DLX
058460         END-IF
058470     END-PERFORM.
058480     IF DS-LAST-HC-IX = ZERO
058490         DISPLAY "EX2D012I NO RUN LEDGERED FOR DISTRIBUTION - "
058500             "NOTHING TO DO"
058510         GO TO 3000-DISTRIBUTE-PENDING-EXIT
058520     END-IF.
058530     PERFORM VARYING DS-SCAN-IX FROM 1 BY 1
058540             UNTIL DS-SCAN-IX > DS-SCAN-LIMIT
058550         IF DS-DLG-ACTION(DS-SCAN-IX) = "H" OR "C"
058560             PERFORM 3100-DISTRIBUTE-ONE
058570                 THRU 3100-DISTRIBUTE-ONE-EXIT
058580         END-IF
058590     END-PERFORM.
058600     DISPLAY "EX2D016I RUNS PUBLISHED ....... " DS-PUB-COUNT.
058610     DISPLAY "EX2D017I RUNS HELD ............ " DS-HELD-COUNT.
058620 3000-DISTRIBUTE-PENDING-EXIT.
058630     EXIT.
058640*----------------------------------------------------------------*
058650*  3100-DISTRIBUTE-ONE - THE RUN LEDGERED AT DS-SCAN-IX.  ONLY   *
058660*  ITS LATEST ENTRY COUNTS, SO A RUN ALREADY PUBLISHED OR        *
058670*  RELEASED IS PASSED OVER (AND REPORTED WHEN IT IS THE LATEST   *
058680*  RUN, AS THE OPERATOR EXPECTS TO SEE IT).                      *
058690*----------------------------------------------------------------*
058700 3100-DISTRIBUTE-ONE.
058710     MOVE DS-DLG-DATE(DS-SCAN-IX) TO DS-GEN-DATE.
058720     MOVE DS-DLG-REV(DS-SCAN-IX) TO DS-GEN-REV.
058730     PERFORM 1260-FIND-DIST-STATE THRU 1260-FIND-DIST-STATE-EXIT.
058740     IF DS-GEN-LAST-IX NOT = DS-SCAN-IX
058750         IF DS-SCAN-IX = DS-LAST-HC-IX AND DS-GEN-DISTRIBUTED
058760             DISPLAY "EX2D013I RUN " DS-GEN-DATE "R" DS-GEN-REV
058770                 " ALREADY DISTRIBUTED BY " DS-GEN-OPERATOR
058780         END-IF
058790         GO TO 3100-DISTRIBUTE-ONE-EXIT
058800     END-IF.
058810     PERFORM 3150-CHECK-SUPERSEDED
058820         THRU 3150-CHECK-SUPERSEDED-EXIT.
058830     IF DS-GEN-SUPERSEDED
058840         GO TO 3100-DISTRIBUTE-ONE-EXIT
058850     END-IF.
058860     PERFORM 2050-BUILD-GENERATION-NAMES
058870         THRU 2050-BUILD-GENERATION-NAMES-EXIT.
058880     PERFORM 1250-CHECK-WITHDRAWN THRU 1250-CHECK-WITHDRAWN-EXIT.
058890     IF DS-WD-WITHDRAWN
058900         IF DS-SCAN-IX = DS-LAST-HC-IX
058910             DISPLAY "EX2D911W LATEST RUN " DS-GEN-DATE "R"
058920                 DS-GEN-REV " HAS BEEN WITHDRAWN - NOTHING "
058930                 "DISTRIBUTED"
058940             IF RETURN-CODE < 4
058950                 MOVE 4 TO RETURN-CODE
058960             END-IF
058970         END-IF
058980         GO TO 3100-DISTRIBUTE-ONE-EXIT
058990     END-IF.
059000     EVALUATE TRUE
059010         WHEN DS-GEN-CLEAN
059020             PERFORM 4000-PUBLISH-RUN THRU 4000-PUBLISH-RUN-EXIT
059030             MOVE "P" TO DS-LED-ACTION
059040             MOVE "EX2DIST" TO DS-LED-OPERATOR
059050             MOVE "CLEAN RUN PUBLISHED" TO DS-LED-REASON
059060             PERFORM 4500-WRITE-LEDGER THRU 4500-WRITE-LEDGER-EXIT
059070             ADD 1 TO DS-PUB-COUNT
059080         WHEN DS-GEN-HELD
059090             DISPLAY "EX2D912W RUN " DS-GEN-DATE "R" DS-GEN-REV
059100                 " NOT DISTRIBUTED - " DS-GEN-REASON
059110             DISPLAY "EX2D912W RELEASE NEEDS RUNDATE, REVISION, "
059120                 "OPERATOR AND REASON CARDS IN EX2DIST.CDS"
059130             MOVE 8 TO RETURN-CODE
059140             ADD 1 TO DS-HELD-COUNT
059150     END-EVALUATE.
059160 3100-DISTRIBUTE-ONE-EXIT.
059170     EXIT.
059180*----------------------------------------------------------------*
059190*  3150-CHECK-SUPERSEDED - SET DS-GEN-SUPERSEDED WHEN EX2 HAS    *
059200*  LEDGERED A LATER REVISION OF DS-GEN-DATE ("H" OR "C") AFTER   *
059210*  THIS RUN.  THE RERUN REPLACED IT, SO A HOLD ON THE EARLIER    *
059220*  REVISION IS NO LONGER OUTSTANDING AND A CLEAN ONE IS NOT      *
059230*  WORTH PUBLISHING.                                             *
059240*----------------------------------------------------------------*
059250 3150-CHECK-SUPERSEDED.
059260     MOVE "N" TO DS-SUPERSEDED-SW.
059270     PERFORM VARYING DLX FROM DS-SCAN-IX BY 1
059280             UNTIL DLX > DS-SCAN-LIMIT
059290         IF DS-DLG-DATE(DLX) = DS-GEN-DATE
059300                 AND DS-DLG-REV(DLX) NOT = DS-GEN-REV
059310                 AND (DS-DLG-ACTION(DLX) = "H" OR "C")
059320             MOVE "Y" TO DS-SUPERSEDED-SW
059330         END-IF
059340     END-PERFORM.
059350 3150-CHECK-SUPERSEDED-EXIT.
059360     EXIT.
063600*----------------------------------------------------------------*
063700*  4000-PUBLISH-RUN - COPY THE PRINTED RESULTS AND THE RSLTSUM   *
063800*  GENERATION NAMED BY 2050 TO THE DISTRIBUTION AREA (THE SAME   *
063900*  NAMES UNDER DS-DIST-PREFIX).  BOTH MUST COPY BEFORE THE RUN   *
064000*  IS LEDGERED AS DISTRIBUTED.                                   *
064100*----------------------------------------------------------------*
064200 4000-PUBLISH-RUN.
064300     MOVE DS-RESULT-NAME TO DS-COPY-IN-NAME.
064400     PERFORM 4100-COPY-ONE-FILE THRU 4100-COPY-ONE-FILE-EXIT.
064500     MOVE DS-PROBE-NAME TO DS-COPY-IN-NAME.
064600     PERFORM 4100-COPY-ONE-FILE THRU 4100-COPY-ONE-FILE-EXIT.
064700 4000-PUBLISH-RUN-EXIT.
064800     EXIT.
064900*----------------------------------------------------------------*
065000*  4100-COPY-ONE-FILE - COPY DS-COPY-IN-NAME TO THE DISTRIBUTION *
065100*  AREA.  A FAILED COPY ENDS THE RUN RC 16 WITH NOTHING          *
065200*  LEDGERED; THE STEP CAN SIMPLY BE RUN AGAIN.                   *
065300*----------------------------------------------------------------*
065400 4100-COPY-ONE-FILE.
065500     MOVE SPACES TO DS-COPY-OUT-NAME.
065600     STRING DS-DIST-PREFIX DELIMITED BY SPACE
065700            DS-COPY-IN-NAME DELIMITED BY SPACE
065800         INTO DS-COPY-OUT-NAME.
065900     OPEN INPUT COPY-IN-FILE.
066000     IF NOT DS-COPY-IN-STATUS-OK
066100         GO TO 4190-COPY-FAILED
066200     END-IF.
066300     OPEN OUTPUT COPY-OUT-FILE.
066400     IF NOT DS-COPY-OUT-STATUS-OK
066500         GO TO 4190-COPY-FAILED
066600     END-IF.
066700     MOVE ZERO TO DS-COPY-LINES.
066800     PERFORM UNTIL DS-END-OF-FILE
066900         READ COPY-IN-FILE
067000             AT END
067100                 SET DS-END-OF-FILE TO TRUE
067200             NOT AT END
067300                 WRITE COPY-OUT-RECORD FROM COPY-IN-RECORD
067400                 IF NOT DS-COPY-OUT-STATUS-OK
067500                     GO TO 4190-COPY-FAILED
067600                 END-IF
067700                 ADD 1 TO DS-COPY-LINES
067800         END-READ
067900     END-PERFORM.
068000     CLOSE COPY-IN-FILE.
068100     CLOSE COPY-OUT-FILE.
068200     SET DS-NOT-END-OF-FILE TO TRUE.
068300     DISPLAY "EX2D006I PUBLISHED " DS-COPY-OUT-NAME " "
068400         DS-COPY-LINES " RECORDS".
068500     GO TO 4100-COPY-ONE-FILE-EXIT.
068600 4190-COPY-FAILED.
068700     DISPLAY "EX2D990E COPY OF " DS-COPY-IN-NAME " TO "
068800         DS-COPY-OUT-NAME " FAILED - STATUS "
068900         DS-COPY-IN-STATUS "/" DS-COPY-OUT-STATUS.
069000     DISPLAY "EX2D990E RUN NOT LEDGERED AS DISTRIBUTED - CORRECT "
069100         "THE CAUSE AND RERUN EX2DIST".
069200     MOVE 16 TO RETURN-CODE.
069300     STOP RUN.
069400 4100-COPY-ONE-FILE-EXIT.
069500     EXIT.
069600*----------------------------------------------------------------*
069700*  4500-WRITE-LEDGER - APPEND DS-LED-ACTION FOR DS-GEN-DATE /    *
069800*  DS-GEN-REV TO DISTLOG.DAT AND TO THE IN-STORAGE TABLE.        *
069900*----------------------------------------------------------------*
070000 4500-WRITE-LEDGER.
070100     ACCEPT DS-TIME-NOW FROM TIME.
070110     OPEN EXTEND DISTLOG-FILE.
070120     IF NOT DS-DISTLOG-STATUS-OK
070130         GO TO 4590-LEDGER-FAILED
070140     END-IF.
070300     MOVE SPACES TO DISTLOG-RECORD.
070400     MOVE DS-GEN-DATE TO DL-RUN-DATE.
070500     MOVE DS-GEN-REV TO DL-REVISION.
070600     MOVE DS-LED-ACTION TO DL-ACTION.
070700     MOVE DS-STAMP-DATE TO DL-STAMP-DATE.
070800     MOVE DS-TIME-NOW TO DL-STAMP-TIME.
070900     MOVE DS-LED-OPERATOR TO DL-OPERATOR.
071000     MOVE DS-LED-REASON TO DL-REASON.
071010     WRITE DISTLOG-RECORD.
071020     IF DS-DISTLOG-STATUS NOT = "00"
071030         GO TO 4590-LEDGER-FAILED
071040     END-IF.
071200     CLOSE DISTLOG-FILE.
071300     IF DS-DLG-COUNT < DS-MAX-DISTLOG
071400         ADD 1 TO DS-DLG-COUNT
071500         SET DLX TO DS-DLG-COUNT
071600         MOVE DS-GEN-DATE TO DS-DLG-DATE(DLX)
071700         MOVE DS-GEN-REV TO DS-DLG-REV(DLX)
071800         MOVE DS-LED-ACTION TO DS-DLG-ACTION(DLX)
071900         MOVE DS-LED-OPERATOR TO DS-DLG-OPERATOR(DLX)
072000         MOVE DS-LED-REASON TO DS-DLG-REASON(DLX)
072100     END-IF.
072200     DISPLAY "EX2D007I RUN " DS-GEN-DATE "R" DS-GEN-REV
072300         " LEDGERED " DS-LED-ACTION " BY " DS-LED-OPERATOR.
072310     GO TO 4500-WRITE-LEDGER-EXIT.
072320 4590-LEDGER-FAILED.
072330     DISPLAY "EX2D993E CANNOT UPDATE DISTLOG.DAT FOR RUN "
072340         DS-GEN-DATE "R" DS-GEN-REV " - STATUS "
072345         DS-DISTLOG-STATUS.
072350     DISPLAY "EX2D993E " DS-LED-ACTION " NOT LEDGERED - CORRECT "
072360         "THE CAUSE AND RERUN EX2DIST".
072370     MOVE 16 TO RETURN-CODE.
072380     STOP RUN.
072400 4500-WRITE-LEDGER-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------*
072700*  5000-LOG-RELEASE - RAISE THE RELEASE IN EX2EVENTS.DAT, DATED  *
072800*  WITH THE RUN DATE RELEASED SO IT FILES WITH THAT DAY'S HOLD   *
072900*  EVENT.                                                        *
073000*----------------------------------------------------------------*
073100 5000-LOG-RELEASE.
073200     ACCEPT DS-TIME-NOW FROM TIME.
073300     OPEN EXTEND EVENTS-FILE.
073400     MOVE SPACES TO EVENTS-RECORD.
073500     MOVE DS-GEN-DATE TO EV-DATE.
073600     MOVE DS-TIME-NOW TO EV-TIME.
073700     MOVE "EX2D014W" TO EV-CODE.
073800     MOVE "W" TO EV-SEVERITY.
073900     STRING "RUN " DELIMITED BY SIZE
074000            DS-GEN-DATE DELIMITED BY SIZE
074100            "R" DELIMITED BY SIZE
074200            DS-GEN-REV DELIMITED BY SIZE
074300            " RELEASED OVER HOLD BY " DELIMITED BY SIZE
074400            DS-REL-OPERATOR DELIMITED BY SPACE
074500            " - " DELIMITED BY SIZE
074600            DS-REL-REASON DELIMITED BY SIZE
074700         INTO EV-TEXT.
074800     WRITE EVENTS-RECORD.
074900     CLOSE EVENTS-FILE.
075000     DISPLAY "EX2D014W RUN " DS-GEN-DATE "R" DS-GEN-REV
075100         " RELEASED OVER HOLD BY " DS-REL-OPERATOR.
075200 5000-LOG-RELEASE-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------*
075500*  9999-TERMINATE - END OF JOB.  THE RETURN CODE IS ALREADY SET: *
075600*  0 WHEN EVERY PENDING RUN IS DISTRIBUTED, 4 FOR A WARNING,     *
075700*  8 WHEN ANY RUN IS STILL HELD AWAITING RELEASE.                *
075800*----------------------------------------------------------------*
075900 9999-TERMINATE.
076000     MOVE RETURN-CODE TO DS-EDIT-RC.
076100     DISPLAY "EX2D015I EX2DIST ENDED - RC " DS-EDIT-RC.
076200 9999-TERMINATE-EXIT.
076300     STOP RUN.
