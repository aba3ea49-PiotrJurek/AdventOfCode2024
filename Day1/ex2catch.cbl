000100 IDENTIFICATION DIVISION.
000200******************************************************************
000300*                                                                *
000400*    PROGRAM-ID : EX2CATCH                                       *
000500*    AUTHOR     : D. KOWALSKI                                    *
000600*    PURPOSE    : CATCH-UP DRIVER FOR EX2.  TAKES THE LIST OF    *
000700*                 DATED EXTRACTS ON THE EX2CATCH.CDS CARDS AND   *
000800*                 RUNS EX2 ONCE PER DAY IN BUSINESS-DATE ORDER,  *
000900*                 EACH DAY AS OF ITS OWN DATE, SO THE DATED      *
001000*                 OUTPUTS AND THE CARRIED FILES COME OUT AS IF   *
001100*                 THE JOB HAD RUN ON TIME EACH MORNING.  A LIST  *
001200*                 HOLDING A DATE EARLIER THAN THE CARRIED FILES  *
001300*                 ALREADY REFLECT IS REFUSED WHOLE; THE LATER    *
001400*                 RUNS MUST BE BACKED OUT WITH EX2BACK FIRST.    *
001500*                                                                *
001600******************************************************************
001700 PROGRAM-ID. EX2CATCH.
001800 AUTHOR. D. KOWALSKI.
001900 INSTALLATION. BATCH SYSTEMS - DAILY RECONCILIATION.
002000 DATE-WRITTEN. 2026-10-15.
002100 DATE-COMPILED.
002200******************************************************************
002300*  MODIFICATION HISTORY                                          *
002400*  ----------------------------------------------------------    *
002500*  DATE        INIT  DESCRIPTION                                 *
002600*  2026-10-15  DK    ORIGINAL PROGRAM - CATCH-UP PROCESSING OF   *
002700*                    MISSED DAYS THROUGH EX2'S ASOF DATE.        *
002710*  2026-10-15  DK    EXTRACT= DATES NOW GET A FULL CALENDAR EDIT *
002720*                    (1080) - 30 FEBRUARY OR 31 APRIL IS A BAD   *
002730*                    CARD. PERFLOG-RECORD ELAPSED AND RECORD     *
002740*                    FIELDS CORRECTED TO EX2'S 9(09) AND 9(05).  *
002800******************************************************************

002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CATCHPARM-FILE ASSIGN TO "EX2CATCH.CDS"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS CC-PARM-STATUS.

003500     SELECT PROBE-FILE ASSIGN TO DYNAMIC CC-PROBE-NAME
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS CC-PROBE-STATUS.

003800     SELECT OPTIONAL PERFLOG-FILE ASSIGN TO "PERFLOG.TXT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CC-PERFLOG-STATUS.

004100     SELECT OPTIONAL WDRAW-FILE ASSIGN TO "WITHDRAW.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS CC-WDRAW-STATUS.

004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------------*
004700*  CATCH-PARM-CARD - ONE KEYWORD=VALUE CONTROL CARD PER LINE,    *
004800*  SAME CONVENTIONS AS EX2'S EX2PARM.CDS: "*" IN COLUMN 1 IS A   *
004900*  COMMENT, BLANK CARDS ARE IGNORED.                             *
005000*----------------------------------------------------------------*
005100 FD  CATCHPARM-FILE.
005200 01  CATCH-PARM-CARD         PIC X(80).
005300*----------------------------------------------------------------*
005400*  PROBE-RECORD - ONLY OPENED TO SEE THAT AN EXTRACT IS THERE    *
005500*  BEFORE ANY DAY IS RUN; NEVER READ.                            *
005600*----------------------------------------------------------------*
005700 FD  PROBE-FILE.
005800 01  PROBE-RECORD            PIC X(80).
005900*----------------------------------------------------------------*
006000*  PERFLOG-RECORD - EX2'S PHASE TIMING LOG, SAME LAYOUT.  EVERY  *
006100*  RUN EX2 HAS COMPLETED AND NOT HAD BACKED OUT HAS ROWS HERE,   *
006200*  SO ITS LATEST RUN DATE IS THE DAY THE CARRIED FILES REFLECT.  *
006300*----------------------------------------------------------------*
006400 FD  PERFLOG-FILE.
006500 01  PERFLOG-RECORD.
006600     02  PL-RUN-DATE         PIC 9(08).
006700     02  FILLER              PIC X(01).
006800     02  PL-REVISION         PIC 9(02).
006900     02  FILLER              PIC X(01).
007000     02  PL-PHASE            PIC X(20).
007100     02  FILLER              PIC X(01).
007200     02  PL-ELAPSED-CS       PIC 9(09).
007300     02  FILLER              PIC X(01).
007400     02  PL-RECORDS          PIC 9(05).
007500*----------------------------------------------------------------*
007600*  WDRAW-RECORD - THE RESULT-GENERATION WITHDRAWAL LEDGER, SAME  *
007700*  LAYOUT AS IN EX2.  A WITHDRAWN RUN NO LONGER COUNTS.          *
007800*----------------------------------------------------------------*
007900 FD  WDRAW-FILE.
008000 01  WDRAW-RECORD.
008100     02  WD-RUN-DATE         PIC 9(08).
008200     02  FILLER              PIC X(01).
008300     02  WD-REVISION         PIC 9(02).
008400     02  FILLER              PIC X(01).
008500     02  WD-ACTION           PIC X(01).
008600     02  FILLER              PIC X(01).
008700     02  WD-STAMP-DATE       PIC 9(08).
008800     02  FILLER              PIC X(01).
008900     02  WD-STAMP-TIME       PIC 9(08).
009000     02  FILLER              PIC X(01).
009100     02  WD-OPERATOR         PIC X(08).
009200     02  FILLER              PIC X(01).
009300     02  WD-REASON           PIC X(50).

009400 WORKING-STORAGE SECTION.
009500*----------------------------------------------------------------*
009600*  THE CONTROL CARDS (EX2CATCH.CDS).  ONE EXTRACT= CARD PER      *
009700*  MISSED DAY, GIVING THE BUSINESS DATE AND THE EXTRACT FOR IT:  *
009800*      EXTRACT=20261012 INPUT20261012.TXT                        *
009900*  THE CARDS MAY BE IN ANY ORDER.  A DATE THAT IS NOT A REAL     *
010000*  DATE, IS LATER THAN TODAY OR APPEARS TWICE, OR A MISSING      *
010100*  EXTRACT NAME, IS A BAD CARD; ANY BAD CARD ENDS THE RUN RC 16  *
010200*  BEFORE EX2 IS CALLED.                                         *
010300*----------------------------------------------------------------*
010400 01  CC-PARM-STATUS      PIC X(02) VALUE "00".
010500     88  CC-PARM-STATUS-OK           VALUE "00".
010600 01  CC-PARM-KEY         PIC X(12) VALUE SPACES.
010700 01  CC-PARM-VALUE       PIC X(60) VALUE SPACES.
010800 01  CC-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
010900 01  CC-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
011000 01  CC-CARD-DATE        PIC 9(08) VALUE ZERO.
011100 01  CC-CARD-DATE-X REDEFINES CC-CARD-DATE.
011200     02  CC-CARD-YYYY    PIC 9(04).
011300     02  CC-CARD-MM      PIC 9(02).
011400     02  CC-CARD-DD      PIC 9(02).
011404 01  CC-DATE-SW          PIC X(01) VALUE "Y".
011408     88  CC-DATE-VALID               VALUE "Y".
011412 01  CC-MONTH-DAYS-TABLE.
011416     02  FILLER          PIC 9(02) VALUE 31.
011420     02  FILLER          PIC 9(02) VALUE 28.
011424     02  FILLER          PIC 9(02) VALUE 31.
011428     02  FILLER          PIC 9(02) VALUE 30.
011432     02  FILLER          PIC 9(02) VALUE 31.
011436     02  FILLER          PIC 9(02) VALUE 30.
011440     02  FILLER          PIC 9(02) VALUE 31.
011444     02  FILLER          PIC 9(02) VALUE 31.
011448     02  FILLER          PIC 9(02) VALUE 30.
011452     02  FILLER          PIC 9(02) VALUE 31.
011456     02  FILLER          PIC 9(02) VALUE 30.
011460     02  FILLER          PIC 9(02) VALUE 31.
011464 01  CC-MONTH-DAYS REDEFINES CC-MONTH-DAYS-TABLE.
011468     02  CC-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
011472 01  CC-MAX-DD           PIC 9(02) VALUE ZERO.
011476 01  CC-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
011480 01  CC-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
011484 01  CC-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
011488 01  CC-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.

011500 01  CC-SWITCHES.
011600     02  CC-EOF-SW       PIC X(01) VALUE "N".
011700         88  CC-END-OF-FILE          VALUE "Y".
011800         88  CC-NOT-END-OF-FILE      VALUE "N".
011900     02  CC-WD-STATE-SW  PIC X(01) VALUE "N".
012000         88  CC-WD-WITHDRAWN         VALUE "Y".
012100*----------------------------------------------------------------*
012200*  THE DAYS TO RUN, SORTED INTO DATE ORDER BY 1400 BEFORE THE    *
012300*  FIRST CALL.  CC-DAY-RC IS EACH DAY'S EX2 RETURN CODE.         *
012400*----------------------------------------------------------------*
012500 01  CC-DAY-COUNT        PIC 9(03) COMP VALUE ZERO.
012600 01  CC-MAX-DAYS         PIC 9(03) VALUE 60.
012700 01  CC-DAY-TABLE.
012800     02  CC-DAY-ENTRY OCCURS 60 TIMES INDEXED BY DYX DYY.
012900         03  CC-DAY-DATE     PIC 9(08).
013000         03  CC-DAY-INFILE   PIC X(40).
013100         03  CC-DAY-RC       PIC 9(02).
013200 01  CC-HOLD-ENTRY.
013300     02  CC-HOLD-DATE        PIC 9(08).
013400     02  CC-HOLD-INFILE      PIC X(40).
013500     02  CC-HOLD-RC          PIC 9(02).
013600 01  CC-SORT-SW          PIC X(01) VALUE "N".
013700     88  CC-SORT-DONE                VALUE "Y".

013800 01  CC-PROBE-NAME       PIC X(40) VALUE SPACES.
013900 01  CC-PROBE-STATUS     PIC X(02) VALUE "00".
014000     88  CC-PROBE-STATUS-OK          VALUE "00".
014100 01  CC-PERFLOG-STATUS   PIC X(02) VALUE "00".
014200     88  CC-PERFLOG-STATUS-OK        VALUE "00" "05".
014300 01  CC-TODAY            PIC 9(08) VALUE ZERO.
014400 01  CC-CARRIED-DATE     PIC 9(08) VALUE ZERO.
014500 01  CC-CALL-RC          PIC 9(02) VALUE ZERO.
014600 01  CC-MAX-RC           PIC 9(02) VALUE ZERO.
014700 01  CC-DAYS-RUN         PIC 9(03) VALUE ZERO.
014800 01  CC-EDIT-RC          PIC Z9.
014900*----------------------------------------------------------------*
015000*  THE WITHDRAWAL LEDGER, IN FILE ORDER SO THE LATEST ENTRY FOR  *
015100*  A DATE AND REVISION WINS.  STATUS 05 IS A LEDGER NOT YET      *
015200*  CREATED.                                                      *
015300*----------------------------------------------------------------*
015400 01  CC-WDRAW-STATUS     PIC X(02) VALUE "00".
015500     88  CC-WDRAW-STATUS-OK          VALUE "00" "05".
015600 01  CC-WDR-COUNT        PIC 9(05) COMP VALUE ZERO.
015700 01  CC-MAX-WDRAW        PIC 9(05) VALUE 5000.
015800 01  CC-WDRAW-TABLE.
015900     02  CC-WDR-ENTRY OCCURS 1 TO 5000 TIMES
016000                         DEPENDING ON CC-WDR-COUNT
016100                         INDEXED BY WDX.
016200         03  CC-WDR-DATE     PIC 9(08).
016300         03  CC-WDR-REV      PIC 9(02).
016400         03  CC-WDR-ACTION   PIC X(01).
016500*----------------------------------------------------------------*
016600*  CU-CATCHUP-AREA - SHARED WITH EX2, WHICH PICKS UP THE DAY'S   *
016700*  BUSINESS DATE AND EXTRACT FROM IT IN PLACE OF ITS ASOF AND    *
016800*  INFILE CARDS WHILE THE EYECATCHER IS SET.                     *
016900*----------------------------------------------------------------*
017000 01  CU-CATCHUP-AREA EXTERNAL.
017100     02  CU-EYECATCHER       PIC X(08).
017200     02  CU-ASOF-DATE        PIC 9(08).
017300     02  CU-INFILE           PIC X(40).
017400     02  CU-DAY-NUMBER       PIC 9(03).
017500     02  CU-DAY-COUNT        PIC 9(03).

017600******************************************************************
017700 PROCEDURE DIVISION.

017800 0000-MAINLINE.
017900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
018000     PERFORM 2000-RUN-ONE-DAY THRU 2000-RUN-ONE-DAY-EXIT
018100         VARYING DYX FROM 1 BY 1 UNTIL DYX > CC-DAY-COUNT
018200     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.
018300*----------------------------------------------------------------*
018400*  1000-INITIALIZE - READ AND CHECK THE CARDS, PUT THE DAYS IN   *
018500*  DATE ORDER, CHECK EVERY EXTRACT IS THERE, AND REFUSE THE LIST *
018600*  WHEN ITS FIRST DAY IS EARLIER THAN THE CARRIED FILES ALREADY  *
018700*  REFLECT.  NOTHING IS RUN UNLESS THE WHOLE LIST CAN BE.        *
018800*----------------------------------------------------------------*
018900 1000-INITIALIZE.
019000     ACCEPT CC-TODAY FROM DATE YYYYMMDD.
019100     PERFORM 1050-READ-PARM-CARDS
019200         THRU 1050-READ-PARM-CARDS-EXIT.
019300     IF CC-DAY-COUNT = ZERO
019400         DISPLAY "EX2U901E NO EXTRACT CARDS IN EX2CATCH.CDS "
019500             "- NOTHING TO CATCH UP"
019600         MOVE 16 TO RETURN-CODE
019700         STOP RUN
019800     END-IF.
019900     PERFORM 1400-SORT-DAYS THRU 1400-SORT-DAYS-EXIT.
020000     PERFORM 1500-PROBE-EXTRACTS THRU 1500-PROBE-EXTRACTS-EXIT.
020100     PERFORM 1200-LOAD-WITHDRAWALS
020200         THRU 1200-LOAD-WITHDRAWALS-EXIT.
020300     PERFORM 1600-FIND-CARRIED-DATE
020400         THRU 1600-FIND-CARRIED-DATE-EXIT.
020500     DISPLAY "EX2U001I DAYS TO CATCH UP ... " CC-DAY-COUNT.
020600     DISPLAY "EX2U002I FIRST BUSINESS DATE  " CC-DAY-DATE(1).
020700     DISPLAY "EX2U003I LAST BUSINESS DATE . "
020800         CC-DAY-DATE(CC-DAY-COUNT).
020900     IF CC-CARRIED-DATE = ZERO
021000         DISPLAY "EX2U004I CARRIED FILES ..... (NO RUNS YET)"
021100     ELSE
021200         DISPLAY "EX2U004I CARRIED FILES ..... AS OF "
021300             CC-CARRIED-DATE
021400     END-IF.
021500     IF CC-DAY-DATE(1) < CC-CARRIED-DATE
021600         DISPLAY "EX2U905E " CC-DAY-DATE(1) " IS EARLIER THAN "
021700             CC-CARRIED-DATE " ALREADY IN THE CARRIED FILES"
021800         DISPLAY "EX2U905E BACK OUT THE LATER RUN(S) WITH "
021900             "EX2BACK FIRST - NO DAY RUN"
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF.
022300 1000-INITIALIZE-EXIT.
022400     EXIT.
022500*----------------------------------------------------------------*
022600*  1050-READ-PARM-CARDS - READ AND VALIDATE EX2CATCH.CDS.  EVERY *
022700*  BAD CARD IS REPORTED IN THE ONE PASS AND THE RUN THEN ENDS    *
022800*  RC 16.  THE CARD FILE IS REQUIRED.                            *
022900*----------------------------------------------------------------*
023000 1050-READ-PARM-CARDS.
023100     OPEN INPUT CATCHPARM-FILE.
023200     IF NOT CC-PARM-STATUS-OK
023300         DISPLAY "EX2U902E NO CONTROL CARD FILE EX2CATCH.CDS "
023400             "- NOTHING TO CATCH UP"
023500         MOVE 16 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800     PERFORM UNTIL CC-END-OF-FILE
023900         READ CATCHPARM-FILE
024000             AT END
024100                 SET CC-END-OF-FILE TO TRUE
024200             NOT AT END
024300                 ADD 1 TO CC-PARM-CARD-CT
024400                 IF CATCH-PARM-CARD NOT = SPACES
024500                         AND CATCH-PARM-CARD(1:1) NOT = "*"
024600                     PERFORM 1060-APPLY-ONE-CARD
024700                         THRU 1060-APPLY-ONE-CARD-EXIT
024800                 END-IF
024900         END-READ
025000     END-PERFORM.
025100     CLOSE CATCHPARM-FILE.
025200     SET CC-NOT-END-OF-FILE TO TRUE.
025300     IF CC-PARM-ERRORS > ZERO
025400         DISPLAY "EX2U907E " CC-PARM-ERRORS " BAD CONTROL "
025500             "CARD(S) - NO DAY RUN"
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900 1050-READ-PARM-CARDS-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------*
026200*  1060-APPLY-ONE-CARD - PARSE ONE KEYWORD=VALUE CARD.  THE      *
026300*  EXTRACT VALUE IS THE DATE, ONE SPACE, AND THE EXTRACT NAME.   *
026400*----------------------------------------------------------------*
026500 1060-APPLY-ONE-CARD.
026600     MOVE SPACES TO CC-PARM-KEY CC-PARM-VALUE.
026700     UNSTRING CATCH-PARM-CARD DELIMITED BY "="
026800         INTO CC-PARM-KEY CC-PARM-VALUE.
026900     EVALUATE CC-PARM-KEY
027000         WHEN "EXTRACT"
027100             IF CC-PARM-VALUE(1:8) NOT NUMERIC
027200                     OR CC-PARM-VALUE(9:1) NOT = SPACE
027300                     OR CC-PARM-VALUE(10:40) = SPACES
027400                     OR CC-PARM-VALUE(50:11) NOT = SPACES
027500                 PERFORM 1070-BAD-VALUE THRU 1070-BAD-VALUE-EXIT
027600                 GO TO 1060-APPLY-ONE-CARD-EXIT
027700             END-IF
027800             MOVE CC-PARM-VALUE(1:8) TO CC-CARD-DATE
027810             PERFORM 1080-EDIT-CARD-DATE
027820                 THRU 1080-EDIT-CARD-DATE-EXIT
027830             IF NOT CC-DATE-VALID
028100                     OR CC-CARD-DATE > CC-TODAY
028200                 PERFORM 1070-BAD-VALUE THRU 1070-BAD-VALUE-EXIT
028300                 GO TO 1060-APPLY-ONE-CARD-EXIT
028400             END-IF
028500             PERFORM VARYING DYY FROM 1 BY 1
028600                     UNTIL DYY > CC-DAY-COUNT
028700                 IF CC-DAY-DATE(DYY) = CC-CARD-DATE
028800                     ADD 1 TO CC-PARM-ERRORS
028900                     DISPLAY "EX2U903E BUSINESS DATE "
029000                         CC-CARD-DATE " GIVEN TWICE - CARD "
029100                         CC-PARM-CARD-CT
029200                     GO TO 1060-APPLY-ONE-CARD-EXIT
029300                 END-IF
029400             END-PERFORM
029500             IF CC-DAY-COUNT = CC-MAX-DAYS
029600                 ADD 1 TO CC-PARM-ERRORS
029700                 DISPLAY "EX2U904E MORE THAN " CC-MAX-DAYS
029800                     " EXTRACT CARDS - CARD " CC-PARM-CARD-CT
029900                 GO TO 1060-APPLY-ONE-CARD-EXIT
030000             END-IF
030100             ADD 1 TO CC-DAY-COUNT
030200             SET DYY TO CC-DAY-COUNT
030300             MOVE CC-CARD-DATE TO CC-DAY-DATE(DYY)
030400             MOVE CC-PARM-VALUE(10:40) TO CC-DAY-INFILE(DYY)
030500             MOVE ZERO TO CC-DAY-RC(DYY)
030600         WHEN OTHER
030700             ADD 1 TO CC-PARM-ERRORS
030800             DISPLAY "EX2U909E UNKNOWN KEYWORD """ CC-PARM-KEY
030900                 """ ON CARD " CC-PARM-CARD-CT
031000     END-EVALUATE.
031100 1060-APPLY-ONE-CARD-EXIT.
031200     EXIT.

031300 1070-BAD-VALUE.
031400     ADD 1 TO CC-PARM-ERRORS.
031500     DISPLAY "EX2U906E INVALID VALUE """ CC-PARM-VALUE
031600         """ FOR " CC-PARM-KEY " ON CARD " CC-PARM-CARD-CT.
031700 1070-BAD-VALUE-EXIT.
031800     EXIT.

031803*----------------------------------------------------------------*
031806*  1080-EDIT-CARD-DATE - FULL CALENDAR EDIT OF CC-CARD-DATE:     *
031809*  MONTH 01-12 AND A DAY NO LATER THAN THAT MONTH'S LAST DAY     *
031812*  (29 FEBRUARY ONLY IN A LEAP YEAR).  THE CALLER HAS ALREADY    *
031815*  TESTED THE DATE NUMERIC; CC-DATE-VALID GIVES THE ANSWER.      *
031818*----------------------------------------------------------------*
031821 1080-EDIT-CARD-DATE.
031824     SET CC-DATE-VALID TO TRUE.
031827     IF CC-CARD-YYYY < 1900
031830             OR CC-CARD-MM < 1 OR CC-CARD-MM > 12
031833             OR CC-CARD-DD < 1
031836         MOVE "N" TO CC-DATE-SW
031839         GO TO 1080-EDIT-CARD-DATE-EXIT
031842     END-IF.
031845     MOVE CC-MONTH-LEN(CC-CARD-MM) TO CC-MAX-DD.
031848     IF CC-CARD-MM = 2
031851         DIVIDE CC-CARD-YYYY BY 4 GIVING CC-YEAR-QUOTIENT
031854             REMAINDER CC-YEAR-REM4
031857         DIVIDE CC-CARD-YYYY BY 100 GIVING CC-YEAR-QUOTIENT
031860             REMAINDER CC-YEAR-REM100
031863         DIVIDE CC-CARD-YYYY BY 400 GIVING CC-YEAR-QUOTIENT
031866             REMAINDER CC-YEAR-REM400
031869         IF CC-YEAR-REM400 = 0
031872                 OR (CC-YEAR-REM4 = 0 AND CC-YEAR-REM100 NOT = 0)
031875             MOVE 29 TO CC-MAX-DD
031878         END-IF
031881     END-IF.
031884     IF CC-CARD-DD > CC-MAX-DD
031887         MOVE "N" TO CC-DATE-SW
031890     END-IF.
031893 1080-EDIT-CARD-DATE-EXIT.
031896     EXIT.
031900*----------------------------------------------------------------*
032000*  1200-LOAD-WITHDRAWALS - LOAD WITHDRAW.DAT SO A RUN EX2BACK    *
032100*  HAS BACKED OUT IS NOT TAKEN AS CARRIED.                       *
032200*----------------------------------------------------------------*
032300 1200-LOAD-WITHDRAWALS.
032400     OPEN INPUT WDRAW-FILE.
032500     IF NOT CC-WDRAW-STATUS-OK
032600         GO TO 1200-LOAD-WITHDRAWALS-EXIT
032700     END-IF.
032800     PERFORM UNTIL CC-END-OF-FILE
032900         READ WDRAW-FILE
033000             AT END
033100                 SET CC-END-OF-FILE TO TRUE
033200             NOT AT END
033300                 IF WD-RUN-DATE NUMERIC AND WD-REVISION NUMERIC
033400                     IF CC-WDR-COUNT = CC-MAX-WDRAW
033500                         GO TO 1290-WITHDRAWAL-OVERFLOW
033600                     END-IF
033700                     ADD 1 TO CC-WDR-COUNT
033800                     SET WDX TO CC-WDR-COUNT
033900                     MOVE WD-RUN-DATE TO CC-WDR-DATE(WDX)
034000                     MOVE WD-REVISION TO CC-WDR-REV(WDX)
034100                     MOVE WD-ACTION TO CC-WDR-ACTION(WDX)
034200                 END-IF
034300         END-READ
034400     END-PERFORM.
034500     CLOSE WDRAW-FILE.
034600     SET CC-NOT-END-OF-FILE TO TRUE.
034700     GO TO 1200-LOAD-WITHDRAWALS-EXIT.
034800 1290-WITHDRAWAL-OVERFLOW.
034900     CLOSE WDRAW-FILE.
035000     DISPLAY "EX2U991E WITHDRAWAL LEDGER EXCEEDS TABLE "
035100         "CAPACITY OF " CC-MAX-WDRAW " ENTRIES - RUN ENDED".
035200     MOVE 16 TO RETURN-CODE.
035300     STOP RUN.
035400 1200-LOAD-WITHDRAWALS-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------*
035700*  1250-CHECK-WITHDRAWN - SET CC-WD-WITHDRAWN WHEN THE LATEST    *
035800*  WITHDRAWAL LEDGER ENTRY FOR THE PERFLOG ROW'S RUN IS A        *
035900*  WITHDRAWAL.                                                   *
036000*----------------------------------------------------------------*
036100 1250-CHECK-WITHDRAWN.
036200     MOVE "N" TO CC-WD-STATE-SW.
036300     PERFORM VARYING WDX FROM 1 BY 1 UNTIL WDX > CC-WDR-COUNT
036400         IF CC-WDR-DATE(WDX) = PL-RUN-DATE
036500                 AND CC-WDR-REV(WDX) = PL-REVISION
036600             IF CC-WDR-ACTION(WDX) = "W"
036700                 MOVE "Y" TO CC-WD-STATE-SW
036800             ELSE
036900                 MOVE "N" TO CC-WD-STATE-SW
037000             END-IF
037100         END-IF
037200     END-PERFORM.
037300 1250-CHECK-WITHDRAWN-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------*
037600*  1400-SORT-DAYS - PUT THE DAYS INTO BUSINESS-DATE ORDER.  THE  *
037700*  LIST IS AT MOST CC-MAX-DAYS LONG, SO A SIMPLE EXCHANGE SORT   *
037800*  SERVES.                                                       *
037900*----------------------------------------------------------------*
038000 1400-SORT-DAYS.
038100     MOVE "N" TO CC-SORT-SW.
038200     PERFORM UNTIL CC-SORT-DONE
038300         MOVE "Y" TO CC-SORT-SW
038400         PERFORM VARYING DYX FROM 1 BY 1
038500                 UNTIL DYX NOT < CC-DAY-COUNT
038600             SET DYY TO DYX
038700             SET DYY UP BY 1
038800             IF CC-DAY-DATE(DYX) > CC-DAY-DATE(DYY)
038900                 MOVE CC-DAY-ENTRY(DYX) TO CC-HOLD-ENTRY
039000                 MOVE CC-DAY-ENTRY(DYY) TO CC-DAY-ENTRY(DYX)
039100                 MOVE CC-HOLD-ENTRY TO CC-DAY-ENTRY(DYY)
039200                 MOVE "N" TO CC-SORT-SW
039300             END-IF
039400         END-PERFORM
039500     END-PERFORM.
039600 1400-SORT-DAYS-EXIT.
039700     EXIT.
039800*----------------------------------------------------------------*
039900*  1500-PROBE-EXTRACTS - EVERY EXTRACT MUST BE THERE BEFORE THE  *
040000*  FIRST DAY IS RUN, SO A MISSING FILE CANNOT STOP THE CATCH-UP  *
040100*  HALF WAY.                                                     *
040200*----------------------------------------------------------------*
040300 1500-PROBE-EXTRACTS.
040400     PERFORM VARYING DYX FROM 1 BY 1 UNTIL DYX > CC-DAY-COUNT
040500         MOVE CC-DAY-INFILE(DYX) TO CC-PROBE-NAME
040600         OPEN INPUT PROBE-FILE
040700         IF CC-PROBE-STATUS-OK
040800             CLOSE PROBE-FILE
040900         ELSE
041000             ADD 1 TO CC-PARM-ERRORS
041100             DISPLAY "EX2U908E EXTRACT " CC-PROBE-NAME
041200                 " FOR " CC-DAY-DATE(DYX) " NOT FOUND"
041300         END-IF
041400     END-PERFORM.
041500     IF CC-PARM-ERRORS > ZERO
041600         DISPLAY "EX2U908E " CC-PARM-ERRORS " EXTRACT(S) "
041700             "MISSING - NO DAY RUN"
041800         MOVE 16 TO RETURN-CODE
041900         STOP RUN
042000     END-IF.
042100 1500-PROBE-EXTRACTS-EXIT.
042200     EXIT.
042300*----------------------------------------------------------------*
042400*  1600-FIND-CARRIED-DATE - THE LATEST RUN DATE IN PERFLOG.TXT   *
042500*  WHOSE RUN HAS NOT BEEN WITHDRAWN.  EX2 MAKES THE SAME CHECK   *
042600*  FOR EACH DAY; DOING IT HERE FIRST MEANS A BAD LIST IS REFUSED *
042700*  WHOLE RATHER THAN PART-RUN.                                   *
042800*----------------------------------------------------------------*
042900 1600-FIND-CARRIED-DATE.
043000     MOVE ZERO TO CC-CARRIED-DATE.
043100     OPEN INPUT PERFLOG-FILE.
043200     IF NOT CC-PERFLOG-STATUS-OK
043300         GO TO 1600-FIND-CARRIED-DATE-EXIT
043400     END-IF.
043500     PERFORM UNTIL CC-END-OF-FILE
043600         READ PERFLOG-FILE
043700             AT END
043800                 SET CC-END-OF-FILE TO TRUE
043900             NOT AT END
044000                 IF PL-RUN-DATE NUMERIC AND PL-REVISION NUMERIC
044100                         AND PL-RUN-DATE > CC-CARRIED-DATE
044200                     PERFORM 1250-CHECK-WITHDRAWN
044300                         THRU 1250-CHECK-WITHDRAWN-EXIT
044400                     IF NOT CC-WD-WITHDRAWN
044500                         MOVE PL-RUN-DATE TO CC-CARRIED-DATE
044600                     END-IF
044700                 END-IF
044800         END-READ
044900     END-PERFORM.
045000     CLOSE PERFLOG-FILE.
045100     SET CC-NOT-END-OF-FILE TO TRUE.
045200 1600-FIND-CARRIED-DATE-EXIT.
045300     EXIT.
045400*----------------------------------------------------------------*
045500*  2000-RUN-ONE-DAY - RUN EX2 FOR ONE DAY OF THE LIST.  EX2 IS   *
045600*  CANCELLED AFTER EACH DAY SO THE NEXT DAY STARTS FROM FRESH    *
045700*  WORKING STORAGE, EXACTLY AS A SEPARATE MORNING JOB WOULD.  A  *
045800*  DAY ENDING RC 8 (HELD) DOES NOT STOP THE CATCH-UP - THE HOLD  *
045900*  IS LEDGERED FOR EX2DIST AS ON ANY MORNING.  A DAY THAT ABENDS *
046000*  ENDS THE JOB WITH EX2'S OWN RC 16; THE DAYS BEFORE IT STAND,  *
046100*  AND THE CATCH-UP IS RESUBMITTED FROM THE FAILED DAY ONWARD.   *
046200*----------------------------------------------------------------*
046300 2000-RUN-ONE-DAY.
046400     MOVE "EX2CATCH" TO CU-EYECATCHER.
046500     MOVE CC-DAY-DATE(DYX) TO CU-ASOF-DATE.
046600     MOVE CC-DAY-INFILE(DYX) TO CU-INFILE.
046700     SET CU-DAY-NUMBER TO DYX.
046800     MOVE CC-DAY-COUNT TO CU-DAY-COUNT.
046900     DISPLAY "EX2U010I CATCH-UP DAY " CU-DAY-NUMBER " OF "
047000         CU-DAY-COUNT " - " CU-ASOF-DATE " FROM " CU-INFILE.
047100     MOVE ZERO TO RETURN-CODE.
047200     CALL "EX2".
047300     MOVE RETURN-CODE TO CC-CALL-RC.
047400     CANCEL "EX2".
047500     MOVE CC-CALL-RC TO CC-DAY-RC(DYX).
047600     ADD 1 TO CC-DAYS-RUN.
047700     IF CC-CALL-RC > CC-MAX-RC
047800         MOVE CC-CALL-RC TO CC-MAX-RC
047900     END-IF.
048000     MOVE CC-CALL-RC TO CC-EDIT-RC.
048100     DISPLAY "EX2U011I CATCH-UP DAY " CU-DAY-NUMBER " - "
048200         CU-ASOF-DATE " ENDED RC " CC-EDIT-RC.
048300 2000-RUN-ONE-DAY-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------*
048600*  9999-TERMINATE - LIST EACH DAY'S RETURN CODE AND END WITH THE *
048700*  HIGHEST OF THEM.                                              *
048800*----------------------------------------------------------------*
048900 9999-TERMINATE.
049000     MOVE SPACES TO CU-EYECATCHER.
049100     PERFORM VARYING DYX FROM 1 BY 1 UNTIL DYX > CC-DAY-COUNT
049200         MOVE CC-DAY-RC(DYX) TO CC-EDIT-RC
049300         DISPLAY "EX2U012I " CC-DAY-DATE(DYX) " RC " CC-EDIT-RC
049400             " " CC-DAY-INFILE(DYX)
049500     END-PERFORM.
049600     DISPLAY "EX2U013I DAYS CAUGHT UP .... " CC-DAYS-RUN.
049700     MOVE CC-MAX-RC TO RETURN-CODE.
049800     MOVE RETURN-CODE TO CC-EDIT-RC.
049900     DISPLAY "EX2U015I EX2CATCH ENDED - RC " CC-EDIT-RC.
050000 9999-TERMINATE-EXIT.
050100     STOP RUN.
