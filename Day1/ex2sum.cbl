004300*                    FAILING THE RUN, AND THE EFFECTIVE          *
004400*                    PARAMETERS ARE ECHOED TO THE LOG AND THE    *
004500*                    SUMMARY FILE.                               *
004510*  2026-10-15  DK    GENERATIONS EX2BACK HAS WITHDRAWN (LEDGER   *
004520*                    WITHDRAW.DAT) ARE SKIPPED: A DAY FALLS BACK *
004530*                    TO ITS HIGHEST SURVIVING REVISION, AND A    *
004540*                    DAY WITH NONE LEFT IS COUNTED AND REPORTED  *
004550*                    AS WITHDRAWN RATHER THAN ROLLED UP.         *
004560*  2026-10-15  DK    DAYS WHOSE RESULTS AN OPERATOR RELEASED     *
004570*                    OVER A HOLD (LEDGER DISTLOG.DAT, ACTION R)  *
004580*                    ARE FLAGGED IN THE LOG, COUNTED, AND LISTED *
004590*                    IN THE SUMMARY FILE WITH THE RELEASER.      *
004592*  2026-10-15  DK    A WITHDRAW.DAT OR DISTLOG.DAT THAT IS       *
004594*                    PRESENT BUT WILL NOT OPEN NOW ENDS THE RUN  *
004596*                    (RC 16) INSTEAD OF BEING TAKEN AS EMPTY.    *
004600******************************************************************

004700 ENVIRONMENT DIVISION.
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS SM-PARM-STATUS.

005710     SELECT OPTIONAL WDRAW-FILE ASSIGN TO "WITHDRAW.DAT"
005720         ORGANIZATION IS LINE SEQUENTIAL
005730         FILE STATUS IS SM-WDRAW-STATUS.

005740     SELECT OPTIONAL DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
005750         ORGANIZATION IS LINE SEQUENTIAL
005760         FILE STATUS IS SM-DISTLOG-STATUS.

005800 DATA DIVISION.
005900 FILE SECTION.
006000*----------------------------------------------------------------*
007500 FD  SUMPARM-FILE.
007600 01  SUM-PARM-CARD           PIC X(80).

007604*----------------------------------------------------------------*
007608*  WDRAW-RECORD - EX2'S RESULT-GENERATION WITHDRAWAL LEDGER.     *
007612*  SAME LAYOUT AS THE FD IN EX2 AND EX2BACK; THE LAST ENTRY FOR  *
007616*  A DATE AND REVISION ("W" WITHDRAWN, "R" REPUBLISHED) IS ITS   *
007620*  CURRENT STATE.                                                *
007624*----------------------------------------------------------------*
007628 FD  WDRAW-FILE.
007632 01  WDRAW-RECORD.
007636     02  WD-RUN-DATE         PIC 9(08).
007640     02  FILLER              PIC X(01).
007644     02  WD-REVISION         PIC 9(02).
007648     02  FILLER              PIC X(01).
007652     02  WD-ACTION           PIC X(01).
007656     02  FILLER              PIC X(01).
007660     02  WD-STAMP-DATE       PIC 9(08).
007664     02  FILLER              PIC X(01).
007668     02  WD-STAMP-TIME       PIC 9(08).
007672     02  FILLER              PIC X(01).
007676     02  WD-OPERATOR         PIC X(08).
007680     02  FILLER              PIC X(01).
007684     02  WD-REASON           PIC X(50).
007689*----------------------------------------------------------------*
007694*  DISTLOG-RECORD - THE RESULTS DISTRIBUTION LEDGER, SAME        *
007699*  LAYOUT AS IN EX2 AND EX2DIST.  AN "R" ENTRY IS A HELD RUN     *
007704*  AN OPERATOR RELEASED FOR DISTRIBUTION.                        *
007709*----------------------------------------------------------------*
007714 FD  DISTLOG-FILE.
007719 01  DISTLOG-RECORD.
007724     02  DL-RUN-DATE         PIC 9(08).
007729     02  FILLER              PIC X(01).
007734     02  DL-REVISION         PIC 9(02).
007739     02  FILLER              PIC X(01).
007744     02  DL-ACTION           PIC X(01).
007749     02  FILLER              PIC X(01).
007754     02  DL-STAMP-DATE       PIC 9(08).
007759     02  FILLER              PIC X(01).
007764     02  DL-STAMP-TIME       PIC 9(08).
007769     02  FILLER              PIC X(01).
007774     02  DL-OPERATOR         PIC X(08).
007779     02  FILLER              PIC X(01).
007784     02  DL-REASON           PIC X(50).

007789 WORKING-STORAGE SECTION.
007800*----------------------------------------------------------------*
007900*  THE RANGE COMES FROM THE SUMFROM= / SUMTO= CONTROL CARDS      *
008000*  (yyyymmdd) IN EX2SUMPM.CDS, THE SAME CONVENTION EX2 USES     *
015700 01  SM-PROBE-DONE-SW    PIC X(01) VALUE "N".
015800     88  SM-PROBE-DONE               VALUE "Y".
015900 01  SM-KEEP-NAME        PIC X(30) VALUE SPACES.
015904*----------------------------------------------------------------*
015908*  WITHDRAWAL LEDGER TABLE, IN FILE ORDER SO THE LATEST ENTRY    *
015912*  FOR A DATE AND REVISION WINS.  STATUS 05 IS AN OPTIONAL       *
015916*  LEDGER NOT YET CREATED - NOTHING HAS EVER BEEN WITHDRAWN.     *
015920*----------------------------------------------------------------*
015924 01  SM-WDRAW-STATUS     PIC X(02) VALUE "00".
015928     88  SM-WDRAW-STATUS-OK          VALUE "00" "05".
015932 01  SM-WDR-COUNT        PIC 9(05) COMP VALUE ZERO.
015936 01  SM-MAX-WDRAW        PIC 9(05) VALUE 5000.
015940 01  SM-WDRAW-TABLE.
015944     02  SM-WDR-ENTRY OCCURS 1 TO 5000 TIMES
015948                         DEPENDING ON SM-WDR-COUNT
015952                         INDEXED BY WDX.
015956         03  SM-WDR-DATE     PIC 9(08).
015960         03  SM-WDR-REV      PIC 9(02).
015964         03  SM-WDR-ACTION   PIC X(01).
015968 01  SM-WD-REV           PIC 9(02) VALUE ZERO.
015972 01  SM-WD-STATE-SW      PIC X(01) VALUE "N".
015976     88  SM-WD-WITHDRAWN             VALUE "Y".
015980 01  SM-DAY-WDRAWN-SW    PIC X(01) VALUE "N".
015984     88  SM-DAY-WITHDRAWN            VALUE "Y".
015987*----------------------------------------------------------------*
015990*  DISTRIBUTION LEDGER TABLE, IN FILE ORDER SO THE LATEST        *
015993*  ENTRY FOR A DATE AND REVISION WINS, AND THE DAYS FOUND        *
015996*  RELEASED OVER A HOLD FOR LISTING IN THE SUMMARY FILE.  A      *
015999*  RANGE WITH MORE RELEASES THAN THE LIST HOLDS STILL COUNTS     *
016002*  THEM ALL.                                                     *
016005*----------------------------------------------------------------*
016008 01  SM-DISTLOG-STATUS   PIC X(02) VALUE "00".
016011     88  SM-DISTLOG-STATUS-OK        VALUE "00" "05".
016014 01  SM-DLG-COUNT        PIC 9(05) COMP VALUE ZERO.
016017 01  SM-MAX-DISTLOG      PIC 9(05) VALUE 5000.
016020 01  SM-DISTLOG-TABLE.
016023     02  SM-DLG-ENTRY OCCURS 1 TO 5000 TIMES
016026                         DEPENDING ON SM-DLG-COUNT
016029                         INDEXED BY DLX.
016032         03  SM-DLG-DATE     PIC 9(08).
016035         03  SM-DLG-REV      PIC 9(02).
016038         03  SM-DLG-ACTION   PIC X(01).
016041         03  SM-DLG-OPERATOR PIC X(08).
016044 01  SM-DAY-DIST-STATE   PIC X(01) VALUE SPACE.
016047     88  SM-DAY-RELEASED             VALUE "R".
016050 01  SM-DAY-DIST-OPER    PIC X(08) VALUE SPACES.
016053 01  SM-REL-COUNT        PIC 9(03) COMP VALUE ZERO.
016056 01  SM-MAX-REL          PIC 9(03) VALUE 400.
016059 01  SM-REL-TABLE.
016062     02  SM-REL-ENTRY OCCURS 400 TIMES
016065                         INDEXED BY RLX.
016068         03  SM-REL-DATE     PIC 9(08).
016071         03  SM-REL-REV      PIC 9(02).
016074         03  SM-REL-OPERATOR PIC X(08).

016077*----------------------------------------------------------------*
016100*  RANGE ACCUMULATORS AND THEIR REPORT EDIT FIELDS.              *
016200*----------------------------------------------------------------*
016300 01  SM-FILES-FOUND      PIC 9(05) COMP VALUE ZERO.
016400 01  SM-FILES-MISSING    PIC 9(05) COMP VALUE ZERO.
016410 01  SM-FILES-WDRAWN     PIC 9(05) COMP VALUE ZERO.
016420 01  SM-FILES-RELEASED   PIC 9(05) COMP VALUE ZERO.
016500 01  SM-TOTAL-RECORDS    PIC 9(10) COMP VALUE ZERO.
016600 01  SM-TOTAL-REJECTS    PIC 9(10) COMP VALUE ZERO.
016700 01  SM-SUM-SCORES       PIC 9(14) COMP VALUE ZERO.
016800 01  SM-AVG-SCORE        PIC 9(12) VALUE ZERO.
016900 01  SM-EDIT-FILES       PIC ZZZZ9.
017000 01  SM-EDIT-MISSING     PIC ZZZZ9.
017010 01  SM-EDIT-WDRAWN      PIC ZZZZ9.
017020 01  SM-EDIT-RELEASED    PIC ZZZZ9.
017100 01  SM-EDIT-RECORDS     PIC Z(9)9.
017200 01  SM-EDIT-REJECTS     PIC Z(9)9.
017300 01  SM-EDIT-AVG         PIC Z(11)9.
018200*  1000-INITIALIZE - READ THE CONTROL CARDS AND VALIDATE THE     *
018300*  DATE RANGE.  A MISSING SUMFROM CARD OR AN UNUSABLE RANGE      *
018400*  ENDS THE JOB RC 16 - THERE IS NOTHING SENSIBLE TO ROLL UP.    *
018410*  THE WITHDRAWAL LEDGER IS LOADED ONCE FOR THE WHOLE RANGE.     *
018500*----------------------------------------------------------------*
018600 1000-INITIALIZE.
018700     PERFORM 1050-READ-PARM-CARDS
020700     PERFORM 1100-CHECK-DATE THRU 1100-CHECK-DATE-EXIT.
020800     MOVE SM-TO-DATE TO SM-CURR-DATE.
020900     PERFORM 1100-CHECK-DATE THRU 1100-CHECK-DATE-EXIT.
020910     PERFORM 1200-LOAD-WITHDRAWALS
020920         THRU 1200-LOAD-WITHDRAWALS-EXIT.
020930     PERFORM 1300-LOAD-DISTLOG THRU 1300-LOAD-DISTLOG-EXIT.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.

029700 1100-CHECK-DATE-EXIT.
029800     EXIT.

029802*----------------------------------------------------------------*
029804*  1200-LOAD-WITHDRAWALS - LOAD WITHDRAW.DAT SO 2150 CAN PASS    *
029806*  OVER THE GENERATIONS EX2BACK HAS BACKED OUT.                  *
029808*----------------------------------------------------------------*
029810 1200-LOAD-WITHDRAWALS.
029812     OPEN INPUT WDRAW-FILE.
029813     IF NOT SM-WDRAW-STATUS-OK
029814         DISPLAY "EX2S912E WITHDRAW.DAT OPEN FAILED, STATUS "
029815             SM-WDRAW-STATUS " - RUN ENDED"
029816         MOVE 16 TO RETURN-CODE
029817         STOP RUN
029818     END-IF.
029820     PERFORM UNTIL SM-END-OF-FILE
029822         READ WDRAW-FILE
029824             AT END
029826                 SET SM-END-OF-FILE TO TRUE
029828             NOT AT END
029830                 IF WD-RUN-DATE NUMERIC AND WD-REVISION NUMERIC
029832                     IF SM-WDR-COUNT = SM-MAX-WDRAW
029834                         CLOSE WDRAW-FILE
029836                         DISPLAY "EX2S910E WITHDRAWAL LEDGER "
029838                             "EXCEEDS " SM-MAX-WDRAW
029840                             " ENTRIES - RUN ENDED"
029842                         MOVE 16 TO RETURN-CODE
029844                         STOP RUN
029846                     END-IF
029848                     ADD 1 TO SM-WDR-COUNT
029850                     SET WDX TO SM-WDR-COUNT
029852                     MOVE WD-RUN-DATE TO SM-WDR-DATE(WDX)
029854                     MOVE WD-REVISION TO SM-WDR-REV(WDX)
029856                     MOVE WD-ACTION TO SM-WDR-ACTION(WDX)
029858                 END-IF
029860         END-READ
029862     END-PERFORM.
029864     CLOSE WDRAW-FILE.
029866     SET SM-NOT-END-OF-FILE TO TRUE.
029868 1200-LOAD-WITHDRAWALS-EXIT.
029870     EXIT.
029873*----------------------------------------------------------------*
029876*  1300-LOAD-DISTLOG - LOAD DISTLOG.DAT SO 2170 CAN FLAG THE     *
029879*  DAYS RELEASED OVER A HOLD.                                    *
029882*----------------------------------------------------------------*
029885 1300-LOAD-DISTLOG.
029888     OPEN INPUT DISTLOG-FILE.
029889     IF NOT SM-DISTLOG-STATUS-OK
029890         DISPLAY "EX2S913E DISTLOG.DAT OPEN FAILED, STATUS "
029891             SM-DISTLOG-STATUS " - RUN ENDED"
029892         MOVE 16 TO RETURN-CODE
029893         STOP RUN
029894     END-IF.
029900     PERFORM UNTIL SM-END-OF-FILE
029903         READ DISTLOG-FILE
029906             AT END
029909                 SET SM-END-OF-FILE TO TRUE
029912             NOT AT END
029915                 IF DL-RUN-DATE NUMERIC AND DL-REVISION NUMERIC
029918                     IF SM-DLG-COUNT = SM-MAX-DISTLOG
029921                         CLOSE DISTLOG-FILE
029924                         DISPLAY "EX2S911E DISTRIBUTION LEDGER "
029927                             "EXCEEDS " SM-MAX-DISTLOG
029930                             " ENTRIES - RUN ENDED"
029933                         MOVE 16 TO RETURN-CODE
029936                         STOP RUN
029939                     END-IF
029942                     ADD 1 TO SM-DLG-COUNT
029945                     SET DLX TO SM-DLG-COUNT
029948                     MOVE DL-RUN-DATE TO SM-DLG-DATE(DLX)
029951                     MOVE DL-REVISION TO SM-DLG-REV(DLX)
029954                     MOVE DL-ACTION TO SM-DLG-ACTION(DLX)
029957                     MOVE DL-OPERATOR TO SM-DLG-OPERATOR(DLX)
029960                 END-IF
029963         END-READ
029966     END-PERFORM.
029969     CLOSE DISTLOG-FILE.
029972     SET SM-NOT-END-OF-FILE TO TRUE.
029975 1300-LOAD-DISTLOG-EXIT.
029978     EXIT.

029981*----------------------------------------------------------------*
030000*  2000-PROCESS-RANGE - WALK EACH CALENDAR DATE IN THE RANGE,    *
030100*  ROLLING UP WHICHEVER DAILY RESULTS FILES ARE ON DISK.  DAYS   *
030200*  WITH NO FILE (WEEKENDS, HOLIDAYS, FAILED RUNS) ARE COUNTED    *
031500*  ADD ITS SCORE, RECORD COUNT, AND REJECT COUNT INTO THE        *
031600*  RANGE ACCUMULATORS.  THE FILE HOLDS A SINGLE STRUCTURED       *
031700*  RECORD; ONE WHOSE VERSION IS NOT THE ONE EX2 WRITES IS        *
031800*  COUNTED AND SKIPPED RATHER THAN MISREAD.  A DAY RELEASED OVER *
031810*  A HOLD IS STILL ROLLED UP, BUT FLAGGED BY 2170.               *
031900*----------------------------------------------------------------*
032000 2100-READ-ONE-DAY.
032100     MOVE SPACES TO SM-DAILY-NAME.
032500         INTO SM-DAILY-NAME.
032600     PERFORM 2150-FIND-LATEST-REVISION
032700         THRU 2150-FIND-LATEST-REVISION-EXIT.
032710     IF SM-DAY-WITHDRAWN
032720         ADD 1 TO SM-FILES-WDRAWN
032730         DISPLAY "EX2S010I " SM-CURR-DATE
032740             " WITHDRAWN BY BACK-OUT - DAY SKIPPED"
032750         GO TO 2100-READ-ONE-DAY-EXIT
032760     END-IF.
032800     OPEN INPUT DAILY-RESULTS-FILE.
032900     IF NOT SM-DAILY-STATUS-OK
033000         ADD 1 TO SM-FILES-MISSING
034800         GO TO 2100-READ-ONE-DAY-EXIT
034900     END-IF.
035000     ADD 1 TO SM-FILES-FOUND.
035010     PERFORM 2170-CHECK-RELEASED THRU 2170-CHECK-RELEASED-EXIT.
035100     MOVE SMD-RESULT TO SM-DAY-SCORE.
035200     MOVE SMD-TABLE-COUNT TO SM-DAY-RECORDS.
035300     MOVE SMD-REJECT-COUNT TO SM-DAY-REJECTS.
036100*  ALREADY IN SM-DAILY-NAME, PROBE THE Rnn REVISION GENERATIONS  *
036200*  UPWARD AND LEAVE THE HIGHEST ONE FOUND IN SM-DAILY-NAME, SO   *
036300*  A REVISED DAY ROLLS UP FROM ITS FINAL PUBLISHED NUMBERS.      *
036310*  A WITHDRAWN GENERATION IS NOT KEPT; WHEN NONE OF THE DAY'S    *
036320*  GENERATIONS SURVIVES, SM-DAY-WITHDRAWN IS SET.                *
036400*----------------------------------------------------------------*
036500 2150-FIND-LATEST-REVISION.
036600     MOVE SM-DAILY-NAME TO SM-KEEP-NAME.
036700     MOVE ZERO TO SM-REV-99.
036710     MOVE ZERO TO SM-WD-REV.
036720     PERFORM 2160-CHECK-WITHDRAWN THRU 2160-CHECK-WITHDRAWN-EXIT.
036730     MOVE SM-WD-STATE-SW TO SM-DAY-WDRAWN-SW.
036800     MOVE "N" TO SM-PROBE-DONE-SW.
036900     PERFORM UNTIL SM-PROBE-DONE OR SM-REV-99 = 98
037000         ADD 1 TO SM-REV-99
037800         OPEN INPUT DAILY-RESULTS-FILE
037900         IF SM-DAILY-STATUS-OK
038000             CLOSE DAILY-RESULTS-FILE
038010             MOVE SM-REV-99 TO SM-WD-REV
038020             PERFORM 2160-CHECK-WITHDRAWN
038030                 THRU 2160-CHECK-WITHDRAWN-EXIT
038040             IF NOT SM-WD-WITHDRAWN
038050                 MOVE SM-DAILY-NAME TO SM-KEEP-NAME
038060                 MOVE "N" TO SM-DAY-WDRAWN-SW
038070             END-IF
038200         ELSE
038300             SET SM-PROBE-DONE TO TRUE
038400         END-IF
038700 2150-FIND-LATEST-REVISION-EXIT.
038800     EXIT.

038805*----------------------------------------------------------------*
038810*  2160-CHECK-WITHDRAWN - SET SM-WD-WITHDRAWN WHEN THE LATEST    *
038815*  LEDGER ENTRY FOR SM-CURR-DATE / SM-WD-REV IS A WITHDRAWAL.    *
038820*----------------------------------------------------------------*
038825 2160-CHECK-WITHDRAWN.
038830     MOVE "N" TO SM-WD-STATE-SW.
038835     PERFORM VARYING WDX FROM 1 BY 1 UNTIL WDX > SM-WDR-COUNT
038840         IF SM-WDR-DATE(WDX) = SM-CURR-DATE
038845                 AND SM-WDR-REV(WDX) = SM-WD-REV
038850             IF SM-WDR-ACTION(WDX) = "W"
038855                 MOVE "Y" TO SM-WD-STATE-SW
038860             ELSE
038865                 MOVE "N" TO SM-WD-STATE-SW
038870             END-IF
038875         END-IF
038880     END-PERFORM.
038885 2160-CHECK-WITHDRAWN-EXIT.
038890     EXIT.
038893*----------------------------------------------------------------*
038896*  2170-CHECK-RELEASED - THE LATEST DISTRIBUTION LEDGER ENTRY    *
038899*  FOR THE GENERATION JUST ROLLED UP.  "R" MEANS EX2 HELD THE    *
038902*  DAY AND AN OPERATOR RELEASED IT ANYWAY: COUNT IT, FLAG IT     *
038905*  IN THE LOG, AND KEEP IT FOR THE SUMMARY FILE LIST.            *
038908*----------------------------------------------------------------*
038911 2170-CHECK-RELEASED.
038914     MOVE SPACE TO SM-DAY-DIST-STATE.
038917     MOVE SPACES TO SM-DAY-DIST-OPER.
038920     PERFORM VARYING DLX FROM 1 BY 1 UNTIL DLX > SM-DLG-COUNT
038923         IF SM-DLG-DATE(DLX) = SM-CURR-DATE
038926                 AND SM-DLG-REV(DLX) = SMD-REVISION
038929             MOVE SM-DLG-ACTION(DLX) TO SM-DAY-DIST-STATE
038932             MOVE SM-DLG-OPERATOR(DLX) TO SM-DAY-DIST-OPER
038935         END-IF
038938     END-PERFORM.
038941     IF NOT SM-DAY-RELEASED
038944         GO TO 2170-CHECK-RELEASED-EXIT
038947     END-IF.
038950     ADD 1 TO SM-FILES-RELEASED.
038953     DISPLAY "EX2S012W " SM-CURR-DATE "R" SMD-REVISION
038956         " RELEASED OVER HOLD BY " SM-DAY-DIST-OPER.
038959     IF SM-REL-COUNT < SM-MAX-REL
038962         ADD 1 TO SM-REL-COUNT
038965         SET RLX TO SM-REL-COUNT
038968         MOVE SM-CURR-DATE TO SM-REL-DATE(RLX)
038971         MOVE SMD-REVISION TO SM-REL-REV(RLX)
038974         MOVE SM-DAY-DIST-OPER TO SM-REL-OPERATOR(RLX)
038977     END-IF.
038980 2170-CHECK-RELEASED-EXIT.
038983     EXIT.

038986*----------------------------------------------------------------*
039000*  2200-NEXT-DATE - STEP SM-CURR-DATE FORWARD ONE CALENDAR DAY.  *
039100*  MIRROR IMAGE OF EX2'S PRIOR-DATE LOGIC, WITH THE SAME         *
039200*  GREGORIAN LEAP-YEAR TEST FOR FEBRUARY.                        *
045000     END-IF.
045100     MOVE SM-FILES-FOUND TO SM-EDIT-FILES.
045200     MOVE SM-FILES-MISSING TO SM-EDIT-MISSING.
045210     MOVE SM-FILES-WDRAWN TO SM-EDIT-WDRAWN.
045220     MOVE SM-FILES-RELEASED TO SM-EDIT-RELEASED.
045300     MOVE SM-TOTAL-RECORDS TO SM-EDIT-RECORDS.
045400     MOVE SM-TOTAL-REJECTS TO SM-EDIT-REJECTS.
045500     MOVE SM-AVG-SCORE TO SM-EDIT-AVG.
045700         " - " SM-TO-DATE.
045800     DISPLAY "EX2S002I DAYS WITH RESULTS ... " SM-EDIT-FILES.
045900     DISPLAY "EX2S003I DAYS WITHOUT ........ " SM-EDIT-MISSING.
045910     DISPLAY "EX2S011I DAYS WITHDRAWN ...... " SM-EDIT-WDRAWN.
045920     DISPLAY "EX2S013I DAYS RELEASED ....... " SM-EDIT-RELEASED.
046000     IF SM-BAD-VERSION > ZERO
046100         DISPLAY "EX2S007I DAYS SKIPPED, BAD VERSION ... "
046200             SM-BAD-VERSION
049900            SM-EDIT-MISSING DELIMITED BY SIZE
050000         INTO SUMMARY-RECORD.
050100     WRITE SUMMARY-RECORD.
050110     MOVE SPACES TO SUMMARY-RECORD.
050120     STRING "DAYS WITHDRAWN ... " DELIMITED BY SIZE
050130            SM-EDIT-WDRAWN DELIMITED BY SIZE
050140         INTO SUMMARY-RECORD.
050150     WRITE SUMMARY-RECORD.
050158     MOVE SPACES TO SUMMARY-RECORD.
050166     STRING "DAYS RELEASED .... " DELIMITED BY SIZE
050174            SM-EDIT-RELEASED DELIMITED BY SIZE
050182         INTO SUMMARY-RECORD.
050190     WRITE SUMMARY-RECORD.
050200     MOVE SPACES TO SUMMARY-RECORD.
050300     STRING "TOTAL RECORDS .... " DELIMITED BY SIZE
050400            SM-EDIT-RECORDS DELIMITED BY SIZE
051400            SM-EDIT-AVG DELIMITED BY SIZE
051500         INTO SUMMARY-RECORD.
051600     WRITE SUMMARY-RECORD.
051608     PERFORM VARYING RLX FROM 1 BY 1 UNTIL RLX > SM-REL-COUNT
051616         MOVE SPACES TO SUMMARY-RECORD
051624         STRING "RELEASED OVER HOLD " DELIMITED BY SIZE
051632                SM-REL-DATE(RLX) DELIMITED BY SIZE
051640                "R" DELIMITED BY SIZE
051648                SM-REL-REV(RLX) DELIMITED BY SIZE
051656                " BY " DELIMITED BY SIZE
051664                SM-REL-OPERATOR(RLX) DELIMITED BY SIZE
051672             INTO SUMMARY-RECORD
051680         WRITE SUMMARY-RECORD
051688     END-PERFORM.
051700     CLOSE SUMMARY-FILE.
051800 3000-REPORT-EXIT.
051900     EXIT.
