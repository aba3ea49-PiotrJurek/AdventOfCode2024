000400*    PROGRAM-ID : EX2LOCM                                        *
000500*    AUTHOR     : D. KOWALSKI                                    *
000600*    PURPOSE    : MAINTENANCE COMPANION TO EX2.  APPLIES ADD /   *
000700*                 CHANGE / CLOSE TRANSACTIONS (LOCMTXN.DAT) TO   *
000800*                 THE LOCATION MASTER (LOCMAST.DAT - LOCATION    *
000900*                 ID, SITE NAME, REGION, ACTIVE/CLOSED STATUS)   *
001000*                 AND REWRITES THE MASTER IN LOCATION-ID ORDER,  *
001100*                 SO THE FILE EX2 USES TO STAMP SITE NAMES AND   *
001200*                 REGIONS ON ITS REPORTS DOES NOT GO STALE.      *
001210*                 EVERY APPLIED CHANGE IS JOURNALED WITH ITS     *
001220*                 EFFECTIVE DATE AND BEFORE/AFTER IMAGES         *
001230*                 (LOCMJRNL.DAT) AND EVERY REJECTED CARD IS      *
001240*                 LISTED ON THE EDIT REPORT (LOCMEDIT.TXT).      *
001300*                                                                *
001400******************************************************************
001500 PROGRAM-ID. EX2LOCM.
002300*  DATE        INIT  DESCRIPTION                                 *
002400*  2026-09-02  DK    ORIGINAL PROGRAM - ADD/CLOSE MAINTENANCE    *
002500*                    OF THE LOCATION MASTER.                     *
002510*  2026-10-15  DK    EFFECTIVE-DATED MAINTENANCE: OPTIONAL       *
002520*                    EFFECTIVE DATE ON EACH CARD (DEFAULT THE    *
002530*                    RUN DATE), NEW CHANGE ACTION FOR RENAMES    *
002540*                    AND REGION TRANSFERS, PERMANENT CHANGE      *
002550*                    JOURNAL LOCMJRNL.DAT WITH BEFORE/AFTER      *
002560*                    IMAGES (EX2 READS IT TO RESTATE THE MASTER  *
002570*                    AS OF ITS RUN DATE), EDIT REPORT            *
002580*                    LOCMEDIT.TXT OF REJECTED CARDS, AND THE     *
002590*                    OPERATOR= CARD IN EX2LOCM.CDS.  A CARD      *
002600*                    DATED BEFORE THE SITE'S LAST JOURNALED      *
002610*                    CHANGE IS REJECTED SO THE JOURNAL STAYS IN  *
002620*                    EFFECTIVE-DATE ORDER PER SITE.              *
002621*  2026-10-15  DK    THE JOURNAL OPEN AND EVERY JOURNAL WRITE    *
002622*                    ARE NOW STATUS-CHECKED; A FAILURE ENDS THE  *
002623*                    JOB RC 16 BEFORE THE MASTER IS REWRITTEN    *
002624*                    (EX2L925E, EX2L926E, 2490). AN ADD WITH A   *
002625*                    BLANK NAME OR REGION, OR STILL CARRYING     *
002626*                    EX2LIFE'S PLACEHOLDER NAME OR "???" REGION, *
002627*                    IS REJECTED (EX2L915W), AS IS A CHANGE TO   *
002628*                    EITHER PLACEHOLDER.                         *
002638*  2026-10-15  DK    A CHANGE JOURNAL THAT IS PRESENT BUT WILL   *
002648*                    NOT OPEN NOW ENDS THE RUN RC 16 (EX2L927E)  *
002658*                    BEFORE ANY CARD IS APPLIED, RATHER THAN     *
002668*                    SKIPPING THE EFFECTIVE-DATE GUARD.          *
002678******************************************************************

002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS LC-TXN-STATUS.

003510     SELECT OPTIONAL LOCJRNL-FILE ASSIGN TO "LOCMJRNL.DAT"
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS LC-JRNL-STATUS.

003540     SELECT LOCEDIT-FILE ASSIGN TO "LOCMEDIT.TXT"
003550         ORGANIZATION IS LINE SEQUENTIAL.

003560     SELECT LOCMPARM-FILE ASSIGN TO "EX2LOCM.CDS"
003570         ORGANIZATION IS LINE SEQUENTIAL
003580         FILE STATUS IS LC-PARM-STATUS.

003600 DATA DIVISION.
003700 FILE SECTION.
003800*----------------------------------------------------------------*
005200*----------------------------------------------------------------*
005300*  LOCTXN-RECORD - ONE MAINTENANCE TRANSACTION PER LINE.  THE    *
005400*  ACTION IS "ADD" (INSERT A NEW SITE, OR REFRESH THE NAME/      *
005500*  REGION AND RE-ACTIVATE AN EXISTING ONE), "CHANGE" (RENAME     *
005600*  AND/OR TRANSFER AN EXISTING SITE - A BLANK NAME OR REGION     *
005610*  KEEPS THE CURRENT VALUE) OR "CLOSE" (FLIP THE STATUS TO C).   *
005620*  THE EFFECTIVE DATE (yyyymmdd) IS OPTIONAL; A BLANK DATE, AS   *
005630*  ON EVERY CARD WRITTEN BEFORE THE FIELD EXISTED, MEANS THE     *
005640*  RUN DATE.                                                     *
005700*----------------------------------------------------------------*
005800 FD  LOCTXN-FILE.
005900 01  LOCTXN-RECORD.
006400     02  TX-SITE-NAME        PIC X(20).
006500     02  FILLER              PIC X(01).
006600     02  TX-REGION           PIC X(03).
006610     02  FILLER              PIC X(01).
006620     02  TX-EFFECTIVE-DATE   PIC X(08).

006630*----------------------------------------------------------------*
006640*  LOCJRNL-RECORD - THE PERMANENT MASTER CHANGE JOURNAL.  ONE    *
006650*  LINE PER APPLIED TRANSACTION, APPENDED AND NEVER REWRITTEN:   *
006660*  WHEN AND BY WHOM IT WAS APPLIED, THE ACTION, THE SITE, THE    *
006670*  DATE IT TAKES EFFECT, AND THE SITE'S NAME/REGION/STATUS       *
006680*  BEFORE AND AFTER.  A BLANK BEFORE-STATUS MEANS THE SITE DID   *
006690*  NOT EXIST UNTIL THIS ENTRY.  EX2'S 1720-RESTATE-MASTER READS  *
006700*  THE SAME LAYOUT.                                              *
006710*----------------------------------------------------------------*
006720 FD  LOCJRNL-FILE.
006730 01  LOCJRNL-RECORD.
006740     02  JR-APPLIED-DATE     PIC 9(08).
006750     02  FILLER              PIC X(01).
006760     02  JR-APPLIED-TIME     PIC 9(08).
006770     02  FILLER              PIC X(01).
006780     02  JR-OPERATOR         PIC X(08).
006790     02  FILLER              PIC X(01).
006800     02  JR-ACTION           PIC X(06).
006810     02  FILLER              PIC X(01).
006820     02  JR-LOCATION-ID      PIC 9(06).
006830     02  FILLER              PIC X(01).
006840     02  JR-EFFECTIVE-DATE   PIC 9(08).
006850     02  FILLER              PIC X(01).
006860     02  JR-BEFORE-IMAGE.
006870         03  JR-BEFORE-NAME  PIC X(20).
006880         03  FILLER          PIC X(01).
006890         03  JR-BEFORE-REGION
006900                             PIC X(03).
006910         03  FILLER          PIC X(01).
006920         03  JR-BEFORE-STATUS
006930                             PIC X(01).
006940     02  FILLER              PIC X(01).
006950     02  JR-AFTER-IMAGE.
006960         03  JR-AFTER-NAME   PIC X(20).
006970         03  FILLER          PIC X(01).
006980         03  JR-AFTER-REGION PIC X(03).
006990         03  FILLER          PIC X(01).
007000         03  JR-AFTER-STATUS PIC X(01).

007010 FD  LOCEDIT-FILE.
007020 01  LOCEDIT-RECORD          PIC X(132).

007030*----------------------------------------------------------------*
007040*  LOCM-PARM-CARD - ONE KEYWORD=VALUE CONTROL CARD PER LINE      *
007050*  (SYSIN STYLE), SAME CONVENTIONS AS EX2'S EX2PARM.CDS: "*"     *
007060*  IN COLUMN 1 IS A COMMENT, BLANK CARDS ARE IGNORED.            *
007070*----------------------------------------------------------------*
007080 FD  LOCMPARM-FILE.
007090 01  LOCM-PARM-CARD          PIC X(80).

007100 WORKING-STORAGE SECTION.
007110*----------------------------------------------------------------*
007120*  THE MASTER IS HELD IN FULL IN THIS TABLE WHILE TRANSACTIONS   *
007130*  ARE APPLIED, THEN SORTED AND REWRITTEN, SO THE FILE ON DISK   *
007140*  IS ALWAYS COMPLETE AND IN ID ORDER.  NEW SITES ARE APPENDED   *
007200*  AND THE SINGLE SORT BEFORE THE REWRITE RESTORES THE ORDER.    *
007210*  LC-MST-EFF-DATE IS NOT ON THE MASTER - IT IS THE LATEST       *
007220*  EFFECTIVE DATE JOURNALED FOR THE SITE, LOADED BY 1500.        *
007300*----------------------------------------------------------------*
007400 01  LC-MASTER-COUNT     PIC 9(5) COMP VALUE ZERO.
007500 01  LC-MAX-TABLE-SIZE   PIC 9(5) VALUE 50000.
008200         03  LC-MST-NAME     PIC X(20) VALUE SPACES.
008300         03  LC-MST-REGION   PIC X(03) VALUE SPACES.
008400         03  LC-MST-STATUS   PIC X(01) VALUE SPACES.
008410         03  LC-MST-EFF-DATE PIC 9(08) VALUE ZERO.

008500 01  LC-SWITCHES.
008600     02  LC-EOF-SW       PIC X(01) VALUE "N".
008800         88  LC-NOT-END-OF-FILE      VALUE "N".
008900     02  LC-FOUND-SW     PIC X(01) VALUE "N".
009000         88  LC-ENTRY-FOUND          VALUE "Y".
009010     02  LC-DATE-SW      PIC X(01) VALUE "Y".
009020         88  LC-DATE-VALID           VALUE "Y".

009100 01  LC-MASTER-STATUS    PIC X(02) VALUE "00".
009200     88  LC-MASTER-STATUS-OK         VALUE "00".
009300 01  LC-TXN-STATUS       PIC X(02) VALUE "00".
009400     88  LC-TXN-STATUS-OK            VALUE "00".
009410 01  LC-JRNL-STATUS      PIC X(02) VALUE "00".
009420     88  LC-JRNL-STATUS-OK           VALUE "00".
009430     88  LC-JRNL-NOT-PRESENT         VALUE "05".

009500 01  LC-FIND-TARGET      PIC 9(06) VALUE ZERO.
009600 01  LC-FIND-IX          PIC 9(5) COMP VALUE ZERO.
009610 01  LC-APPLY-IX         PIC 9(5) COMP VALUE ZERO.

009620*----------------------------------------------------------------*
009630*  THE OPERATOR NAME STAMPED ON EVERY JOURNAL ENTRY COMES FROM   *
009640*  THE OPERATOR= CARD IN EX2LOCM.CDS (DEFAULT "BATCH").  A       *
009650*  MISSING CARD FILE MEANS THE DEFAULT; AN UNKNOWN KEYWORD OR    *
009660*  BAD VALUE ENDS THE RUN RC 16 BEFORE THE MASTER IS TOUCHED.    *
009670*----------------------------------------------------------------*
009680 01  LC-PARM-STATUS      PIC X(02) VALUE "00".
009690     88  LC-PARM-STATUS-OK           VALUE "00".
009700 01  LC-PARM-KEY         PIC X(12) VALUE SPACES.
009710 01  LC-PARM-VALUE       PIC X(40) VALUE SPACES.
009720 01  LC-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
009730 01  LC-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
009740 01  LC-OPERATOR         PIC X(08) VALUE "BATCH".

009750 01  LC-RUN-DATE         PIC 9(08) VALUE ZERO.
009760 01  LC-RUN-TIME         PIC 9(08) VALUE ZERO.

009770*----------------------------------------------------------------*
009780*  EFFECTIVE-DATE EDIT.  THE MONTH-LENGTH TABLE CARRIES 28 FOR   *
009790*  FEBRUARY; 2300 ALLOWS THE 29TH IN A LEAP YEAR.                *
009800*----------------------------------------------------------------*
009810 01  LC-EFF-DATE         PIC 9(08) VALUE ZERO.
009820 01  LC-EFF-DATE-X REDEFINES LC-EFF-DATE.
009830     02  LC-EFF-YYYY     PIC 9(04).
009840     02  LC-EFF-MM       PIC 9(02).
009850     02  LC-EFF-DD       PIC 9(02).
009860 01  LC-MONTH-DAYS-TABLE.
009870     02  FILLER          PIC 9(02) VALUE 31.
009880     02  FILLER          PIC 9(02) VALUE 28.
009890     02  FILLER          PIC 9(02) VALUE 31.
009900     02  FILLER          PIC 9(02) VALUE 30.
009910     02  FILLER          PIC 9(02) VALUE 31.
009920     02  FILLER          PIC 9(02) VALUE 30.
009930     02  FILLER          PIC 9(02) VALUE 31.
009940     02  FILLER          PIC 9(02) VALUE 31.
009950     02  FILLER          PIC 9(02) VALUE 30.
009960     02  FILLER          PIC 9(02) VALUE 31.
009970     02  FILLER          PIC 9(02) VALUE 30.
009980     02  FILLER          PIC 9(02) VALUE 31.
009990 01  LC-MONTH-DAYS REDEFINES LC-MONTH-DAYS-TABLE.
010000     02  LC-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
010010 01  LC-MAX-DD           PIC 9(02) VALUE ZERO.
010020 01  LC-YEAR-QUOTIENT    PIC 9(04) COMP VALUE ZERO.
010030 01  LC-YEAR-REM4        PIC 9(04) COMP VALUE ZERO.
010040 01  LC-YEAR-REM100      PIC 9(04) COMP VALUE ZERO.
010050 01  LC-YEAR-REM400      PIC 9(04) COMP VALUE ZERO.

010060*----------------------------------------------------------------*
010070*  THE SITE'S IMAGE BEFORE THE TRANSACTION, CAPTURED FOR THE     *
010080*  JOURNAL, AND THE REASON TEXT FOR A REJECTED CARD.             *
010090*----------------------------------------------------------------*
010100 01  LC-BEFORE-NAME      PIC X(20) VALUE SPACES.
010110 01  LC-BEFORE-REGION    PIC X(03) VALUE SPACES.
010120 01  LC-BEFORE-STATUS    PIC X(01) VALUE SPACES.
010130 01  LC-NEW-NAME         PIC X(20) VALUE SPACES.
010140 01  LC-NEW-REGION       PIC X(03) VALUE SPACES.
010150 01  LC-REJECT-REASON    PIC X(60) VALUE SPACES.
010151*----------------------------------------------------------------*
010152*  THE PLACEHOLDERS EX2LIFE PUTS ON A PROPOSED ADD FOR THE       *
010153*  REVIEWER TO FILL IN.  A CARD STILL CARRYING EITHER IS         *
010154*  REJECTED, SO AN UNEDITED PROPOSAL DECK CANNOT LOAD THEM.      *
010155*----------------------------------------------------------------*
010156 01  LC-PLACEHOLDER-NAME PIC X(20) VALUE "NEW SITE - NAME ME".
010157 01  LC-PLACEHOLDER-REGION
010158                         PIC X(03) VALUE "???".

010160*----------------------------------------------------------------*
010170*  RUN COUNTERS AND THEIR REPORT EDIT FIELDS.                    *
010180*----------------------------------------------------------------*
010190 01  LC-CARD-NUMBER      PIC 9(05) COMP VALUE ZERO.
010200 01  LC-TXN-COUNT        PIC 9(05) COMP VALUE ZERO.
010210 01  LC-ADDED-COUNT      PIC 9(05) COMP VALUE ZERO.
010220 01  LC-UPDATED-COUNT    PIC 9(05) COMP VALUE ZERO.
010230 01  LC-CHANGED-COUNT    PIC 9(05) COMP VALUE ZERO.
010300 01  LC-CLOSED-COUNT     PIC 9(05) COMP VALUE ZERO.
010400 01  LC-REJECT-COUNT     PIC 9(05) COMP VALUE ZERO.
010410 01  LC-JOURNAL-COUNT    PIC 9(05) COMP VALUE ZERO.
010500 01  LC-EDIT-COUNT       PIC ZZZZ9.

010510*----------------------------------------------------------------*
010520*  EDIT REPORT LINES (LOCMEDIT.TXT).                             *
010530*----------------------------------------------------------------*
010540 01  LC-EDIT-HEAD-1.
010550     02  FILLER              PIC X(38)
010560         VALUE "EX2LOCM LOCATION MASTER EDIT REPORT  ".
010570     02  FILLER              PIC X(09) VALUE "RUN DATE ".
010580     02  LCH-RUN-DATE        PIC 9(08).
010590     02  FILLER              PIC X(11) VALUE "  OPERATOR ".
010600     02  LCH-OPERATOR        PIC X(08).
010610 01  LC-EDIT-HEAD-2.
010620     02  FILLER              PIC X(07) VALUE " CARD  ".
010630     02  FILLER              PIC X(49)
010640         VALUE "TRANSACTION AS READ".
010650     02  FILLER              PIC X(13) VALUE "REJECT REASON".
010660 01  LC-EDIT-DETAIL.
010670     02  LCD-CARD-NUMBER     PIC ZZZZ9.
010680     02  FILLER              PIC X(02) VALUE SPACES.
010690     02  LCD-CARD-IMAGE      PIC X(47).
010700     02  FILLER              PIC X(02) VALUE SPACES.
010710     02  LCD-REASON          PIC X(60).
010720 01  LC-EDIT-TOTAL.
010730     02  LCT-LABEL           PIC X(30).
010740     02  LCT-COUNT           PIC ZZZZ9.

010750******************************************************************
010760 PROCEDURE DIVISION.

010800 0000-MAINLINE.
010810     PERFORM 0500-INITIALIZE THRU 0500-INITIALIZE-EXIT
010900     PERFORM 1000-LOAD-MASTER THRU 1000-LOAD-MASTER-EXIT
010910     PERFORM 1500-LOAD-JOURNAL-DATES
010920         THRU 1500-LOAD-JOURNAL-DATES-EXIT
011000     PERFORM 2000-APPLY-TRANSACTIONS
011100         THRU 2000-APPLY-TRANSACTIONS-EXIT
011200     PERFORM 3000-REWRITE-MASTER THRU 3000-REWRITE-MASTER-EXIT
011300     PERFORM 4000-REPORT THRU 4000-REPORT-EXIT
011400     PERFORM 9999-TERMINATE THRU 9999-TERMINATE-EXIT.

011410*----------------------------------------------------------------*
011420*  0500-INITIALIZE - RUN DATE AND TIME FOR THE JOURNAL, CONTROL  *
011430*  CARDS, AND THE EDIT REPORT HEADINGS.                          *
011440*----------------------------------------------------------------*
011450 0500-INITIALIZE.
011460     ACCEPT LC-RUN-DATE FROM DATE YYYYMMDD.
011470     ACCEPT LC-RUN-TIME FROM TIME.
011480     PERFORM 0550-READ-PARM-CARDS
011490         THRU 0550-READ-PARM-CARDS-EXIT.
011500     DISPLAY "EX2L010I OPERATOR ............ " LC-OPERATOR.
011510     OPEN OUTPUT LOCEDIT-FILE.
011520     MOVE LC-RUN-DATE TO LCH-RUN-DATE.
011530     MOVE LC-OPERATOR TO LCH-OPERATOR.
011540     WRITE LOCEDIT-RECORD FROM LC-EDIT-HEAD-1.
011550     MOVE SPACES TO LOCEDIT-RECORD.
011560     WRITE LOCEDIT-RECORD.
011570     WRITE LOCEDIT-RECORD FROM LC-EDIT-HEAD-2.
011580 0500-INITIALIZE-EXIT.
011590     EXIT.

011600*----------------------------------------------------------------*
011610*  0550-READ-PARM-CARDS - READ AND VALIDATE EX2LOCM.CDS.  NO     *
011620*  CARD FILE MEANS THE DEFAULTS; ANY UNKNOWN KEYWORD OR BAD      *
011630*  VALUE IS COUNTED AND THE RUN ENDS RC 16 AFTER THE WHOLE       *
011640*  FILE HAS BEEN CHECKED.                                        *
011650*----------------------------------------------------------------*
011660 0550-READ-PARM-CARDS.
011670     OPEN INPUT LOCMPARM-FILE.
011680     IF NOT LC-PARM-STATUS-OK
011690         DISPLAY "EX2L923I NO CONTROL CARD FILE EX2LOCM.CDS - "
011700             "DEFAULTS IN EFFECT"
011710         GO TO 0550-READ-PARM-CARDS-EXIT
011720     END-IF.
011730     PERFORM UNTIL LC-END-OF-FILE
011740         READ LOCMPARM-FILE
011750             AT END
011760                 SET LC-END-OF-FILE TO TRUE
011770             NOT AT END
011780                 ADD 1 TO LC-PARM-CARD-CT
011790                 IF LOCM-PARM-CARD NOT = SPACES
011800                         AND LOCM-PARM-CARD(1:1) NOT = "*"
011810                     PERFORM 0560-APPLY-ONE-CARD
011820                         THRU 0560-APPLY-ONE-CARD-EXIT
011830                 END-IF
011840         END-READ
011850     END-PERFORM.
011860     CLOSE LOCMPARM-FILE.
011870     SET LC-NOT-END-OF-FILE TO TRUE.
011880     IF LC-PARM-ERRORS > ZERO
011890         DISPLAY "EX2L922E " LC-PARM-ERRORS " BAD CONTROL "
011900             "CARD(S) - RUN NOT STARTED"
011910         MOVE 16 TO RETURN-CODE
011920         STOP RUN
011930     END-IF.
011940 0550-READ-PARM-CARDS-EXIT.
011950     EXIT.

011960*----------------------------------------------------------------*
011970*  0560-APPLY-ONE-CARD - ONLY OPERATOR IS KNOWN HERE: ONE TO     *
011980*  EIGHT CHARACTERS NAMING WHO IS APPLYING THE CARDS, STAMPED    *
011990*  ON THE JOURNAL SO AUDIT CAN SEE WHO MADE EACH CHANGE.         *
012000*----------------------------------------------------------------*
012010 0560-APPLY-ONE-CARD.
012020     MOVE SPACES TO LC-PARM-KEY LC-PARM-VALUE.
012030     UNSTRING LOCM-PARM-CARD DELIMITED BY "="
012040         INTO LC-PARM-KEY LC-PARM-VALUE.
012050     EVALUATE LC-PARM-KEY
012060         WHEN "OPERATOR"
012070             IF LC-PARM-VALUE(1:8) NOT = SPACES
012080                     AND LC-PARM-VALUE(9:32) = SPACES
012090                 MOVE LC-PARM-VALUE(1:8) TO LC-OPERATOR
012100             ELSE
012110                 ADD 1 TO LC-PARM-ERRORS
012120                 DISPLAY "EX2L921E INVALID VALUE """
012130                     LC-PARM-VALUE """ FOR " LC-PARM-KEY
012140                     " ON CARD " LC-PARM-CARD-CT
012150             END-IF
012160         WHEN OTHER
012170             ADD 1 TO LC-PARM-ERRORS
012180             DISPLAY "EX2L920E UNKNOWN KEYWORD """ LC-PARM-KEY
012190                 """ ON CARD " LC-PARM-CARD-CT
012200     END-EVALUATE.
012210 0560-APPLY-ONE-CARD-EXIT.
012220     EXIT.

012230*----------------------------------------------------------------*
012240*  1000-LOAD-MASTER - READ THE CURRENT MASTER INTO THE TABLE.    *
012250*  A MISSING FILE IS THE FIRST-TIME-BUILD CASE, NOT AN ERROR -   *
012260*  THE TABLE SIMPLY STARTS EMPTY.                                *
012270*----------------------------------------------------------------*
012280 1000-LOAD-MASTER.
012290     OPEN INPUT LOCMAST-FILE.
012300     IF NOT LC-MASTER-STATUS-OK
012310         DISPLAY "EX2L002I NO EXISTING LOCMAST.DAT - BUILDING "
012400             "A NEW MASTER FROM THE TRANSACTIONS"
012500         GO TO 1000-LOAD-MASTER-EXIT
012600     END-IF.
014200                         TO LC-MST-REGION(LC-MASTER-COUNT)
014300                     MOVE LM-STATUS
014400                         TO LC-MST-STATUS(LC-MASTER-COUNT)
014410                     MOVE ZERO
014420                         TO LC-MST-EFF-DATE(LC-MASTER-COUNT)
014500                 ELSE
014600                     DISPLAY "EX2L903W MASTER LINE WITH NON-"
014700                         "NUMERIC ID DROPPED: " LOCMAST-RECORD
016400 1000-LOAD-MASTER-EXIT.
016500     EXIT.

016510*----------------------------------------------------------------*
016520*  1500-LOAD-JOURNAL-DATES - READ THE CHANGE JOURNAL AND NOTE,   *
016530*  FOR EVERY SITE ON THE MASTER, THE LATEST EFFECTIVE DATE       *
016540*  ALREADY JOURNALED.  2100 REJECTS A CARD DATED EARLIER, SO     *
016550*  EACH SITE'S JOURNAL ENTRIES STAY IN EFFECTIVE-DATE ORDER AND  *
016560*  EACH BEFORE-IMAGE IS THE PREVIOUS ENTRY'S AFTER-IMAGE - THE   *
016570*  PROPERTY EX2 RELIES ON TO RESTATE THE MASTER TO A PAST DATE.  *
016580*  THE TABLE IS SORTED FIRST (THE MASTER IS WRITTEN IN ID ORDER, *
016590*  BUT A HAND EDIT MAY HAVE DISTURBED IT) SO SEARCH ALL IS SAFE. *
016594*  NO JOURNAL YET IS NORMAL - NOTHING HAS BEEN DATED.  A JOURNAL *
016598*  THAT IS THERE BUT WILL NOT OPEN ENDS THE RUN RC 16 BEFORE ANY *
016602*  CARD IS APPLIED - WITHOUT IT THE DATE GUARD CANNOT HOLD.      *
016610*----------------------------------------------------------------*
016620 1500-LOAD-JOURNAL-DATES.
016630     IF LC-MASTER-COUNT = ZERO
016640         GO TO 1500-LOAD-JOURNAL-DATES-EXIT
016650     END-IF.
016660     SORT LC-MASTER-ENTRY ON ASCENDING KEY LC-MST-ID.
016670     OPEN INPUT LOCJRNL-FILE.
016680     IF LC-JRNL-NOT-PRESENT
016690         CLOSE LOCJRNL-FILE
016700         GO TO 1500-LOAD-JOURNAL-DATES-EXIT
016710     END-IF.
016715     IF NOT LC-JRNL-STATUS-OK
016720         DISPLAY "EX2L927E CANNOT OPEN LOCMJRNL.DAT - STATUS "
016725             LC-JRNL-STATUS " - NOTHING APPLIED"
016730         MOVE 16 TO RETURN-CODE
016735         STOP RUN
016740     END-IF.
016750     PERFORM UNTIL LC-END-OF-FILE
016760         READ LOCJRNL-FILE
016770             AT END
016780                 SET LC-END-OF-FILE TO TRUE
016790             NOT AT END
016800                 IF JR-LOCATION-ID NUMERIC
016810                         AND JR-EFFECTIVE-DATE NUMERIC
016820                     SEARCH ALL LC-MASTER-ENTRY
016830                         AT END
016840                             CONTINUE
016850                         WHEN LC-MST-ID(LCX) = JR-LOCATION-ID
016860                             IF JR-EFFECTIVE-DATE
016870                                     > LC-MST-EFF-DATE(LCX)
016880                                 MOVE JR-EFFECTIVE-DATE
016890                                     TO LC-MST-EFF-DATE(LCX)
016900                             END-IF
016910                     END-SEARCH
016920                 END-IF
016930         END-READ
016940     END-PERFORM.
016950     CLOSE LOCJRNL-FILE.
016960     SET LC-NOT-END-OF-FILE TO TRUE.
016970 1500-LOAD-JOURNAL-DATES-EXIT.
016980     EXIT.

016990*----------------------------------------------------------------*
017000*  2000-APPLY-TRANSACTIONS - READ LOCMTXN.DAT AND APPLY EACH     *
017010*  TRANSACTION TO THE TABLE.  A MISSING TRANSACTION FILE ENDS    *
017020*  THE JOB RC 16 - RUNNING THE MAINTENANCE JOB WITH NOTHING TO   *
017030*  APPLY IS AN OPERATIONS MISTAKE, NOT A NO-OP.  THE JOURNAL IS  *
017040*  HELD OPEN FOR APPEND WHILE THE CARDS ARE APPLIED.             *
017100*----------------------------------------------------------------*
017200 2000-APPLY-TRANSACTIONS.
017300     OPEN INPUT LOCTXN-FILE.
017400     IF NOT LC-TXN-STATUS-OK
017500         DISPLAY "EX2L901E NO TRANSACTION FILE LOCMTXN.DAT"
017600             " - NOTHING TO APPLY"
017610         CLOSE LOCEDIT-FILE
017700         MOVE 16 TO RETURN-CODE
017800         STOP RUN
017900     END-IF.
017909     OPEN EXTEND LOCJRNL-FILE.
017918     IF NOT LC-JRNL-STATUS-OK AND NOT LC-JRNL-NOT-PRESENT
017927         DISPLAY "EX2L925E CANNOT OPEN LOCMJRNL.DAT - STATUS "
017936             LC-JRNL-STATUS " - NOTHING APPLIED"
017945         CLOSE LOCTXN-FILE
017954         CLOSE LOCEDIT-FILE
017963         MOVE 16 TO RETURN-CODE
017972         STOP RUN
017981     END-IF.
018000     PERFORM UNTIL LC-END-OF-FILE
018100         READ LOCTXN-FILE
018200             AT END
018300                 SET LC-END-OF-FILE TO TRUE
018400             NOT AT END
018410                 ADD 1 TO LC-CARD-NUMBER
018450                 IF LOCTXN-RECORD NOT = SPACES
018460                         AND TX-ACTION(1:1) NOT = "*"
018500                     ADD 1 TO LC-TXN-COUNT
018800         END-READ
018900     END-PERFORM.
019000     CLOSE LOCTXN-FILE.
019010     CLOSE LOCJRNL-FILE.
019100 2000-APPLY-TRANSACTIONS-EXIT.
019200     EXIT.

019300*----------------------------------------------------------------*
019400*  2100-APPLY-ONE-TXN - VALIDATE AND APPLY A SINGLE CARD.  ADD   *
019500*  OF A KNOWN ID REFRESHES THE NAME AND REGION AND RE-           *
019600*  ACTIVATES THE SITE (THE RE-OPEN CASE); CHANGE AND CLOSE OF    *
019700*  AN UNKNOWN ID ARE REJECTED - THERE IS NOTHING TO CHANGE.      *
019710*  A CARD THAT WOULD LEAVE THE SITE EXACTLY AS IT IS (A CHANGE   *
019720*  TO THE CURRENT VALUES, A CLOSE OF A CLOSED SITE) IS ALSO      *
019730*  REJECTED, SO THE JOURNAL HOLDS ONLY REAL CHANGES.  EVERY      *
019740*  APPLIED CARD IS JOURNALED BY 2400; EVERY REJECTED ONE GOES    *
019750*  THROUGH 2180 TO THE EDIT REPORT.                              *
019760*  AN ADD MUST CARRY A REAL NAME AND REGION - EX2LIFE'S          *
019770*  PROPOSAL PLACEHOLDERS ARE REJECTED UNTIL THE REVIEWER FILLS   *
019780*  THEM IN.                                                      *
019800*----------------------------------------------------------------*
019900 2100-APPLY-ONE-TXN.
020000     IF TX-LOCATION-ID NOT NUMERIC
020200         DISPLAY "EX2L904W TXN ID NOT NUMERIC, REJECTED: "
020300             LOCTXN-RECORD
020310         MOVE "LOCATION ID NOT NUMERIC" TO LC-REJECT-REASON
020320         GO TO 2180-REJECT-TXN
020500     END-IF.
020510     PERFORM 2300-EDIT-EFFECTIVE-DATE
020520         THRU 2300-EDIT-EFFECTIVE-DATE-EXIT.
020530     IF NOT LC-DATE-VALID
020540         DISPLAY "EX2L909W EFFECTIVE DATE """ TX-EFFECTIVE-DATE
020550             """ INVALID, REJECTED: " LOCTXN-RECORD
020560         MOVE "EFFECTIVE DATE IS NOT A VALID YYYYMMDD"
020570             TO LC-REJECT-REASON
020580         GO TO 2180-REJECT-TXN
020590     END-IF.
020600     MOVE TX-LOCATION-ID TO LC-FIND-TARGET.
020700     PERFORM 2200-FIND-ENTRY THRU 2200-FIND-ENTRY-EXIT.
020710     MOVE SPACES TO LC-BEFORE-NAME LC-BEFORE-REGION
020720         LC-BEFORE-STATUS.
020730     IF LC-ENTRY-FOUND
020740         IF LC-EFF-DATE < LC-MST-EFF-DATE(LC-FIND-IX)
020750             DISPLAY "EX2L910W EFFECTIVE " LC-EFF-DATE
020760                 " PRECEDES LAST CHANGE "
020770                 LC-MST-EFF-DATE(LC-FIND-IX) " FOR SITE "
020780                 TX-LOCATION-ID ", REJECTED"
020790             MOVE SPACES TO LC-REJECT-REASON
020800             STRING "EFFECTIVE DATE BEFORE SITE'S LAST CHANGE "
020810                    DELIMITED BY SIZE
020820                    LC-MST-EFF-DATE(LC-FIND-IX)
020830                    DELIMITED BY SIZE
020840                 INTO LC-REJECT-REASON
020850             GO TO 2180-REJECT-TXN
020860         END-IF
020870         MOVE LC-MST-NAME(LC-FIND-IX) TO LC-BEFORE-NAME
020880         MOVE LC-MST-REGION(LC-FIND-IX) TO LC-BEFORE-REGION
020890         MOVE LC-MST-STATUS(LC-FIND-IX) TO LC-BEFORE-STATUS
020900         MOVE LC-FIND-IX TO LC-APPLY-IX
020910     END-IF.
020920     EVALUATE TX-ACTION
020921         WHEN "ADD   "
020922             IF TX-SITE-NAME = SPACES OR TX-REGION = SPACES
020923                     OR TX-SITE-NAME = LC-PLACEHOLDER-NAME
020924                     OR TX-REGION = LC-PLACEHOLDER-REGION
020925                 DISPLAY "EX2L915W ADD OF SITE " TX-LOCATION-ID
020926                     " HAS NO REAL NAME OR REGION, REJECTED"
020927                 MOVE "ADD NEEDS A REAL SITE NAME AND REGION"
020928                     TO LC-REJECT-REASON
020929                 GO TO 2180-REJECT-TXN
020930             END-IF
020940             IF LC-ENTRY-FOUND
020950                     AND LC-BEFORE-STATUS = "A"
020960                     AND TX-SITE-NAME = LC-BEFORE-NAME
020970                     AND TX-REGION = LC-BEFORE-REGION
020980                 DISPLAY "EX2L914W ADD OF SITE " TX-LOCATION-ID
020990                     " ALTERS NOTHING, REJECTED"
021000                 MOVE "ADD OF AN ACTIVE SITE WITH THE SAME NAME"
021010                     TO LC-REJECT-REASON
021020                 GO TO 2180-REJECT-TXN
021030             END-IF
021040             IF LC-ENTRY-FOUND
021100                 MOVE TX-SITE-NAME
021200                     TO LC-MST-NAME(LC-FIND-IX)
021300                 MOVE TX-REGION
022600                 MOVE TX-REGION
022700                     TO LC-MST-REGION(LC-MASTER-COUNT)
022800                 MOVE "A" TO LC-MST-STATUS(LC-MASTER-COUNT)
022810                 MOVE LC-MASTER-COUNT TO LC-APPLY-IX
022900                 ADD 1 TO LC-ADDED-COUNT
023000             END-IF
023010         WHEN "CHANGE"
023020             IF NOT LC-ENTRY-FOUND
023030                 DISPLAY "EX2L911W CHANGE OF UNKNOWN SITE "
023040                     TX-LOCATION-ID " REJECTED"
023050                 MOVE "CHANGE OF A SITE NOT ON THE MASTER"
023060                     TO LC-REJECT-REASON
023070                 GO TO 2180-REJECT-TXN
023071             END-IF
023072             IF TX-SITE-NAME = LC-PLACEHOLDER-NAME
023073                     OR TX-REGION = LC-PLACEHOLDER-REGION
023074                 DISPLAY "EX2L915W CHANGE OF SITE " TX-LOCATION-ID
023075                     " HAS A PLACEHOLDER NAME OR REGION, REJECTED"
023076                 MOVE "CHANGE GIVES A PLACEHOLDER NAME OR REGION"
023077                     TO LC-REJECT-REASON
023078                 GO TO 2180-REJECT-TXN
023079             END-IF
023090             MOVE LC-BEFORE-NAME TO LC-NEW-NAME
023100             MOVE LC-BEFORE-REGION TO LC-NEW-REGION
023110             IF TX-SITE-NAME NOT = SPACES
023120                 MOVE TX-SITE-NAME TO LC-NEW-NAME
023130             END-IF
023140             IF TX-REGION NOT = SPACES
023150                 MOVE TX-REGION TO LC-NEW-REGION
023160             END-IF
023170             IF LC-NEW-NAME = LC-BEFORE-NAME
023180                     AND LC-NEW-REGION = LC-BEFORE-REGION
023190                 DISPLAY "EX2L912W CHANGE OF SITE "
023200                     TX-LOCATION-ID " ALTERS NOTHING, REJECTED"
023210                 MOVE "CHANGE GIVES NO NEW NAME OR REGION"
023220                     TO LC-REJECT-REASON
023230                 GO TO 2180-REJECT-TXN
023240             END-IF
023250             MOVE LC-NEW-NAME TO LC-MST-NAME(LC-FIND-IX)
023260             MOVE LC-NEW-REGION TO LC-MST-REGION(LC-FIND-IX)
023270             ADD 1 TO LC-CHANGED-COUNT
023280         WHEN "CLOSE "
023290             IF NOT LC-ENTRY-FOUND
023700                 DISPLAY "EX2L905W CLOSE OF UNKNOWN SITE "
023800                     TX-LOCATION-ID " REJECTED"
023810                 MOVE "CLOSE OF A SITE NOT ON THE MASTER"
023820                     TO LC-REJECT-REASON
023830                 GO TO 2180-REJECT-TXN
023840             END-IF
023850             IF LC-BEFORE-STATUS = "C"
023860                 DISPLAY "EX2L913W CLOSE OF SITE " TX-LOCATION-ID
023870                     " ALREADY CLOSED, REJECTED"
023880                 MOVE "CLOSE OF A SITE ALREADY CLOSED"
023890                     TO LC-REJECT-REASON
023900                 GO TO 2180-REJECT-TXN
023910             END-IF
023920             MOVE "C" TO LC-MST-STATUS(LC-FIND-IX)
023930             ADD 1 TO LC-CLOSED-COUNT
024000         WHEN OTHER
024200             DISPLAY "EX2L906W ACTION """ TX-ACTION
024300                 """ NOT RECOGNIZED, REJECTED: " LOCTXN-RECORD
024310             MOVE "ACTION NOT ADD, CHANGE OR CLOSE"
024320                 TO LC-REJECT-REASON
024330             GO TO 2180-REJECT-TXN
024400     END-EVALUATE.
024410     MOVE LC-EFF-DATE TO LC-MST-EFF-DATE(LC-APPLY-IX).
024420     PERFORM 2400-WRITE-JOURNAL THRU 2400-WRITE-JOURNAL-EXIT.
024500     GO TO 2100-APPLY-ONE-TXN-EXIT.
024510*----------------------------------------------------------------*
024520*  2180-REJECT-TXN - COUNT THE REJECT AND LIST THE CARD AS READ, *
024530*  WITH ITS REASON, ON THE EDIT REPORT.  NOTHING IS APPLIED.     *
024540*----------------------------------------------------------------*
024550 2180-REJECT-TXN.
024560     ADD 1 TO LC-REJECT-COUNT.
024570     MOVE LC-CARD-NUMBER TO LCD-CARD-NUMBER.
024580     MOVE LOCTXN-RECORD TO LCD-CARD-IMAGE.
024590     MOVE LC-REJECT-REASON TO LCD-REASON.
024600     WRITE LOCEDIT-RECORD FROM LC-EDIT-DETAIL.
024610     GO TO 2100-APPLY-ONE-TXN-EXIT.
024620*----------------------------------------------------------------*
024700*  2190-TABLE-OVERFLOW - AN ADD WOULD EXCEED THE TABLE CEILING.  *
024800*----------------------------------------------------------------*
024900 2190-TABLE-OVERFLOW.
025000     CLOSE LOCTXN-FILE.
025010     CLOSE LOCJRNL-FILE.
025020     CLOSE LOCEDIT-FILE.
025100     DISPLAY "EX2L999E MASTER EXCEEDS TABLE CAPACITY OF "
025200         LC-MAX-TABLE-SIZE " ENTRIES - JOB TERMINATED".
025300     MOVE 16 TO RETURN-CODE.
027600 2200-FIND-ENTRY-EXIT.
027700     EXIT.

027710*----------------------------------------------------------------*
027720*  2300-EDIT-EFFECTIVE-DATE - A BLANK DATE MEANS THE RUN DATE.   *
027730*  OTHERWISE IT MUST BE EIGHT DIGITS FORMING A REAL CALENDAR     *
027740*  DATE.  FUTURE DATES ARE ALLOWED - THE CHANGE IS JOURNALED NOW *
027750*  AND EX2 RUNS DATED BEFORE IT STILL SEE THE OLD IMAGE.         *
027760*----------------------------------------------------------------*
027770 2300-EDIT-EFFECTIVE-DATE.
027780     SET LC-DATE-VALID TO TRUE.
027790     IF TX-EFFECTIVE-DATE = SPACES
027800         MOVE LC-RUN-DATE TO LC-EFF-DATE
027810         GO TO 2300-EDIT-EFFECTIVE-DATE-EXIT
027820     END-IF.
027830     IF TX-EFFECTIVE-DATE NOT NUMERIC
027840         MOVE "N" TO LC-DATE-SW
027850         GO TO 2300-EDIT-EFFECTIVE-DATE-EXIT
027860     END-IF.
027870     MOVE TX-EFFECTIVE-DATE TO LC-EFF-DATE.
027880     IF LC-EFF-YYYY < 1900
027890             OR LC-EFF-MM < 1 OR LC-EFF-MM > 12
027900             OR LC-EFF-DD < 1
027910         MOVE "N" TO LC-DATE-SW
027920         GO TO 2300-EDIT-EFFECTIVE-DATE-EXIT
027930     END-IF.
027940     MOVE LC-MONTH-LEN(LC-EFF-MM) TO LC-MAX-DD.
027950     IF LC-EFF-MM = 2
027960         DIVIDE LC-EFF-YYYY BY 4 GIVING LC-YEAR-QUOTIENT
027970             REMAINDER LC-YEAR-REM4
027980         DIVIDE LC-EFF-YYYY BY 100 GIVING LC-YEAR-QUOTIENT
027990             REMAINDER LC-YEAR-REM100
028000         DIVIDE LC-EFF-YYYY BY 400 GIVING LC-YEAR-QUOTIENT
028010             REMAINDER LC-YEAR-REM400
028020         IF LC-YEAR-REM400 = 0
028030                 OR (LC-YEAR-REM4 = 0 AND LC-YEAR-REM100 NOT = 0)
028040             MOVE 29 TO LC-MAX-DD
028050         END-IF
028060     END-IF.
028070     IF LC-EFF-DD > LC-MAX-DD
028080         MOVE "N" TO LC-DATE-SW
028090     END-IF.
028100 2300-EDIT-EFFECTIVE-DATE-EXIT.
028110     EXIT.

028120*----------------------------------------------------------------*
028130*  2400-WRITE-JOURNAL - APPEND THE APPLIED CARD TO LOCMJRNL.DAT  *
028140*  WITH THE BEFORE IMAGE CAPTURED BY 2100 AND THE AFTER IMAGE    *
028150*  NOW IN THE TABLE AT LC-APPLY-IX.                              *
028160*----------------------------------------------------------------*
028170 2400-WRITE-JOURNAL.
028180     MOVE SPACES TO LOCJRNL-RECORD.
028190     MOVE LC-RUN-DATE TO JR-APPLIED-DATE.
028200     MOVE LC-RUN-TIME TO JR-APPLIED-TIME.
028210     MOVE LC-OPERATOR TO JR-OPERATOR.
028220     MOVE TX-ACTION TO JR-ACTION.
028230     MOVE TX-LOCATION-ID TO JR-LOCATION-ID.
028240     MOVE LC-EFF-DATE TO JR-EFFECTIVE-DATE.
028250     MOVE LC-BEFORE-NAME TO JR-BEFORE-NAME.
028260     MOVE LC-BEFORE-REGION TO JR-BEFORE-REGION.
028270     MOVE LC-BEFORE-STATUS TO JR-BEFORE-STATUS.
028280     MOVE LC-MST-NAME(LC-APPLY-IX) TO JR-AFTER-NAME.
028290     MOVE LC-MST-REGION(LC-APPLY-IX) TO JR-AFTER-REGION.
028300     MOVE LC-MST-STATUS(LC-APPLY-IX) TO JR-AFTER-STATUS.
028301     WRITE LOCJRNL-RECORD.
028302     IF NOT LC-JRNL-STATUS-OK
028303         GO TO 2490-JOURNAL-FAILED
028304     END-IF.
028305     ADD 1 TO LC-JOURNAL-COUNT.
028306     GO TO 2400-WRITE-JOURNAL-EXIT.
028307*----------------------------------------------------------------*
028308*  2490-JOURNAL-FAILED - AN APPLIED CARD COULD NOT BE JOURNALED. *
028309*  THE MASTER IS NOT REWRITTEN: NO CHANGE MAY REACH IT WITHOUT   *
028310*  ITS AUDIT ENTRY.  CARDS ALREADY JOURNALED THIS RUN ARE        *
028311*  COUNTED SO THE OPERATOR KNOWS TO CLEAR THEM BEFORE A RERUN.   *
028312*----------------------------------------------------------------*
028313 2490-JOURNAL-FAILED.
028314     CLOSE LOCTXN-FILE.
028315     CLOSE LOCJRNL-FILE.
028316     CLOSE LOCEDIT-FILE.
028317     MOVE LC-JOURNAL-COUNT TO LC-EDIT-COUNT.
028318     DISPLAY "EX2L926E CANNOT WRITE LOCMJRNL.DAT FOR SITE "
028319         TX-LOCATION-ID " - STATUS " LC-JRNL-STATUS.
028320     DISPLAY "EX2L926E MASTER NOT REWRITTEN - " LC-EDIT-COUNT
028321         " CARD(S) ALREADY JOURNALED THIS RUN - JOB TERMINATED".
028322     MOVE 16 TO RETURN-CODE.
028323     STOP RUN.
028330 2400-WRITE-JOURNAL-EXIT.
028340     EXIT.

028350*----------------------------------------------------------------*
028360*  3000-REWRITE-MASTER - SORT THE TABLE BACK INTO ID ORDER AND   *
028370*  REWRITE THE WHOLE MASTER, SO EX2'S LOAD ALWAYS SEES A         *
028380*  COMPLETE, ORDERED FILE.                                       *
028390*----------------------------------------------------------------*
028400 3000-REWRITE-MASTER.
028410     IF LC-MASTER-COUNT > ZERO
028500         SORT LC-MASTER-ENTRY ON ASCENDING KEY LC-MST-ID
028600     END-IF.
028700     OPEN OUTPUT LOCMAST-FILE.
029900     EXIT.

030000*----------------------------------------------------------------*
030100*  4000-REPORT - RUN COUNTS FOR THE JOB LOG, AND THE SAME COUNTS *
030110*  AT THE FOOT OF THE EDIT REPORT.                               *
030200*----------------------------------------------------------------*
030300 4000-REPORT.
030310     IF LC-REJECT-COUNT = ZERO
030320         MOVE "      NO TRANSACTIONS REJECTED" TO LOCEDIT-RECORD
030330         WRITE LOCEDIT-RECORD
030340     END-IF.
030350     MOVE SPACES TO LOCEDIT-RECORD.
030360     WRITE LOCEDIT-RECORD.
030400     MOVE LC-TXN-COUNT TO LC-EDIT-COUNT.
030500     DISPLAY "EX2L001I TRANSACTIONS READ ... " LC-EDIT-COUNT.
030510     MOVE "TRANSACTIONS READ ............" TO LCT-LABEL.
030520     MOVE LC-TXN-COUNT TO LCT-COUNT.
030530     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
030600     MOVE LC-ADDED-COUNT TO LC-EDIT-COUNT.
030700     DISPLAY "EX2L003I SITES ADDED ......... " LC-EDIT-COUNT.
030710     MOVE "SITES ADDED .................." TO LCT-LABEL.
030720     MOVE LC-ADDED-COUNT TO LCT-COUNT.
030730     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
030800     MOVE LC-UPDATED-COUNT TO LC-EDIT-COUNT.
030900     DISPLAY "EX2L004I SITES UPDATED ....... " LC-EDIT-COUNT.
030910     MOVE "SITES UPDATED (RE-OPENED) ...." TO LCT-LABEL.
030920     MOVE LC-UPDATED-COUNT TO LCT-COUNT.
030930     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
030940     MOVE LC-CHANGED-COUNT TO LC-EDIT-COUNT.
030950     DISPLAY "EX2L008I SITES CHANGED ....... " LC-EDIT-COUNT.
030960     MOVE "SITES CHANGED ................" TO LCT-LABEL.
030970     MOVE LC-CHANGED-COUNT TO LCT-COUNT.
030980     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
031000     MOVE LC-CLOSED-COUNT TO LC-EDIT-COUNT.
031100     DISPLAY "EX2L005I SITES CLOSED ........ " LC-EDIT-COUNT.
031110     MOVE "SITES CLOSED ................." TO LCT-LABEL.
031120     MOVE LC-CLOSED-COUNT TO LCT-COUNT.
031130     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
031200     MOVE LC-REJECT-COUNT TO LC-EDIT-COUNT.
031300     DISPLAY "EX2L006I TXNS REJECTED ....... " LC-EDIT-COUNT.
031310     MOVE "TRANSACTIONS REJECTED ........" TO LCT-LABEL.
031320     MOVE LC-REJECT-COUNT TO LCT-COUNT.
031330     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
031340     MOVE LC-JOURNAL-COUNT TO LC-EDIT-COUNT.
031350     DISPLAY "EX2L009I JOURNAL ENTRIES ..... " LC-EDIT-COUNT.
031360     MOVE "JOURNAL ENTRIES WRITTEN ......" TO LCT-LABEL.
031370     MOVE LC-JOURNAL-COUNT TO LCT-COUNT.
031380     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
031400     MOVE LC-MASTER-COUNT TO LC-EDIT-COUNT.
031500     DISPLAY "EX2L007I MASTER ENTRIES NOW .. " LC-EDIT-COUNT.
031510     MOVE "MASTER ENTRIES NOW ..........." TO LCT-LABEL.
031520     MOVE LC-MASTER-COUNT TO LCT-COUNT.
031530     WRITE LOCEDIT-RECORD FROM LC-EDIT-TOTAL.
031540     CLOSE LOCEDIT-FILE.
031600 4000-REPORT-EXIT.
031700     EXIT.

031800*----------------------------------------------------------------*
031900*  9999-TERMINATE - END OF JOB.  ANY REJECTED TRANSACTION ENDS   *
032000*  RC 8 SO A TYPO'D CARD CANNOT SLIP THROUGH UNNOTICED AND       *
032100*  LEAVE THE MASTER QUIETLY STALE; THE CARDS ARE LISTED WITH     *
032110*  THEIR REASONS ON LOCMEDIT.TXT.                                *
032200*----------------------------------------------------------------*
032300 9999-TERMINATE.
032400     IF LC-REJECT-COUNT > ZERO
032500         DISPLAY "EX2L902W " LC-REJECT-COUNT " TRANSACTION(S)"
032600             " REJECTED - SEE LOCMEDIT.TXT - RC 8 SET"
032700         MOVE 8 TO RETURN-CODE
032800     END-IF.
032900 9999-TERMINATE-EXIT.
