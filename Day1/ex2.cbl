022800*                    CARRIED FILES, SO SOURCE TEAMS CAN PRE-     *
022900*                    FLIGHT A RESUBMISSION THEMSELVES BEFORE     *
023000*                    THE BATCH WINDOW OPENS.                     *
023010*  2026-10-15  DK    SOURCE HEADER/TRAILER CONTROL RECORDS: EACH *
023020*                    SOURCE SYSTEM NOW FRAMES ITS PART OF THE    *
023030*                    EXTRACT WITH AN HDR RECORD (EXTRACT DATE)   *
023040*                    AND A TRL RECORD (EXTRACT DATE, DECLARED    *
023050*                    DETAIL COUNT, LIST1/LIST2 HASH TOTALS).     *
023060*                    THEY ARE RECOGNIZED INSTEAD OF REJECTED AND *
023070*                    EACH SOURCE IS BALANCED AGAINST WHAT WAS    *
023080*                    ACTUALLY READ.  A SOURCE THAT IS OUT OF     *
023090*                    BALANCE, IS MISSING ITS TRAILER, OR SENDS A *
023100*                    STALE EXTRACT DATE GETS AN OUT-OF-BALANCE   *
023110*                    SECTION IN THE RESULTS FILE AND AN EVENT,   *
023120*                    AND THE JOB ENDS RC 8 LIKE THE REJECT-RATE  *
023130*                    GUARD SO DISTRIBUTION IS HELD.  NEW CARDS   *
023140*                    CTLRECS= AND STALEDAYS=.                    *
023150*  2026-10-15  DK    EFFECTIVE-DATED LOCATION MASTER: AFTER THE  *
023160*                    MASTER IS LOADED, THE EX2LOCM CHANGE        *
023170*                    JOURNAL (LOCMJRNL.DAT) IS READ AND ANY      *
023180*                    CHANGE EFFECTIVE AFTER THE RUN DATE IS      *
023190*                    BACKED OUT OF THE TABLE, SO EVERY REPORT IS *
023200*                    STAMPED WITH THE NAME AND REGION IN EFFECT  *
023210*                    ON THE RUN DATE.  A SITE WHOSE ADD IS NOT   *
023220*                    YET EFFECTIVE REPORTS AS NOT IN MASTER.     *
023230*  2026-10-15  DK    REGIONAL ROLLUP REPORT (REGNRPT.TXT): THE   *
023240*                    DAY'S RESULTS GROUPED BY THE MASTER REGION  *
023250*                    IN EFFECT ON THE RUN DATE, ONE SECTION PER  *
023260*                    REGION - SITES REPORTED, RECORDS, MATCHED   *
023270*                    PAIRS, SHARE OF THE SIMILARITY SCORE AND OF *
023280*                    THE TOTAL DISTANCE, CLOSE/FAR MISSES, NOT-  *
023290*                    IN-MASTER IDS, DUPLICATE EXTRAS, REJECTS -  *
023300*                    AND A GRAND TOTAL PROVEN AGAINST THE        *
023310*                    RESULTS FILE CONTROL TOTALS (EX2052W IF     *
023315*                    NOT).                                       *
023325*  2026-10-15  DK    EXCEPTION CASE TRACKING: EVERY UNMATCHED    *
023335*                    AND NOT-IN-MASTER EXCEPTION IS CARRIED AS   *
023345*                    A CASE IN EXCPCASE.DAT (OPENED, LAST-SEEN   *
023355*                    DATE, CONSECUTIVE DAYS OPEN, ANALYST,       *
023365*                    RESOLUTION CODE).  EACH EXCPRPT.TXT LINE IS *
023375*                    MARKED NEW, PERSISTING OR REOPENED WITH ITS *
023385*                    CONSECUTIVE DAYS, AND CASES THAT CLEARED    *
023395*                    SINCE THE LAST RUN ARE LISTED AT THE END.   *
023405*                    THE NEW EX2CASE COMPANION APPLIES ANALYST   *
023415*                    ASSIGNMENT/RESOLUTION CARDS AND AGES THE    *
023425*                    OPEN CASES BY REGION AND BY ANALYST.        *
023435*  2026-10-15  DK    DAILY SITE PRESENCE: EVERY RUN ALSO WRITES  *
023445*                    LOCPRESyyyymmdd.DAT (Rnn FOR A REVISION) -  *
023455*                    ONE RECORD PER DISTINCT ID ON THE EXTRACT   *
023465*                    WITH THE LIST(S) IT WAS ON, THE SOURCE      *
023475*                    SYSTEMS THAT SENT IT, WHETHER IT MATCHED,   *
023485*                    WHETHER IT RAISED AN EXCEPTION, AND ITS     *
023495*                    REGION - FOR THE EX2LOCQ PRESENCE CALENDAR  *
023505*                    AND GAP INQUIRY.                            *
023506*  2026-10-15  DK    BACK-OUT SUPPORT: BEFORE A PRODUCTION RUN   *
023507*                    CHANGES THEM, THE CARRIED FILES (LOCHIST,   *
023508*                    REJDISP, EXCPCASE, PERFLOG) ARE COPIED TO   *
023509*                    DATED nnnnnnnyyyymmddRnn.SNP SNAPSHOTS FOR  *
023510*                    THE NEW EX2BACK BACK-OUT PROGRAM.  RESULT   *
023511*                    GENERATIONS EX2BACK WITHDRAWS (WITHDRAW.DAT *
023512*                    LEDGER) ARE SKIPPED BY THE PRIOR-DAY        *
023513*                    COMPARISON, AND A RERUN THAT REPUBLISHES A  *
023514*                    WITHDRAWN GENERATION LOGS IT AS REINSTATED. *
023515*  2026-10-15  DK    WHAT-IF MODE (MODE=WHATIF): THE EXTRACT IS  *
023516*                    RUN TWICE, UNDER THE DECK'S OWN CARDS AND   *
023517*                    UNDER THE ALTERNATE DECK NAMED BY ALTPARM=  *
023518*                    (DEFAULT EX2ALT.CDS, TUNING KEYWORDS ONLY), *
023519*                    AND WHATIF.TXT SHOWS BASELINE AGAINST       *
023520*                    ALTERNATE FOR EVERY CONTROL TOTAL, EACH     *
023521*                    SOURCE SLOT, THE EXCEPTION/DUPLICATE        *
023522*                    COUNTS, AND EVERY LOCATION ID WHOSE         *
023523*                    CLASSIFICATION CHANGED.  NO CARRIED FILE,   *
023524*                    DATED OUTPUT, CHECKPOINT OR EVENT IS        *
023525*                    WRITTEN; THE DETAIL REPORTS OF EACH PASS GO *
023526*                    TO .WIB/.WIA COPIES OF THEIR USUAL NAMES.   *
023527*  2026-10-15  DK    9999-TERMINATE NOW RECORDS THE DAY'S        *
023528*                    DISTRIBUTION STATE IN DISTLOG.DAT - HELD    *
023529*                    (WITH THE CAUSES) OR CLEAN - FOR THE NEW    *
023530*                    EX2DIST DISTRIBUTION STEP AND ITS OPERATOR  *
023531*                    RELEASE SIGN-OFF.                           *
023532*  2026-10-15  DK    ADDED THE ASOF= CARD - THE EXTRACT IS RUN   *
023533*                    AS THAT BUSINESS DATE (DATED FILES, CARRIED *
023534*                    FILES, PRIOR-DAY COMPARE, EVENTS) - AND THE *
023535*                    HOOK FOR THE EX2CATCH CATCH-UP DRIVER.  A   *
023536*                    RUN DATE EARLIER THAN THE CARRIED FILES     *
023537*                    ALREADY REFLECT IS REFUSED (EX2987E) UNTIL  *
023538*                    THE LATER RUNS ARE BACKED OUT.  9999 NOW    *
023539*                    ENDS WITH GOBACK SO EX2CATCH REGAINS        *
023540*                    CONTROL.                                    *
023541*  2026-10-15  DK    THE DAY'S DUPRPT.TXT AND COVRPT.TXT ARE NOW *
023542*                    ALSO KEPT AS DATED GENERATIONS (DUPRPT/     *
023543*                    COVRPTyyyymmdd[Rnn].TXT, 4900) AND A        *
023544*                    REJECT-RATE HOLD CHARGES EACH SOURCE ITS    *
023545*                    SHARE OF THE REJECTS (EX2064I, 8600) -      *
023546*                    BOTH FOR THE EX2SCORE MONTH-END SCORECARD.  *
023550*  2026-10-15  DK    ASOF= AND THE HDR/TRL EXTRACT DATE NOW      *
023551*                    GET A FULL CALENDAR EDIT (1660) - 31        *
023552*                    SEPTEMBER OR 29 FEBRUARY OF A COMMON YEAR   *
023553*                    IS REFUSED.  A FAILED OPEN OR WRITE OF      *
023554*                    WITHDRAW.DAT OR DISTLOG.DAT NOW ENDS THE    *
023555*                    RUN RC 16 (EX2986E, 8590) INSTEAD OF        *
023556*                    LOSING THE LEDGER ENTRY.                    *
023557*  2026-10-15  DK    EXCPCASE.DAT, THE LOCPRES FILE AND THE      *
023558*                    DATED DUPRPT/COVRPT COPIES ARE STATUS-      *
023559*                    CHECKED ON OPEN AND EVERY WRITE (EX2985E,   *
023560*                    8595, RC 16).  A LIVE CARRIED FILE THAT     *
023561*                    EXISTS BUT WILL NOT OPEN NO LONGER GIVES AN *
023562*                    EMPTY SNAPSHOT (EX2984E, RC 16).            *
023563*  2026-10-15  DK    LOCMJRNL.DAT THAT EXISTS BUT WILL NOT OPEN  *
023564*                    NOW ENDS THE RUN RC 16 (EX2983E) INSTEAD OF *
023565*                    SKIPPING THE AS-OF RESTATEMENT.  1960 AND   *
023566*                    6020 MOVED NEXT TO THEIR NEIGHBOURS.        *
023579******************************************************************

023580 ENVIRONMENT DIVISION.
023582 INPUT-OUTPUT SECTION.
023586 FILE-CONTROL.
023590     SELECT INPUT-FILE ASSIGN TO DYNAMIC D1-INPUT-FILENAME
023600         ORGANIZATION IS LINE SEQUENTIAL.

023700     SELECT EXCEPTION-FILE ASSIGN TO DYNAMIC D1-EXCP-FILENAME
023800         ORGANIZATION IS LINE SEQUENTIAL.

023900     SELECT REJECT-FILE ASSIGN TO DYNAMIC D1-REJECT-FILENAME
024000         ORGANIZATION IS LINE SEQUENTIAL.

024100     SELECT CORRECTION-FILE ASSIGN TO DYNAMIC D1-CORR-FILENAME
024200         ORGANIZATION IS LINE SEQUENTIAL.

024300     SELECT LIST3-FILE ASSIGN TO DYNAMIC D1-LIST3-FILENAME
024500     SELECT THREEWAY-FILE ASSIGN TO "THREEWAY.TXT"
024600         ORGANIZATION IS LINE SEQUENTIAL.

024700     SELECT MATCHPAIR-FILE ASSIGN TO DYNAMIC D1-MATCHPR-FILENAME
024800         ORGANIZATION IS LINE SEQUENTIAL.

024900     SELECT LOCMAST-FILE ASSIGN TO "LOCMAST.DAT"
025300         ORGANIZATION IS LINE SEQUENTIAL
025400         FILE STATUS IS D1-DISP-STATUS.

025410     SELECT CASE-FILE ASSIGN TO "EXCPCASE.DAT"
025420         ORGANIZATION IS LINE SEQUENTIAL
025430         FILE STATUS IS D1-CASE-STATUS.

025500     SELECT DUPRPT-FILE ASSIGN TO DYNAMIC D1-DUPRPT-FILENAME
025600         ORGANIZATION IS LINE SEQUENTIAL.

025700     SELECT COVRPT-FILE ASSIGN TO DYNAMIC D1-COVRPT-FILENAME
025800         ORGANIZATION IS LINE SEQUENTIAL.

025810     SELECT REGNRPT-FILE ASSIGN TO "REGNRPT.TXT"
025820         ORGANIZATION IS LINE SEQUENTIAL.

025900     SELECT OPTIONAL PERFLOG-FILE ASSIGN TO "PERFLOG.TXT"
026000         ORGANIZATION IS LINE SEQUENTIAL.

026200         ORGANIZATION IS LINE SEQUENTIAL
026300         FILE STATUS IS D1-PARM-STATUS.

026310     SELECT ALTPARM-FILE ASSIGN TO DYNAMIC D1-ALTPARM-FILENAME
026320         ORGANIZATION IS LINE SEQUENTIAL
026330         FILE STATUS IS D1-ALTPARM-STATUS.

026340     SELECT WHATIF-FILE ASSIGN TO "WHATIF.TXT"
026350         ORGANIZATION IS LINE SEQUENTIAL.

026400     SELECT OPTIONAL EVENTS-FILE ASSIGN TO "EX2EVENTS.DAT"
026500         ORGANIZATION IS LINE SEQUENTIAL.

026510     SELECT LOCJRNL-FILE ASSIGN TO "LOCMJRNL.DAT"
026520         ORGANIZATION IS LINE SEQUENTIAL
026530         FILE STATUS IS D1-JRNL-STATUS.

026600     SELECT LOCHIST-FILE ASSIGN TO "LOCHIST.DAT"
026700         ORGANIZATION IS LINE SEQUENTIAL
026800         FILE STATUS IS D1-HIST-STATUS.
027900         ORGANIZATION IS LINE SEQUENTIAL
028000         FILE STATUS IS D1-CKPT-STATUS.

028006     SELECT PRESENCE-FILE ASSIGN TO DYNAMIC D1-PRES-FILENAME
028012         ORGANIZATION IS LINE SEQUENTIAL
028018         FILE STATUS IS D1-PRES-STATUS.

028028     SELECT SNAP-IN-FILE ASSIGN TO DYNAMIC D1-SNAP-IN-NAME
028036         ORGANIZATION IS LINE SEQUENTIAL
028044         FILE STATUS IS D1-SNAP-IN-STATUS.

028052     SELECT SNAP-OUT-FILE ASSIGN TO DYNAMIC D1-SNAP-OUT-NAME
028060         ORGANIZATION IS LINE SEQUENTIAL
028068         FILE STATUS IS D1-SNAP-OUT-STATUS.

028076     SELECT OPTIONAL WDRAW-FILE ASSIGN TO "WITHDRAW.DAT"
028084         ORGANIZATION IS LINE SEQUENTIAL
028092         FILE STATUS IS D1-WDRAW-STATUS.

028094     SELECT OPTIONAL DISTLOG-FILE ASSIGN TO "DISTLOG.DAT"
028096         ORGANIZATION IS LINE SEQUENTIAL
028098         FILE STATUS IS D1-DISTLOG-STATUS.

028100 DATA DIVISION.
028200 FILE SECTION.
028300*----------------------------------------------------------------*
030700     02  LIST2-VALUE-W PIC 9(06).
030800     02  FILLER      PIC X(01).
030900     02  FILE-LISTS-TRAILER-W PIC X(61).
030903*----------------------------------------------------------------*
030906*  FILE-LISTS-CONTROL IS THE SOURCE SYSTEM'S HEADER/TRAILER      *
030909*  CONTROL RECORD: "HDR" OR "TRL" IN THE COLUMNS RIGHT AFTER THE *
030912*  SOURCE CODE (WHERE A DETAIL RECORD ALWAYS HAS DIGITS), THEN   *
030915*  THE EXTRACT DATE.  THE TRAILER ALSO CARRIES THE DECLARED      *
030918*  DETAIL-RECORD COUNT (HEADER AND TRAILER NOT INCLUDED) AND     *
030921*  THE HASH TOTALS OF THE LIST1 AND LIST2 VALUES.  THE SAME      *
030924*  COLUMNS ARE USED UNDER BOTH VALUE-WIDTH LAYOUTS.              *
030927*----------------------------------------------------------------*
030930 01  FILE-LISTS-CONTROL REDEFINES FILE-LISTS-RAW.
030933     02  FLC-SOURCE-SYSTEM   PIC X(02).
030936     02  FLC-GAP1            PIC X(01).
030939     02  FLC-RECORD-TYPE     PIC X(03).
030942         88  FLC-HEADER              VALUE "HDR".
030945         88  FLC-TRAILER             VALUE "TRL".
030948     02  FLC-GAP2            PIC X(01).
030951     02  FLC-EXTRACT-DATE    PIC 9(08).
030954     02  FLC-HEADER-REST.
030957         03  FLC-GAP3        PIC X(01).
030960         03  FLC-RECORD-COUNT PIC 9(07).
030963         03  FLC-GAP4        PIC X(01).
030966         03  FLC-HASH-LIST1  PIC 9(12).
030969         03  FLC-GAP5        PIC X(01).
030972         03  FLC-HASH-LIST2  PIC 9(12).
030975         03  FLC-TRAILER-REST PIC X(31).

031000 FD  REJECT-FILE.
031100 01  REJECT-RECORD.
038500     02  FILLER              PIC X(01).
038600     02  LM-STATUS           PIC X(01).

038610*----------------------------------------------------------------*
038620*  LOCJRNL-RECORD - THE LOCATION MASTER CHANGE JOURNAL WRITTEN  *
038630*  BY EX2LOCM: WHEN/WHO APPLIED, ACTION, SITE, EFFECTIVE DATE,  *
038640*  AND THE SITE'S NAME/REGION/STATUS BEFORE AND AFTER.  A BLANK *
038650*  BEFORE-STATUS MEANS THE ENTRY ADDED THE SITE.                *
038660*----------------------------------------------------------------*
038670 FD  LOCJRNL-FILE.
038680 01  LOCJRNL-RECORD.
038690     02  JR-APPLIED-DATE     PIC 9(08).
038700     02  FILLER              PIC X(01).
038710     02  JR-APPLIED-TIME     PIC 9(08).
038720     02  FILLER              PIC X(01).
038730     02  JR-OPERATOR         PIC X(08).
038740     02  FILLER              PIC X(01).
038750     02  JR-ACTION           PIC X(06).
038760     02  FILLER              PIC X(01).
038770     02  JR-LOCATION-ID      PIC 9(06).
038780     02  FILLER              PIC X(01).
038790     02  JR-EFFECTIVE-DATE   PIC 9(08).
038800     02  FILLER              PIC X(01).
038810     02  JR-BEFORE-NAME      PIC X(20).
038820     02  FILLER              PIC X(01).
038830     02  JR-BEFORE-REGION    PIC X(03).
038840     02  FILLER              PIC X(01).
038850     02  JR-BEFORE-STATUS    PIC X(01).
038860     02  FILLER              PIC X(01).
038870     02  JR-AFTER-NAME       PIC X(20).
038880     02  FILLER              PIC X(01).
038890     02  JR-AFTER-REGION     PIC X(03).
038900     02  FILLER              PIC X(01).
038910     02  JR-AFTER-STATUS     PIC X(01).

038920*----------------------------------------------------------------*
038930*  REJDISP-RECORD - ONE LINE PER KNOWN REJECT, CARRIED FORWARD   *
038940*  FROM RUN TO RUN.  THE RAW 80-BYTE REJECTED LINE IS THE KEY    *
039000*  THAT IDENTIFIES "THE SAME RECORD" ACROSS RUNS; THE STATUS IS  *
039100*  NEW / RESUBMITTED / WAIVED / FIXED AND IS RECORDED AGAINST    *
039200*  THE ENTRY BY THE EX2REJD COMPANION PROGRAM.                   *
040500     02  FILLER              PIC X(01).
040600     02  RD-RAW-RECORD       PIC X(80).

040610*----------------------------------------------------------------*
040620*  CASE-RECORD - ONE LINE PER EXCEPTION CASE, CARRIED FORWARD    *
040630*  FROM RUN TO RUN AND REWRITTEN IN KEY ORDER.  THE KEY IS THE   *
040640*  LIST SIDE, THE LOCATION ID AND THE CLASS (U = NO MATCH IN THE *
040650*  OTHER LIST, M = NOT IN THE LOCATION MASTER).  STATUS IS OPEN, *
040660*  CLEARED (NOT SEEN ON A LATER RUN) OR RESOLVED (CLOSED BY AN   *
040670*  ANALYST THROUGH EX2CASE); THE CLOSED DATE IS WHEN IT STOPPED  *
040680*  BEING OPEN.  THE LAST MARK IS HOW THE CASE WAS LAST REPORTED, *
040690*  SO A SAME-DAY REVISION REPEATS IT RATHER THAN RE-COUNTING.    *
040700*  THE ANALYST AND RESOLUTION CODE ARE SET ONLY BY EX2CASE.      *
040710*----------------------------------------------------------------*
040720 FD  CASE-FILE.
040730 01  CASE-RECORD.
040740     02  CS-SIDE             PIC X(05).
040750     02  FILLER              PIC X(01).
040760     02  CS-LOCATION-ID      PIC 9(06).
040770     02  FILLER              PIC X(01).
040780     02  CS-CLASS            PIC X(01).
040790     02  FILLER              PIC X(01).
040800     02  CS-STATUS           PIC X(08).
040810     02  FILLER              PIC X(01).
040820     02  CS-OPENED           PIC 9(08).
040830     02  FILLER              PIC X(01).
040840     02  CS-LAST-SEEN        PIC 9(08).
040850     02  FILLER              PIC X(01).
040860     02  CS-CONSEC-DAYS      PIC 9(05).
040870     02  FILLER              PIC X(01).
040880     02  CS-REOPENS          PIC 9(03).
040890     02  FILLER              PIC X(01).
040900     02  CS-CLOSED           PIC 9(08).
040910     02  FILLER              PIC X(01).
040920     02  CS-LAST-MARK        PIC X(10).
040930     02  FILLER              PIC X(01).
040940     02  CS-SEVERITY         PIC X(10).
040950     02  FILLER              PIC X(01).
040960     02  CS-REGION           PIC X(03).
040970     02  FILLER              PIC X(01).
040980     02  CS-ANALYST          PIC X(08).
040990     02  FILLER              PIC X(01).
041000     02  CS-RESOLUTION       PIC X(08).

041010*----------------------------------------------------------------*
041020*  DUPRPT-RECORD - ONE LINE PER LOCATION ID THAT APPEARS MORE    *
041030*  THAN ONCE WITHIN A SINGLE LIST: THE LIST, THE ID, THE SOURCE  *
041040*  CODE THAT SENT IT, HOW MANY TIMES IT OCCURS, AND THE SITE     *
041100*  NAME/REGION STAMP THE OTHER REPORTS CARRY.                    *
041200*----------------------------------------------------------------*
041300 FD  DUPRPT-FILE.
043100 FD  COVRPT-FILE.
043200 01  COVRPT-RECORD           PIC X(80).

043210*----------------------------------------------------------------*
043220*  REGNRPT-RECORD IS ALSO A PLAIN LINE: THE REGIONAL ROLLUP      *
043230*  HEADINGS AND DETAIL LINES ARE BUILT IN THE D1-RGN- WORKING-   *
043240*  STORAGE GROUPS AND WRITTEN FROM THEM.                         *
043250*----------------------------------------------------------------*
043260 FD  REGNRPT-FILE.
043270 01  REGNRPT-RECORD          PIC X(80).

043300*----------------------------------------------------------------*
043400*  LOCHIST-RECORD - ONE LINE PER LOCATION ID EVER SEEN ON THE    *
043500*  EXTRACT, KEPT IN ID ORDER AND REWRITTEN IN FULL EACH RUN:     *
047800 FD  EX2PARM-FILE.
047900 01  PARM-CARD               PIC X(80).

047907*----------------------------------------------------------------*
047914*  ALTPARM-CARD - THE ALTERNATE CONTROL CARDS A WHAT-IF RUN IS   *
047921*  COMPARED UNDER (ALTPARM CARD, DEFAULT EX2ALT.CDS).  SAME      *
047928*  KEYWORD=VALUE FORMAT AS EX2PARM.CDS; ONLY THE TUNING          *
047935*  KEYWORDS ARE ACCEPTED (SEE 1450-APPLY-ALT-CARD).              *
047942*----------------------------------------------------------------*
047949 FD  ALTPARM-FILE.
047956 01  ALTPARM-CARD            PIC X(80).

047963*----------------------------------------------------------------*
047970*  WHATIF-RECORD - THE WHAT-IF COMPARISON REPORT (6500-6620).    *
047977*----------------------------------------------------------------*
047984 FD  WHATIF-FILE.
047991 01  WHATIF-RECORD           PIC X(80).

048000*----------------------------------------------------------------*
048100*  PERFLOG-RECORD - ONE LINE PER TIMED PHASE PER RUN, APPENDED   *
048200*  ACROSS RUNS SO PHASE TIMES CAN BE TRENDED AS VOLUME GROWS.    *
051100     02  EXCP-SITE-NAME  PIC X(20).
051200     02  FILLER          PIC X(02).
051300     02  EXCP-REGION     PIC X(03).
051310     02  FILLER          PIC X(02).
051320     02  EXCP-CASE-MARK  PIC X(10).
051330     02  FILLER          PIC X(02).
051340     02  EXCP-CASE-DAYS  PIC ZZZZ9.

051400 FD  RESULTS-FILE.
051500 01  RESULTS-RECORD      PIC X(80).
053900     02  FILLER          PIC X(02).
054000     02  CKPT-LIST2      PIC 9(06).

054010*----------------------------------------------------------------*
054020*  PRESENCE-RECORD - ONE LINE PER DISTINCT LOCATION ID ON THE    *
054030*  DAY'S EXTRACT, WRITTEN TO THE DATED LOCPRESyyyymmdd.DAT       *
054040*  (LOCPRESyyyymmddRnn.DAT FOR A SUPPLEMENTAL REVISION, WHICH    *
054050*  CARRIES THE FULL DAY AND SO SUPERSEDES THE EARLIER ONE):      *
054060*  WHICH LIST(S) CARRIED THE ID, WHETHER IT MATCHED (ON BOTH     *
054070*  LISTS), WHETHER IT RAISED AN EXCEPTION (UNMATCHED, OR NOT IN  *
054080*  A LOADED MASTER), THE REGION IN EFFECT ON THE RUN DATE, AND   *
054090*  THE DISTINCT SOURCE SYSTEMS THAT SENT IT - THE FIRST FOUR     *
054100*  CODES ARE KEPT, THE COUNT IS OF ALL OF THEM.  EX2LOCQ READS   *
054110*  THESE GENERATIONS FOR THE PRESENCE CALENDAR.                  *
054120*----------------------------------------------------------------*
054130 FD  PRESENCE-FILE.
054140 01  PRESENCE-RECORD.
054150     02  PR-RUN-DATE         PIC 9(08).
054160     02  FILLER              PIC X(01).
054170     02  PR-REVISION         PIC 9(02).
054180     02  FILLER              PIC X(01).
054190     02  PR-LOCATION-ID      PIC 9(06).
054200     02  FILLER              PIC X(01).
054210     02  PR-ON-LIST1         PIC X(01).
054220     02  PR-ON-LIST2         PIC X(01).
054230     02  FILLER              PIC X(01).
054240     02  PR-MATCHED          PIC X(01).
054250     02  FILLER              PIC X(01).
054260     02  PR-EXCEPTION        PIC X(01).
054270     02  FILLER              PIC X(01).
054280     02  PR-REGION           PIC X(03).
054290     02  FILLER              PIC X(01).
054300     02  PR-SOURCE-COUNT     PIC 9(02).
054310     02  PR-SOURCE-SLOT OCCURS 4 TIMES.
054320         03  FILLER          PIC X(01).
054330         03  PR-SOURCE       PIC X(02).

054331*----------------------------------------------------------------*
054332*  SNAP-IN / SNAP-OUT - PLAIN LINE IMAGES USED BY 1950 TO COPY   *
054333*  EACH CARRIED FILE TO ITS PRE-RUN SNAPSHOT.  THE RECORD IS     *
054334*  WIDER THAN ANY CARRIED LAYOUT; TRAILING SPACES ARE NOT KEPT   *
054335*  ON A LINE SEQUENTIAL WRITE, SO THE COPY IS LINE-FOR-LINE.     *
054336*----------------------------------------------------------------*
054337 FD  SNAP-IN-FILE.
054338 01  SNAP-IN-RECORD          PIC X(256).

054339 FD  SNAP-OUT-FILE.
054340 01  SNAP-OUT-RECORD         PIC X(256).

054341*----------------------------------------------------------------*
054342*  WDRAW-RECORD - THE RESULT-GENERATION WITHDRAWAL LEDGER        *
054343*  (WITHDRAW.DAT).  EX2BACK APPENDS A "W" ENTRY FOR EVERY        *
054344*  GENERATION IT BACKS OUT; EX2 APPENDS AN "R" ENTRY WHEN A      *
054345*  RERUN REPUBLISHES ONE.  THE LAST ENTRY FOR A DATE AND         *
054346*  REVISION IS ITS CURRENT STATE.  EX2SUM AND EX2LOCQ READ THE   *
054347*  SAME LEDGER.                                                  *
054348*----------------------------------------------------------------*
054349 FD  WDRAW-FILE.
054350 01  WDRAW-RECORD.
054351     02  WD-RUN-DATE         PIC 9(08).
054352     02  FILLER              PIC X(01).
054353     02  WD-REVISION         PIC 9(02).
054354     02  FILLER              PIC X(01).
054355     02  WD-ACTION           PIC X(01).
054356     02  FILLER              PIC X(01).
054357     02  WD-STAMP-DATE       PIC 9(08).
054358     02  FILLER              PIC X(01).
054359     02  WD-STAMP-TIME       PIC 9(08).
054360     02  FILLER              PIC X(01).
054361     02  WD-OPERATOR         PIC X(08).
054362     02  FILLER              PIC X(01).
054363     02  WD-REASON           PIC X(50).

054364*----------------------------------------------------------------*
054365*  DISTLOG-RECORD - THE RESULTS DISTRIBUTION LEDGER              *
054366*  (DISTLOG.DAT).  EX2 APPENDS AN "H" (HELD) OR "C" (CLEAN)      *
054367*  ENTRY AT END OF JOB; EX2DIST APPENDS "P" WHEN IT PUBLISHES A  *
054368*  CLEAN RUN AND "R" WHEN AN OPERATOR RELEASES A HELD ONE.  THE  *
054369*  LAST ENTRY FOR A DATE AND REVISION IS ITS CURRENT STATE.      *
054370*  SAME LAYOUT AS WITHDRAW.DAT.                                  *
054371*----------------------------------------------------------------*
054372 FD  DISTLOG-FILE.
054373 01  DISTLOG-RECORD.
054374     02  DL-RUN-DATE         PIC 9(08).
054375     02  FILLER              PIC X(01).
054376     02  DL-REVISION         PIC 9(02).
054377     02  FILLER              PIC X(01).
054378     02  DL-ACTION           PIC X(01).
054379     02  FILLER              PIC X(01).
054380     02  DL-STAMP-DATE       PIC 9(08).
054381     02  FILLER              PIC X(01).
054382     02  DL-STAMP-TIME       PIC 9(08).
054383     02  FILLER              PIC X(01).
054384     02  DL-OPERATOR         PIC X(08).
054385     02  FILLER              PIC X(01).
054386     02  DL-REASON           PIC X(50).

054387 WORKING-STORAGE SECTION.
054388*----------------------------------------------------------------*
054389*  LIST1 / LIST2 ARE SIZED BY OCCURS ... DEPENDING ON SO THE     *
054400*  TABLE GROWS WITH THE ACTUAL NUMBER OF RECORDS READ (UP TO     *
054500*  D1-MAX-TABLE-SIZE) RATHER THAN A FIXED COUNT.  D1-TABLE-COUNT *
054600*  MUST NOT BE CHANGED OUTSIDE OF 2000-READ-FILE.                *
060700         03  D1-MST-NAME     PIC X(20) VALUE SPACES.
060800         03  D1-MST-REGION   PIC X(03) VALUE SPACES.
060900         03  D1-MST-STATUS   PIC X(01) VALUE SPACES.
060910         03  D1-MST-ASOF-SW  PIC X(01) VALUE SPACES.
060920             88  D1-MST-AS-LOADED        VALUE SPACE.
060930             88  D1-MST-RESTATED         VALUE "R".
060940             88  D1-MST-NOT-YET-ADDED    VALUE "F".
061000 01  D1-MASTER-LOADED-SW PIC X(01) VALUE "N".
061100     88  D1-MASTER-LOADED            VALUE "Y".
061200 01  D1-MASTER-REJECTS   PIC 9(05) COMP VALUE ZERO.
061600 01  D1-MST-OUT-NAME     PIC X(20) VALUE SPACES.
061700 01  D1-MST-OUT-REGION   PIC X(03) VALUE SPACES.
061800 01  D1-MST-MISS-COUNT   PIC 9(07) COMP VALUE ZERO.
061810*----------------------------------------------------------------*
061820*  ITEMS FOR RESTATING THE MASTER AS OF THE RUN DATE FROM THE    *
061830*  EX2LOCM CHANGE JOURNAL (1720-RESTATE-MASTER).                 *
061840*----------------------------------------------------------------*
061850 01  D1-JRNL-STATUS      PIC X(02) VALUE "00".
061860     88  D1-JRNL-STATUS-OK           VALUE "00".
061870 01  D1-MST-RESTATED-CT  PIC 9(05) COMP VALUE ZERO.
061880 01  D1-EDIT-RESTATED    PIC ZZZZ9.

061900*----------------------------------------------------------------*
062000*  ITEMS ADDED FOR REJECT DISPOSITION TRACKING.  THE CARRIED-    *
064600     88  D1-EXTRACT-READ             VALUE "Y".
064700 01  D1-DISP-OPEN-COUNT  PIC 9(05) COMP VALUE ZERO.

064710*----------------------------------------------------------------*
064720*  ITEMS ADDED FOR EXCEPTION CASE TRACKING.  THE CARRIED CASES   *
064730*  FROM EXCPCASE.DAT ARE HELD HERE WHILE 4190-TRACK-CASE MATCHES *
064740*  EACH EXCEPTION LINE AGAINST THEM BY KEY; THE FILE IS          *
064750*  REWRITTEN AT END OF RUN BY 4550.  THE SEEN SWITCH IS WORKING  *
064760*  STATE ONLY AND IS NEVER WRITTEN OUT.                          *
064770*----------------------------------------------------------------*
064780 01  D1-CASE-STATUS      PIC X(02) VALUE "00".
064790     88  D1-CASE-STATUS-OK           VALUE "00".
064800 01  D1-CASE-COUNT       PIC 9(05) COMP VALUE ZERO.
064810 01  D1-MAX-CASES        PIC 9(05) VALUE 10000.
064820 01  D1-CASE-TABLE.
064830     02  D1-CASE-ENTRY OCCURS 1 TO 10000 TIMES
064840                         DEPENDING ON D1-CASE-COUNT
064850                         ASCENDING KEY IS D1-CSE-KEY
064860                         INDEXED BY CSX.
064870         03  D1-CSE-KEY.
064880             04  D1-CSE-SIDE     PIC X(05).
064890             04  D1-CSE-ID       PIC 9(06).
064900             04  D1-CSE-CLASS    PIC X(01).
064910         03  D1-CSE-STATUS       PIC X(08).
064920             88  D1-CSE-OPEN             VALUE "OPEN".
064930             88  D1-CSE-CLEARED          VALUE "CLEARED".
064940             88  D1-CSE-RESOLVED         VALUE "RESOLVED".
064950         03  D1-CSE-OPENED       PIC 9(08).
064960         03  D1-CSE-LAST-SEEN    PIC 9(08).
064970         03  D1-CSE-CONSEC       PIC 9(05).
064980         03  D1-CSE-REOPENS      PIC 9(03).
064990         03  D1-CSE-CLOSED       PIC 9(08).
065000         03  D1-CSE-MARK         PIC X(10).
065010         03  D1-CSE-SEVERITY     PIC X(10).
065020         03  D1-CSE-REGION       PIC X(03).
065030         03  D1-CSE-ANALYST      PIC X(08).
065040         03  D1-CSE-RESOLUTION   PIC X(08).
065050         03  D1-CSE-SEEN-SW      PIC X(01).
065060 01  D1-CASE-KEY.
065070     02  D1-CASE-SIDE        PIC X(05) VALUE SPACES.
065080     02  D1-CASE-ID          PIC 9(06) VALUE ZERO.
065090     02  D1-CASE-CLASS       PIC X(01) VALUE SPACE.
065100         88  D1-CASE-UNMATCHED           VALUE "U".
065110         88  D1-CASE-NO-MASTER           VALUE "M".
065120 01  D1-CSE-FOUND-SW     PIC X(01) VALUE "N".
065130     88  D1-CSE-FOUND                VALUE "Y".
065140 01  D1-CASE-NEW-CT      PIC 9(05) COMP VALUE ZERO.
065150 01  D1-CASE-PERSIST-CT  PIC 9(05) COMP VALUE ZERO.
065160 01  D1-CASE-REOPEN-CT   PIC 9(05) COMP VALUE ZERO.
065170 01  D1-CASE-CLEARED-CT  PIC 9(05) COMP VALUE ZERO.
065180 01  D1-CASE-OPEN-CT     PIC 9(05) COMP VALUE ZERO.

065190*----------------------------------------------------------------*
065200*  ITEMS ADDED FOR WITHIN-LIST DUPLICATE DETECTION.  THE POLICY  *
065210*  (DUPPOLICY CARD) IS R = REPORT ONLY, O = ALSO COUNT EACH      *
065220*  DUPLICATED ID ONCE IN RESULT AND THE LIST SUMS, F = END RC 8  *
065230*  WHEN THE EXTRA OCCURRENCES ACROSS BOTH LISTS EXCEED THE       *
065300*  DUPMAX CARD VALUE.  THE EXTRA COUNTS ARE OCCURRENCES BEYOND   *
065400*  THE FIRST, SO A CLEAN DAY IS ZERO.                            *
065500*----------------------------------------------------------------*
068200 01  D1-COV-J            PIC 9(02) COMP VALUE ZERO.
068300 01  D1-COV-MISS-TOTAL   PIC 9(07) COMP VALUE ZERO.

068310*----------------------------------------------------------------*
068320*  ITEMS ADDED FOR THE REGIONAL ROLLUP.  EACH DISTINCT MASTER    *
068330*  REGION (AS IN EFFECT ON THE RUN DATE) THAT THE DAY'S DATA     *
068340*  TOUCHES GETS ONE ENTRY; 4810-FIND-REGION LOCATES (OR ADDS)    *
068350*  THE ENTRY FOR THE REGION IN D1-MST-OUT-REGION AND LEAVES RGX  *
068360*  POINTING AT IT FOR THE CALLER TO BUMP.  AN ID NOT IN THE      *
068370*  MASTER, OR A SITE WITH NO REGION, FALLS IN THE BLANK-REGION   *
068380*  ENTRY.  THE COUNTERS ARE BUMPED IN THE SAME PASSES THAT BUILD *
068390*  THE CONTROL TOTALS SO THE GRAND TOTAL SHOULD ALWAYS BALANCE;  *
068400*  4860 PROVES IT.  D1-RGN-PRINT HAS THE ENTRY'S LAYOUT SO A     *
068410*  WHOLE ENTRY (OR THE GRAND TOTAL) CAN BE MOVED IN TO PRINT.    *
068420*----------------------------------------------------------------*
068430 01  D1-REGION-COUNT     PIC 9(03) COMP VALUE ZERO.
068440 01  D1-MAX-REGIONS      PIC 9(03) VALUE 200.
068450 01  D1-REGION-TABLE.
068460     02  D1-REGION-ENTRY OCCURS 1 TO 200 TIMES
068470                         DEPENDING ON D1-REGION-COUNT
068480                         ASCENDING KEY IS D1-RGN-CODE
068490                         INDEXED BY RGX.
068500         03  D1-RGN-CODE         PIC X(03) VALUE SPACES.
068510         03  D1-RGN-SITES        PIC 9(07) COMP VALUE ZERO.
068520         03  D1-RGN-RECORDS      PIC 9(07) COMP VALUE ZERO.
068530         03  D1-RGN-MATCHED      PIC 9(07) COMP VALUE ZERO.
068540         03  D1-RGN-SCORE        PIC 9(12) COMP VALUE ZERO.
068550         03  D1-RGN-DISTANCE     PIC 9(12) COMP VALUE ZERO.
068560         03  D1-RGN-CLOSE        PIC 9(07) COMP VALUE ZERO.
068570         03  D1-RGN-FAR          PIC 9(07) COMP VALUE ZERO.
068580         03  D1-RGN-NOT-MASTER   PIC 9(07) COMP VALUE ZERO.
068590         03  D1-RGN-DUPS         PIC 9(07) COMP VALUE ZERO.
068600         03  D1-RGN-REJECTS      PIC 9(07) COMP VALUE ZERO.
068610 01  D1-RGN-PRINT.
068620     02  RGP-CODE            PIC X(03) VALUE SPACES.
068630     02  RGP-SITES           PIC 9(07) COMP VALUE ZERO.
068640     02  RGP-RECORDS         PIC 9(07) COMP VALUE ZERO.
068650     02  RGP-MATCHED         PIC 9(07) COMP VALUE ZERO.
068660     02  RGP-SCORE           PIC 9(12) COMP VALUE ZERO.
068670     02  RGP-DISTANCE        PIC 9(12) COMP VALUE ZERO.
068680     02  RGP-CLOSE           PIC 9(07) COMP VALUE ZERO.
068690     02  RGP-FAR             PIC 9(07) COMP VALUE ZERO.
068700     02  RGP-NOT-MASTER      PIC 9(07) COMP VALUE ZERO.
068710     02  RGP-DUPS            PIC 9(07) COMP VALUE ZERO.
068720     02  RGP-REJECTS         PIC 9(07) COMP VALUE ZERO.
068730 01  D1-RGN-GRAND.
068740     02  RGG-CODE            PIC X(03) VALUE SPACES.
068750     02  RGG-SITES           PIC 9(07) COMP VALUE ZERO.
068760     02  RGG-RECORDS         PIC 9(07) COMP VALUE ZERO.
068770     02  RGG-MATCHED         PIC 9(07) COMP VALUE ZERO.
068780     02  RGG-SCORE           PIC 9(12) COMP VALUE ZERO.
068790     02  RGG-DISTANCE        PIC 9(12) COMP VALUE ZERO.
068800     02  RGG-CLOSE           PIC 9(07) COMP VALUE ZERO.
068810     02  RGG-FAR             PIC 9(07) COMP VALUE ZERO.
068820     02  RGG-NOT-MASTER      PIC 9(07) COMP VALUE ZERO.
068830     02  RGG-DUPS            PIC 9(07) COMP VALUE ZERO.
068840     02  RGG-REJECTS         PIC 9(07) COMP VALUE ZERO.
068850 01  D1-RGN-FOUND-SW     PIC X(01) VALUE "N".
068860     88  D1-RGN-FOUND                VALUE "Y".
068870 01  D1-RGN-BAL-SW       PIC X(01) VALUE "Y".
068880     88  D1-RGN-BALANCED             VALUE "Y".
068890 01  D1-RGN-PCT          PIC 9(03)V99 VALUE ZERO.
068900 01  D1-RGN-HEAD-1.
068910     02  FILLER              PIC X(38) VALUE
068920         "EX2 REGIONAL ROLLUP REPORT - RUN DATE ".
068930     02  RGH-RUN-DATE        PIC 9(08).
068940 01  D1-RGN-HEAD-2.
068950     02  FILLER              PIC X(07) VALUE "REGION ".
068960     02  RGH-REGION          PIC X(40).
068970 01  D1-RGN-DETAIL.
068980     02  FILLER              PIC X(04) VALUE SPACES.
068990     02  RGD-LABEL           PIC X(24).
069000     02  RGD-AMOUNT          PIC Z(11)9.
069010     02  RGD-SHARE-AREA.
069020         03  RGD-SHARE-LABEL PIC X(09).
069030         03  RGD-SHARE       PIC ZZ9.99.
069040         03  RGD-SHARE-PCT   PIC X(04).

069050*----------------------------------------------------------------*
069060*  ITEMS ADDED FOR RUN-PHASE TIMING.  TIMES COME FROM ACCEPT     *
069070*  FROM TIME (HHMMSSCC) CONVERTED TO HUNDREDTHS OF A SECOND     *
069080*  SINCE MIDNIGHT; A PHASE THAT STRADDLES MIDNIGHT GETS A FULL  *
069090*  DAY ADDED BEFORE THE SUBTRACTION.  EACH TIMED PHASE IS       *
069100*  RECORDED IN THE PHASE TABLE AND APPENDED TO PERFLOG.TXT AT   *
069110*  END OF RUN; THE WINDOW CARD (SECONDS, 0 = NO BUDGET) IS THE  *
069120*  BATCH WINDOW BUDGET THE TOTAL IS CHECKED AGAINST.            *
069200*----------------------------------------------------------------*
069300 01  D1-TIME-NOW         PIC 9(08) VALUE ZERO.
069400 01  D1-TIME-NOW-X REDEFINES D1-TIME-NOW.
072500 01  D1-RUN-MODE         PIC X(01) VALUE "N".
072600     88  D1-NORMAL-MODE              VALUE "N".
072700     88  D1-VALIDATE-MODE            VALUE "V".
072710     88  D1-WHATIF-MODE              VALUE "W".
072800 01  D1-PARM-KEY         PIC X(12) VALUE SPACES.
072900 01  D1-PARM-VALUE       PIC X(40) VALUE SPACES.
073000 01  D1-PARM-NUM         PIC 9(09) COMP VALUE ZERO.
073500 01  D1-PARM-DIGIT       PIC 9(01) VALUE ZERO.
073600 01  D1-PARM-ERRORS      PIC 9(03) COMP VALUE ZERO.
073700 01  D1-PARM-CARD-CT     PIC 9(03) COMP VALUE ZERO.
073710 01  D1-CARD-IMAGE       PIC X(80) VALUE SPACES.
073800*----------------------------------------------------------------*
073900*  ITEMS ADDED FOR THE OPERATOR EVENT FEED.  CALLERS FILL THE    *
074000*  FOUR EVT FIELDS AND PERFORM 8300-WRITE-EVENT, WHICH OPENS,    *
074500 01  D1-EVT-SEVERITY     PIC X(01) VALUE SPACE.
074600 01  D1-EVT-SOURCE       PIC X(02) VALUE SPACES.
074700 01  D1-EVT-TEXT         PIC X(60) VALUE SPACES.
074710 01  D1-LEDGER-NAME      PIC X(12) VALUE SPACES.
074720 01  D1-LEDGER-STATUS    PIC X(02) VALUE "00".
074730 01  D1-FAIL-FILE        PIC X(30) VALUE SPACES.
074740 01  D1-FAIL-STATUS      PIC X(02) VALUE "00".

074800*----------------------------------------------------------------*
074900*  ITEMS ADDED FOR THE LOCATION HISTORY FILE.  THE WHOLE         *
078100 01  D1-HIST-LOW         PIC S9(07) COMP VALUE ZERO.
078200 01  D1-HIST-HIGH        PIC S9(07) COMP VALUE ZERO.
078300 01  D1-HIST-MID         PIC S9(07) COMP VALUE ZERO.
078310*----------------------------------------------------------------*
078320*  DAILY PRESENCE FILE WORK AREAS (4700/4730-4740).  THE SOURCE  *
078330*  COUNT TALLIES EVERY DISTINCT CODE FOR THE ID, EVEN PAST THE   *
078340*  FOUR SLOTS THE RECORD HAS ROOM FOR.                           *
078350*----------------------------------------------------------------*
078360 01  D1-PRES-FILENAME    PIC X(30) VALUE SPACES.
078363 01  D1-PRES-STATUS      PIC X(02) VALUE "00".
078366     88  D1-PRES-STATUS-OK           VALUE "00".
078370 01  D1-PRES-COUNT       PIC 9(06) COMP VALUE ZERO.
078380 01  D1-PRES-SRC-IN      PIC X(02) VALUE SPACES.
078390 01  D1-PRES-SRC-CT      PIC 9(02) COMP VALUE ZERO.
078400 01  D1-PRES-SX          PIC 9(02) COMP VALUE ZERO.
078410 01  D1-PRES-SRC-FOUND-SW PIC X(01) VALUE "N".
078420     88  D1-PRES-SRC-FOUND           VALUE "Y".
078430 01  D1-HIST-NEW-COUNT   PIC 9(06) COMP VALUE ZERO.
078431*----------------------------------------------------------------*
078432*  CARRIED-FILE SNAPSHOT WORK AREAS (1950/1955).  THE SNAPSHOT   *
078433*  NAME IS THE FILE BASE NAME, THE RUN DATE, "R", THE REVISION   *
078434*  AND ".SNP" - E.G. LOCHIST20261015R00.SNP.                     *
078435*----------------------------------------------------------------*
078436 01  D1-SNAP-IN-NAME     PIC X(30) VALUE SPACES.
078437 01  D1-SNAP-OUT-NAME    PIC X(30) VALUE SPACES.
078438 01  D1-SNAP-IN-STATUS   PIC X(02) VALUE "00".
078439     88  D1-SNAP-IN-STATUS-OK        VALUE "00".
078440 01  D1-SNAP-OUT-STATUS  PIC X(02) VALUE "00".
078441     88  D1-SNAP-OUT-STATUS-OK       VALUE "00".
078442 01  D1-SNAP-BASE        PIC X(08) VALUE SPACES.
078443 01  D1-SNAP-LIVE-NAME   PIC X(30) VALUE SPACES.
078444 01  D1-SNAP-REV         PIC 9(02) VALUE ZERO.
078445 01  D1-SNAP-LINES       PIC 9(07) COMP VALUE ZERO.
078446 01  D1-SNAP-TAKEN       PIC 9(02) COMP VALUE ZERO.
078447 01  D1-SNAP-HELD        PIC 9(02) COMP VALUE ZERO.
078448*----------------------------------------------------------------*
078449*  DATED REPORT GENERATIONS (4900/4910).  THE DAY'S DUPLICATE    *
078450*  AND COVERAGE REPORTS ARE COPIED THROUGH THE SNAP-IN/SNAP-OUT  *
078451*  FILES TO THEIR DATED NAMES FOR EX2SCORE.                      *
078452*----------------------------------------------------------------*
078453 01  D1-RPTGEN-BASE      PIC X(06) VALUE SPACES.
078454 01  D1-RPTGEN-KEPT      PIC 9(02) COMP VALUE ZERO.
078455*----------------------------------------------------------------*
078456*  WITHDRAWAL LEDGER TABLE (1920/1930).  ENTRIES ARE KEPT IN     *
078457*  FILE ORDER SO 1930 CAN LET THE LATEST ONE FOR A DATE AND      *
078458*  REVISION WIN.  STATUS 05 IS AN OPTIONAL LEDGER NOT YET        *
078459*  CREATED - NOTHING HAS EVER BEEN WITHDRAWN.                    *
078460*----------------------------------------------------------------*
078461 01  D1-WDRAW-STATUS     PIC X(02) VALUE "00".
078462     88  D1-WDRAW-STATUS-OK          VALUE "00" "05".
078463 01  D1-WDR-COUNT        PIC 9(05) COMP VALUE ZERO.
078464 01  D1-MAX-WDRAW        PIC 9(05) VALUE 5000.
078465 01  D1-WDRAW-TABLE.
078466     02  D1-WDR-ENTRY OCCURS 1 TO 5000 TIMES
078467                         DEPENDING ON D1-WDR-COUNT
078468                         INDEXED BY WDX.
078469         03  D1-WDR-DATE     PIC 9(08).
078470         03  D1-WDR-REV      PIC 9(02).
078471         03  D1-WDR-ACTION   PIC X(01).
078472 01  D1-WD-DATE          PIC 9(08) VALUE ZERO.
078473 01  D1-WD-REV           PIC 9(02) VALUE ZERO.
078474 01  D1-WD-STATE-SW      PIC X(01) VALUE "N".
078475     88  D1-WD-WITHDRAWN             VALUE "Y".
078476 01  D1-PRIOR-WDRAWN-SW  PIC X(01) VALUE "N".
078477     88  D1-PRIOR-WDRAWN             VALUE "Y".
078478 01  D1-DISTLOG-STATUS   PIC X(02) VALUE "00".
078479     88  D1-DISTLOG-STATUS-OK        VALUE "00" "05".
078480 01  D1-DIST-HOLD-SW     PIC X(01) VALUE "N".
078481     88  D1-DIST-HELD                VALUE "Y".
078482 01  D1-DIST-PTR         PIC 9(03) VALUE 1.

078483*----------------------------------------------------------------*
078484*  DETAIL REPORT NAMES.  A PRODUCTION RUN USES THE FIXED NAMES   *
078485*  BELOW; A WHAT-IF RUN (6020) SWAPS THE SUFFIX FOR WIB OR WIA   *
078486*  SO NEITHER PASS OVERWRITES THE DAY'S PUBLISHED REPORTS.       *
078487*----------------------------------------------------------------*
078488 01  D1-EXCP-FILENAME    PIC X(20) VALUE "EXCPRPT.TXT".
078489 01  D1-REJECT-FILENAME  PIC X(20) VALUE "REJECT.LOG".
078490 01  D1-CORR-FILENAME    PIC X(20) VALUE "CORRECT.TXT".
078491 01  D1-MATCHPR-FILENAME PIC X(20) VALUE "MATCHPR.TXT".
078492 01  D1-DUPRPT-FILENAME  PIC X(20) VALUE "DUPRPT.TXT".
078493 01  D1-COVRPT-FILENAME  PIC X(20) VALUE "COVRPT.TXT".
078494*----------------------------------------------------------------*
078495*  WHAT-IF WORK AREAS (1400-1450, 6000-6620).  THE PARM SETS     *
078496*  HOLD THE TUNING VALUES OF EACH PASS (1 = BASELINE FROM        *
078497*  EX2PARM.CDS, 2 = ALTERNATE); THE PASS DATA HOLDS WHAT EACH    *
078498*  PASS PRODUCED - THE CONTROL TOTALS IN THE ORDER OF THE LABEL  *
078499*  TABLE, AND PER SOURCE SLOT RECORDS, SUM1, SUM2, MATCHED AND   *
078500*  REJECTS.  EACH CLASS TABLE HAS ONE ENTRY PER DISTINCT ID PER  *
078501*  LIST IN SIDE/ID ORDER: M MATCHED, C CLOSE MISS, F FAR MISS,   *
078502*  PLUS D WHEN THE ID IS DUPLICATED WITHIN ITS LIST.             *
078503*----------------------------------------------------------------*
078504 01  D1-ALTPARM-FILENAME PIC X(40) VALUE SPACES.
078505 01  D1-ALTPARM-STATUS   PIC X(02) VALUE "00".
078506     88  D1-ALTPARM-STATUS-OK        VALUE "00".
078507 01  D1-WI-PASS          PIC 9(01) VALUE ZERO.
078508     88  D1-WI-BASELINE-PASS         VALUE 1.
078509     88  D1-WI-ALTERNATE-PASS        VALUE 2.
078510 01  D1-WI-SUFFIX        PIC X(03) VALUE SPACES.
078511 01  D1-WI-PARM-SETS.
078512     02  D1-WI-PARM-SET OCCURS 2 TIMES.
078513         03  D1-WIS-TOLERANCE    PIC 9(03).
078514         03  D1-WIS-LAYOUT       PIC 9(01).
078515         03  D1-WIS-REJECT-PCT   PIC 9(03).
078516         03  D1-WIS-DUP-POLICY   PIC X(01).
078517         03  D1-WIS-DUP-MAX      PIC 9(03).
078518         03  D1-WIS-CTL-REQUIRED PIC X(01).
078519         03  D1-WIS-STALE-DAYS   PIC 9(03).
078520 01  D1-WI-PASS-DATA.
078521     02  D1-WI-PASS-ENTRY OCCURS 2 TIMES.
078522         03  D1-WIP-TOTAL        PIC 9(12) COMP OCCURS 17 TIMES.
078523         03  D1-WIP-SRC-COUNT    PIC 9(02) COMP.
078524         03  D1-WIP-SRC OCCURS 10 TIMES.
078525             04  D1-WIP-SRC-CODE     PIC X(02).
078526             04  D1-WIP-SRC-CTL      PIC X(01).
078527             04  D1-WIP-SRC-VAL      PIC 9(12) COMP
078528                                     OCCURS 5 TIMES.
078529 01  D1-WI-TOTAL-LABELS.
078530     02  FILLER PIC X(24) VALUE "SIMILARITY SCORE".
078531     02  FILLER PIC X(24) VALUE "RECORDS LOADED".
078532     02  FILLER PIC X(24) VALUE "SUM OF LIST1".
078533     02  FILLER PIC X(24) VALUE "SUM OF LIST2".
078534     02  FILLER PIC X(24) VALUE "LIST1 MATCHED ENTRIES".
078535     02  FILLER PIC X(24) VALUE "TOTAL DISTANCE".
078536     02  FILLER PIC X(24) VALUE "RECORDS REJECTED".
078537     02  FILLER PIC X(24) VALUE "CORRECTIONS BUILT".
078538     02  FILLER PIC X(24) VALUE "SOURCES CONTROL-CHECKED".
078539     02  FILLER PIC X(24) VALUE "SOURCES OUT OF BALANCE".
078540     02  FILLER PIC X(24) VALUE "LIST1 DUP EXTRAS".
078541     02  FILLER PIC X(24) VALUE "LIST2 DUP EXTRAS".
078542     02  FILLER PIC X(24) VALUE "CLOSE MISSES".
078543     02  FILLER PIC X(24) VALUE "FAR MISSES".
078544     02  FILLER PIC X(24) VALUE "NOT IN LOCN MASTER".
078545     02  FILLER PIC X(24) VALUE "COVERAGE GAP LINES".
078546     02  FILLER PIC X(24) VALUE "RETURN CODE (8 = HELD)".
078547 01  D1-WI-TOTAL-LABEL-TBL REDEFINES D1-WI-TOTAL-LABELS.
078548     02  D1-WI-TOTAL-LABEL   PIC X(24) OCCURS 17 TIMES.
078549 01  D1-WI-SRC-LABELS.
078550     02  FILLER              PIC X(14) VALUE "RECORDS".
078551     02  FILLER              PIC X(14) VALUE "SUM OF LIST1".
078552     02  FILLER              PIC X(14) VALUE "SUM OF LIST2".
078553     02  FILLER              PIC X(14) VALUE "MATCHED".
078554     02  FILLER              PIC X(14) VALUE "REJECTS".
078555 01  D1-WI-SRC-LABEL-TBL REDEFINES D1-WI-SRC-LABELS.
078556     02  D1-WI-SRC-LABEL     PIC X(14) OCCURS 5 TIMES.
078557 01  D1-WI-IX            PIC 9(02) COMP VALUE ZERO.
078558 01  D1-WI-VX            PIC 9(02) COMP VALUE ZERO.
078559 01  D1-WI-PX            PIC 9(01) COMP VALUE ZERO.
078560 01  D1-WI-UX            PIC 9(02) COMP VALUE ZERO.
078561 01  D1-WI-SX1           PIC 9(02) COMP VALUE ZERO.
078562 01  D1-WI-SX2           PIC 9(02) COMP VALUE ZERO.
078563 01  D1-WI-SLOT          PIC 9(02) COMP VALUE ZERO.
078564 01  D1-WI-FIND-CODE     PIC X(02) VALUE SPACES.
078565 01  D1-WI-UNION-COUNT   PIC 9(02) COMP VALUE ZERO.
078566 01  D1-WI-UNION.
078567     02  D1-WIU-CODE     PIC X(02) OCCURS 20 TIMES.
078568 01  D1-WI-CLOSE-CT      PIC 9(07) COMP VALUE ZERO.
078569 01  D1-WI-FAR-CT        PIC 9(07) COMP VALUE ZERO.
078570 01  D1-WI-HOLD-RC       PIC 9(02) VALUE ZERO.
078571 01  D1-WI-BASE-VAL      PIC 9(12) COMP VALUE ZERO.
078572 01  D1-WI-ALT-VAL       PIC 9(12) COMP VALUE ZERO.
078573 01  D1-WI-DELTA         PIC S9(12) COMP VALUE ZERO.
078574 01  D1-WI-CTL-CODE      PIC X(01) VALUE SPACE.
078575 01  D1-WI-CTL-TEXT      PIC X(12) VALUE SPACES.
078576 01  D1-WI-BASE-COUNT    PIC 9(06) COMP VALUE ZERO.
078577 01  D1-WI-BASE-CLASSES.
078578     02  D1-WIB-ENTRY OCCURS 1 TO 100000 TIMES
078579                         DEPENDING ON D1-WI-BASE-COUNT.
078580         03  D1-WIB-KEY.
078581             04  D1-WIB-SIDE     PIC X(01).
078582             04  D1-WIB-ID       PIC 9(06).
078583         03  D1-WIB-CLASS        PIC X(02).
078584 01  D1-WI-ALT-COUNT     PIC 9(06) COMP VALUE ZERO.
078585 01  D1-WI-ALT-CLASSES.
078586     02  D1-WIA-ENTRY OCCURS 1 TO 100000 TIMES
078587                         DEPENDING ON D1-WI-ALT-COUNT.
078588         03  D1-WIA-KEY.
078589             04  D1-WIA-SIDE     PIC X(01).
078590             04  D1-WIA-ID       PIC 9(06).
078591         03  D1-WIA-CLASS        PIC X(02).
078592 01  D1-WI-BX            PIC 9(06) COMP VALUE ZERO.
078593 01  D1-WI-AX            PIC 9(06) COMP VALUE ZERO.
078594 01  D1-WI-NEW-KEY.
078595     02  D1-WIN-SIDE     PIC X(01) VALUE SPACE.
078596     02  D1-WIN-ID       PIC 9(06) VALUE ZERO.
078597 01  D1-WI-NEW-CLASS     PIC X(02) VALUE SPACES.
078598 01  D1-WI-CHG-BASE      PIC X(02) VALUE SPACES.
078599 01  D1-WI-CHG-ALT       PIC X(02) VALUE SPACES.
078600 01  D1-WI-CHANGE-CT     PIC 9(07) COMP VALUE ZERO.
078601 01  D1-WI-EDIT-CT       PIC ZZZZZZ9.
078602 01  D1-WI-CLASS-CODE    PIC X(02) VALUE SPACES.
078603 01  D1-WI-CLASS-TEXT    PIC X(14) VALUE SPACES.
078604 01  D1-WI-PARM-LINE.
078605     02  WIR-LABEL           PIC X(24) VALUE SPACES.
078606     02  FILLER              PIC X(02) VALUE SPACES.
078607     02  WIR-BASE            PIC X(12) VALUE SPACES.
078608     02  FILLER              PIC X(02) VALUE SPACES.
078609     02  WIR-ALT             PIC X(12) VALUE SPACES.
078610     02  FILLER              PIC X(13) VALUE SPACES.
078611     02  WIR-FLAG            PIC X(01) VALUE SPACE.
078612 01  D1-WI-TOTAL-HEAD.
078613     02  FILLER              PIC X(28) VALUE "CONTROL TOTAL".
078614     02  FILLER              PIC X(13) VALUE "BASELINE".
078615     02  FILLER              PIC X(18) VALUE "ALTERNATE".
078616     02  FILLER              PIC X(05) VALUE "DELTA".
078617 01  D1-WI-TOTAL-LINE.
078618     02  WIT-LABEL           PIC X(24) VALUE SPACES.
078619     02  WIT-BASE            PIC Z(11)9.
078620     02  FILLER              PIC X(02) VALUE SPACES.
078621     02  WIT-ALT             PIC Z(11)9.
078622     02  FILLER              PIC X(02) VALUE SPACES.
078623     02  WIT-DELTA           PIC -(11)9.
078624     02  FILLER              PIC X(01) VALUE SPACE.
078625     02  WIT-FLAG            PIC X(01) VALUE SPACE.
078626 01  D1-WI-CHG-HEAD.
078627     02  FILLER              PIC X(07) VALUE "LIST".
078628     02  FILLER              PIC X(08) VALUE "ID".
078629     02  FILLER              PIC X(16) VALUE "BASELINE".
078630     02  FILLER              PIC X(16) VALUE "ALTERNATE".
078631     02  FILLER              PIC X(22) VALUE "SITE NAME".
078632     02  FILLER              PIC X(03) VALUE "RGN".
078633 01  D1-WI-CHG-LINE.
078634     02  WIC-SIDE            PIC X(05) VALUE SPACES.
078635     02  FILLER              PIC X(02) VALUE SPACES.
078636     02  WIC-ID              PIC 9(06) VALUE ZERO.
078637     02  FILLER              PIC X(02) VALUE SPACES.
078638     02  WIC-BASE            PIC X(14) VALUE SPACES.
078639     02  FILLER              PIC X(02) VALUE SPACES.
078640     02  WIC-ALT             PIC X(14) VALUE SPACES.
078641     02  FILLER              PIC X(02) VALUE SPACES.
078642     02  WIC-SITE-NAME       PIC X(20) VALUE SPACES.
078643     02  FILLER              PIC X(02) VALUE SPACES.
078644     02  WIC-REGION          PIC X(03) VALUE SPACES.
078645 01  D1-ECHO-COUNT       PIC 9(02) COMP VALUE ZERO.
078646 01  D1-ECHO-WORK        PIC X(60) VALUE SPACES.
078700 01  D1-ECHO-TABLE.
078800     02  D1-ECHO-LINE    PIC X(60) OCCURS 15 TIMES.
078900 01  D1-ECHO-IX          PIC 9(02) COMP VALUE ZERO.
081000     02  D1-VALID-SW         PIC X(01) VALUE "Y".
081100         88  D1-RECORD-IS-VALID       VALUE "Y".
081200         88  D1-RECORD-IS-INVALID     VALUE "N".
081210         88  D1-RECORD-IS-CONTROL     VALUE "C".

081300*----------------------------------------------------------------*
081400*  ITEMS ADDED FOR INPUT RECORD VALIDATION / REJECT LOGGING.     *
092100         03  D1-SRC-SUM-LIST1    PIC 9(12) COMP VALUE ZERO.
092200         03  D1-SRC-SUM-LIST2    PIC 9(12) COMP VALUE ZERO.
092300         03  D1-SRC-MATCHED      PIC 9(07) COMP VALUE ZERO.
092310         03  D1-SRC-CONTROL.
092320             04  D1-SRC-HDR-COUNT    PIC 9(03) COMP VALUE ZERO.
092330             04  D1-SRC-TRL-COUNT    PIC 9(03) COMP VALUE ZERO.
092340             04  D1-SRC-HDR-DATE     PIC 9(08) VALUE ZERO.
092350             04  D1-SRC-TRL-DATE     PIC 9(08) VALUE ZERO.
092360             04  D1-SRC-DECL-COUNT   PIC 9(07) COMP VALUE ZERO.
092370             04  D1-SRC-DECL-HASH1   PIC 9(12) COMP VALUE ZERO.
092380             04  D1-SRC-DECL-HASH2   PIC 9(12) COMP VALUE ZERO.
092390             04  D1-SRC-READ-RECS    PIC 9(07) COMP VALUE ZERO.
092400             04  D1-SRC-READ-REJECTS PIC 9(07) COMP VALUE ZERO.
092410             04  D1-SRC-READ-HASH1   PIC 9(12) COMP VALUE ZERO.
092420             04  D1-SRC-READ-HASH2   PIC 9(12) COMP VALUE ZERO.
092430             04  D1-SRC-BAL-STATUS   PIC X(14) VALUE SPACES.
092440             04  D1-SRC-DATE-STATUS  PIC X(14) VALUE SPACES.
092450             04  D1-SRC-CTL-RESULT   PIC X(01) VALUE SPACE.
092460                 88  D1-SRC-CTL-CHECKED      VALUE "B" "I" "F".
092470                 88  D1-SRC-CTL-FAILED       VALUE "F".
092480 01  D1-SRC-FOUND-SW     PIC X(01) VALUE "N".
092500     88  D1-SRC-FOUND                VALUE "Y".
092600 01  D1-EDIT-SRC-RECORDS PIC ZZZZZZ9.
092700 01  D1-EDIT-SRC-SUM1    PIC Z(11)9.
092800 01  D1-EDIT-SRC-SUM2    PIC Z(11)9.
092900 01  D1-EDIT-SRC-MATCHED PIC ZZZZZZ9.
092910*----------------------------------------------------------------*
092920*  ITEMS ADDED FOR SOURCE HEADER/TRAILER CONTROL BALANCING.  THE *
092930*  D1-SRC-CONTROL PART OF EACH SOURCE ENTRY HOLDS WHAT THE       *
092940*  SOURCE'S HDR/TRL RECORDS DECLARED AND WHAT 2000-READ-FILE     *
092950*  ACTUALLY READ FOR IT (VALID DETAILS, REJECTS, AND RAW VALUE   *
092960*  HASHES - KEPT APART FROM THE SRC SUMS BECAUSE A CHECKPOINT    *
092970*  RELOAD AND THE DUPLICATE POLICY BOTH CHANGE THOSE).  ONLY A   *
092980*  SOURCE THAT WAS ACTUALLY READ FROM AN EXTRACT THIS RUN IS     *
092990*  BALANCED.  THE CTLRECS CARD SAYS WHETHER A SOURCE SENDING NO  *
093000*  CONTROL RECORDS AT ALL IS HELD (REQUIRED, THE DEFAULT) OR     *
093010*  ONLY REPORTED (OPTIONAL); A SOURCE THAT SENDS EITHER RECORD   *
093020*  MUST SEND BOTH.  STALEDAYS IS HOW MANY DAYS OLDER THAN THE    *
093030*  RUN DATE AN EXTRACT DATE MAY BE BEFORE IT IS STALE.           *
093040*----------------------------------------------------------------*
093050 01  D1-CTL-REQUIRED-SW      PIC X(01) VALUE "Y".
093060     88  D1-CTL-REQUIRED             VALUE "Y".
093070 01  D1-STALE-DAYS           PIC 9(03) VALUE 3.
093080 01  D1-CTL-HOLD-SW          PIC X(01) VALUE "N".
093090     88  D1-CTL-OUT-OF-BALANCE       VALUE "Y".
093100 01  D1-CTL-CHECKED-COUNT    PIC 9(02) COMP VALUE ZERO.
093110 01  D1-CTL-FAILED-COUNT     PIC 9(02) COMP VALUE ZERO.
093120 01  D1-CTL-EXTRACT-DATE     PIC 9(08) VALUE ZERO.
093130 01  D1-CTL-RUN-SERIAL       PIC 9(08) COMP VALUE ZERO.
093140 01  D1-CTL-AGE-DAYS         PIC S9(08) COMP VALUE ZERO.
093150 01  D1-CTL-RECEIVED         PIC 9(07) COMP VALUE ZERO.
093160 01  D1-EDIT-CTL-COUNT       PIC ZZZZZZ9.
093170 01  D1-EDIT-CTL-REJECTS     PIC ZZZZZZ9.
093180 01  D1-EDIT-CTL-HASH1       PIC Z(11)9.
093190 01  D1-EDIT-CTL-HASH2       PIC Z(11)9.

093200*----------------------------------------------------------------*
093210*  ITEM ADDED FOR THE AOC DAY 1 PART 1 "TOTAL DISTANCE" METRIC.  *
093220*  BOTH LISTS ARE ALREADY SORTED ASCENDING BY 3000-SORT-LISTS,   *
093300*  SO PAIRING LIST1(LX1) WITH LIST2(LX1) POSITION-FOR-POSITION   *
093400*  GIVES THE SAME PAIRS THE PART 1 ALGORITHM CALLS FOR.          *
093500*----------------------------------------------------------------*
095000     02  D1-RUN-MM           PIC 9(02).
095100     02  D1-RUN-DD           PIC 9(02).
095200 01  D1-RESULTS-FILENAME     PIC X(30) VALUE SPACES.
095203*----------------------------------------------------------------*
095206*  ITEMS ADDED FOR BACKDATED AND CATCH-UP PROCESSING.  AN ASOF   *
095209*  CARD (OR THE CATCH-UP DRIVER, THROUGH CU-CATCHUP-AREA)        *
095212*  REPLACES THE SYSTEM DATE AS D1-RUN-DATE BEFORE ANYTHING IS    *
095215*  NAMED OR STAMPED WITH IT.  D1-CARRIED-DATE IS THE LATEST RUN  *
095218*  DATE IN PERFLOG.TXT NOT SINCE BACKED OUT - THE DAY THE        *
095221*  CARRIED FILES ALREADY REFLECT.                                *
095224*----------------------------------------------------------------*
095227 01  D1-SYSTEM-DATE          PIC 9(08) VALUE ZERO.
095230 01  D1-ASOF-DATE            PIC 9(08) VALUE ZERO.
095233 01  D1-ASOF-DATE-X REDEFINES D1-ASOF-DATE.
095236     02  D1-ASOF-YYYY        PIC 9(04).
095239     02  D1-ASOF-MM          PIC 9(02).
095242     02  D1-ASOF-DD          PIC 9(02).
095245 01  D1-CARRIED-DATE         PIC 9(08) VALUE ZERO.
095248 01  D1-CATCHUP-SW           PIC X(01) VALUE "N".
095251     88  D1-CATCHUP-DAY              VALUE "Y".
095254*----------------------------------------------------------------*
095257*  CU-CATCHUP-AREA - SHARED WITH THE EX2CATCH DRIVER.  WHEN      *
095260*  EX2CATCH CALLS THIS PROGRAM IT SETS THE EYECATCHER, THE       *
095263*  BUSINESS DATE AND THE EXTRACT FOR THE DAY; RUN ON ITS OWN     *
095266*  THE EYECATCHER IS NEVER SET AND THE AREA IS IGNORED.          *
095269*----------------------------------------------------------------*
095272 01  CU-CATCHUP-AREA EXTERNAL.
095275     02  CU-EYECATCHER       PIC X(08).
095278     02  CU-ASOF-DATE        PIC 9(08).
095281     02  CU-INFILE           PIC X(40).
095284     02  CU-DAY-NUMBER       PIC 9(03).
095287     02  CU-DAY-COUNT        PIC 9(03).
095300*----------------------------------------------------------------*
095400*  ITEMS ADDED FOR SUPPLEMENTAL MODE.  THE SUPPFILE CARD NAMES   *
095450*  THE LATE EXTRACT TO MERGE; WHEN SET, THE RUN RELOADS TODAY'S *
107200 01  D1-YEAR-REM100          PIC 9(04) COMP VALUE ZERO.
107300 01  D1-YEAR-REM400          PIC 9(04) COMP VALUE ZERO.
107400 01  D1-YEAR-QUOTIENT        PIC 9(04) COMP VALUE ZERO.
107410*----------------------------------------------------------------*
107420*  ITEMS FOR THE DATE-TO-SERIAL CONVERSION (8400).  THE SERIAL   *
107430*  IS A DAY COUNT FROM A FIXED EPOCH (GREGORIAN DAY NUMBER), SO  *
107440*  TWO SERIALS SUBTRACT DIRECTLY ACROSS MONTH AND YEAR ENDS.     *
107450*----------------------------------------------------------------*
107460 01  D1-CNV-DATE             PIC 9(08) VALUE ZERO.
107470 01  D1-CNV-DATE-X REDEFINES D1-CNV-DATE.
107480     02  D1-CNV-YYYY         PIC 9(04).
107490     02  D1-CNV-MM           PIC 9(02).
107500     02  D1-CNV-DD           PIC 9(02).
107510 01  D1-CNV-SERIAL           PIC 9(08) COMP VALUE ZERO.
107520 01  D1-CNV-YPRIOR           PIC 9(04) COMP VALUE ZERO.
107530 01  D1-CNV-Q4               PIC 9(04) COMP VALUE ZERO.
107540 01  D1-CNV-Q100             PIC 9(04) COMP VALUE ZERO.
107550 01  D1-CNV-Q400             PIC 9(04) COMP VALUE ZERO.
107552 01  D1-CNV-DATE-SW          PIC X(01) VALUE "Y".
107554     88  D1-CNV-DATE-VALID           VALUE "Y".
107556 01  D1-CNV-MAX-DD           PIC 9(02) VALUE ZERO.
107560 01  D1-CUM-DAYS-TABLE.
107570     02  FILLER              PIC 9(03) VALUE 000.
107580     02  FILLER              PIC 9(03) VALUE 031.
107590     02  FILLER              PIC 9(03) VALUE 059.
107600     02  FILLER              PIC 9(03) VALUE 090.
107610     02  FILLER              PIC 9(03) VALUE 120.
107620     02  FILLER              PIC 9(03) VALUE 151.
107630     02  FILLER              PIC 9(03) VALUE 181.
107640     02  FILLER              PIC 9(03) VALUE 212.
107650     02  FILLER              PIC 9(03) VALUE 243.
107660     02  FILLER              PIC 9(03) VALUE 273.
107670     02  FILLER              PIC 9(03) VALUE 304.
107680     02  FILLER              PIC 9(03) VALUE 334.
107690 01  D1-CUM-DAYS REDEFINES D1-CUM-DAYS-TABLE.
107700     02  D1-CUM              PIC 9(03) OCCURS 12 TIMES.
107710*----------------------------------------------------------------*
107720*  ITEMS ADDED TO HOLD AND COMPARE THE PRIOR DAY'S CONTROL       *
107730*  TOTALS.  THE VALUES NOW COME STRAIGHT OUT OF THE ZONED        *
107800*  FIELDS OF THE PRIOR DAY'S STRUCTURED SUMMARY RECORD           *
107900*  (D1-PRIOR-SUM-DATA) - THE OLD LABEL-SCRAPE/DE-EDIT OF THE     *
108000*  PRINTED RESULTS FILE IS GONE.                                 *
110300         PERFORM 5000-VALIDATE-ONLY
110400             THRU 5000-VALIDATE-ONLY-EXIT
110500     END-IF
110510     IF D1-WHATIF-MODE
110520         PERFORM 6000-WHATIF-RUN
110530             THRU 6000-WHATIF-RUN-EXIT
110540     END-IF
110600     PERFORM 8100-PHASE-START THRU 8100-PHASE-START-EXIT
110700     IF D1-SUPP-REQUESTED
110800         PERFORM 2800-MERGE-SUPPLEMENTAL
112200     END-IF
112300     MOVE "READ-FILE" TO D1-PHASE-NAME
112400     PERFORM 8150-PHASE-END THRU 8150-PHASE-END-EXIT
112410     PERFORM 2900-BALANCE-CONTROLS
112420         THRU 2900-BALANCE-CONTROLS-EXIT
112500     PERFORM 8100-PHASE-START THRU 8100-PHASE-START-EXIT
112600     PERFORM 3000-SORT-LISTS THRU 3000-SORT-LISTS-EXIT
112700     MOVE "SORT-LISTS" TO D1-PHASE-NAME
115400         THRU 4250-COMPARE-PRIOR-DAY-EXIT
115500     PERFORM 4300-WRITE-RESULTS-FILE
115600         THRU 4300-WRITE-RESULTS-FILE-EXIT
115610     PERFORM 4800-WRITE-REGION-ROLLUP
115620         THRU 4800-WRITE-REGION-ROLLUP-EXIT
115630     PERFORM 4900-KEEP-REPORT-GENERATIONS
115640         THRU 4900-KEEP-REPORT-GENERATIONS-EXIT
115700     IF D1-EXTRACT-READ
115800         PERFORM 4500-WRITE-DISPOSITIONS
115900             THRU 4500-WRITE-DISPOSITIONS-EXIT
116000     END-IF
116010     PERFORM 4550-WRITE-CASES THRU 4550-WRITE-CASES-EXIT
116100     PERFORM 4700-UPDATE-LOC-HISTORY
116200         THRU 4700-UPDATE-LOC-HISTORY-EXIT
116300     PERFORM 4600-WRITE-PERFLOG
117700         INTO D1-RESULTS-FILENAME.
117800     PERFORM 1100-READ-PARM-CARDS
117900         THRU 1100-READ-PARM-CARDS-EXIT.
117910     IF D1-WHATIF-MODE OR D1-ALTPARM-FILENAME NOT = SPACES
117920         PERFORM 1400-READ-ALT-CARDS
117930             THRU 1400-READ-ALT-CARDS-EXIT
117940     END-IF.
117950     PERFORM 1500-SET-RUN-DATE THRU 1500-SET-RUN-DATE-EXIT.
118000     MOVE "N" TO D1-RESTART-IND.
118100     MOVE D1-RUN-DATE TO D1-RESTART-DATE.
118200     IF D1-RESTART-VAL = "Y"
121500*  MASTER (NO REPORTS TO ENRICH) NOR THE DISPOSITION FILE (A    *
121600*  SOURCE TEAM'S TRIAL RUN MUST NOT TOUCH THE SHARED REJECT     *
121700*  TRACKING), SO BOTH LOADS ARE SKIPPED IN THAT MODE.           *
121710*  IT CHANGES NO CARRIED FILE EITHER, SO IT TAKES NO SNAPSHOT.  *
121720*  A WHAT-IF RUN LOADS THE MASTER ONLY, TO ENRICH ITS REPORTS.   *
121800*----------------------------------------------------------------*
121900     IF D1-NORMAL-MODE
122000         PERFORM 1700-LOAD-LOCATION-MASTER
122100             THRU 1700-LOAD-LOCATION-MASTER-EXIT
122200         PERFORM 1800-LOAD-DISPOSITIONS
122300             THRU 1800-LOAD-DISPOSITIONS-EXIT
122310         PERFORM 1900-LOAD-CASES
122320             THRU 1900-LOAD-CASES-EXIT
122330         PERFORM 1920-LOAD-WITHDRAWALS
122340             THRU 1920-LOAD-WITHDRAWALS-EXIT
122343         PERFORM 1960-CHECK-CARRIED-DATE
122346             THRU 1960-CHECK-CARRIED-DATE-EXIT
122350         PERFORM 1950-SNAPSHOT-CARRIED
122360             THRU 1950-SNAPSHOT-CARRIED-EXIT
122400     END-IF.
122410     IF D1-WHATIF-MODE
122420         PERFORM 1700-LOAD-LOCATION-MASTER
122430             THRU 1700-LOAD-LOCATION-MASTER-EXIT
122440     END-IF.
122500 1000-INITIALIZE-EXIT.
122600     EXIT.

124000         GO TO 1100-READ-PARM-CARDS-EXIT
124100     END-IF.
124200     PERFORM UNTIL D1-END-OF-FILE
124300         READ EX2PARM-FILE INTO D1-CARD-IMAGE
124400             AT END
124500                 SET D1-END-OF-FILE TO TRUE
124600             NOT AT END
127000*----------------------------------------------------------------*
127100 1150-APPLY-ONE-CARD.
127200     MOVE SPACES TO D1-PARM-KEY D1-PARM-VALUE.
127300     UNSTRING D1-CARD-IMAGE DELIMITED BY "="
127400         INTO D1-PARM-KEY D1-PARM-VALUE.
127500     EVALUATE D1-PARM-KEY
127600         WHEN "MODE"
128000                 IF D1-PARM-VALUE = "VALIDATE"
128100                     MOVE "V" TO D1-RUN-MODE
128200                 ELSE
128210                     IF D1-PARM-VALUE = "WHATIF"
128220                         MOVE "W" TO D1-RUN-MODE
128230                     ELSE
128240                         PERFORM 1160-FLAG-BAD-VALUE
128250                             THRU 1160-FLAG-BAD-VALUE-EXIT
128260                     END-IF
128500                 END-IF
128600             END-IF
128700         WHEN "INFILE"
135300                 PERFORM 1160-FLAG-BAD-VALUE
135400                     THRU 1160-FLAG-BAD-VALUE-EXIT
135500             END-IF
135510         WHEN "CTLRECS"
135520             IF D1-PARM-VALUE = "REQUIRED"
135530                 MOVE "Y" TO D1-CTL-REQUIRED-SW
135540             ELSE
135550                 IF D1-PARM-VALUE = "OPTIONAL"
135560                     MOVE "N" TO D1-CTL-REQUIRED-SW
135570                 ELSE
135580                     PERFORM 1160-FLAG-BAD-VALUE
135590                         THRU 1160-FLAG-BAD-VALUE-EXIT
135600                 END-IF
135610             END-IF
135620         WHEN "STALEDAYS"
135630             PERFORM 1200-PARM-TO-NUMBER
135640                 THRU 1200-PARM-TO-NUMBER-EXIT
135650             IF D1-PARM-NUM-OK AND D1-PARM-NUM <= 999
135660                 MOVE D1-PARM-NUM TO D1-STALE-DAYS
135670             ELSE
135680                 PERFORM 1160-FLAG-BAD-VALUE
135690                     THRU 1160-FLAG-BAD-VALUE-EXIT
135700             END-IF
135705         WHEN "ALTPARM"
135706             MOVE D1-PARM-VALUE TO D1-ALTPARM-FILENAME
135707         WHEN "ASOF"
135708             IF D1-PARM-VALUE(1:8) NUMERIC
135709                     AND D1-PARM-VALUE(9:32) = SPACES
135710                 MOVE D1-PARM-VALUE(1:8) TO D1-ASOF-DATE
135711             ELSE
135712                 PERFORM 1160-FLAG-BAD-VALUE
135713                     THRU 1160-FLAG-BAD-VALUE-EXIT
135714             END-IF
135715         WHEN OTHER
135720             ADD 1 TO D1-PARM-ERRORS
135800             DISPLAY "EX2901E UNKNOWN KEYWORD """ D1-PARM-KEY
135900                 """ ON CARD " D1-PARM-CARD-CT
136000     END-EVALUATE.
141400     IF D1-VALIDATE-MODE
141500         MOVE "MODE ......... VALIDATE" TO D1-ECHO-WORK
141600     ELSE
141610         IF D1-WHATIF-MODE
141620             MOVE "MODE ......... WHATIF" TO D1-ECHO-WORK
141630         ELSE
141640             MOVE "MODE ......... NORMAL" TO D1-ECHO-WORK
141650         END-IF
141800     END-IF.
141900     PERFORM 1350-ADD-ECHO-LINE THRU 1350-ADD-ECHO-LINE-EXIT.
142000     MOVE SPACES TO D1-ECHO-WORK.
144500            D1-RESTART-VAL DELIMITED BY SIZE
144600         INTO D1-ECHO-WORK.
144700     PERFORM 1350-ADD-ECHO-LINE THRU 1350-ADD-ECHO-LINE-EXIT.
144704     MOVE SPACES TO D1-ECHO-WORK.
144708     IF D1-ASOF-DATE = ZERO
144712         MOVE "ASOF ......... (NONE - SYSTEM DATE)"
144714             TO D1-ECHO-WORK
144716     ELSE
144720         IF D1-CATCHUP-DAY
144724             STRING "ASOF ......... " DELIMITED BY SIZE
144728                    D1-ASOF-DATE DELIMITED BY SIZE
144732                    " (CATCH-UP DAY " DELIMITED BY SIZE
144736                    CU-DAY-NUMBER DELIMITED BY SIZE
144740                    " OF " DELIMITED BY SIZE
144744                    CU-DAY-COUNT DELIMITED BY SIZE
144748                    ")" DELIMITED BY SIZE
144752                 INTO D1-ECHO-WORK
144756         ELSE
144760             STRING "ASOF ......... " DELIMITED BY SIZE
144764                    D1-ASOF-DATE DELIMITED BY SIZE
144768                 INTO D1-ECHO-WORK
144772         END-IF
144776     END-IF.
144780     PERFORM 1350-ADD-ECHO-LINE THRU 1350-ADD-ECHO-LINE-EXIT.
144800     MOVE SPACES TO D1-ECHO-WORK.
144900     STRING "TOLERANCE .... " DELIMITED BY SIZE
145000            D1-TOLERANCE DELIMITED BY SIZE
147500            D1-WINDOW-SECS DELIMITED BY SIZE
147600         INTO D1-ECHO-WORK.
147700     PERFORM 1350-ADD-ECHO-LINE THRU 1350-ADD-ECHO-LINE-EXIT.
147710     MOVE SPACES TO D1-ECHO-WORK.
147720     IF D1-CTL-REQUIRED
147730         MOVE "CTLRECS ...... REQUIRED" TO D1-ECHO-WORK
147740     ELSE
147750         MOVE "CTLRECS ...... OPTIONAL" TO D1-ECHO-WORK
147760     END-IF.
147770     PERFORM 1350-ADD-ECHO-LINE THRU 1350-ADD-ECHO-LINE-EXIT.
147780     MOVE SPACES TO D1-ECHO-WORK.
147790     STRING "STALEDAYS .... " DELIMITED BY SIZE
147800            D1-STALE-DAYS DELIMITED BY SIZE
147810         INTO D1-ECHO-WORK.
147820     PERFORM 1350-ADD-ECHO-LINE THRU 1350-ADD-ECHO-LINE-EXIT.
147821     IF D1-WHATIF-MODE
147822         MOVE SPACES TO D1-ECHO-WORK
147823         STRING "ALTPARM ...... " DELIMITED BY SIZE
147824                D1-ALTPARM-FILENAME DELIMITED BY SIZE
147825             INTO D1-ECHO-WORK
147826         PERFORM 1350-ADD-ECHO-LINE THRU 1350-ADD-ECHO-LINE-EXIT
147827     END-IF.
147830 1300-ECHO-PARAMETERS-EXIT.
147900     EXIT.

148000*----------------------------------------------------------------*
149000 1350-ADD-ECHO-LINE-EXIT.
149100     EXIT.

149101*----------------------------------------------------------------*
149102*  1400-READ-ALT-CARDS - LOAD THE ALTERNATE CONTROL CARDS OF A   *
149103*  WHAT-IF RUN.  THE DECK'S OWN TUNING VALUES ARE KEPT AS PARM   *
149104*  SET 1 (THE BASELINE); THE ALTERNATE CARDS ARE APPLIED ON TOP  *
149105*  OF THEM THROUGH THE SAME 1150 VALIDATION AND KEPT AS SET 2,   *
149106*  SO A KEYWORD THE ALTERNATE DECK LEAVES OUT KEEPS ITS BASELINE *
149107*  VALUE.  A WHAT-IF RUN READS ONE EXTRACT END TO END, SO IT     *
149108*  REFUSES THE SUPPLEMENTAL, THREE-WAY AND RESTART CARDS, AND AN *
149109*  ALTPARM CARD WITHOUT MODE=WHATIF IS AN ERROR RATHER THAN      *
149110*  BEING SILENTLY IGNORED.  ANY FAILURE ENDS THE RUN AT RC 16.   *
149111*----------------------------------------------------------------*
149112 1400-READ-ALT-CARDS.
149113     IF NOT D1-WHATIF-MODE
149114         DISPLAY "EX2904E ALTPARM CARD IS ONLY VALID WITH"
149115             " MODE=WHATIF - RUN NOT STARTED"
149116         MOVE 16 TO RETURN-CODE
149117         STOP RUN
149118     END-IF.
149119     IF D1-SUPP-FILENAME NOT = SPACES
149120             OR D1-LIST3-FILENAME NOT = SPACES
149121             OR D1-RESTART-VAL NOT = "N"
149122         DISPLAY "EX2904E SUPPFILE, INFILE3 AND RESTART CARDS"
149123             " ARE NOT VALID WITH MODE=WHATIF - RUN NOT STARTED"
149124         MOVE 16 TO RETURN-CODE
149125         STOP RUN
149126     END-IF.
149127     IF D1-ALTPARM-FILENAME = SPACES
149128         MOVE "EX2ALT.CDS" TO D1-ALTPARM-FILENAME
149129     END-IF.
149130     MOVE 1 TO D1-WI-PASS.
149131     PERFORM 1410-SAVE-PARM-SET THRU 1410-SAVE-PARM-SET-EXIT.
149132     OPEN INPUT ALTPARM-FILE.
149133     IF NOT D1-ALTPARM-STATUS-OK
149134         DISPLAY "EX2905E RUN NOT STARTED - ALTERNATE CONTROL"
149135             " CARDS NOT FOUND: " D1-ALTPARM-FILENAME
149136         MOVE 16 TO RETURN-CODE
149137         STOP RUN
149138     END-IF.
149139     MOVE ZERO TO D1-PARM-CARD-CT.
149140     PERFORM UNTIL D1-END-OF-FILE
149141         READ ALTPARM-FILE INTO D1-CARD-IMAGE
149142             AT END
149143                 SET D1-END-OF-FILE TO TRUE
149144             NOT AT END
149145                 ADD 1 TO D1-PARM-CARD-CT
149146                 IF D1-CARD-IMAGE NOT = SPACES
149147                         AND D1-CARD-IMAGE(1:1) NOT = "*"
149148                     PERFORM 1450-APPLY-ALT-CARD
149149                         THRU 1450-APPLY-ALT-CARD-EXIT
149150                 END-IF
149151         END-READ
149152     END-PERFORM.
149153     CLOSE ALTPARM-FILE.
149154     SET D1-NOT-END-OF-FILE TO TRUE.
149155     IF D1-PARM-ERRORS > ZERO
149156         DISPLAY "EX2907E " D1-PARM-ERRORS " BAD ALTERNATE "
149157             "CARD(S) - RUN NOT STARTED"
149158         MOVE 16 TO RETURN-CODE
149159         STOP RUN
149160     END-IF.
149161     MOVE 2 TO D1-WI-PASS.
149162     PERFORM 1410-SAVE-PARM-SET THRU 1410-SAVE-PARM-SET-EXIT.
149163     MOVE 1 TO D1-WI-PASS.
149164     PERFORM 1420-LOAD-PARM-SET THRU 1420-LOAD-PARM-SET-EXIT.
149165 1400-READ-ALT-CARDS-EXIT.
149166     EXIT.

149167*----------------------------------------------------------------*
149168*  1410-SAVE-PARM-SET / 1420-LOAD-PARM-SET - COPY THE TUNING     *
149169*  VALUES TO / FROM THE WHAT-IF PARM SET NUMBERED D1-WI-PASS.    *
149170*----------------------------------------------------------------*
149171 1410-SAVE-PARM-SET.
149172     MOVE D1-TOLERANCE TO D1-WIS-TOLERANCE(D1-WI-PASS).
149173     MOVE D1-LAYOUT-WIDTH TO D1-WIS-LAYOUT(D1-WI-PASS).
149174     MOVE D1-REJECT-PCT TO D1-WIS-REJECT-PCT(D1-WI-PASS).
149175     MOVE D1-DUP-POLICY TO D1-WIS-DUP-POLICY(D1-WI-PASS).
149176     MOVE D1-DUP-MAX TO D1-WIS-DUP-MAX(D1-WI-PASS).
149177     MOVE D1-CTL-REQUIRED-SW TO D1-WIS-CTL-REQUIRED(D1-WI-PASS).
149178     MOVE D1-STALE-DAYS TO D1-WIS-STALE-DAYS(D1-WI-PASS).
149179 1410-SAVE-PARM-SET-EXIT.
149180     EXIT.

149181 1420-LOAD-PARM-SET.
149182     MOVE D1-WIS-TOLERANCE(D1-WI-PASS) TO D1-TOLERANCE.
149183     MOVE D1-WIS-LAYOUT(D1-WI-PASS) TO D1-LAYOUT-WIDTH.
149184     MOVE D1-WIS-REJECT-PCT(D1-WI-PASS) TO D1-REJECT-PCT.
149185     MOVE D1-WIS-DUP-POLICY(D1-WI-PASS) TO D1-DUP-POLICY.
149186     MOVE D1-WIS-DUP-MAX(D1-WI-PASS) TO D1-DUP-MAX.
149187     MOVE D1-WIS-CTL-REQUIRED(D1-WI-PASS) TO D1-CTL-REQUIRED-SW.
149188     MOVE D1-WIS-STALE-DAYS(D1-WI-PASS) TO D1-STALE-DAYS.
149189 1420-LOAD-PARM-SET-EXIT.
149190     EXIT.

149191*----------------------------------------------------------------*
149192*  1450-APPLY-ALT-CARD - ONE ALTERNATE CARD.  ONLY THE KEYWORDS  *
149193*  THAT CHANGE HOW THE DAY IS JUDGED MAY BE VARIED; FILE NAMES   *
149194*  AND MODE CARDS BELONG TO THE BASELINE DECK ALONE.             *
149195*----------------------------------------------------------------*
149196 1450-APPLY-ALT-CARD.
149197     MOVE SPACES TO D1-PARM-KEY D1-PARM-VALUE.
149198     UNSTRING D1-CARD-IMAGE DELIMITED BY "="
149199         INTO D1-PARM-KEY D1-PARM-VALUE.
149200     EVALUATE D1-PARM-KEY
149201         WHEN "TOLERANCE"
149202         WHEN "LAYOUT"
149203         WHEN "REJPCT"
149204         WHEN "DUPPOLICY"
149205         WHEN "DUPMAX"
149206         WHEN "CTLRECS"
149207         WHEN "STALEDAYS"
149208             PERFORM 1150-APPLY-ONE-CARD
149209                 THRU 1150-APPLY-ONE-CARD-EXIT
149210         WHEN OTHER
149211             ADD 1 TO D1-PARM-ERRORS
149212             DISPLAY "EX2906E KEYWORD """ D1-PARM-KEY
149213                 """ NOT ALLOWED ON ALTERNATE CARD "
149214                 D1-PARM-CARD-CT
149215     END-EVALUATE.
149216 1450-APPLY-ALT-CARD-EXIT.
149217     EXIT.
149218*----------------------------------------------------------------*
149219*  1500-SET-RUN-DATE - ESTABLISH THE BUSINESS DATE THE RUN IS    *
149220*  FOR.  UNDER THE EX2CATCH DRIVER THE DAY'S DATE AND EXTRACT    *
149221*  COME FROM CU-CATCHUP-AREA, AND ONLY A PLAIN MORNING RUN IS    *
149222*  ALLOWED.  AN ASOF DATE MUST BE A REAL DATE NO LATER THAN      *
149223*  TODAY; IT REPLACES THE SYSTEM DATE AS D1-RUN-DATE AND THE     *
149224*  RESULTS FILE NAME IS REBUILT FROM IT.  ANY FAILURE ENDS THE   *
149225*  RUN RC 16 BEFORE A DATA FILE IS TOUCHED.                      *
149226*----------------------------------------------------------------*
149227 1500-SET-RUN-DATE.
149228     MOVE D1-RUN-DATE TO D1-SYSTEM-DATE.
149229     IF CU-EYECATCHER = "EX2CATCH"
149230         SET D1-CATCHUP-DAY TO TRUE
149231         IF NOT D1-NORMAL-MODE
149232                 OR D1-SUPP-FILENAME NOT = SPACES
149233                 OR D1-LIST3-FILENAME NOT = SPACES
149234                 OR D1-RESTART-VAL NOT = "N"
149235             DISPLAY "EX2908E MODE, SUPPFILE, INFILE3 AND RESTART"
149236                 " CARDS ARE NOT VALID IN A CATCH-UP RUN"
149237                 " - RUN NOT STARTED"
149238             MOVE 16 TO RETURN-CODE
149239             STOP RUN
149240         END-IF
149241         MOVE CU-ASOF-DATE TO D1-ASOF-DATE
149242         MOVE CU-INFILE TO D1-INPUT-FILENAME
149243     END-IF.
149244     IF D1-ASOF-DATE = ZERO
149245         GO TO 1500-SET-RUN-DATE-EXIT
149246     END-IF.
149247     MOVE D1-ASOF-DATE TO D1-CNV-DATE.
149248     PERFORM 1660-EDIT-CALENDAR-DATE
149249         THRU 1660-EDIT-CALENDAR-DATE-EXIT.
149250     IF NOT D1-CNV-DATE-VALID
149251         DISPLAY "EX2909E ASOF DATE " D1-ASOF-DATE
149252             " IS NOT A VALID yyyymmdd DATE - RUN NOT STARTED"
149253         MOVE 16 TO RETURN-CODE
149254         STOP RUN
149255     END-IF.
149256     IF D1-ASOF-DATE > D1-SYSTEM-DATE
149257         DISPLAY "EX2909E ASOF DATE " D1-ASOF-DATE
149258             " IS LATER THAN TODAY - RUN NOT STARTED"
149259         MOVE 16 TO RETURN-CODE
149260         STOP RUN
149261     END-IF.
149262     MOVE D1-ASOF-DATE TO D1-RUN-DATE.
149263     MOVE SPACES TO D1-RESULTS-FILENAME.
149264     STRING "RESULT" DELIMITED BY SIZE
149265            D1-RUN-DATE DELIMITED BY SIZE
149266            ".OUT" DELIMITED BY SIZE
149267         INTO D1-RESULTS-FILENAME.
149268     DISPLAY "EX2063I RUNNING AS OF BUSINESS DATE " D1-RUN-DATE
149269         " - SYSTEM DATE " D1-SYSTEM-DATE.
149270 1500-SET-RUN-DATE-EXIT.
149271     EXIT.
149272*----------------------------------------------------------------*
149300*  1600-COMPUTE-PRIOR-DATE - STEP D1-RUN-DATE BACK ONE CALENDAR  *
149400*  DAY INTO D1-PRIOR-RUN-DATE SO 4250-COMPARE-PRIOR-DAY KNOWS    *
149500*  WHICH RESULTyyyymmdd.OUT TO OPEN FOR THE TREND COMPARISON.    *
154200 1650-CHECK-LEAP-YEAR-EXIT.
154300     EXIT.

154303*----------------------------------------------------------------*
154306*  1660-EDIT-CALENDAR-DATE - FULL CALENDAR EDIT OF D1-CNV-DATE:  *
154309*  MONTH 01-12 AND A DAY NO LATER THAN THAT MONTH'S LAST DAY     *
154312*  (29 FEBRUARY ONLY IN A LEAP YEAR).  THE CALLER HAS ALREADY    *
154315*  TESTED THE DATE NUMERIC; D1-CNV-DATE-VALID GIVES THE ANSWER.  *
154318*----------------------------------------------------------------*
154321 1660-EDIT-CALENDAR-DATE.
154324     SET D1-CNV-DATE-VALID TO TRUE.
154327     IF D1-CNV-YYYY < 1900
154330             OR D1-CNV-MM < 1 OR D1-CNV-MM > 12
154333             OR D1-CNV-DD < 1
154336         MOVE "N" TO D1-CNV-DATE-SW
154339         GO TO 1660-EDIT-CALENDAR-DATE-EXIT
154342     END-IF.
154345     MOVE D1-DIM(D1-CNV-MM) TO D1-CNV-MAX-DD.
154348     IF D1-CNV-MM = 2
154351         PERFORM 8450-CHECK-CNV-LEAP-YEAR
154354             THRU 8450-CHECK-CNV-LEAP-YEAR-EXIT
154357         IF D1-IS-LEAP-YEAR
154360             MOVE 29 TO D1-CNV-MAX-DD
154363         END-IF
154366     END-IF.
154369     IF D1-CNV-DD > D1-CNV-MAX-DD
154372         MOVE "N" TO D1-CNV-DATE-SW
154375     END-IF.
154378 1660-EDIT-CALENDAR-DATE-EXIT.
154381     EXIT.

154400*----------------------------------------------------------------*
154500*  1700-LOAD-LOCATION-MASTER - LOAD LOCMAST.DAT (MAINTAINED BY   *
154600*  EX2LOCM) INTO THE SORTED MASTER TABLE.  A MISSING MASTER IS   *
157500                         TO D1-MST-REGION(D1-MASTER-COUNT)
157600                     MOVE LM-STATUS
157700                         TO D1-MST-STATUS(D1-MASTER-COUNT)
157710                     MOVE SPACE
157720                         TO D1-MST-ASOF-SW(D1-MASTER-COUNT)
157800                 ELSE
157900                     ADD 1 TO D1-MASTER-REJECTS
158000                 END-IF
158900     IF D1-MASTER-COUNT > ZERO
159000         SORT D1-MASTER-ENTRY ON ASCENDING KEY D1-MST-ID
159100         SET D1-MASTER-LOADED TO TRUE
159110         PERFORM 1720-RESTATE-MASTER
159120             THRU 1720-RESTATE-MASTER-EXIT
159200     END-IF.
159300     GO TO 1700-LOAD-LOCATION-MASTER-EXIT.
159400*----------------------------------------------------------------*
160900 1700-LOAD-LOCATION-MASTER-EXIT.
161000     EXIT.

161010*----------------------------------------------------------------*
161020*  1720-RESTATE-MASTER - LOCMAST.DAT HOLDS THE LATEST IMAGE OF   *
161030*  EACH SITE, WHICH MAY INCLUDE CHANGES THAT TAKE EFFECT AFTER   *
161040*  THIS RUN'S DATE (A FUTURE-DATED TRANSFER, OR ANY CHANGE WHEN  *
161050*  AN EARLIER DAY IS BEING RERUN).  EX2LOCM KEEPS EACH SITE'S    *
161060*  JOURNAL ENTRIES IN EFFECTIVE-DATE ORDER, SO THE FIRST ENTRY   *
161070*  FOR A SITE DATED AFTER THE RUN DATE CARRIES, AS ITS BEFORE    *
161080*  IMAGE, THE NAME/REGION/STATUS IN EFFECT ON THE RUN DATE.      *
161090*  THAT IMAGE REPLACES THE LOADED ONE AND LATER ENTRIES FOR THE  *
161100*  SITE ARE IGNORED.  A BLANK BEFORE-STATUS MEANS THE SITE WAS   *
161110*  NOT YET ON THE MASTER, AND 1750 THEN TREATS IT AS NOT FOUND.  *
161120*  NO JOURNAL MEANS NO DATED CHANGES - THE MASTER STANDS AS IS.  *
161123*  A JOURNAL THAT IS THERE BUT WILL NOT OPEN ENDS THE RUN RC 16  *
161126*  (EX2983E) - THE MASTER COULD NOT BE RESTATED AS OF THE DATE.  *
161130*----------------------------------------------------------------*
161140 1720-RESTATE-MASTER.
161150     OPEN INPUT LOCJRNL-FILE.
161152     IF D1-JRNL-STATUS = "35"
161154         GO TO 1720-RESTATE-MASTER-EXIT
161156     END-IF.
161158     IF NOT D1-JRNL-STATUS-OK
161160         DISPLAY "EX2983E CANNOT OPEN LOCMJRNL.DAT - STATUS "
161162             D1-JRNL-STATUS " - JOB TERMINATED"
161164         MOVE "EX2983E" TO D1-EVT-CODE
161166         MOVE "E" TO D1-EVT-SEVERITY
161168         MOVE "LOCATION MASTER JOURNAL UNREADABLE - TERMINATED"
161170             TO D1-EVT-TEXT
161172         PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
161174         MOVE 16 TO RETURN-CODE
161176         STOP RUN
161178     END-IF.
161190     PERFORM UNTIL D1-END-OF-FILE
161200         READ LOCJRNL-FILE
161210             AT END
161220                 SET D1-END-OF-FILE TO TRUE
161230             NOT AT END
161240                 IF JR-LOCATION-ID NUMERIC
161250                         AND JR-EFFECTIVE-DATE NUMERIC
161260                         AND JR-EFFECTIVE-DATE > D1-RUN-DATE
161270                     PERFORM 1730-RESTATE-ONE-SITE
161280                         THRU 1730-RESTATE-ONE-SITE-EXIT
161290                 END-IF
161300         END-READ
161310     END-PERFORM.
161320     CLOSE LOCJRNL-FILE.
161330     SET D1-NOT-END-OF-FILE TO TRUE.
161340     IF D1-MST-RESTATED-CT > ZERO
161350         MOVE D1-MST-RESTATED-CT TO D1-EDIT-RESTATED
161360         DISPLAY "EX2050I LOCATION MASTER RESTATED AS OF "
161370             D1-RUN-DATE " - SITES ... " D1-EDIT-RESTATED
161380     END-IF.
161390 1720-RESTATE-MASTER-EXIT.
161400     EXIT.

161410*----------------------------------------------------------------*
161420*  1730-RESTATE-ONE-SITE - APPLY ONE LATER-DATED JOURNAL ENTRY'S *
161430*  BEFORE IMAGE, UNLESS AN EARLIER ENTRY HAS ALREADY RESTATED    *
161440*  THE SITE.  AN ENTRY FOR A SITE NOT ON THE MASTER IS IGNORED.  *
161450*----------------------------------------------------------------*
161460 1730-RESTATE-ONE-SITE.
161470     SEARCH ALL D1-MASTER-ENTRY
161480         AT END
161490             GO TO 1730-RESTATE-ONE-SITE-EXIT
161500         WHEN D1-MST-ID(MSX) = JR-LOCATION-ID
161510             CONTINUE
161520     END-SEARCH.
161530     IF NOT D1-MST-AS-LOADED(MSX)
161540         GO TO 1730-RESTATE-ONE-SITE-EXIT
161550     END-IF.
161560     ADD 1 TO D1-MST-RESTATED-CT.
161570     IF JR-BEFORE-STATUS = SPACE
161580         SET D1-MST-NOT-YET-ADDED(MSX) TO TRUE
161590         GO TO 1730-RESTATE-ONE-SITE-EXIT
161600     END-IF.
161610     SET D1-MST-RESTATED(MSX) TO TRUE.
161620     MOVE JR-BEFORE-NAME TO D1-MST-NAME(MSX).
161630     MOVE JR-BEFORE-REGION TO D1-MST-REGION(MSX).
161640     MOVE JR-BEFORE-STATUS TO D1-MST-STATUS(MSX).
161650 1730-RESTATE-ONE-SITE-EXIT.
161660     EXIT.

161670*----------------------------------------------------------------*
161680*  1750-FIND-MASTER - BINARY-SEARCH THE MASTER TABLE FOR THE ID  *
161690*  IN D1-MST-TARGET AND LEAVE THE SITE NAME AND REGION IN THE    *
161700*  OUT FIELDS FOR THE CALLER TO STAMP ON ITS REPORT LINE.  AN    *
161710*  ID WITH NO MASTER ENTRY, OR WHOSE ADD IS NOT YET EFFECTIVE   *
161720*  ON THE RUN DATE, COMES BACK FLAGGED IN THE NAME COLUMN; WHEN  *
161730*  NO MASTER WAS LOADED AT ALL THE OUT FIELDS                    *
161740*  STAY BLANK SO THE REPORTS ARE SIMPLY UNENRICHED.              *
161800*----------------------------------------------------------------*
161900 1750-FIND-MASTER.
162000     MOVE "N" TO D1-MST-FOUND-SW.
162600         AT END
162700             CONTINUE
162800         WHEN D1-MST-ID(MSX) = D1-MST-TARGET
162810             IF NOT D1-MST-NOT-YET-ADDED(MSX)
162900                 SET D1-MST-FOUND TO TRUE
163000                 MOVE D1-MST-NAME(MSX) TO D1-MST-OUT-NAME
163100                 MOVE D1-MST-REGION(MSX) TO D1-MST-OUT-REGION
163110             END-IF
163200     END-SEARCH.
163300     IF NOT D1-MST-FOUND
163400         MOVE "(NOT IN MASTER)" TO D1-MST-OUT-NAME
173900 1850-FIND-NEXT-REVISION-EXIT.
174000     EXIT.

174010*----------------------------------------------------------------*
174020*  1900-LOAD-CASES - LOAD THE CARRIED-FORWARD EXCEPTION CASES    *
174030*  FROM EXCPCASE.DAT.  A MISSING FILE IS THE FIRST-RUN CASE AND  *
174040*  THE TABLE SIMPLY STARTS EMPTY.  EVERY CASE STARTS THE RUN     *
174050*  MARKED NOT-SEEN; 4190-TRACK-CASE FLIPS THE MARK WHEN THE SAME *
174060*  EXCEPTION IS RAISED AGAIN.                                    *
174070*----------------------------------------------------------------*
174080 1900-LOAD-CASES.
174090     OPEN INPUT CASE-FILE.
174100     IF NOT D1-CASE-STATUS-OK
174110         GO TO 1900-LOAD-CASES-EXIT
174120     END-IF.
174130     PERFORM UNTIL D1-END-OF-FILE
174140         READ CASE-FILE
174150             AT END
174160                 SET D1-END-OF-FILE TO TRUE
174170             NOT AT END
174180                 IF CS-OPENED NUMERIC
174190                     IF D1-CASE-COUNT = D1-MAX-CASES
174200                         GO TO 1990-CASE-OVERFLOW
174210                     END-IF
174220                     ADD 1 TO D1-CASE-COUNT
174230                     SET CSX TO D1-CASE-COUNT
174240                     MOVE CS-SIDE TO D1-CSE-SIDE(CSX)
174250                     MOVE CS-LOCATION-ID TO D1-CSE-ID(CSX)
174260                     MOVE CS-CLASS TO D1-CSE-CLASS(CSX)
174270                     MOVE CS-STATUS TO D1-CSE-STATUS(CSX)
174280                     MOVE CS-OPENED TO D1-CSE-OPENED(CSX)
174290                     MOVE CS-LAST-SEEN TO D1-CSE-LAST-SEEN(CSX)
174300                     MOVE CS-CONSEC-DAYS TO D1-CSE-CONSEC(CSX)
174310                     MOVE CS-REOPENS TO D1-CSE-REOPENS(CSX)
174320                     MOVE CS-CLOSED TO D1-CSE-CLOSED(CSX)
174330                     MOVE CS-LAST-MARK TO D1-CSE-MARK(CSX)
174340                     MOVE CS-SEVERITY TO D1-CSE-SEVERITY(CSX)
174350                     MOVE CS-REGION TO D1-CSE-REGION(CSX)
174360                     MOVE CS-ANALYST TO D1-CSE-ANALYST(CSX)
174370                     MOVE CS-RESOLUTION TO D1-CSE-RESOLUTION(CSX)
174380                     MOVE "N" TO D1-CSE-SEEN-SW(CSX)
174390                 END-IF
174400         END-READ
174410     END-PERFORM.
174420     CLOSE CASE-FILE.
174430     SET D1-NOT-END-OF-FILE TO TRUE.
174440     GO TO 1900-LOAD-CASES-EXIT.
174450*----------------------------------------------------------------*
174460*  1990-CASE-OVERFLOW - MORE CARRIED CASES THAN THE TABLE HOLDS. *
174470*  ABEND RATHER THAN REWRITE A TRUNCATED CASE FILE AND SILENTLY  *
174480*  LOSE OPEN CASES AND THEIR ANALYST ASSIGNMENTS.                *
174490*----------------------------------------------------------------*
174500 1990-CASE-OVERFLOW.
174510     CLOSE CASE-FILE.
174520     DISPLAY "EX2990E EXCEPTION CASE FILE EXCEEDS TABLE "
174530         "CAPACITY OF " D1-MAX-CASES " ENTRIES - JOB TERMINATED".
174540     MOVE "EX2990E" TO D1-EVT-CODE.
174550     MOVE "E" TO D1-EVT-SEVERITY.
174560     MOVE "EXCEPTION CASE FILE EXCEEDS CAPACITY - TERMINATED"
174570         TO D1-EVT-TEXT.
174580     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
174590     MOVE 16 TO RETURN-CODE.
174600     STOP RUN.
174610 1900-LOAD-CASES-EXIT.
174620     EXIT.

174621*----------------------------------------------------------------*
174622*  1920-LOAD-WITHDRAWALS - LOAD THE WITHDRAWAL LEDGER SO THE     *
174623*  PRIOR-DAY COMPARISON CAN PASS OVER BACKED-OUT GENERATIONS AND *
174624*  4310 CAN TELL WHEN TODAY REPUBLISHES ONE.  NO LEDGER MEANS    *
174625*  NOTHING HAS EVER BEEN WITHDRAWN.                              *
174626*----------------------------------------------------------------*
174627 1920-LOAD-WITHDRAWALS.
174628     OPEN INPUT WDRAW-FILE.
174629     IF NOT D1-WDRAW-STATUS-OK
174630         GO TO 1920-LOAD-WITHDRAWALS-EXIT
174631     END-IF.
174632     PERFORM UNTIL D1-END-OF-FILE
174633         READ WDRAW-FILE
174634             AT END
174635                 SET D1-END-OF-FILE TO TRUE
174636             NOT AT END
174637                 IF WD-RUN-DATE NUMERIC AND WD-REVISION NUMERIC
174638                     IF D1-WDR-COUNT = D1-MAX-WDRAW
174639                         GO TO 1925-WITHDRAWAL-OVERFLOW
174640                     END-IF
174641                     ADD 1 TO D1-WDR-COUNT
174642                     SET WDX TO D1-WDR-COUNT
174643                     MOVE WD-RUN-DATE TO D1-WDR-DATE(WDX)
174644                     MOVE WD-REVISION TO D1-WDR-REV(WDX)
174645                     MOVE WD-ACTION TO D1-WDR-ACTION(WDX)
174646                 END-IF
174647         END-READ
174648     END-PERFORM.
174649     CLOSE WDRAW-FILE.
174650     SET D1-NOT-END-OF-FILE TO TRUE.
174651     GO TO 1920-LOAD-WITHDRAWALS-EXIT.
174652*----------------------------------------------------------------*
174653*  1925-WITHDRAWAL-OVERFLOW - MORE LEDGER ENTRIES THAN THE TABLE *
174654*  HOLDS.  ABEND RATHER THAN COMPARE AGAINST A DAY THAT MAY HAVE *
174655*  BEEN BACKED OUT.                                              *
174656*----------------------------------------------------------------*
174657 1925-WITHDRAWAL-OVERFLOW.
174658     CLOSE WDRAW-FILE.
174659     DISPLAY "EX2988E WITHDRAWAL LEDGER EXCEEDS TABLE "
174660         "CAPACITY OF " D1-MAX-WDRAW " ENTRIES - JOB TERMINATED".
174661     MOVE "EX2988E" TO D1-EVT-CODE.
174662     MOVE "E" TO D1-EVT-SEVERITY.
174663     MOVE "WITHDRAWAL LEDGER EXCEEDS CAPACITY - TERMINATED"
174664         TO D1-EVT-TEXT.
174665     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
174666     MOVE 16 TO RETURN-CODE.
174667     STOP RUN.
174668 1920-LOAD-WITHDRAWALS-EXIT.
174669     EXIT.

174670*----------------------------------------------------------------*
174671*  1930-CHECK-WITHDRAWN - SET D1-WD-WITHDRAWN WHEN THE LATEST    *
174672*  LEDGER ENTRY FOR D1-WD-DATE / D1-WD-REV IS A WITHDRAWAL.  A   *
174673*  LATER "R" (REPUBLISHED) ENTRY CANCELS AN EARLIER "W".         *
174674*----------------------------------------------------------------*
174675 1930-CHECK-WITHDRAWN.
174676     MOVE "N" TO D1-WD-STATE-SW.
174677     PERFORM VARYING WDX FROM 1 BY 1 UNTIL WDX > D1-WDR-COUNT
174678         IF D1-WDR-DATE(WDX) = D1-WD-DATE
174679                 AND D1-WDR-REV(WDX) = D1-WD-REV
174680             IF D1-WDR-ACTION(WDX) = "W"
174681                 MOVE "Y" TO D1-WD-STATE-SW
174682             ELSE
174683                 MOVE "N" TO D1-WD-STATE-SW
174684             END-IF
174685         END-IF
174686     END-PERFORM.
174687 1930-CHECK-WITHDRAWN-EXIT.
174688     EXIT.

174689*----------------------------------------------------------------*
174690*  1950-SNAPSHOT-CARRIED - BEFORE THE RUN CHANGES ANYTHING, COPY *
174691*  EACH CARRIED-FORWARD FILE TO A SNAPSHOT STAMPED WITH THE RUN  *
174692*  DATE AND REVISION: LOCHIST.DAT, REJDISP.DAT, EXCPCASE.DAT AND *
174693*  PERFLOG.TXT.  EX2BACK RESTORES THESE TO BACK THE DAY OUT.     *
174694*  EX2EVENTS.DAT IS NOT SNAPSHOT - IT IS THE AUDIT TRAIL AND THE *
174695*  BACK-OUT IS RECORDED IN IT RATHER THAN ERASING THE DAY.       *
174696*----------------------------------------------------------------*
174697 1950-SNAPSHOT-CARRIED.
174698     MOVE D1-REVISION TO D1-SNAP-REV.
174699     MOVE ZERO TO D1-SNAP-TAKEN.
174700     MOVE ZERO TO D1-SNAP-HELD.
174701     MOVE "LOCHIST" TO D1-SNAP-BASE.
174702     MOVE "LOCHIST.DAT" TO D1-SNAP-LIVE-NAME.
174703     PERFORM 1955-SNAPSHOT-ONE-FILE
174704         THRU 1955-SNAPSHOT-ONE-FILE-EXIT.
174705     MOVE "REJDISP" TO D1-SNAP-BASE.
174706     MOVE "REJDISP.DAT" TO D1-SNAP-LIVE-NAME.
174707     PERFORM 1955-SNAPSHOT-ONE-FILE
174708         THRU 1955-SNAPSHOT-ONE-FILE-EXIT.
174709     MOVE "EXCPCASE" TO D1-SNAP-BASE.
174710     MOVE "EXCPCASE.DAT" TO D1-SNAP-LIVE-NAME.
174711     PERFORM 1955-SNAPSHOT-ONE-FILE
174712         THRU 1955-SNAPSHOT-ONE-FILE-EXIT.
174713     MOVE "PERFLOG" TO D1-SNAP-BASE.
174714     MOVE "PERFLOG.TXT" TO D1-SNAP-LIVE-NAME.
174715     PERFORM 1955-SNAPSHOT-ONE-FILE
174716         THRU 1955-SNAPSHOT-ONE-FILE-EXIT.
174717     DISPLAY "EX2056I CARRIED FILE SNAPSHOTS FOR " D1-RUN-DATE
174718         "R" D1-SNAP-REV " - " D1-SNAP-TAKEN " TAKEN, "
174719         D1-SNAP-HELD " HELD FROM AN EARLIER ATTEMPT".
174720 1950-SNAPSHOT-CARRIED-EXIT.
174721     EXIT.
174770*----------------------------------------------------------------*
174771*  1955-SNAPSHOT-ONE-FILE - COPY D1-SNAP-LIVE-NAME TO ITS DATED  *
174772*  SNAPSHOT.  A SNAPSHOT ALREADY ON FILE FOR THIS DATE AND       *
174773*  REVISION IS LEFT ALONE: IT WAS TAKEN BY AN EARLIER ATTEMPT AT *
174774*  THE SAME RUN (A FAILED RUN BEING RESTARTED) AND STILL HOLDS   *
174775*  THE PRE-RUN STATE, WHICH THE LIVE FILE MAY NO LONGER DO.  A   *
174776*  LIVE FILE THAT DOES NOT EXIST YET GIVES AN EMPTY SNAPSHOT.    *
174777*----------------------------------------------------------------*
174778 1955-SNAPSHOT-ONE-FILE.
174779     MOVE SPACES TO D1-SNAP-OUT-NAME.
174780     STRING D1-SNAP-BASE DELIMITED BY SPACE
174781            D1-RUN-DATE DELIMITED BY SIZE
174782            "R" DELIMITED BY SIZE
174783            D1-SNAP-REV DELIMITED BY SIZE
174784            ".SNP" DELIMITED BY SIZE
174785         INTO D1-SNAP-OUT-NAME.
174786     MOVE D1-SNAP-OUT-NAME TO D1-SNAP-IN-NAME.
174787     OPEN INPUT SNAP-IN-FILE.
174788     IF D1-SNAP-IN-STATUS-OK
174789         CLOSE SNAP-IN-FILE
174790         ADD 1 TO D1-SNAP-HELD
174791         GO TO 1955-SNAPSHOT-ONE-FILE-EXIT
174792     END-IF.
174793     MOVE D1-SNAP-LIVE-NAME TO D1-SNAP-IN-NAME.
174794     OPEN INPUT SNAP-IN-FILE.
174795     IF NOT D1-SNAP-IN-STATUS-OK
174796             AND D1-SNAP-IN-STATUS NOT = "05"
174797             AND D1-SNAP-IN-STATUS NOT = "35"
174798         GO TO 1957-LIVE-FILE-FAILED
174799     END-IF.
174800     OPEN OUTPUT SNAP-OUT-FILE.
174801     IF NOT D1-SNAP-OUT-STATUS-OK
174802         GO TO 1958-SNAPSHOT-FAILED
174803     END-IF.
174804     MOVE ZERO TO D1-SNAP-LINES.
174805     IF D1-SNAP-IN-STATUS-OK
174806         PERFORM UNTIL D1-END-OF-FILE
174807             READ SNAP-IN-FILE
174808                 AT END
174809                     SET D1-END-OF-FILE TO TRUE
174810                 NOT AT END
174811                     WRITE SNAP-OUT-RECORD FROM SNAP-IN-RECORD
174812                     IF NOT D1-SNAP-OUT-STATUS-OK
174813                         GO TO 1958-SNAPSHOT-FAILED
174814                     END-IF
174815                     ADD 1 TO D1-SNAP-LINES
174816             END-READ
174817         END-PERFORM
174818         CLOSE SNAP-IN-FILE
174819         SET D1-NOT-END-OF-FILE TO TRUE
174820     END-IF.
174821     CLOSE SNAP-OUT-FILE.
174822     ADD 1 TO D1-SNAP-TAKEN.
174823     GO TO 1955-SNAPSHOT-ONE-FILE-EXIT.
174824*----------------------------------------------------------------*
174825*  1957-LIVE-FILE-FAILED - THE LIVE FILE IS THERE BUT CANNOT BE  *
174826*  READ.  AN EMPTY SNAPSHOT WOULD LET EX2BACK RESTORE NOTHING    *
174827*  OVER GOOD DATA, SO NO SNAPSHOT IS WRITTEN AND THE RUN ENDS.   *
174828*----------------------------------------------------------------*
174829 1957-LIVE-FILE-FAILED.
174830     DISPLAY "EX2984E CANNOT READ " D1-SNAP-LIVE-NAME
174831         " STATUS " D1-SNAP-IN-STATUS " - JOB TERMINATED".
174832     MOVE "EX2984E" TO D1-EVT-CODE.
174833     MOVE "E" TO D1-EVT-SEVERITY.
174834     MOVE "CARRIED FILE UNREADABLE FOR SNAPSHOT - TERMINATED"
174835         TO D1-EVT-TEXT.
174836     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
174837     MOVE 16 TO RETURN-CODE.
174838     STOP RUN.
174839*----------------------------------------------------------------*
174840*  1958-SNAPSHOT-FAILED - A SNAPSHOT COULD NOT BE WRITTEN.  THE  *
174841*  RUN MUST NOT GO ON TO CHANGE A CARRIED FILE IT COULD NOT      *
174842*  BACK OUT.                                                     *
174843*----------------------------------------------------------------*
174844 1958-SNAPSHOT-FAILED.
174845     DISPLAY "EX2989E CANNOT WRITE SNAPSHOT " D1-SNAP-OUT-NAME
174846         " STATUS " D1-SNAP-OUT-STATUS " - JOB TERMINATED".
174847     MOVE "EX2989E" TO D1-EVT-CODE.
174848     MOVE "E" TO D1-EVT-SEVERITY.
174849     MOVE "CARRIED FILE SNAPSHOT FAILED - TERMINATED"
174850         TO D1-EVT-TEXT.
174851     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
174852     MOVE 16 TO RETURN-CODE.
174853     STOP RUN.
174854 1955-SNAPSHOT-ONE-FILE-EXIT.
174855     EXIT.

174856*----------------------------------------------------------------*
174858*  1960-CHECK-CARRIED-DATE - THE CARRIED FILES (LOCHIST,         *
174860*  REJDISP, EXCPCASE, PERFLOG) ALREADY REFLECT EVERY RUN DATE    *
174862*  IN PERFLOG.TXT.  A RUN FOR AN EARLIER DATE WOULD LAYER THAT   *
174864*  DAY ON TOP OF LATER ONES - FIRST/LAST-SEEN DATES AND AGING    *
174866*  WOULD RUN BACKWARDS - SO IT IS REFUSED UNTIL THE LATER RUNS   *
174868*  ARE BACKED OUT WITH EX2BACK (WHICH TAKES THEIR ROWS OFF       *
174870*  PERFLOG; A RUN LEDGERED AS WITHDRAWN IS IGNORED HERE TOO).    *
174872*  RERUNNING THE LATEST DATE ITSELF IS ALLOWED.                  *
174874*----------------------------------------------------------------*
174876 1960-CHECK-CARRIED-DATE.
174878     MOVE ZERO TO D1-CARRIED-DATE.
174880     OPEN INPUT PERFLOG-FILE.
174882     PERFORM UNTIL D1-END-OF-FILE
174884         READ PERFLOG-FILE
174886             AT END
174888                 SET D1-END-OF-FILE TO TRUE
174890             NOT AT END
174892                 IF PL-RUN-DATE NUMERIC AND PL-REVISION NUMERIC
174894                         AND PL-RUN-DATE > D1-CARRIED-DATE
174896                     MOVE PL-RUN-DATE TO D1-WD-DATE
174898                     MOVE PL-REVISION TO D1-WD-REV
174900                     PERFORM 1930-CHECK-WITHDRAWN
174902                         THRU 1930-CHECK-WITHDRAWN-EXIT
174904                     IF NOT D1-WD-WITHDRAWN
174906                         MOVE PL-RUN-DATE TO D1-CARRIED-DATE
174908                     END-IF
174910                 END-IF
174912         END-READ
174914     END-PERFORM.
174916     CLOSE PERFLOG-FILE.
174918     SET D1-NOT-END-OF-FILE TO TRUE.
174920     IF D1-RUN-DATE NOT < D1-CARRIED-DATE
174922         GO TO 1960-CHECK-CARRIED-DATE-EXIT
174924     END-IF.
174926     DISPLAY "EX2987E RUN DATE " D1-RUN-DATE " IS EARLIER THAN "
174928         D1-CARRIED-DATE " ALREADY IN THE CARRIED FILES".
174930     DISPLAY "EX2987E BACK OUT THE LATER RUN(S) WITH EX2BACK "
174932         "FIRST - JOB TERMINATED".
174934     MOVE "EX2987E" TO D1-EVT-CODE.
174936     MOVE "E" TO D1-EVT-SEVERITY.
174938     MOVE "RUN DATE EARLIER THAN CARRIED FILES - TERMINATED"
174940         TO D1-EVT-TEXT.
174942     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
174944     MOVE 16 TO RETURN-CODE.
174946     STOP RUN.
174948 1960-CHECK-CARRIED-DATE-EXIT.
174950     EXIT.

174952*----------------------------------------------------------------*
174954*  2000-READ-FILE - LOAD LIST1 / LIST2 FROM THE DAILY EXTRACT.   *
174956*----------------------------------------------------------------*
174958 2000-READ-FILE.
174960     OPEN INPUT INPUT-FILE.
174962*----------------------------------------------------------------*
174964*  A SECOND PASS THROUGH THIS PARAGRAPH IN THE SAME RUN (THE     *
174966*  SUPPLEMENTAL MERGE AFTER A CHECKPOINT FALLBACK READ) MUST    *
174968*  APPEND TO THE REJECT AND CORRECTION FILES, NOT TRUNCATE      *
175000*  WHAT THE FIRST PASS LOGGED.                                  *
175100*----------------------------------------------------------------*
175200     IF D1-EXTRACT-READ
176500                 ADD 1 TO D1-LINE-NUMBER
176600                 PERFORM 2100-VALIDATE-RECORD
176700                     THRU 2100-VALIDATE-RECORD-EXIT
176710                 IF D1-RECORD-IS-CONTROL
176720                     PERFORM 2060-APPLY-CONTROL-RECORD
176730                         THRU 2060-APPLY-CONTROL-RECORD-EXIT
176740                 END-IF
176800                 IF D1-RECORD-IS-INVALID
176900                     ADD 1 TO D1-REJECT-COUNT
177000                     PERFORM 2200-WRITE-REJECT
177100                         THRU 2200-WRITE-REJECT-EXIT
177200                     PERFORM 2300-BUILD-CORRECTION
177300                         THRU 2300-BUILD-CORRECTION-EXIT
177310                     PERFORM 2070-COUNT-SOURCE-REJECT
177320                         THRU 2070-COUNT-SOURCE-REJECT-EXIT
177330                     PERFORM 2080-ATTRIBUTE-REJECT
177340                         THRU 2080-ATTRIBUTE-REJECT-EXIT
177350                 END-IF
177360                 IF D1-RECORD-IS-VALID
177500                     IF D1-TABLE-IS-FULL
177600                         GO TO 2090-TABLE-OVERFLOW
177700                     END-IF
179000                     ADD 1 TO D1-SRC-RECORDS(SRCX)
179100                     ADD D1-IN-LIST1 TO D1-SRC-SUM-LIST1(SRCX)
179200                     ADD D1-IN-LIST2 TO D1-SRC-SUM-LIST2(SRCX)
179210                     ADD 1 TO D1-SRC-READ-RECS(SRCX)
179220                     ADD D1-IN-LIST1 TO D1-SRC-READ-HASH1(SRCX)
179230                     ADD D1-IN-LIST2 TO D1-SRC-READ-HASH2(SRCX)
179300                 END-IF
179400         END-READ
179500     END-PERFORM.
185500 2050-FIND-SOURCE-EXIT.
185600     EXIT.

185610*----------------------------------------------------------------*
185620*  2060-APPLY-CONTROL-RECORD - EDIT A SOURCE HDR/TRL RECORD AND  *
185630*  POST IT TO THE SOURCE'S CONTROL FIELDS.  A HEADER CARRIES     *
185640*  ONLY THE EXTRACT DATE; A TRAILER ALSO CARRIES THE DECLARED    *
185650*  COUNT AND HASH TOTALS, WHICH ACCUMULATE IF A SOURCE SENDS     *
185660*  MORE THAN ONE BATCH.  A CONTROL RECORD THAT DOES NOT EDIT     *
185670*  (BLANK SOURCE, BAD DATE, NON-NUMERIC TOTALS, DATA PAST THE    *
185680*  LAST FIELD) IS TURNED BACK INTO AN ORDINARY REJECT, SO THE    *
185690*  SOURCE THEN BALANCES AS MISSING THAT RECORD.                  *
185700*----------------------------------------------------------------*
185710 2060-APPLY-CONTROL-RECORD.
185720     MOVE FLC-EXTRACT-DATE TO D1-CNV-DATE.
185730     IF FLC-SOURCE-SYSTEM = SPACES
185740             OR FLC-GAP2 NOT = SPACE
185750             OR FLC-EXTRACT-DATE NOT NUMERIC
185760         SET D1-RECORD-IS-INVALID TO TRUE
185770         GO TO 2060-APPLY-CONTROL-RECORD-EXIT
185780     END-IF.
185787     PERFORM 1660-EDIT-CALENDAR-DATE
185794         THRU 1660-EDIT-CALENDAR-DATE-EXIT.
185801     IF NOT D1-CNV-DATE-VALID
185810         SET D1-RECORD-IS-INVALID TO TRUE
185820         GO TO 2060-APPLY-CONTROL-RECORD-EXIT
185830     END-IF.
185840     IF FLC-HEADER
185850         IF FLC-HEADER-REST NOT = SPACES
185860             SET D1-RECORD-IS-INVALID TO TRUE
185870             GO TO 2060-APPLY-CONTROL-RECORD-EXIT
185880         END-IF
185890     ELSE
185900         IF FLC-GAP3 NOT = SPACE OR FLC-GAP4 NOT = SPACE
185910                 OR FLC-GAP5 NOT = SPACE
185920                 OR FLC-RECORD-COUNT NOT NUMERIC
185930                 OR FLC-HASH-LIST1 NOT NUMERIC
185940                 OR FLC-HASH-LIST2 NOT NUMERIC
185950                 OR FLC-TRAILER-REST NOT = SPACES
185960             SET D1-RECORD-IS-INVALID TO TRUE
185970             GO TO 2060-APPLY-CONTROL-RECORD-EXIT
185980         END-IF
185990     END-IF.
186000     MOVE FLC-SOURCE-SYSTEM TO D1-TALLY-SOURCE.
186010     PERFORM 2050-FIND-SOURCE THRU 2050-FIND-SOURCE-EXIT.
186020     IF FLC-HEADER
186030         ADD 1 TO D1-SRC-HDR-COUNT(SRCX)
186040         MOVE FLC-EXTRACT-DATE TO D1-SRC-HDR-DATE(SRCX)
186050     ELSE
186060         ADD 1 TO D1-SRC-TRL-COUNT(SRCX)
186070         MOVE FLC-EXTRACT-DATE TO D1-SRC-TRL-DATE(SRCX)
186080         ADD FLC-RECORD-COUNT TO D1-SRC-DECL-COUNT(SRCX)
186090         ADD FLC-HASH-LIST1 TO D1-SRC-DECL-HASH1(SRCX)
186100         ADD FLC-HASH-LIST2 TO D1-SRC-DECL-HASH2(SRCX)
186110     END-IF.
186120 2060-APPLY-CONTROL-RECORD-EXIT.
186130     EXIT.

186140*----------------------------------------------------------------*
186150*  2070-COUNT-SOURCE-REJECT - CHARGE THE REJECT JUST LOGGED TO   *
186160*  ITS SOURCE'S READ COUNT SO THE DECLARED DETAIL COUNT STILL    *
186170*  BALANCES ON A DAY WITH REJECTS.  ONLY A SOURCE ALREADY KNOWN  *
186180*  (BY ITS HEADER OR AN EARLIER GOOD RECORD) IS CHARGED - A      *
186190*  GARBLED CODE MUST NOT ADD A SOURCE SLOT OR ABEND THE RUN.     *
186200*----------------------------------------------------------------*
186210 2070-COUNT-SOURCE-REJECT.
186220     MOVE "N" TO D1-SRC-FOUND-SW.
186230     PERFORM VARYING SRCX FROM 1 BY 1
186240             UNTIL SRCX > D1-SOURCE-COUNT
186250             OR D1-SRC-FOUND
186260         IF D1-SRC-CODE(SRCX) = FILE-LISTS-RAW(1:2)
186270             SET D1-SRC-FOUND TO TRUE
186280         END-IF
186290     END-PERFORM.
186300     IF D1-SRC-FOUND
186310         SET SRCX DOWN BY 1
186320         ADD 1 TO D1-SRC-READ-REJECTS(SRCX)
186330     END-IF.
186340 2070-COUNT-SOURCE-REJECT-EXIT.
186350     EXIT.

186360*----------------------------------------------------------------*
186370*  2080-ATTRIBUTE-REJECT - CHARGE A REJECTED RECORD TO A REGION  *
186380*  FOR THE REGIONAL ROLLUP.  THE RECORD NEVER REACHED THE        *
186390*  TABLES, SO ITS REGION COMES FROM WHICHEVER OF ITS RAW LIST1/  *
186400*  LIST2 FIELDS (IN THAT ORDER) IS STILL NUMERIC; A RECORD WITH  *
186410*  NEITHER IS CHARGED TO THE BLANK-REGION ENTRY.                 *
186420*----------------------------------------------------------------*
186430 2080-ATTRIBUTE-REJECT.
186440     MOVE ZERO TO D1-MST-TARGET.
186450     IF D1-LAYOUT-WIDE
186460         IF LIST1-VALUE-W IS NUMERIC
186470             MOVE LIST1-VALUE-W TO D1-MST-TARGET
186480         ELSE
186490             IF LIST2-VALUE-W IS NUMERIC
186500                 MOVE LIST2-VALUE-W TO D1-MST-TARGET
186510             END-IF
186520         END-IF
186530     ELSE
186540         IF LIST1-VALUE IS NUMERIC
186550             MOVE LIST1-VALUE TO D1-MST-TARGET
186560         ELSE
186570             IF LIST2-VALUE IS NUMERIC
186580                 MOVE LIST2-VALUE TO D1-MST-TARGET
186590             END-IF
186600         END-IF
186610     END-IF.
186620     MOVE SPACES TO D1-MST-OUT-REGION.
186630     IF D1-MST-TARGET NOT = ZERO
186640         PERFORM 1750-FIND-MASTER THRU 1750-FIND-MASTER-EXIT
186650     END-IF.
186660     PERFORM 4810-FIND-REGION THRU 4810-FIND-REGION-EXIT.
186670     ADD 1 TO D1-RGN-REJECTS(RGX).
186680 2080-ATTRIBUTE-REJECT-EXIT.
186690     EXIT.

186700*----------------------------------------------------------------*
186710*  2100-VALIDATE-RECORD - REJECT ANY RECORD WHOSE LOCATION ID    *
186720*  FIELDS ARE NOT NUMERIC (BLANK, ALPHABETIC, OR MISALIGNED),    *
186730*  WHOSE GAP COLUMNS ARE NOT BLANK, OR WHOSE PHYSICAL LINE RAN   *
186740*  PAST THE DATA REGION, SO NONE CAN POISON LIST1/LIST2.  THE    *
186750*  CHECKS FOLLOW THE LAYOUT THE LAYOUT CARD SELECTED; A GOOD     *
186760*  RECORD'S FIELDS ARE LEFT IN D1-IN-SOURCE/-LIST1/-LIST2 SO     *
186770*  THE LOAD PATH IS WIDTH-INDEPENDENT.  A SOURCE HDR/TRL         *
186780*  CONTROL RECORD IS ONLY RECOGNIZED HERE; 2060 EDITS AND        *
186790*  APPLIES IT.                                                   *
186800*----------------------------------------------------------------*
186810 2100-VALIDATE-RECORD.
186820     SET D1-RECORD-IS-VALID TO TRUE.
186830     IF FLC-GAP1 = SPACE AND (FLC-HEADER OR FLC-TRAILER)
186840         SET D1-RECORD-IS-CONTROL TO TRUE
186850         GO TO 2100-VALIDATE-RECORD-EXIT
186860     END-IF.
186870     IF D1-LAYOUT-WIDE
186900         IF LIST1-VALUE-W NOT NUMERIC
187000                 OR LIST2-VALUE-W NOT NUMERIC
187100             SET D1-RECORD-IS-INVALID TO TRUE
192100*  REJECT KEEPS ITS STATUS (A FIXED ONE THAT COMES BACK FLIPS    *
192200*  TO RESUBMITTED) AND GETS ITS LAST-SEEN DATE AND TIMES-SEEN    *
192300*  COUNT BUMPED; AN UNKNOWN ONE IS APPENDED AS NEW.              *
192310*  A WHAT-IF RUN LEAVES THE SHARED REJECT TRACKING ALONE.        *
192400*----------------------------------------------------------------*
192500 2210-TRACK-REJECT.
192510     IF D1-WHATIF-MODE
192520         GO TO 2210-TRACK-REJECT-EXIT
192530     END-IF.
192600     MOVE "N" TO D1-DSP-FOUND-SW.
192700     PERFORM VARYING DSX FROM 1 BY 1
192800             UNTIL DSX > D1-DISP-COUNT
220400 2800-MERGE-SUPPLEMENTAL-EXIT.
220500     EXIT.

220510*----------------------------------------------------------------*
220520*  2900-BALANCE-CONTROLS - BALANCE EVERY SOURCE READ FROM AN     *
220530*  EXTRACT THIS RUN AGAINST ITS HDR/TRL CONTROL RECORDS.  RUNS   *
220540*  RIGHT AFTER THE LOAD, BEFORE THE DUPLICATE POLICY CAN TOUCH   *
220550*  ANY TOTAL.  A SOURCE RELOADED ONLY FROM A CHECKPOINT WAS      *
220560*  BALANCED BY THE RUN THAT READ IT AND IS SKIPPED, SO A PLAIN   *
220570*  RESTART CHECKS NOTHING AND A SUPPLEMENTAL CHECKS ONLY THE     *
220580*  LATE EXTRACT'S SOURCES.  ANY FAILURE ARMS THE RC 8 HOLD FOR   *
220590*  9999-TERMINATE (OR FAILS THE VALIDATE-ONLY PRE-FLIGHT).       *
220600*----------------------------------------------------------------*
220610 2900-BALANCE-CONTROLS.
220620     MOVE "N" TO D1-CTL-HOLD-SW.
220630     MOVE ZERO TO D1-CTL-CHECKED-COUNT D1-CTL-FAILED-COUNT.
220640     MOVE D1-RUN-DATE TO D1-CNV-DATE.
220650     PERFORM 8400-DATE-TO-SERIAL THRU 8400-DATE-TO-SERIAL-EXIT.
220660     MOVE D1-CNV-SERIAL TO D1-CTL-RUN-SERIAL.
220670     PERFORM VARYING SRCX FROM 1 BY 1
220680             UNTIL SRCX > D1-SOURCE-COUNT
220690         MOVE SPACE TO D1-SRC-CTL-RESULT(SRCX)
220700         IF D1-SRC-READ-RECS(SRCX) > ZERO
220710                 OR D1-SRC-READ-REJECTS(SRCX) > ZERO
220720                 OR D1-SRC-HDR-COUNT(SRCX) > ZERO
220730                 OR D1-SRC-TRL-COUNT(SRCX) > ZERO
220740             PERFORM 2910-CHECK-ONE-SOURCE
220750                 THRU 2910-CHECK-ONE-SOURCE-EXIT
220760         END-IF
220770     END-PERFORM.
220780     IF D1-CTL-CHECKED-COUNT = ZERO
220790         DISPLAY "EX2045I NO SOURCE READ FROM AN EXTRACT THIS RUN"
220800             " - CONTROL BALANCING SKIPPED"
220810     ELSE
220820         DISPLAY "EX2045I SOURCES CONTROL-CHECKED  "
220830             D1-CTL-CHECKED-COUNT " OUT OF BALANCE "
220840             D1-CTL-FAILED-COUNT
220850     END-IF.
220860 2900-BALANCE-CONTROLS-EXIT.
220870     EXIT.

220880*----------------------------------------------------------------*
220890*  2910-CHECK-ONE-SOURCE - BALANCE THE SOURCE AT SRCX.  THE      *
220900*  DECLARED COUNT MUST EQUAL THE DETAILS READ PLUS THE ONES      *
220910*  REJECTED; THE HASH TOTALS CAN ONLY BE PROVEN WHEN NOTHING WAS *
220920*  REJECTED (A REJECT HAS NO USABLE VALUE), SO ON A DAY WITH     *
220930*  REJECTS THE REJECT-RATE GUARD COVERS THEM INSTEAD.  THE       *
220940*  EXTRACT DATE (HEADER, ELSE TRAILER) MUST AGREE BETWEEN THE    *
220950*  TWO RECORDS, MAY NOT BE AFTER THE RUN DATE, AND MAY NOT BE    *
220960*  MORE THAN STALEDAYS OLDER THAN IT.                            *
220970*----------------------------------------------------------------*
220980 2910-CHECK-ONE-SOURCE.
220990     ADD 1 TO D1-CTL-CHECKED-COUNT.
221000     MOVE "BALANCED" TO D1-SRC-BAL-STATUS(SRCX).
221010     MOVE "DATE OK" TO D1-SRC-DATE-STATUS(SRCX).
221020     COMPUTE D1-CTL-RECEIVED = D1-SRC-READ-RECS(SRCX)
221030         + D1-SRC-READ-REJECTS(SRCX).
221040     IF D1-SRC-HDR-COUNT(SRCX) = ZERO
221050             AND D1-SRC-TRL-COUNT(SRCX) = ZERO
221060         MOVE "NO CONTROLS" TO D1-SRC-BAL-STATUS(SRCX)
221070         MOVE SPACES TO D1-SRC-DATE-STATUS(SRCX)
221080         IF NOT D1-CTL-REQUIRED
221090             MOVE "I" TO D1-SRC-CTL-RESULT(SRCX)
221100             DISPLAY "EX2047I SOURCE " D1-SRC-CODE(SRCX)
221110                 " SENT NO CONTROL RECORDS - NOT HELD UNDER"
221120                 " CTLRECS=OPTIONAL"
221130             GO TO 2910-CHECK-ONE-SOURCE-EXIT
221140         END-IF
221150         GO TO 2915-SOURCE-FAILED
221160     END-IF.
221170     EVALUATE TRUE
221180         WHEN D1-SRC-TRL-COUNT(SRCX) = ZERO
221190             MOVE "NO TRAILER" TO D1-SRC-BAL-STATUS(SRCX)
221200         WHEN D1-SRC-HDR-COUNT(SRCX) = ZERO
221210             MOVE "NO HEADER" TO D1-SRC-BAL-STATUS(SRCX)
221220         WHEN D1-SRC-DECL-COUNT(SRCX) NOT = D1-CTL-RECEIVED
221230             MOVE "COUNT MISMATCH" TO D1-SRC-BAL-STATUS(SRCX)
221240         WHEN D1-SRC-READ-REJECTS(SRCX) = ZERO
221250                 AND (D1-SRC-DECL-HASH1(SRCX)
221260                     NOT = D1-SRC-READ-HASH1(SRCX)
221270                 OR D1-SRC-DECL-HASH2(SRCX)
221280                     NOT = D1-SRC-READ-HASH2(SRCX))
221290             MOVE "HASH MISMATCH" TO D1-SRC-BAL-STATUS(SRCX)
221300         WHEN OTHER
221310             CONTINUE
221320     END-EVALUATE.
221330     IF D1-SRC-HDR-COUNT(SRCX) > ZERO
221340         MOVE D1-SRC-HDR-DATE(SRCX) TO D1-CTL-EXTRACT-DATE
221350     ELSE
221360         MOVE D1-SRC-TRL-DATE(SRCX) TO D1-CTL-EXTRACT-DATE
221370     END-IF.
221380     MOVE D1-CTL-EXTRACT-DATE TO D1-CNV-DATE.
221390     PERFORM 8400-DATE-TO-SERIAL THRU 8400-DATE-TO-SERIAL-EXIT.
221400     COMPUTE D1-CTL-AGE-DAYS = D1-CTL-RUN-SERIAL - D1-CNV-SERIAL.
221410     EVALUATE TRUE
221420         WHEN D1-SRC-HDR-COUNT(SRCX) > ZERO
221430                 AND D1-SRC-TRL-COUNT(SRCX) > ZERO
221440                 AND D1-SRC-HDR-DATE(SRCX)
221450                     NOT = D1-SRC-TRL-DATE(SRCX)
221460             MOVE "DATE MISMATCH" TO D1-SRC-DATE-STATUS(SRCX)
221470         WHEN D1-CTL-AGE-DAYS < ZERO
221480             MOVE "FUTURE DATED" TO D1-SRC-DATE-STATUS(SRCX)
221490         WHEN D1-CTL-AGE-DAYS > D1-STALE-DAYS
221500             MOVE "STALE DATE" TO D1-SRC-DATE-STATUS(SRCX)
221510         WHEN OTHER
221520             CONTINUE
221530     END-EVALUATE.
221540     IF D1-SRC-BAL-STATUS(SRCX) = "BALANCED"
221550             AND D1-SRC-DATE-STATUS(SRCX) = "DATE OK"
221560         MOVE "B" TO D1-SRC-CTL-RESULT(SRCX)
221570         DISPLAY "EX2045I SOURCE " D1-SRC-CODE(SRCX)
221580             " CONTROL TOTALS BALANCED - EXTRACT "
221590             D1-CTL-EXTRACT-DATE
221600         GO TO 2910-CHECK-ONE-SOURCE-EXIT
221610     END-IF.
221620*----------------------------------------------------------------*
221630*  2915-SOURCE-FAILED - THE SOURCE IS OUT OF BALANCE, MISSING A  *
221640*  CONTROL RECORD, OR MIS-DATED.  ARM THE HOLD, SHOW DECLARED    *
221650*  AGAINST RECEIVED ON THE JOB LOG, AND (OUTSIDE A PRE-FLIGHT,   *
221660*  WHICH LEAVES NO TRACE) RAISE AN EVENT AGAINST THE SOURCE.     *
221670*----------------------------------------------------------------*
221680 2915-SOURCE-FAILED.
221690     MOVE "F" TO D1-SRC-CTL-RESULT(SRCX).
221700     ADD 1 TO D1-CTL-FAILED-COUNT.
221710     SET D1-CTL-OUT-OF-BALANCE TO TRUE.
221720     DISPLAY "EX2046W SOURCE " D1-SRC-CODE(SRCX)
221730         " CONTROL CHECK FAILED - " D1-SRC-BAL-STATUS(SRCX)
221740         " " D1-SRC-DATE-STATUS(SRCX).
221750     DISPLAY "EX2046W    DECLARED RECORDS "
221760         D1-SRC-DECL-COUNT(SRCX)
221770         " HASH1 " D1-SRC-DECL-HASH1(SRCX)
221780         " HASH2 " D1-SRC-DECL-HASH2(SRCX).
221790     DISPLAY "EX2046W    RECEIVED RECORDS " D1-CTL-RECEIVED
221800         " HASH1 " D1-SRC-READ-HASH1(SRCX)
221810         " HASH2 " D1-SRC-READ-HASH2(SRCX)
221820         " REJECTED " D1-SRC-READ-REJECTS(SRCX).
221830     IF D1-NORMAL-MODE
221840         MOVE "EX2046W" TO D1-EVT-CODE
221850         MOVE "W" TO D1-EVT-SEVERITY
221860         MOVE D1-SRC-CODE(SRCX) TO D1-EVT-SOURCE
221870         MOVE SPACES TO D1-EVT-TEXT
221880         STRING "CONTROL CHECK FAILED - " DELIMITED BY SIZE
221890                D1-SRC-BAL-STATUS(SRCX) DELIMITED BY SIZE
221900                " " DELIMITED BY SIZE
221910                D1-SRC-DATE-STATUS(SRCX) DELIMITED BY SIZE
221920             INTO D1-EVT-TEXT
221930         PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
221940     END-IF.
221950 2910-CHECK-ONE-SOURCE-EXIT.
221960     EXIT.

221970*----------------------------------------------------------------*
221980*  3000-SORT-LISTS - SORT LIST1 AND LIST2 INTO ASCENDING ORDER   *
221990*  USING THE COBOL SORT VERB AGAINST EACH OCCURS TABLE.  THIS    *
222000*  REPLACES THE OLD O(N**2) BUBBLE SORT SO THE JOB KEEPS UP AS   *
222010*  THE DAILY VOLUME GROWS.                                       *
222020*----------------------------------------------------------------*
222030 3000-SORT-LISTS.
222040     SORT LIST1-ENTRY ON ASCENDING KEY LIST1
222050     SORT LIST2-ENTRY ON ASCENDING KEY LIST2.
222060     IF D1-LIST3-REQUESTED
222070         SORT LIST3 ON ASCENDING KEY LIST3
222080     END-IF.
222090 3000-SORT-LISTS-EXIT.
222100     EXIT.

222110*----------------------------------------------------------------*
222120*  3100-CHECK-DUPLICATES - SCAN EACH SORTED LIST FOR THE SAME    *
222200*  LOCATION ID APPEARING MORE THAN ONCE WITHIN THAT LIST (A     *
222300*  DOUBLE-SENT REGIONAL EXTRACT SHOWS UP EXACTLY THIS WAY) AND  *
222400*  WRITE ONE DUPRPT.TXT LINE PER DUPLICATED ID.  UNDER THE      *
224700                 MOVE D1-MST-OUT-NAME TO DUP-SITE-NAME
224800                 MOVE D1-MST-OUT-REGION TO DUP-REGION
224900                 WRITE DUPRPT-RECORD
224910                 PERFORM 4810-FIND-REGION
224920                     THRU 4810-FIND-REGION-EXIT
224930                 COMPUTE D1-RGN-DUPS(RGX) =
224940                     D1-RGN-DUPS(RGX) + D1-DUP-OCCURS - 1
225000                 COMPUTE D1-DUP1-COUNT =
225100                     D1-DUP1-COUNT + D1-DUP-OCCURS - 1
225200                 IF D1-DUP-ONCE
227400                 MOVE D1-MST-OUT-NAME TO DUP-SITE-NAME
227500                 MOVE D1-MST-OUT-REGION TO DUP-REGION
227600                 WRITE DUPRPT-RECORD
227610                 PERFORM 4810-FIND-REGION
227620                     THRU 4810-FIND-REGION-EXIT
227630                 COMPUTE D1-RGN-DUPS(RGX) =
227640                     D1-RGN-DUPS(RGX) + D1-DUP-OCCURS - 1
227700                 COMPUTE D1-DUP2-COUNT =
227800                     D1-DUP2-COUNT + D1-DUP-OCCURS - 1
227900                 IF D1-DUP-ONCE
251800*  (EQUAL TO ITS SORTED PREDECESSOR) CONTRIBUTES TO RESULT AND   *
251900*  THE MATCHED-PAIR COUNTS ONLY ON ITS FIRST OCCURRENCE.  THE    *
252000*  POSITIONAL DISTANCE BELOW STILL PAIRS EVERY SLOT.             *
252010*  EVERY SLOT IS CHARGED TO THE REGION OF ITS LIST1 VALUE FOR    *
252020*  THE REGIONAL ROLLUP: THE RECORD, ITS DISTANCE, AND (IN 4005)  *
252030*  ITS SCORE AND MATCH.                                          *
252100*----------------------------------------------------------------*
252110         MOVE LIST1(LX1) TO D1-MST-TARGET
252120         PERFORM 1750-FIND-MASTER THRU 1750-FIND-MASTER-EXIT
252130         PERFORM 4810-FIND-REGION THRU 4810-FIND-REGION-EXIT
252140         ADD 1 TO D1-RGN-RECORDS(RGX)
252200         IF NOT (D1-DUP-ONCE AND LX1 > 1
252300                 AND LIST1(LX1) = LIST1(LX1 - 1))
252400             PERFORM 4005-SCORE-LIST1-ENTRY
252800         IF D1-DISTANCE-DIFF < 0
252900             COMPUTE D1-TOTAL-DISTANCE =
253000                 D1-TOTAL-DISTANCE - D1-DISTANCE-DIFF
253010             COMPUTE D1-RGN-DISTANCE(RGX) =
253020                 D1-RGN-DISTANCE(RGX) - D1-DISTANCE-DIFF
253100         ELSE
253200             COMPUTE D1-TOTAL-DISTANCE =
253300                 D1-TOTAL-DISTANCE + D1-DISTANCE-DIFF
253310             COMPUTE D1-RGN-DISTANCE(RGX) =
253320                 D1-RGN-DISTANCE(RGX) + D1-DISTANCE-DIFF
253400         END-IF
253500     END-PERFORM.
253600     CLOSE MATCHPAIR-FILE.
254200*  EQUAL-RUN WALK), ACCUMULATE RESULT, AND WRITE THE MATCHED-    *
254300*  PAIR DETAIL LINE.  SPLIT OUT OF THE 4000 LOOP SO THE          *
254400*  COUNT-ONCE DUPLICATE POLICY CAN SKIP REPEATED ENTRIES.        *
254410*  RGX IS ALREADY ON THE ENTRY'S REGION (SET IN THE 4000 LOOP).  *
254500*----------------------------------------------------------------*
254600 4005-SCORE-LIST1-ENTRY.
254700     MOVE ZERO TO D1-MATCH-COUNT.
255300                 THRU 4010-COUNT-DUPLICATES-EXIT
255400     END-SEARCH.
255500     COMPUTE RESULT = RESULT + (LIST1(LX1) * D1-MATCH-COUNT).
255510     COMPUTE D1-RGN-SCORE(RGX) =
255520         D1-RGN-SCORE(RGX) + (LIST1(LX1) * D1-MATCH-COUNT).
255600     IF D1-MATCH-COUNT > 0
255700         ADD 1 TO D1-MATCHED-PAIRS
255710         ADD 1 TO D1-RGN-MATCHED(RGX)
255800         MOVE LIST1-SOURCE(LX1) TO D1-TALLY-SOURCE
255900         PERFORM 2050-FIND-SOURCE
256000             THRU 2050-FIND-SOURCE-EXIT
260600*  DATA-ENTRY PROBLEMS ON THE SOURCE FEED CAN BE TRACED WITHOUT  *
260700*  RE-KEYING THE WHOLE RUN.  LOOKUPS USE SEARCH ALL AGAINST THE  *
260800*  SORTED TABLES RATHER THAN A NESTED LINEAR SCAN.               *
260810*  EVERY LINE (HERE AND IN 4180) IS TRACKED AS A CASE BY 4190,  *
260820*  MARKED NEW/PERSISTING/REOPENED; 4195 THEN CLOSES THE FILE OUT *
260830*  WITH THE CASES THAT CLEARED SINCE THE LAST RUN.               *
260900*----------------------------------------------------------------*
261000 4100-BUILD-EXCEPTIONS.
261100     OPEN OUTPUT EXCEPTION-FILE.
262600                     THRU 1750-FIND-MASTER-EXIT
262700                 MOVE D1-MST-OUT-NAME TO EXCP-SITE-NAME
262800                 MOVE D1-MST-OUT-REGION TO EXCP-REGION
262810                 PERFORM 4810-FIND-REGION
262820                     THRU 4810-FIND-REGION-EXIT
262830                 IF EXCP-SEVERITY = "CLOSE MISS"
262840                     ADD 1 TO D1-RGN-CLOSE(RGX)
262850                 ELSE
262860                     ADD 1 TO D1-RGN-FAR(RGX)
262870                 END-IF
262880                 MOVE "U" TO D1-CASE-CLASS
262890                 PERFORM 4190-TRACK-CASE
262900                     THRU 4190-TRACK-CASE-EXIT
262910                 WRITE EXCEPTION-RECORD
263000             WHEN LIST2(LX2) = LIST1(LX1)
263100                 CONTINUE
263200         END-SEARCH
264800                     THRU 1750-FIND-MASTER-EXIT
264900                 MOVE D1-MST-OUT-NAME TO EXCP-SITE-NAME
265000                 MOVE D1-MST-OUT-REGION TO EXCP-REGION
265010                 PERFORM 4810-FIND-REGION
265020                     THRU 4810-FIND-REGION-EXIT
265030                 IF EXCP-SEVERITY = "CLOSE MISS"
265040                     ADD 1 TO D1-RGN-CLOSE(RGX)
265050                 ELSE
265060                     ADD 1 TO D1-RGN-FAR(RGX)
265070                 END-IF
265080                 MOVE "U" TO D1-CASE-CLASS
265090                 PERFORM 4190-TRACK-CASE
265100                     THRU 4190-TRACK-CASE-EXIT
265110                 WRITE EXCEPTION-RECORD
265200             WHEN LIST1(LX1) = LIST2(LX2)
265300                 CONTINUE
265400         END-SEARCH
265500     END-PERFORM.
265600     PERFORM 4180-BUILD-MASTER-EXCEPTIONS
265700         THRU 4180-BUILD-MASTER-EXCEPTIONS-EXIT.
265710     PERFORM 4195-LIST-CLEARED-CASES
265720         THRU 4195-LIST-CLEARED-CASES-EXIT.
265800 4100-BUILD-EXCEPTIONS-EXIT.
265900     CLOSE EXCEPTION-FILE.

274900                 THRU 1750-FIND-MASTER-EXIT
275000             IF NOT D1-MST-FOUND
275100                 ADD 1 TO D1-MST-MISS-COUNT
275110                 PERFORM 4810-FIND-REGION
275120                     THRU 4810-FIND-REGION-EXIT
275130                 ADD 1 TO D1-RGN-NOT-MASTER(RGX)
275200                 MOVE SPACES TO EXCEPTION-RECORD
275300                 MOVE "LIST1"              TO EXCP-SIDE
275400                 MOVE "NOT IN LOCN MASTER" TO EXCP-LABEL
275500                 MOVE LIST1(LX1)           TO EXCP-VALUE
275600                 MOVE "NO MASTER"          TO EXCP-SEVERITY
275700                 MOVE D1-MST-OUT-NAME      TO EXCP-SITE-NAME
275710                 MOVE "M" TO D1-CASE-CLASS
275720                 PERFORM 4190-TRACK-CASE
275730                     THRU 4190-TRACK-CASE-EXIT
275800                 WRITE EXCEPTION-RECORD
275900             END-IF
276000         END-IF
276600                 THRU 1750-FIND-MASTER-EXIT
276700             IF NOT D1-MST-FOUND
276800                 ADD 1 TO D1-MST-MISS-COUNT
276810                 PERFORM 4810-FIND-REGION
276820                     THRU 4810-FIND-REGION-EXIT
276830                 ADD 1 TO D1-RGN-NOT-MASTER(RGX)
276900                 MOVE SPACES TO EXCEPTION-RECORD
277000                 MOVE "LIST2"              TO EXCP-SIDE
277100                 MOVE "NOT IN LOCN MASTER" TO EXCP-LABEL
277200                 MOVE LIST2(LX2)           TO EXCP-VALUE
277300                 MOVE "NO MASTER"          TO EXCP-SEVERITY
277400                 MOVE D1-MST-OUT-NAME      TO EXCP-SITE-NAME
277410                 MOVE "M" TO D1-CASE-CLASS
277420                 PERFORM 4190-TRACK-CASE
277430                     THRU 4190-TRACK-CASE-EXIT
277500                 WRITE EXCEPTION-RECORD
277600             END-IF
277700         END-IF
277900 4180-BUILD-MASTER-EXCEPTIONS-EXIT.
278000     EXIT.

278010*----------------------------------------------------------------*
278020*  4190-TRACK-CASE - MATCH THE EXCEPTION LINE BEING BUILT (SIDE, *
278030*  VALUE, AND THE CLASS IN D1-CASE-CLASS) AGAINST THE CARRIED    *
278040*  CASES AND STAMP THE LINE WITH THE CASE MARK AND CONSECUTIVE   *
278050*  DAYS OPEN.  AN OPEN CASE SEEN AGAIN IS PERSISTING (ONE MORE   *
278060*  DAY); A CLEARED OR RESOLVED ONE IS REOPENED (COUNT BACK TO    *
278070*  ONE); AN UNKNOWN ONE IS OPENED AS NEW.  A CASE ALREADY SEEN   *
278080*  TODAY - A REPEATED LIST VALUE, OR A SAME-DAY REVISION RUN -   *
278090*  KEEPS THE MARK AND COUNT IT ALREADY HAS, AND ONE THAT AN      *
278100*  EARLIER RUN TODAY CLEARED IS PUT BACK AS PERSISTING.          *
278105*  A WHAT-IF RUN TRACKS NO CASES.                                *
278110*----------------------------------------------------------------*
278120 4190-TRACK-CASE.
278122     IF D1-WHATIF-MODE
278124         GO TO 4190-TRACK-CASE-EXIT
278126     END-IF.
278130     MOVE EXCP-SIDE TO D1-CASE-SIDE.
278140     MOVE EXCP-VALUE TO D1-CASE-ID.
278150     MOVE "N" TO D1-CSE-FOUND-SW.
278160     PERFORM VARYING CSX FROM 1 BY 1
278170             UNTIL CSX > D1-CASE-COUNT
278180             OR D1-CSE-FOUND
278190         IF D1-CSE-KEY(CSX) = D1-CASE-KEY
278200             SET D1-CSE-FOUND TO TRUE
278210         END-IF
278220     END-PERFORM.
278230     IF NOT D1-CSE-FOUND
278240         PERFORM 4192-OPEN-NEW-CASE
278250             THRU 4192-OPEN-NEW-CASE-EXIT
278260         GO TO 4190-TRACK-CASE-EXIT
278270     END-IF.
278280     SET CSX DOWN BY 1.
278290     IF D1-CSE-SEEN-SW(CSX) NOT = "Y"
278300         MOVE "Y" TO D1-CSE-SEEN-SW(CSX)
278310         EVALUATE TRUE
278320             WHEN D1-CSE-OPEN(CSX)
278330                     AND D1-CSE-LAST-SEEN(CSX) = D1-RUN-DATE
278340                 CONTINUE
278350             WHEN D1-CSE-OPEN(CSX)
278360                 ADD 1 TO D1-CSE-CONSEC(CSX)
278370                 MOVE "PERSISTING" TO D1-CSE-MARK(CSX)
278380             WHEN D1-CSE-CLEARED(CSX)
278390                     AND D1-CSE-CLOSED(CSX) = D1-RUN-DATE
278400                 SET D1-CSE-OPEN(CSX) TO TRUE
278410                 MOVE ZERO TO D1-CSE-CLOSED(CSX)
278420                 ADD 1 TO D1-CSE-CONSEC(CSX)
278430                 MOVE "PERSISTING" TO D1-CSE-MARK(CSX)
278440             WHEN OTHER
278450                 SET D1-CSE-OPEN(CSX) TO TRUE
278460                 MOVE D1-RUN-DATE TO D1-CSE-OPENED(CSX)
278470                 MOVE ZERO TO D1-CSE-CLOSED(CSX)
278480                 MOVE 1 TO D1-CSE-CONSEC(CSX)
278490                 ADD 1 TO D1-CSE-REOPENS(CSX)
278500                 MOVE SPACES TO D1-CSE-RESOLUTION(CSX)
278510                 MOVE "REOPENED" TO D1-CSE-MARK(CSX)
278520         END-EVALUATE
278530         MOVE D1-RUN-DATE TO D1-CSE-LAST-SEEN(CSX)
278540         MOVE EXCP-SEVERITY TO D1-CSE-SEVERITY(CSX)
278550         MOVE D1-MST-OUT-REGION TO D1-CSE-REGION(CSX)
278560     END-IF.
278570     MOVE D1-CSE-MARK(CSX) TO EXCP-CASE-MARK.
278580     MOVE D1-CSE-CONSEC(CSX) TO EXCP-CASE-DAYS.
278590 4190-TRACK-CASE-EXIT.
278600     EXIT.

278610*----------------------------------------------------------------*
278620*  4192-OPEN-NEW-CASE - APPEND A NEW CASE FOR D1-CASE-KEY.  A    *
278630*  FULL TABLE LEAVES THE LINE UNMARKED WITH A WARNING RATHER     *
278640*  THAN ABENDING THE DAY'S RUN OVER CASE BOOKKEEPING.            *
278650*----------------------------------------------------------------*
278660 4192-OPEN-NEW-CASE.
278670     IF D1-CASE-COUNT = D1-MAX-CASES
278680         DISPLAY "EX2054W CASE TABLE FULL - EXCEPTION "
278690             D1-CASE-SIDE " " D1-CASE-ID " NOT TRACKED"
278700         GO TO 4192-OPEN-NEW-CASE-EXIT
278710     END-IF.
278720     ADD 1 TO D1-CASE-COUNT.
278730     SET CSX TO D1-CASE-COUNT.
278740     MOVE D1-CASE-KEY TO D1-CSE-KEY(CSX).
278750     SET D1-CSE-OPEN(CSX) TO TRUE.
278760     MOVE D1-RUN-DATE TO D1-CSE-OPENED(CSX).
278770     MOVE D1-RUN-DATE TO D1-CSE-LAST-SEEN(CSX).
278780     MOVE 1 TO D1-CSE-CONSEC(CSX).
278790     MOVE ZERO TO D1-CSE-REOPENS(CSX).
278800     MOVE ZERO TO D1-CSE-CLOSED(CSX).
278810     MOVE "NEW" TO D1-CSE-MARK(CSX).
278820     MOVE EXCP-SEVERITY TO D1-CSE-SEVERITY(CSX).
278830     MOVE D1-MST-OUT-REGION TO D1-CSE-REGION(CSX).
278840     MOVE SPACES TO D1-CSE-ANALYST(CSX).
278850     MOVE SPACES TO D1-CSE-RESOLUTION(CSX).
278860     MOVE "Y" TO D1-CSE-SEEN-SW(CSX).
278870     MOVE D1-CSE-MARK(CSX) TO EXCP-CASE-MARK.
278880     MOVE D1-CSE-CONSEC(CSX) TO EXCP-CASE-DAYS.
278890 4192-OPEN-NEW-CASE-EXIT.
278900     EXIT.

278910*----------------------------------------------------------------*
278920*  4195-LIST-CLEARED-CASES - AN OPEN CASE NOT RAISED AGAIN THIS  *
278930*  RUN HAS CLEARED.  EVERY CASE THAT CLEARED ON THE RUN DATE     *
278940*  (THIS RUN, OR AN EARLIER RUN TODAY THAT A REVISION DID NOT    *
278950*  BRING BACK) IS LISTED AT THE END OF THE EXCEPTION FILE WITH   *
278960*  THE CONSECUTIVE DAYS IT HAD BEEN OPEN.                        *
278970*  NOT-IN-MASTER CASES ARE LEFT ALONE ON A DAY THE MASTER DID    *
278980*  NOT LOAD, SINCE 4180 COULD NOT RAISE THEM.                    *
278990*----------------------------------------------------------------*
279000 4195-LIST-CLEARED-CASES.
279010     PERFORM VARYING CSX FROM 1 BY 1
279020             UNTIL CSX > D1-CASE-COUNT
279030         IF D1-CSE-OPEN(CSX) AND D1-CSE-SEEN-SW(CSX) NOT = "Y"
279040                 AND (D1-MASTER-LOADED OR D1-CSE-CLASS(CSX) = "U")
279050             SET D1-CSE-CLEARED(CSX) TO TRUE
279060             MOVE D1-RUN-DATE TO D1-CSE-CLOSED(CSX)
279070             MOVE "CLEARED" TO D1-CSE-MARK(CSX)
279080         END-IF
279090         IF D1-CSE-CLEARED(CSX)
279100                 AND D1-CSE-CLOSED(CSX) = D1-RUN-DATE
279110             MOVE SPACES TO EXCEPTION-RECORD
279120             MOVE D1-CSE-SIDE(CSX)     TO EXCP-SIDE
279130             MOVE "CLEARED SINCE LAST"  TO EXCP-LABEL
279140             MOVE D1-CSE-ID(CSX)       TO EXCP-VALUE
279150             MOVE D1-CSE-SEVERITY(CSX) TO EXCP-SEVERITY
279160             MOVE D1-CSE-ID(CSX) TO D1-MST-TARGET
279170             PERFORM 1750-FIND-MASTER
279180                 THRU 1750-FIND-MASTER-EXIT
279190             MOVE D1-MST-OUT-NAME TO EXCP-SITE-NAME
279200             MOVE D1-MST-OUT-REGION TO EXCP-REGION
279210             MOVE "CLEARED" TO EXCP-CASE-MARK
279220             MOVE D1-CSE-CONSEC(CSX) TO EXCP-CASE-DAYS
279230             WRITE EXCEPTION-RECORD
279240         END-IF
279250     END-PERFORM.
279260 4195-LIST-CLEARED-CASES-EXIT.
279270     EXIT.

279280*----------------------------------------------------------------*
279290*  4200-DISPLAY-CONTROL-TOTALS - REPORT THE CONTROL TOTALS       *
279300*  NEEDED TO BALANCE THE DAY'S RUN AGAINST THE SOURCE SYSTEM'S   *
279310*  RECORD COUNT: RECORDS LOADED, SUM OF EACH LIST, AND THE       *
279320*  COUNT OF LIST1 ENTRIES THAT CONTRIBUTED TO RESULT.            *
279330*----------------------------------------------------------------*
279340 4200-DISPLAY-CONTROL-TOTALS.
279350     DISPLAY "EX2000I SIMILARITY SCORE .......... " RESULT.
279360     DISPLAY "EX2001I RECORDS LOADED ......... " D1-TABLE-COUNT.
279370     DISPLAY "EX2002I SUM OF LIST1 VALUES ....... " D1-SUM-LIST1.
279380     DISPLAY "EX2003I SUM OF LIST2 VALUES ....... " D1-SUM-LIST2.
279390     DISPLAY "EX2004I LIST1 MATCHED ENT ..... " D1-MATCHED-PAIRS.
279400     DISPLAY "EX2005I TOTAL DISTANCE ........ " D1-TOTAL-DISTANCE.
279410     DISPLAY "EX2007I CORRECTIONS WRITTEN ... "
279500         D1-CORRECTION-COUNT.
279600     DISPLAY "EX2017I RECORDS REJECTED ...... " D1-REJECT-COUNT.
279700     IF D1-MASTER-LOADED
281400*  PROBE THE Rnn REVISION GENERATIONS UPWARD, KEEPING THE LAST   *
281500*  ONE FOUND, SO AN AFTERNOON SUPPLEMENTAL REVISION - NOT THE    *
281600*  SUPERSEDED MORNING ORIGINAL - IS WHAT TODAY COMPARES TO.      *
281610*  A GENERATION THE LEDGER SHOWS WITHDRAWN IS PASSED OVER; WHEN  *
281620*  NO GENERATION OF THE DAY SURVIVES, D1-PRIOR-WDRAWN IS SET.    *
281700*----------------------------------------------------------------*
281800 4240-FIND-LATEST-PRIOR.
281900     MOVE SPACES TO D1-PRIOR-RESULTS-FILENAME.
282200            ".DAT" DELIMITED BY SIZE
282300         INTO D1-PRIOR-RESULTS-FILENAME.
282400     MOVE D1-PRIOR-RESULTS-FILENAME TO D1-PRIOR-KEEP-NAME.
282410     MOVE D1-PRIOR-RUN-DATE TO D1-WD-DATE.
282420     MOVE ZERO TO D1-WD-REV.
282430     PERFORM 1930-CHECK-WITHDRAWN THRU 1930-CHECK-WITHDRAWN-EXIT.
282440     MOVE D1-WD-STATE-SW TO D1-PRIOR-WDRAWN-SW.
282500     MOVE ZERO TO D1-REV-99.
282600     MOVE "N" TO D1-PROBE-DONE-SW.
282700     PERFORM UNTIL D1-PROBE-DONE OR D1-REV-99 = 98
283600         OPEN INPUT PRIOR-RESULTS-FILE
283700         IF D1-PRIOR-STATUS-OK
283800             CLOSE PRIOR-RESULTS-FILE
283810             MOVE D1-REV-99 TO D1-WD-REV
283820             PERFORM 1930-CHECK-WITHDRAWN
283830                 THRU 1930-CHECK-WITHDRAWN-EXIT
283840             IF NOT D1-WD-WITHDRAWN
283850                 MOVE D1-PRIOR-RESULTS-FILENAME
283860                     TO D1-PRIOR-KEEP-NAME
283870                 MOVE "N" TO D1-PRIOR-WDRAWN-SW
283880             END-IF
284100         ELSE
284200             SET D1-PROBE-DONE TO TRUE
284300         END-IF
285900     MOVE "N" TO D1-PRIOR-FOUND-SW.
286000     PERFORM 4240-FIND-LATEST-PRIOR
286100         THRU 4240-FIND-LATEST-PRIOR-EXIT.
286109     IF D1-PRIOR-WDRAWN
286118         DISPLAY "EX2058I PRIOR DAY " D1-PRIOR-RUN-DATE
286127             " WAS BACKED OUT - TREND COMPARISON SKIPPED"
286136         MOVE "EX2058I" TO D1-EVT-CODE
286145         MOVE "I" TO D1-EVT-SEVERITY
286154         MOVE "PRIOR DAY WITHDRAWN - TREND COMPARISON SKIPPED"
286163             TO D1-EVT-TEXT
286172         PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
286181         GO TO 4250-COMPARE-PRIOR-DAY-EXIT
286190     END-IF.
286200     OPEN INPUT PRIOR-RESULTS-FILE.
286300     IF NOT D1-PRIOR-STATUS-OK
286400         DISPLAY "EX2011I NO PRIOR DAY SUMMARY FILE "
299800             INTO RESULTS-RECORD
299900         WRITE RESULTS-RECORD
300000     END-PERFORM.
300010     PERFORM 4305-WRITE-CONTROL-BALANCE
300020         THRU 4305-WRITE-CONTROL-BALANCE-EXIT.
300100     CLOSE RESULTS-FILE.
300200     PERFORM 4310-WRITE-SUMMARY-DATA
300300         THRU 4310-WRITE-SUMMARY-DATA-EXIT.
300400 4300-WRITE-RESULTS-FILE-EXIT.
300500     EXIT.

300510*----------------------------------------------------------------*
300520*  4305-WRITE-CONTROL-BALANCE - THE SOURCE CONTROL SECTION OF    *
300530*  THE PRINTED RESULTS FILE: ONE LINE PER SOURCE BALANCED THIS   *
300540*  RUN WITH ITS BALANCE AND DATE STATUS, THEN - WHEN ANY SOURCE  *
300550*  FAILED - THE OUT-OF-BALANCE SECTION WITH DECLARED AGAINST     *
300560*  RECEIVED FOR EACH FAILING SOURCE.                             *
300570*----------------------------------------------------------------*
300580 4305-WRITE-CONTROL-BALANCE.
300590     IF D1-CTL-CHECKED-COUNT = ZERO
300600         GO TO 4305-WRITE-CONTROL-BALANCE-EXIT
300610     END-IF.
300620     PERFORM VARYING SRCX FROM 1 BY 1
300630             UNTIL SRCX > D1-SOURCE-COUNT
300640         IF D1-SRC-CTL-CHECKED(SRCX)
300650             IF D1-SRC-HDR-COUNT(SRCX) > ZERO
300660                 MOVE D1-SRC-HDR-DATE(SRCX) TO D1-CTL-EXTRACT-DATE
300670             ELSE
300680                 MOVE D1-SRC-TRL-DATE(SRCX) TO D1-CTL-EXTRACT-DATE
300690             END-IF
300700             MOVE SPACES TO RESULTS-RECORD
300710             STRING "CONTROL " DELIMITED BY SIZE
300720                    D1-SRC-CODE(SRCX) DELIMITED BY SIZE
300730                    " " DELIMITED BY SIZE
300740                    D1-SRC-BAL-STATUS(SRCX) DELIMITED BY SIZE
300750                    " " DELIMITED BY SIZE
300760                    D1-SRC-DATE-STATUS(SRCX) DELIMITED BY SIZE
300770                    " EXTRACT " DELIMITED BY SIZE
300780                    D1-CTL-EXTRACT-DATE DELIMITED BY SIZE
300790                 INTO RESULTS-RECORD
300800             WRITE RESULTS-RECORD
300810         END-IF
300820     END-PERFORM.
300830     IF NOT D1-CTL-OUT-OF-BALANCE
300840         GO TO 4305-WRITE-CONTROL-BALANCE-EXIT
300850     END-IF.
300860     MOVE SPACES TO RESULTS-RECORD.
300870     MOVE "*** SOURCE CONTROL TOTALS OUT OF BALANCE - HELD ***"
300880         TO RESULTS-RECORD.
300890     WRITE RESULTS-RECORD.
300900     PERFORM VARYING SRCX FROM 1 BY 1
300910             UNTIL SRCX > D1-SOURCE-COUNT
300920         IF D1-SRC-CTL-FAILED(SRCX)
300930             MOVE SPACES TO RESULTS-RECORD
300940             STRING "OUT OF BALANCE " DELIMITED BY SIZE
300950                    D1-SRC-CODE(SRCX) DELIMITED BY SIZE
300960                    " " DELIMITED BY SIZE
300970                    D1-SRC-BAL-STATUS(SRCX) DELIMITED BY SIZE
300980                    " " DELIMITED BY SIZE
300990                    D1-SRC-DATE-STATUS(SRCX) DELIMITED BY SIZE
301000                 INTO RESULTS-RECORD
301010             WRITE RESULTS-RECORD
301020             MOVE SPACES TO RESULTS-RECORD
301030             MOVE D1-SRC-DECL-COUNT(SRCX) TO D1-EDIT-CTL-COUNT
301040             MOVE D1-SRC-DECL-HASH1(SRCX) TO D1-EDIT-CTL-HASH1
301050             MOVE D1-SRC-DECL-HASH2(SRCX) TO D1-EDIT-CTL-HASH2
301060             STRING "  DECLARED REC " DELIMITED BY SIZE
301070                    D1-EDIT-CTL-COUNT DELIMITED BY SIZE
301080                    " SUM1 " DELIMITED BY SIZE
301090                    D1-EDIT-CTL-HASH1 DELIMITED BY SIZE
301100                    " SUM2 " DELIMITED BY SIZE
301110                    D1-EDIT-CTL-HASH2 DELIMITED BY SIZE
301120                 INTO RESULTS-RECORD
301130             WRITE RESULTS-RECORD
301140             MOVE SPACES TO RESULTS-RECORD
301150             COMPUTE D1-CTL-RECEIVED = D1-SRC-READ-RECS(SRCX)
301160                 + D1-SRC-READ-REJECTS(SRCX)
301170             MOVE D1-CTL-RECEIVED TO D1-EDIT-CTL-COUNT
301180             MOVE D1-SRC-READ-HASH1(SRCX) TO D1-EDIT-CTL-HASH1
301190             MOVE D1-SRC-READ-HASH2(SRCX) TO D1-EDIT-CTL-HASH2
301200             MOVE D1-SRC-READ-REJECTS(SRCX) TO D1-EDIT-CTL-REJECTS
301210             STRING "  RECEIVED REC " DELIMITED BY SIZE
301220                    D1-EDIT-CTL-COUNT DELIMITED BY SIZE
301230                    " SUM1 " DELIMITED BY SIZE
301240                    D1-EDIT-CTL-HASH1 DELIMITED BY SIZE
301250                    " SUM2 " DELIMITED BY SIZE
301260                    D1-EDIT-CTL-HASH2 DELIMITED BY SIZE
301270                    " REJ " DELIMITED BY SIZE
301280                    D1-EDIT-CTL-REJECTS DELIMITED BY SIZE
301290                 INTO RESULTS-RECORD
301300             WRITE RESULTS-RECORD
301310         END-IF
301320     END-PERFORM.
301330 4305-WRITE-CONTROL-BALANCE-EXIT.
301340     EXIT.

301350*----------------------------------------------------------------*
301360*  4310-WRITE-SUMMARY-DATA - WRITE THE SAME RUN TOTALS AS ONE    *
301370*  FIXED-LAYOUT, VERSIONED RECORD TO THE COMPANION DATED FILE    *
301380*  RSLTSUMyyyymmdd.DAT.  THIS RECORD, NOT THE PRINTED REPORT,    *
301390*  IS THE CONTRACT DOWNSTREAM READERS PARSE.                     *
301400*----------------------------------------------------------------*
301410 4310-WRITE-SUMMARY-DATA.
301420     MOVE SPACES TO D1-SUMDATA-FILENAME.
301430     IF D1-REVISION > ZERO
301500         MOVE D1-REVISION TO D1-REV-99
301600         STRING "RSLTSUM" DELIMITED BY SIZE
301700                D1-RUN-DATE DELIMITED BY SIZE
306300     OPEN OUTPUT SUMMARY-DATA-FILE.
306400     WRITE SUMMARY-DATA-RECORD FROM D1-SUMMARY-DATA.
306500     CLOSE SUMMARY-DATA-FILE.
306510     MOVE D1-RUN-DATE TO D1-WD-DATE.
306520     MOVE D1-REVISION TO D1-WD-REV.
306530     PERFORM 1930-CHECK-WITHDRAWN THRU 1930-CHECK-WITHDRAWN-EXIT.
306540     IF D1-WD-WITHDRAWN
306550         PERFORM 4320-REINSTATE-GENERATION
306560             THRU 4320-REINSTATE-GENERATION-EXIT
306570     END-IF.
306600 4310-WRITE-SUMMARY-DATA-EXIT.
306700     EXIT.

306702*----------------------------------------------------------------*
306704*  4320-REINSTATE-GENERATION - TODAY HAS JUST REPUBLISHED A      *
306706*  GENERATION EX2BACK HAD WITHDRAWN (THE DAY WAS BACKED OUT AND  *
306708*  IS NOW BEING RERUN).  LEDGER IT AS REPUBLISHED SO EX2SUM AND  *
306710*  TOMORROW'S COMPARISON USE THE NEW FIGURES AGAIN.              *
306712*----------------------------------------------------------------*
306714 4320-REINSTATE-GENERATION.
306716     PERFORM 8190-CAPTURE-TIME THRU 8190-CAPTURE-TIME-EXIT.
306718     MOVE D1-REVISION TO D1-REV-99.
306719     OPEN EXTEND WDRAW-FILE.
306720     IF NOT D1-WDRAW-STATUS-OK
306721         MOVE "WITHDRAW.DAT" TO D1-LEDGER-NAME
306722         MOVE D1-WDRAW-STATUS TO D1-LEDGER-STATUS
306723         PERFORM 8590-LEDGER-FAILED THRU 8590-LEDGER-FAILED-EXIT
306724     END-IF.
306725     MOVE SPACES TO WDRAW-RECORD.
306726     MOVE D1-RUN-DATE TO WD-RUN-DATE.
306727     MOVE D1-REVISION TO WD-REVISION.
306728     MOVE "R" TO WD-ACTION.
306730     ACCEPT WD-STAMP-DATE FROM DATE YYYYMMDD.
306732     MOVE D1-TIME-NOW TO WD-STAMP-TIME.
306734     MOVE "EX2" TO WD-OPERATOR.
306736     MOVE "REPUBLISHED BY A RERUN OF THE DAY" TO WD-REASON.
306737     WRITE WDRAW-RECORD.
306738     IF D1-WDRAW-STATUS NOT = "00"
306739         MOVE "WITHDRAW.DAT" TO D1-LEDGER-NAME
306740         MOVE D1-WDRAW-STATUS TO D1-LEDGER-STATUS
306741         PERFORM 8590-LEDGER-FAILED THRU 8590-LEDGER-FAILED-EXIT
306742     END-IF.
306743     CLOSE WDRAW-FILE.
306744     DISPLAY "EX2057I WITHDRAWN GENERATION " D1-RUN-DATE "R"
306745         D1-REV-99 " REPUBLISHED".
306746     MOVE "EX2057I" TO D1-EVT-CODE.
306748     MOVE "I" TO D1-EVT-SEVERITY.
306750     MOVE SPACES TO D1-EVT-TEXT.
306752     STRING "WITHDRAWN GENERATION " DELIMITED BY SIZE
306754            D1-RUN-DATE DELIMITED BY SIZE
306756            "R" DELIMITED BY SIZE
306758            D1-REV-99 DELIMITED BY SIZE
306760            " REPUBLISHED" DELIMITED BY SIZE
306762         INTO D1-EVT-TEXT.
306764     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
306766 4320-REINSTATE-GENERATION-EXIT.
306768     EXIT.

306800*----------------------------------------------------------------*
306900*  4400-BUILD-THREEWAY - QUARTERLY THREE-WAY RECONCILIATION.     *
307000*  THREE PASSES OVER THE SORTED TABLES, EACH REPORTING ONLY THE  *
323500 4500-WRITE-DISPOSITIONS-EXIT.
323600     EXIT.

323610*----------------------------------------------------------------*
323620*  4550-WRITE-CASES - REWRITE EXCPCASE.DAT IN KEY ORDER FOR THE  *
323630*  NEXT RUN AND FOR EX2CASE, COUNTING TODAY'S MARKS ON THE WAY.  *
323640*  UNLIKE THE DISPOSITIONS THIS IS DONE ON A CHECKPOINT RESTART  *
323650*  TOO - THE EXCEPTIONS ARE BUILT FROM THE RELOADED TABLES, SO   *
323660*  THEY ARE THE FULL DAY'S EXCEPTIONS EITHER WAY.                *
323670*----------------------------------------------------------------*
323680 4550-WRITE-CASES.
323690     IF D1-CASE-COUNT > 1
323700         SORT D1-CASE-ENTRY ON ASCENDING KEY D1-CSE-KEY
323710     END-IF.
323712     OPEN OUTPUT CASE-FILE.
323714     IF NOT D1-CASE-STATUS-OK
323716         MOVE "EXCPCASE.DAT" TO D1-FAIL-FILE
323718         MOVE D1-CASE-STATUS TO D1-FAIL-STATUS
323720         PERFORM 8595-CARRIED-FILE-FAILED
323722             THRU 8595-CARRIED-FILE-FAILED-EXIT
323724     END-IF.
323730     PERFORM VARYING CSX FROM 1 BY 1
323740             UNTIL CSX > D1-CASE-COUNT
323750         IF D1-CSE-OPEN(CSX)
323760             ADD 1 TO D1-CASE-OPEN-CT
323770         END-IF
323780         IF D1-CSE-SEEN-SW(CSX) = "Y"
323790             EVALUATE D1-CSE-MARK(CSX)
323800                 WHEN "NEW"
323810                     ADD 1 TO D1-CASE-NEW-CT
323820                 WHEN "PERSISTING"
323830                     ADD 1 TO D1-CASE-PERSIST-CT
323840                 WHEN "REOPENED"
323850                     ADD 1 TO D1-CASE-REOPEN-CT
323860             END-EVALUATE
323870         END-IF
323880         IF D1-CSE-CLEARED(CSX)
323890                 AND D1-CSE-CLOSED(CSX) = D1-RUN-DATE
323900             ADD 1 TO D1-CASE-CLEARED-CT
323910         END-IF
323920         MOVE SPACES TO CASE-RECORD
323930         MOVE D1-CSE-SIDE(CSX) TO CS-SIDE
323940         MOVE D1-CSE-ID(CSX) TO CS-LOCATION-ID
323950         MOVE D1-CSE-CLASS(CSX) TO CS-CLASS
323960         MOVE D1-CSE-STATUS(CSX) TO CS-STATUS
323970         MOVE D1-CSE-OPENED(CSX) TO CS-OPENED
323980         MOVE D1-CSE-LAST-SEEN(CSX) TO CS-LAST-SEEN
323990         MOVE D1-CSE-CONSEC(CSX) TO CS-CONSEC-DAYS
324000         MOVE D1-CSE-REOPENS(CSX) TO CS-REOPENS
324010         MOVE D1-CSE-CLOSED(CSX) TO CS-CLOSED
324020         MOVE D1-CSE-MARK(CSX) TO CS-LAST-MARK
324030         MOVE D1-CSE-SEVERITY(CSX) TO CS-SEVERITY
324040         MOVE D1-CSE-REGION(CSX) TO CS-REGION
324050         MOVE D1-CSE-ANALYST(CSX) TO CS-ANALYST
324060         MOVE D1-CSE-RESOLUTION(CSX) TO CS-RESOLUTION
324062         WRITE CASE-RECORD
324064         IF NOT D1-CASE-STATUS-OK
324066             MOVE "EXCPCASE.DAT" TO D1-FAIL-FILE
324068             MOVE D1-CASE-STATUS TO D1-FAIL-STATUS
324070             PERFORM 8595-CARRIED-FILE-FAILED
324072                 THRU 8595-CARRIED-FILE-FAILED-EXIT
324074         END-IF
324080     END-PERFORM.
324090     CLOSE CASE-FILE.
324100     DISPLAY "EX2053I EXCEPTION CASES OPEN ..... " D1-CASE-OPEN-CT
324110         " (NEW " D1-CASE-NEW-CT " PERSISTING " D1-CASE-PERSIST-CT
324120         " REOPENED " D1-CASE-REOPEN-CT " CLEARED "
324130         D1-CASE-CLEARED-CT ")".
324140 4550-WRITE-CASES-EXIT.
324150     EXIT.

324160*----------------------------------------------------------------*
324170*  4600-WRITE-PERFLOG - APPEND THE RUN'S PHASE TIMINGS AND THE   *
324180*  TOTAL ELAPSED, EACH WITH THE RECORD VOLUME, TO THE            *
324190*  PERFORMANCE LOG KEPT ACROSS RUNS, AND CHECK THE TOTAL         *
324200*  AGAINST THE WINDOW CARD'S BUDGET.  A BLOWN BUDGET ARMS THE   *
324210*  RC 4 WARNING SWITCH FOR 9999-TERMINATE.                      *
324300*----------------------------------------------------------------*
324400 4600-WRITE-PERFLOG.
324500     PERFORM 8190-CAPTURE-TIME THRU 8190-CAPTURE-TIME-EXIT.
329400*  LOCATION HISTORY: LOAD LOCHIST.DAT, FOLD IN EVERY DISTINCT    *
329500*  ID ON THE SORTED TABLES (LIST1 DISTINCT, THEN LIST2 DISTINCT  *
329600*  VALUES ABSENT FROM LIST1 - THE 4400 TECHNIQUE), RE-SORT, AND  *
329700*  REWRITE THE FILE IN ID ORDER FOR EX2LOCQ.  THE SAME WALK      *
329710*  WRITES THE DAY'S PRESENCE RECORD FOR EACH DISTINCT ID.        *
329800*----------------------------------------------------------------*
329900 4700-UPDATE-LOC-HISTORY.
330000     PERFORM 4780-LOAD-HISTORY THRU 4780-LOAD-HISTORY-EXIT.
330010     PERFORM 4730-OPEN-PRESENCE THRU 4730-OPEN-PRESENCE-EXIT.
330100     PERFORM VARYING LX1 FROM 1 BY 1 UNTIL LX1 > D1-TABLE-COUNT
330200         IF LX1 = 1 OR LIST1(LX1) NOT = LIST1(LX1 - 1)
330300             PERFORM 4710-HIST-FROM-LIST1
331500             END-SEARCH
331600         END-IF
331700     END-PERFORM.
331710     CLOSE PRESENCE-FILE.
331720     DISPLAY "EX2055I PRESENCE RECORDS WRITTEN . " D1-PRES-COUNT
331730         " - " D1-PRES-FILENAME.
331800     IF D1-HIST-COUNT > ZERO
331900         SORT D1-HIST-ENTRY ON ASCENDING KEY D1-HST-ID
332000     END-IF.
333200     MOVE LIST1(LX1) TO D1-HIST-VALUE.
333300     MOVE ZERO TO D1-HIST-L1-CT.
333400     MOVE ZERO TO D1-HIST-L2-CT.
333410     PERFORM 4735-START-PRESENCE THRU 4735-START-PRESENCE-EXIT.
333420     MOVE "1" TO PR-ON-LIST1.
333500     MOVE LX1 TO D1-SCAN-IX.
333600     PERFORM UNTIL D1-SCAN-IX > D1-TABLE-COUNT
333700             OR LIST1(D1-SCAN-IX) NOT = D1-HIST-VALUE
333800         ADD 1 TO D1-HIST-L1-CT
333900         MOVE LIST1-SOURCE(D1-SCAN-IX) TO D1-HIST-SOURCE
333910         MOVE LIST1-SOURCE(D1-SCAN-IX) TO D1-PRES-SRC-IN
333920         PERFORM 4738-ADD-PRES-SOURCE
333930             THRU 4738-ADD-PRES-SOURCE-EXIT
334000         ADD 1 TO D1-SCAN-IX
334100     END-PERFORM.
334200     SEARCH ALL LIST2-ENTRY
334800     END-SEARCH.
334900     COMPUTE D1-HIST-MATCHES = D1-HIST-L1-CT * D1-HIST-L2-CT.
335000     PERFORM 4720-APPLY-HISTORY THRU 4720-APPLY-HISTORY-EXIT.
335010     PERFORM 4740-WRITE-PRESENCE THRU 4740-WRITE-PRESENCE-EXIT.
335100 4710-HIST-FROM-LIST1-EXIT.
335200     EXIT.

335700*----------------------------------------------------------------*
335800 4715-HIST-FROM-LIST2.
335900     MOVE LIST2(LX2) TO D1-HIST-VALUE.
335910     PERFORM 4735-START-PRESENCE THRU 4735-START-PRESENCE-EXIT.
335920     MOVE "2" TO PR-ON-LIST2.
336000     MOVE LX2 TO D1-SCAN-IX.
336100     PERFORM UNTIL D1-SCAN-IX > D1-TABLE-COUNT
336200             OR LIST2(D1-SCAN-IX) NOT = D1-HIST-VALUE
336300         MOVE LIST2-SOURCE(D1-SCAN-IX) TO D1-HIST-SOURCE
336310         MOVE LIST2-SOURCE(D1-SCAN-IX) TO D1-PRES-SRC-IN
336320         PERFORM 4738-ADD-PRES-SOURCE
336330             THRU 4738-ADD-PRES-SOURCE-EXIT
336400         ADD 1 TO D1-SCAN-IX
336500     END-PERFORM.
336600     MOVE ZERO TO D1-HIST-MATCHES.
336700     PERFORM 4720-APPLY-HISTORY THRU 4720-APPLY-HISTORY-EXIT.
336710     PERFORM 4740-WRITE-PRESENCE THRU 4740-WRITE-PRESENCE-EXIT.
336800 4715-HIST-FROM-LIST2-EXIT.
336900     EXIT.

337000*----------------------------------------------------------------*
337100*  4718-COUNT-LIST2-RUN - COUNT THE RUN OF D1-HIST-VALUE IN      *
337200*  LIST2 AROUND WHEREVER SEARCH ALL LANDED (LX2), COLLECTING     *
337210*  ITS SOURCE CODES FOR THE PRESENCE RECORD AS IT GOES.          *
337300*----------------------------------------------------------------*
337400 4718-COUNT-LIST2-RUN.
337500     MOVE LX2 TO D1-SCAN-IX.
338100     PERFORM UNTIL D1-SCAN-IX > D1-TABLE-COUNT
338200             OR LIST2(D1-SCAN-IX) NOT = D1-HIST-VALUE
338300         ADD 1 TO D1-HIST-L2-CT
338310         MOVE LIST2-SOURCE(D1-SCAN-IX) TO D1-PRES-SRC-IN
338320         PERFORM 4738-ADD-PRES-SOURCE
338330             THRU 4738-ADD-PRES-SOURCE-EXIT
338400         ADD 1 TO D1-SCAN-IX
338500     END-PERFORM.
338510     MOVE "2" TO PR-ON-LIST2.
338600 4718-COUNT-LIST2-RUN-EXIT.
338700     EXIT.

342200 4720-APPLY-HISTORY-EXIT.
342300     EXIT.

342310*----------------------------------------------------------------*
342320*  4730-OPEN-PRESENCE - NAME AND OPEN THE DATED PRESENCE FILE    *
342330*  ON THE SAME GENERATION RULE AS THE RSLTSUM FILE (4310): THE   *
342340*  ORIGINAL RUN IS LOCPRESyyyymmdd.DAT, A SUPPLEMENTAL REVISION  *
342350*  IS LOCPRESyyyymmddRnn.DAT.                                    *
342360*----------------------------------------------------------------*
342370 4730-OPEN-PRESENCE.
342380     MOVE ZERO TO D1-PRES-COUNT.
342390     MOVE SPACES TO D1-PRES-FILENAME.
342400     IF D1-REVISION > ZERO
342410         MOVE D1-REVISION TO D1-REV-99
342420         STRING "LOCPRES" DELIMITED BY SIZE
342430                D1-RUN-DATE DELIMITED BY SIZE
342440                "R" DELIMITED BY SIZE
342450                D1-REV-99 DELIMITED BY SIZE
342460                ".DAT" DELIMITED BY SIZE
342470             INTO D1-PRES-FILENAME
342480     ELSE
342490         STRING "LOCPRES" DELIMITED BY SIZE
342500                D1-RUN-DATE DELIMITED BY SIZE
342510                ".DAT" DELIMITED BY SIZE
342520             INTO D1-PRES-FILENAME
342530     END-IF.
342532     OPEN OUTPUT PRESENCE-FILE.
342534     IF NOT D1-PRES-STATUS-OK
342536         MOVE D1-PRES-FILENAME TO D1-FAIL-FILE
342538         MOVE D1-PRES-STATUS TO D1-FAIL-STATUS
342540         PERFORM 8595-CARRIED-FILE-FAILED
342542             THRU 8595-CARRIED-FILE-FAILED-EXIT
342544     END-IF.
342550 4730-OPEN-PRESENCE-EXIT.
342560     EXIT.

342570*----------------------------------------------------------------*
342580*  4735-START-PRESENCE - CLEAR THE PRESENCE RECORD AND SOURCE    *
342590*  TALLY FOR THE DISTINCT ID NOW IN D1-HIST-VALUE.               *
342600*----------------------------------------------------------------*
342610 4735-START-PRESENCE.
342620     MOVE SPACES TO PRESENCE-RECORD.
342630     MOVE ZERO TO D1-PRES-SRC-CT.
342640 4735-START-PRESENCE-EXIT.
342650     EXIT.

342660*----------------------------------------------------------------*
342670*  4738-ADD-PRES-SOURCE - ADD D1-PRES-SRC-IN TO THE ID'S SOURCE  *
342680*  LIST UNLESS IT IS ALREADY THERE.  A CODE PAST THE FOURTH IS   *
342690*  COUNTED BUT HAS NO SLOT TO GO IN.                             *
342700*----------------------------------------------------------------*
342710 4738-ADD-PRES-SOURCE.
342720     MOVE "N" TO D1-PRES-SRC-FOUND-SW.
342730     PERFORM VARYING D1-PRES-SX FROM 1 BY 1
342740             UNTIL D1-PRES-SX > D1-PRES-SRC-CT
342750                OR D1-PRES-SX > 4
342760                OR D1-PRES-SRC-FOUND
342770         IF PR-SOURCE(D1-PRES-SX) = D1-PRES-SRC-IN
342780             SET D1-PRES-SRC-FOUND TO TRUE
342790         END-IF
342800     END-PERFORM.
342810     IF D1-PRES-SRC-FOUND OR D1-PRES-SRC-CT = 99
342820         GO TO 4738-ADD-PRES-SOURCE-EXIT
342830     END-IF.
342840     ADD 1 TO D1-PRES-SRC-CT.
342850     IF D1-PRES-SRC-CT NOT > 4
342860         MOVE D1-PRES-SRC-IN TO PR-SOURCE(D1-PRES-SRC-CT)
342870     END-IF.
342880 4738-ADD-PRES-SOURCE-EXIT.
342890     EXIT.

342900*----------------------------------------------------------------*
342910*  4740-WRITE-PRESENCE - FINISH AND WRITE THE PRESENCE RECORD    *
342920*  FOR D1-HIST-VALUE.  MATCHED MEANS THE ID WAS ON BOTH LISTS;   *
342930*  AN EXCEPTION IS AN UNMATCHED ID (4100) OR, WHEN A MASTER WAS  *
342940*  LOADED, ONE WITH NO MASTER ENTRY (4180).  THE REGION IS THE   *
342950*  ONE IN EFFECT ON THE RUN DATE.                                *
342960*----------------------------------------------------------------*
342970 4740-WRITE-PRESENCE.
342980     MOVE D1-RUN-DATE TO PR-RUN-DATE.
342990     MOVE D1-REVISION TO PR-REVISION.
343000     MOVE D1-HIST-VALUE TO PR-LOCATION-ID.
343010     MOVE D1-PRES-SRC-CT TO PR-SOURCE-COUNT.
343020     IF PR-ON-LIST1 = "1" AND PR-ON-LIST2 = "2"
343030         MOVE "Y" TO PR-MATCHED
343040         MOVE "N" TO PR-EXCEPTION
343050     ELSE
343060         MOVE "N" TO PR-MATCHED
343070         MOVE "Y" TO PR-EXCEPTION
343080     END-IF.
343090     MOVE D1-HIST-VALUE TO D1-MST-TARGET.
343100     PERFORM 1750-FIND-MASTER THRU 1750-FIND-MASTER-EXIT.
343110     MOVE D1-MST-OUT-REGION TO PR-REGION.
343120     IF D1-MASTER-LOADED AND NOT D1-MST-FOUND
343130         MOVE "Y" TO PR-EXCEPTION
343140     END-IF.
343142     WRITE PRESENCE-RECORD.
343144     IF NOT D1-PRES-STATUS-OK
343146         MOVE D1-PRES-FILENAME TO D1-FAIL-FILE
343148         MOVE D1-PRES-STATUS TO D1-FAIL-STATUS
343150         PERFORM 8595-CARRIED-FILE-FAILED
343152             THRU 8595-CARRIED-FILE-FAILED-EXIT
343154     END-IF.
343160     ADD 1 TO D1-PRES-COUNT.
343170 4740-WRITE-PRESENCE-EXIT.
343180     EXIT.

343190*----------------------------------------------------------------*
343200*  4750-FIND-HISTORY - BINARY SEARCH FOR D1-HIST-VALUE OVER      *
343210*  ONLY THE ORIGINAL SORTED PORTION OF THE TABLE (ENTRIES        *
343220*  APPENDED THIS RUN SIT PAST D1-HIST-ORIG-COUNT AND ARE NEVER   *
343230*  LOOKED UP AGAIN, SO SEARCH ALL CANNOT BE USED HERE).          *
343240*----------------------------------------------------------------*
343250 4750-FIND-HISTORY.
343260     MOVE "N" TO D1-HIST-FOUND-SW.
343270     MOVE 1 TO D1-HIST-LOW.
343300     MOVE D1-HIST-ORIG-COUNT TO D1-HIST-HIGH.
343400     PERFORM UNTIL D1-HIST-LOW > D1-HIST-HIGH
343500             OR D1-HIST-FOUND
352500 4790-WRITE-HISTORY-EXIT.
352600     EXIT.

352610*----------------------------------------------------------------*
352620*  4800-WRITE-REGION-ROLLUP - THE DAILY REGIONAL ROLLUP REPORT.  *
352630*  THE PER-REGION COUNTERS WERE BUMPED AS THE DAY WAS PROCESSED  *
352640*  (2080, 3100, 4000/4005, 4100, 4180); SITES REPORTED IS THE    *
352650*  ONE FIGURE NO EARLIER PASS NEEDED, SO 4820 COUNTS IT HERE.    *
352660*  ONE SECTION PER REGION IN REGION ORDER, THE BLANK-REGION      *
352670*  ENTRY LAST, THEN THE GRAND TOTAL, WHICH 4860 PROVES AGAINST   *
352680*  THE CONTROL TOTALS ON THE RESULTS FILE.                       *
352690*----------------------------------------------------------------*
352700 4800-WRITE-REGION-ROLLUP.
352710     OPEN OUTPUT REGNRPT-FILE.
352720     PERFORM 4820-COUNT-REGION-SITES
352730         THRU 4820-COUNT-REGION-SITES-EXIT.
352740     IF D1-REGION-COUNT > 1
352750         SORT D1-REGION-ENTRY ON ASCENDING KEY D1-RGN-CODE
352760     END-IF.
352770     MOVE D1-RUN-DATE TO RGH-RUN-DATE.
352780     WRITE REGNRPT-RECORD FROM D1-RGN-HEAD-1.
352790     PERFORM VARYING RGX FROM 1 BY 1
352800             UNTIL RGX > D1-REGION-COUNT
352810         IF D1-RGN-CODE(RGX) NOT = SPACES
352820             MOVE D1-RGN-CODE(RGX) TO RGH-REGION
352830             PERFORM 4830-WRITE-REGION-SECTION
352840                 THRU 4830-WRITE-REGION-SECTION-EXIT
352850         END-IF
352860     END-PERFORM.
352870     PERFORM VARYING RGX FROM 1 BY 1
352880             UNTIL RGX > D1-REGION-COUNT
352890         IF D1-RGN-CODE(RGX) = SPACES
352900             MOVE "(NONE) - NO REGION OR NOT IN MASTER"
352910                 TO RGH-REGION
352920             PERFORM 4830-WRITE-REGION-SECTION
352930                 THRU 4830-WRITE-REGION-SECTION-EXIT
352940         END-IF
352950     END-PERFORM.
352960     MOVE D1-RGN-GRAND TO D1-RGN-PRINT.
352970     MOVE SPACES TO REGNRPT-RECORD.
352980     WRITE REGNRPT-RECORD.
352990     MOVE SPACES TO REGNRPT-RECORD.
353000     MOVE "GRAND TOTAL - ALL REGIONS" TO REGNRPT-RECORD.
353010     WRITE REGNRPT-RECORD.
353020     PERFORM 4840-WRITE-REGION-LINES
353030         THRU 4840-WRITE-REGION-LINES-EXIT.
353040     PERFORM 4860-CHECK-REGION-BALANCE
353050         THRU 4860-CHECK-REGION-BALANCE-EXIT.
353060     CLOSE REGNRPT-FILE.
353070     DISPLAY "EX2051I REGIONAL ROLLUP WRITTEN . " D1-REGION-COUNT
353080         " REGIONS".
353090 4800-WRITE-REGION-ROLLUP-EXIT.
353100     EXIT.

353110*----------------------------------------------------------------*
353120*  4810-FIND-REGION - LOCATE THE ROLLUP ENTRY FOR THE REGION IN  *
353130*  D1-MST-OUT-REGION (AS LEFT BY 1750-FIND-MASTER), ADDING A NEW *
353140*  ENTRY ON FIRST SIGHT OF A REGION, AND LEAVE RGX POINTING AT   *
353150*  IT.  SAME FIND-OR-ADD PATTERN AS 2050-FIND-SOURCE; MORE       *
353160*  REGIONS THAN THE TABLE HOLDS MEANS A DAMAGED MASTER - ABEND   *
353170*  RATHER THAN MISCOUNT.                                         *
353180*----------------------------------------------------------------*
353190 4810-FIND-REGION.
353200     MOVE "N" TO D1-RGN-FOUND-SW.
353210     PERFORM VARYING RGX FROM 1 BY 1
353220             UNTIL RGX > D1-REGION-COUNT
353230             OR D1-RGN-FOUND
353240         IF D1-RGN-CODE(RGX) = D1-MST-OUT-REGION
353250             SET D1-RGN-FOUND TO TRUE
353260         END-IF
353270     END-PERFORM.
353280     IF D1-RGN-FOUND
353290         SET RGX DOWN BY 1
353300         GO TO 4810-FIND-REGION-EXIT
353310     END-IF.
353320     IF D1-REGION-COUNT = D1-MAX-REGIONS
353330         DISPLAY "EX2991E MORE THAN " D1-MAX-REGIONS
353340             " DISTINCT REGIONS IN THE LOCATION MASTER"
353350             " - JOB TERMINATED"
353360         MOVE "EX2991E" TO D1-EVT-CODE
353370         MOVE "E" TO D1-EVT-SEVERITY
353380         MOVE "TOO MANY DISTINCT MASTER REGIONS - JOB TERMINATED"
353390             TO D1-EVT-TEXT
353400         PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
353410         MOVE 16 TO RETURN-CODE
353420         STOP RUN
353430     END-IF.
353440     ADD 1 TO D1-REGION-COUNT.
353450     SET RGX TO D1-REGION-COUNT.
353460     MOVE D1-MST-OUT-REGION TO D1-RGN-CODE(RGX).
353470 4810-FIND-REGION-EXIT.
353480     EXIT.

353490*----------------------------------------------------------------*
353500*  4820-COUNT-REGION-SITES - SITES REPORTED: EVERY DISTINCT      *
353510*  LOCATION ID ON EITHER LIST, COUNTED ONCE, IN ITS REGION.  AN  *
353520*  ID ON BOTH LISTS IS COUNTED FROM LIST1; THE LIST2 PASS TAKES  *
353530*  ONLY THE IDS LIST1 DOES NOT HAVE.                             *
353540*----------------------------------------------------------------*
353550 4820-COUNT-REGION-SITES.
353560     PERFORM VARYING LX1 FROM 1 BY 1 UNTIL LX1 > D1-TABLE-COUNT
353570         IF LX1 = 1 OR LIST1(LX1) NOT = LIST1(LX1 - 1)
353580             MOVE LIST1(LX1) TO D1-MST-TARGET
353590             PERFORM 1750-FIND-MASTER
353600                 THRU 1750-FIND-MASTER-EXIT
353610             PERFORM 4810-FIND-REGION
353620                 THRU 4810-FIND-REGION-EXIT
353630             ADD 1 TO D1-RGN-SITES(RGX)
353640         END-IF
353650     END-PERFORM.
353660     PERFORM VARYING LX2 FROM 1 BY 1 UNTIL LX2 > D1-TABLE-COUNT
353670         IF LX2 = 1 OR LIST2(LX2) NOT = LIST2(LX2 - 1)
353680             SEARCH ALL LIST1-ENTRY
353690                 AT END
353700                     MOVE LIST2(LX2) TO D1-MST-TARGET
353710                     PERFORM 1750-FIND-MASTER
353720                         THRU 1750-FIND-MASTER-EXIT
353730                     PERFORM 4810-FIND-REGION
353740                         THRU 4810-FIND-REGION-EXIT
353750                     ADD 1 TO D1-RGN-SITES(RGX)
353760                 WHEN LIST1(LX1) = LIST2(LX2)
353770                     CONTINUE
353780             END-SEARCH
353790         END-IF
353800     END-PERFORM.
353810 4820-COUNT-REGION-SITES-EXIT.
353820     EXIT.

353830*----------------------------------------------------------------*
353840*  4830-WRITE-REGION-SECTION - ONE REGION'S SECTION: ITS HEADING *
353850*  (ALREADY IN RGH-REGION) AND DETAIL LINES.  THE ENTRY IS ALSO  *
353860*  ADDED INTO THE GRAND TOTAL HERE, SO THE GRAND TOTAL IS        *
353870*  EXACTLY THE SUM OF THE SECTIONS PRINTED.                      *
353880*----------------------------------------------------------------*
353890 4830-WRITE-REGION-SECTION.
353900     MOVE D1-REGION-ENTRY(RGX) TO D1-RGN-PRINT.
353910     ADD RGP-SITES       TO RGG-SITES.
353920     ADD RGP-RECORDS     TO RGG-RECORDS.
353930     ADD RGP-MATCHED     TO RGG-MATCHED.
353940     ADD RGP-SCORE       TO RGG-SCORE.
353950     ADD RGP-DISTANCE    TO RGG-DISTANCE.
353960     ADD RGP-CLOSE       TO RGG-CLOSE.
353970     ADD RGP-FAR         TO RGG-FAR.
353980     ADD RGP-NOT-MASTER  TO RGG-NOT-MASTER.
353990     ADD RGP-DUPS        TO RGG-DUPS.
354000     ADD RGP-REJECTS     TO RGG-REJECTS.
354010     MOVE SPACES TO REGNRPT-RECORD.
354020     WRITE REGNRPT-RECORD.
354030     WRITE REGNRPT-RECORD FROM D1-RGN-HEAD-2.
354040     PERFORM 4840-WRITE-REGION-LINES
354050         THRU 4840-WRITE-REGION-LINES-EXIT.
354060 4830-WRITE-REGION-SECTION-EXIT.
354070     EXIT.

354080*----------------------------------------------------------------*
354090*  4840-WRITE-REGION-LINES - THE DETAIL LINES FOR WHATEVER IS IN *
354100*  D1-RGN-PRINT (ONE REGION OR THE GRAND TOTAL).  THE SCORE AND  *
354110*  DISTANCE LINES ALSO CARRY THE SHARE OF THE DAY'S TOTAL, LEFT  *
354120*  AT ZERO WHEN THE DAY'S TOTAL IS ITSELF ZERO.                  *
354130*----------------------------------------------------------------*
354140 4840-WRITE-REGION-LINES.
354150     MOVE SPACES TO RGD-SHARE-AREA.
354160     MOVE "SITES REPORTED ........." TO RGD-LABEL.
354170     MOVE RGP-SITES TO RGD-AMOUNT.
354180     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354190     MOVE "RECORDS LOADED ........." TO RGD-LABEL.
354200     MOVE RGP-RECORDS TO RGD-AMOUNT.
354210     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354220     MOVE "MATCHED PAIRS .........." TO RGD-LABEL.
354230     MOVE RGP-MATCHED TO RGD-AMOUNT.
354240     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354250     MOVE "SIMILARITY SCORE ......." TO RGD-LABEL.
354260     MOVE RGP-SCORE TO RGD-AMOUNT.
354270     MOVE ZERO TO D1-RGN-PCT.
354280     IF RESULT > ZERO
354290         COMPUTE D1-RGN-PCT ROUNDED = RGP-SCORE * 100 / RESULT
354300     END-IF.
354310     MOVE "   SHARE " TO RGD-SHARE-LABEL.
354320     MOVE D1-RGN-PCT TO RGD-SHARE.
354330     MOVE " PCT" TO RGD-SHARE-PCT.
354340     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354350     MOVE "TOTAL DISTANCE ........." TO RGD-LABEL.
354360     MOVE RGP-DISTANCE TO RGD-AMOUNT.
354370     MOVE ZERO TO D1-RGN-PCT.
354380     IF D1-TOTAL-DISTANCE > ZERO
354390         COMPUTE D1-RGN-PCT ROUNDED =
354400             RGP-DISTANCE * 100 / D1-TOTAL-DISTANCE
354410     END-IF.
354420     MOVE D1-RGN-PCT TO RGD-SHARE.
354430     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354440     MOVE SPACES TO RGD-SHARE-AREA.
354450     MOVE "CLOSE MISSES ..........." TO RGD-LABEL.
354460     MOVE RGP-CLOSE TO RGD-AMOUNT.
354470     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354480     MOVE "FAR MISSES ............." TO RGD-LABEL.
354490     MOVE RGP-FAR TO RGD-AMOUNT.
354500     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354510     MOVE "NOT-IN-MASTER IDS ......" TO RGD-LABEL.
354520     MOVE RGP-NOT-MASTER TO RGD-AMOUNT.
354530     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354540     MOVE "DUPLICATE EXTRAS ......." TO RGD-LABEL.
354550     MOVE RGP-DUPS TO RGD-AMOUNT.
354560     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354570     MOVE "RECORDS REJECTED ......." TO RGD-LABEL.
354580     MOVE RGP-REJECTS TO RGD-AMOUNT.
354590     WRITE REGNRPT-RECORD FROM D1-RGN-DETAIL.
354600 4840-WRITE-REGION-LINES-EXIT.
354610     EXIT.

354620*----------------------------------------------------------------*
354630*  4860-CHECK-REGION-BALANCE - PROVE THE GRAND TOTAL AGAINST THE *
354640*  RUN'S CONTROL TOTALS: SCORE, RECORDS LOADED, MATCHED ENTRIES, *
354650*  TOTAL DISTANCE, REJECTS, NOT-IN-MASTER IDS, AND DUPLICATE     *
354660*  EXTRAS.  A DIFFERENCE MEANS A REGIONAL COUNTER WAS MISSED; IT *
354670*  IS FLAGGED ON THE REPORT AND RAISED AS AN EVENT BUT DOES NOT  *
354680*  HOLD DISTRIBUTION - THE RESULTS FILE ITSELF IS UNAFFECTED.    *
354690*----------------------------------------------------------------*
354700 4860-CHECK-REGION-BALANCE.
354710     MOVE "Y" TO D1-RGN-BAL-SW.
354720     IF RGG-SCORE NOT = RESULT
354730             OR RGG-RECORDS NOT = D1-TABLE-COUNT
354740             OR RGG-MATCHED NOT = D1-MATCHED-PAIRS
354750             OR RGG-DISTANCE NOT = D1-TOTAL-DISTANCE
354760             OR RGG-REJECTS NOT = D1-REJECT-COUNT
354770             OR RGG-NOT-MASTER NOT = D1-MST-MISS-COUNT
354780             OR RGG-DUPS NOT = D1-DUP1-COUNT + D1-DUP2-COUNT
354790         MOVE "N" TO D1-RGN-BAL-SW
354800     END-IF.
354810     MOVE SPACES TO REGNRPT-RECORD.
354820     WRITE REGNRPT-RECORD.
354830     IF D1-RGN-BALANCED
354840         MOVE "GRAND TOTAL BALANCES TO THE CONTROL TOTALS"
354850             TO REGNRPT-RECORD
354860         WRITE REGNRPT-RECORD
354870         GO TO 4860-CHECK-REGION-BALANCE-EXIT
354880     END-IF.
354890     MOVE "** GRAND TOTAL OUT OF BALANCE WITH CONTROL TOTALS **"
354900         TO REGNRPT-RECORD.
354910     WRITE REGNRPT-RECORD.
354920     DISPLAY "EX2052W REGIONAL ROLLUP OUT OF BALANCE WITH THE"
354930         " CONTROL TOTALS - SEE REGNRPT.TXT".
354940     MOVE "EX2052W" TO D1-EVT-CODE.
354950     MOVE "W" TO D1-EVT-SEVERITY.
354960     MOVE "REGIONAL ROLLUP OUT OF BALANCE WITH CONTROL TOTALS"
354970         TO D1-EVT-TEXT.
354980     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
354990 4860-CHECK-REGION-BALANCE-EXIT.
354991     EXIT.

354992*----------------------------------------------------------------*
354993*  4900-KEEP-REPORT-GENERATIONS - COPY THE DAY'S DUPLICATE AND   *
354994*  COVERAGE REPORTS TO DATED GENERATIONS ON THE SAME RULE AS     *
354995*  THE RSLTSUM FILE: DUPRPTyyyymmdd.TXT AND COVRPTyyyymmdd.TXT   *
354996*  FOR THE ORIGINAL RUN, ...Rnn.TXT FOR A SUPPLEMENTAL           *
354997*  REVISION.  THE UNDATED FILES ARE STILL REWRITTEN EACH RUN FOR *
354998*  THE MORNING REVIEW; THE DATED COPIES ARE WHAT EX2SCORE READS  *
354999*  OVER A MONTH.  A RERUN OF THE SAME DATE AND REVISION REPLACES *
355000*  ITS COPY.  A COPY THAT CANNOT BE OPENED IS A WARNING ONLY -   *
355001*  THE DAY THEN SHOWS IN EX2SCORE AS HAVING NO GENERATION.  A    *
355002*  COPY THAT FAILS PART WAY, OR A REPORT THAT IS THERE BUT WILL  *
355003*  NOT OPEN, ENDS THE RUN (8595): A SHORT COPY WOULD READ AS A   *
355004*  CLEANER DAY THAN IT WAS.                                      *
355005*----------------------------------------------------------------*
355006 4900-KEEP-REPORT-GENERATIONS.
355007     MOVE ZERO TO D1-RPTGEN-KEPT.
355008     MOVE "DUPRPT" TO D1-RPTGEN-BASE.
355009     MOVE D1-DUPRPT-FILENAME TO D1-SNAP-LIVE-NAME.
355010     PERFORM 4910-COPY-REPORT THRU 4910-COPY-REPORT-EXIT.
355011     MOVE "COVRPT" TO D1-RPTGEN-BASE.
355012     MOVE D1-COVRPT-FILENAME TO D1-SNAP-LIVE-NAME.
355013     PERFORM 4910-COPY-REPORT THRU 4910-COPY-REPORT-EXIT.
355014     DISPLAY "EX2066I " D1-RPTGEN-KEPT
355015         " DATED REPORT GENERATION(S) KEPT FOR " D1-RUN-DATE.
355016 4900-KEEP-REPORT-GENERATIONS-EXIT.
355017     EXIT.

355018*----------------------------------------------------------------*
355019*  4910-COPY-REPORT - COPY D1-SNAP-LIVE-NAME TO THE DATED        *
355020*  GENERATION OF D1-RPTGEN-BASE.  A REPORT NOT WRITTEN THIS RUN  *
355021*  GIVES AN EMPTY GENERATION, WHICH READS AS A CLEAN DAY.        *
355022*----------------------------------------------------------------*
355023 4910-COPY-REPORT.
355024     MOVE SPACES TO D1-SNAP-OUT-NAME.
355025     IF D1-REVISION > ZERO
355026         MOVE D1-REVISION TO D1-REV-99
355027         STRING D1-RPTGEN-BASE DELIMITED BY SIZE
355028                D1-RUN-DATE DELIMITED BY SIZE
355029                "R" DELIMITED BY SIZE
355030                D1-REV-99 DELIMITED BY SIZE
355031                ".TXT" DELIMITED BY SIZE
355032             INTO D1-SNAP-OUT-NAME
355033     ELSE
355034         STRING D1-RPTGEN-BASE DELIMITED BY SIZE
355035                D1-RUN-DATE DELIMITED BY SIZE
355036                ".TXT" DELIMITED BY SIZE
355037             INTO D1-SNAP-OUT-NAME
355038     END-IF.
355039     OPEN OUTPUT SNAP-OUT-FILE.
355040     IF NOT D1-SNAP-OUT-STATUS-OK
355041         GO TO 4990-REPORT-COPY-FAILED
355042     END-IF.
355043     MOVE D1-SNAP-LIVE-NAME TO D1-SNAP-IN-NAME.
355044     OPEN INPUT SNAP-IN-FILE.
355045     IF NOT D1-SNAP-IN-STATUS-OK
355046             AND D1-SNAP-IN-STATUS NOT = "05"
355047             AND D1-SNAP-IN-STATUS NOT = "35"
355048         MOVE D1-SNAP-LIVE-NAME TO D1-FAIL-FILE
355049         MOVE D1-SNAP-IN-STATUS TO D1-FAIL-STATUS
355050         PERFORM 8595-CARRIED-FILE-FAILED
355051             THRU 8595-CARRIED-FILE-FAILED-EXIT
355052     END-IF.
355053     IF D1-SNAP-IN-STATUS-OK
355054         SET D1-NOT-END-OF-FILE TO TRUE
355055         PERFORM UNTIL D1-END-OF-FILE
355056             READ SNAP-IN-FILE
355057                 AT END
355058                     SET D1-END-OF-FILE TO TRUE
355059                 NOT AT END
355060                     WRITE SNAP-OUT-RECORD FROM SNAP-IN-RECORD
355061                     IF NOT D1-SNAP-OUT-STATUS-OK
355062                         MOVE D1-SNAP-OUT-NAME TO D1-FAIL-FILE
355063                         MOVE D1-SNAP-OUT-STATUS TO D1-FAIL-STATUS
355064                         PERFORM 8595-CARRIED-FILE-FAILED
355065                             THRU 8595-CARRIED-FILE-FAILED-EXIT
355066                     END-IF
355067             END-READ
355068         END-PERFORM
355069         CLOSE SNAP-IN-FILE
355070         SET D1-NOT-END-OF-FILE TO TRUE
355071     END-IF.
355072     CLOSE SNAP-OUT-FILE.
355073     ADD 1 TO D1-RPTGEN-KEPT.
355074     GO TO 4910-COPY-REPORT-EXIT.
355075 4990-REPORT-COPY-FAILED.
355076     DISPLAY "EX2065W CANNOT WRITE REPORT GENERATION "
355077         D1-SNAP-OUT-NAME " STATUS " D1-SNAP-OUT-STATUS.
355078     MOVE "EX2065W" TO D1-EVT-CODE.
355079     MOVE "W" TO D1-EVT-SEVERITY.
355080     MOVE "DATED REPORT GENERATION NOT WRITTEN" TO D1-EVT-TEXT.
355081     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
355082 4910-COPY-REPORT-EXIT.
355083     EXIT.

355084*----------------------------------------------------------------*
355085*  5000-VALIDATE-ONLY - PRE-FLIGHT MODE FOR SOURCE TEAMS: RUN    *
355086*  JUST THE 2000/2100 READ-AND-VALIDATE PATH AGAINST THE         *
355087*  INFILE= CANDIDATE.  REJECT.LOG, CORRECT.TXT, AND THE PER-     *
355088*  SOURCE RECORD COUNTS COME OUT; THE PASS/FAIL RC IS THE SAME   *
355089*  REJECT-RATE TEST 9999-TERMINATE APPLIES.  NOTHING ELSE IS     *
355090*  WRITTEN - NO CHECKPOINT, NO RESULTS, NO REVISION, NO          *
355091*  DISPOSITION, HISTORY, OR PERFORMANCE RECORDS - SO A TRIAL     *
355092*  RUN LEAVES NO TRACE TO EXPLAIN AWAY.  THE RUN ENDS HERE.      *
355100*----------------------------------------------------------------*
355110 5000-VALIDATE-ONLY.
355120     DISPLAY "EX2041I VALIDATE-ONLY MODE - PRE-FLIGHT OF "
355130         D1-INPUT-FILENAME.
355140     PERFORM 2000-READ-FILE THRU 2000-READ-FILE-EXIT.
355150     PERFORM 2900-BALANCE-CONTROLS
355160         THRU 2900-BALANCE-CONTROLS-EXIT.
355170     DISPLAY "EX2042I RECORDS ACCEPTED ...... " D1-TABLE-COUNT.
355180     DISPLAY "EX2017I RECORDS REJECTED ...... " D1-REJECT-COUNT.
355190     DISPLAY "EX2007I CORRECTIONS WRITTEN ... "
355200         D1-CORRECTION-COUNT.
355210     PERFORM VARYING SRCX FROM 1 BY 1
355220             UNTIL SRCX > D1-SOURCE-COUNT
355230         DISPLAY "EX2006I SOURCE " D1-SRC-CODE(SRCX)
355240             " RECORDS " D1-SRC-RECORDS(SRCX)
355250     END-PERFORM.
355260     IF D1-REJECT-COUNT * 100 >
355270             D1-REJECT-PCT * D1-TABLE-COUNT
355280         DISPLAY "EX2043W PRE-FLIGHT FAILED - REJECT RATE"
355300             " EXCEEDS " D1-REJECT-PCT " PERCENT - RC 8"
355400         MOVE 8 TO RETURN-CODE
355500     END-IF.
355510     IF D1-CTL-OUT-OF-BALANCE
355520         DISPLAY "EX2049W PRE-FLIGHT FAILED - SOURCE CONTROL"
355530             " TOTALS OUT OF BALANCE - RC 8"
355540         MOVE 8 TO RETURN-CODE
355550     END-IF.
355560     IF RETURN-CODE = ZERO
355600         DISPLAY "EX2044I PRE-FLIGHT PASSED - REJECT RATE"
355700             " WITHIN THE " D1-REJECT-PCT " PERCENT THRESHOLD"
355800     END-IF.
356000 5000-VALIDATE-ONLY-EXIT.
356100     EXIT.

356101*----------------------------------------------------------------*
356102*  6000-WHATIF-RUN - PARALLEL RUN OF ONE EXTRACT UNDER TWO       *
356103*  PARAMETER SETS.  THE READ, BALANCE, SORT, DUPLICATE,          *
356104*  COVERAGE, SCORING AND EXCEPTION STEPS ARE RUN ONCE UNDER THE  *
356105*  BASELINE SET AND AGAIN UNDER THE ALTERNATE SET, AND WHAT EACH *
356106*  PASS PRODUCED IS SET SIDE BY SIDE IN WHATIF.TXT.  THE DETAIL  *
356107*  REPORTS OF EACH PASS GO TO .WIB / .WIA NAMES; THE RESULTS,    *
356108*  SUMMARY, REGION, HISTORY, PRESENCE, DISPOSITION, CASE,        *
356109*  CHECKPOINT, PERFORMANCE AND EVENT FILES ARE NOT TOUCHED.  THE *
356110*  RUN ENDS HERE AT RC 0 - THE COMPARISON IS ADVICE, NOT A HOLD. *
356111*----------------------------------------------------------------*
356112 6000-WHATIF-RUN.
356113     DISPLAY "EX2059I WHAT-IF MODE - PARALLEL RUN OF "
356114         D1-INPUT-FILENAME.
356115     DISPLAY "EX2059I ALTERNATE CARDS " D1-ALTPARM-FILENAME.
356116     MOVE 1 TO D1-WI-PASS.
356117     PERFORM 6100-RUN-ONE-PASS THRU 6100-RUN-ONE-PASS-EXIT.
356118     PERFORM 6050-RESET-PASS THRU 6050-RESET-PASS-EXIT.
356119     MOVE 2 TO D1-WI-PASS.
356120     PERFORM 6100-RUN-ONE-PASS THRU 6100-RUN-ONE-PASS-EXIT.
356121     PERFORM 6500-WRITE-WHATIF-REPORT
356122         THRU 6500-WRITE-WHATIF-REPORT-EXIT.
356123     MOVE D1-WI-CHANGE-CT TO D1-WI-EDIT-CT.
356124     DISPLAY "EX2061I WHAT-IF COMPLETE - WHATIF.TXT WRITTEN, "
356125         D1-WI-EDIT-CT " ID(S) CHANGED CLASSIFICATION".
356126     MOVE ZERO TO RETURN-CODE.
356127     STOP RUN.
356128 6000-WHATIF-RUN-EXIT.
356129     EXIT.

356130*----------------------------------------------------------------*
356131*  6020-NAME-DETAIL-FILES - POINT THE DETAIL REPORTS AT THE      *
356132*  PASS'S OWN NAMES (EXCPRPT.WIB, REJECT.WIA AND SO ON).         *
356133*----------------------------------------------------------------*
356134 6020-NAME-DETAIL-FILES.
356135     MOVE SPACES TO D1-EXCP-FILENAME D1-REJECT-FILENAME
356136         D1-CORR-FILENAME D1-MATCHPR-FILENAME D1-DUPRPT-FILENAME
356137         D1-COVRPT-FILENAME.
356138     STRING "EXCPRPT." D1-WI-SUFFIX DELIMITED BY SIZE
356139         INTO D1-EXCP-FILENAME.
356140     STRING "REJECT." D1-WI-SUFFIX DELIMITED BY SIZE
356141         INTO D1-REJECT-FILENAME.
356142     STRING "CORRECT." D1-WI-SUFFIX DELIMITED BY SIZE
356143         INTO D1-CORR-FILENAME.
356144     STRING "MATCHPR." D1-WI-SUFFIX DELIMITED BY SIZE
356145         INTO D1-MATCHPR-FILENAME.
356146     STRING "DUPRPT." D1-WI-SUFFIX DELIMITED BY SIZE
356147         INTO D1-DUPRPT-FILENAME.
356148     STRING "COVRPT." D1-WI-SUFFIX DELIMITED BY SIZE
356149         INTO D1-COVRPT-FILENAME.
356150 6020-NAME-DETAIL-FILES-EXIT.
356151     EXIT.

356152*----------------------------------------------------------------*
356153*  6050-RESET-PASS - CLEAR EVERYTHING THE FIRST PASS ACCUMULATED *
356154*  SO THE SECOND PASS STARTS FROM THE SAME STATE.  THE REGION    *
356155*  ENTRIES ARE CLEARED ONE BY ONE BECAUSE 4810 DOES NOT ZERO AN  *
356156*  ENTRY IT ADDS.                                                *
356157*----------------------------------------------------------------*
356158 6050-RESET-PASS.
356159     MOVE ZERO TO D1-TABLE-COUNT D1-LINE-NUMBER D1-REJECT-COUNT
356160         D1-CORRECTION-COUNT RESULT D1-TOTAL-DISTANCE
356161         D1-MST-MISS-COUNT D1-DUP1-COUNT D1-DUP2-COUNT
356162         D1-COV-MISS-TOTAL D1-SOURCE-COUNT.
356163     INITIALIZE D1-CONTROL-TOTALS.
356164     INITIALIZE D1-SOURCE-TOTALS.
356165     PERFORM VARYING RGX FROM 1 BY 1 UNTIL RGX > D1-REGION-COUNT
356166         INITIALIZE D1-REGION-ENTRY(RGX)
356167     END-PERFORM.
356168     MOVE ZERO TO D1-REGION-COUNT.
356169     MOVE "N" TO D1-EXTRACT-READ-SW D1-DUP-FAIL-SW
356170         D1-CTL-HOLD-SW.
356171     SET D1-NOT-END-OF-FILE TO TRUE.
356172 6050-RESET-PASS-EXIT.
356173     EXIT.

356174*----------------------------------------------------------------*
356175*  6100-RUN-ONE-PASS - ONE PASS UNDER PARM SET D1-WI-PASS, THEN  *
356176*  CAPTURE ITS TOTALS AND THE CLASSIFICATION OF EVERY ID.        *
356177*----------------------------------------------------------------*
356178 6100-RUN-ONE-PASS.
356179     PERFORM 1420-LOAD-PARM-SET THRU 1420-LOAD-PARM-SET-EXIT.
356180     IF D1-WI-BASELINE-PASS
356181         MOVE "WIB" TO D1-WI-SUFFIX
356182     ELSE
356183         MOVE "WIA" TO D1-WI-SUFFIX
356184     END-IF.
356185     DISPLAY "EX2060I WHAT-IF PASS " D1-WI-PASS
356186         " TOLERANCE " D1-TOLERANCE " LAYOUT " D1-LAYOUT-WIDTH
356187         " REJPCT " D1-REJECT-PCT " DUPPOLICY " D1-DUP-POLICY
356188         " DUPMAX " D1-DUP-MAX.
356189     PERFORM 6020-NAME-DETAIL-FILES
356190         THRU 6020-NAME-DETAIL-FILES-EXIT.
356191     PERFORM 2000-READ-FILE THRU 2000-READ-FILE-EXIT.
356192     PERFORM 2900-BALANCE-CONTROLS
356193         THRU 2900-BALANCE-CONTROLS-EXIT.
356194     PERFORM 3000-SORT-LISTS THRU 3000-SORT-LISTS-EXIT.
356195     PERFORM 3100-CHECK-DUPLICATES
356196         THRU 3100-CHECK-DUPLICATES-EXIT.
356197     PERFORM 3200-BUILD-COVERAGE
356198         THRU 3200-BUILD-COVERAGE-EXIT.
356199     PERFORM 4000-CALCULATE-OUTPUT
356200         THRU 4000-CALCULATE-OUTPUT-EXIT.
356201     PERFORM 4100-BUILD-EXCEPTIONS
356202         THRU 4100-BUILD-EXCEPTIONS-EXIT.
356203     PERFORM 6200-CAPTURE-TOTALS THRU 6200-CAPTURE-TOTALS-EXIT.
356204     PERFORM 6300-CAPTURE-CLASSES THRU 6300-CAPTURE-CLASSES-EXIT.
356205 6100-RUN-ONE-PASS-EXIT.
356206     EXIT.

356207*----------------------------------------------------------------*
356208*  6200-CAPTURE-TOTALS - KEEP THE PASS'S CONTROL TOTALS (IN THE  *
356209*  ORDER OF D1-WI-TOTAL-LABEL) AND ITS PER-SOURCE SLOTS.  THE    *
356210*  LAST TOTAL IS THE RETURN CODE 9999-TERMINATE WOULD HAVE SET.  *
356211*----------------------------------------------------------------*
356212 6200-CAPTURE-TOTALS.
356213     MOVE ZERO TO D1-WI-CLOSE-CT D1-WI-FAR-CT.
356214     PERFORM VARYING RGX FROM 1 BY 1 UNTIL RGX > D1-REGION-COUNT
356215         ADD D1-RGN-CLOSE(RGX) TO D1-WI-CLOSE-CT
356216         ADD D1-RGN-FAR(RGX) TO D1-WI-FAR-CT
356217     END-PERFORM.
356218     MOVE ZERO TO D1-WI-HOLD-RC.
356219     IF D1-REJECT-COUNT * 100 > D1-REJECT-PCT * D1-TABLE-COUNT
356220             OR D1-DUP-FAILED
356221             OR D1-CTL-OUT-OF-BALANCE
356222         MOVE 8 TO D1-WI-HOLD-RC
356223     END-IF.
356224     MOVE RESULT TO D1-WIP-TOTAL(D1-WI-PASS, 1).
356225     MOVE D1-TABLE-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 2).
356226     MOVE D1-SUM-LIST1 TO D1-WIP-TOTAL(D1-WI-PASS, 3).
356227     MOVE D1-SUM-LIST2 TO D1-WIP-TOTAL(D1-WI-PASS, 4).
356228     MOVE D1-MATCHED-PAIRS TO D1-WIP-TOTAL(D1-WI-PASS, 5).
356229     MOVE D1-TOTAL-DISTANCE TO D1-WIP-TOTAL(D1-WI-PASS, 6).
356230     MOVE D1-REJECT-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 7).
356231     MOVE D1-CORRECTION-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 8).
356232     MOVE D1-CTL-CHECKED-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 9).
356233     MOVE D1-CTL-FAILED-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 10).
356234     MOVE D1-DUP1-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 11).
356235     MOVE D1-DUP2-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 12).
356236     MOVE D1-WI-CLOSE-CT TO D1-WIP-TOTAL(D1-WI-PASS, 13).
356237     MOVE D1-WI-FAR-CT TO D1-WIP-TOTAL(D1-WI-PASS, 14).
356238     MOVE D1-MST-MISS-COUNT TO D1-WIP-TOTAL(D1-WI-PASS, 15).
356239     MOVE D1-COV-MISS-TOTAL TO D1-WIP-TOTAL(D1-WI-PASS, 16).
356240     MOVE D1-WI-HOLD-RC TO D1-WIP-TOTAL(D1-WI-PASS, 17).
356241     MOVE D1-SOURCE-COUNT TO D1-WIP-SRC-COUNT(D1-WI-PASS).
356242     PERFORM VARYING SRCX FROM 1 BY 1
356243             UNTIL SRCX > D1-SOURCE-COUNT
356244         SET D1-WI-IX TO SRCX
356245         MOVE D1-SRC-CODE(SRCX)
356246             TO D1-WIP-SRC-CODE(D1-WI-PASS, D1-WI-IX)
356247         MOVE D1-SRC-CTL-RESULT(SRCX)
356248             TO D1-WIP-SRC-CTL(D1-WI-PASS, D1-WI-IX)
356249         MOVE D1-SRC-RECORDS(SRCX)
356250             TO D1-WIP-SRC-VAL(D1-WI-PASS, D1-WI-IX, 1)
356251         MOVE D1-SRC-SUM-LIST1(SRCX)
356252             TO D1-WIP-SRC-VAL(D1-WI-PASS, D1-WI-IX, 2)
356253         MOVE D1-SRC-SUM-LIST2(SRCX)
356254             TO D1-WIP-SRC-VAL(D1-WI-PASS, D1-WI-IX, 3)
356255         MOVE D1-SRC-MATCHED(SRCX)
356256             TO D1-WIP-SRC-VAL(D1-WI-PASS, D1-WI-IX, 4)
356257         MOVE D1-SRC-READ-REJECTS(SRCX)
356258             TO D1-WIP-SRC-VAL(D1-WI-PASS, D1-WI-IX, 5)
356259     END-PERFORM.
356260 6200-CAPTURE-TOTALS-EXIT.
356261     EXIT.

356262*----------------------------------------------------------------*
356263*  6300-CAPTURE-CLASSES - ONE CLASS ENTRY PER DISTINCT VALUE OF  *
356264*  EACH SORTED LIST: M WHEN THE OTHER LIST HOLDS IT, OTHERWISE   *
356265*  C OR F BY THE SAME NEAREST-VALUE TEST 4170 APPLIES UNDER THIS *
356266*  PASS'S TOLERANCE; A SECOND BYTE OF D MARKS A VALUE THAT       *
356267*  APPEARS MORE THAN ONCE IN ITS LIST.  THE LISTS ARE SORTED, SO *
356268*  THE ENTRIES GO IN IN SIDE/ID ORDER READY FOR THE 6600 MERGE.  *
356269*----------------------------------------------------------------*
356270 6300-CAPTURE-CLASSES.
356271     IF D1-WI-BASELINE-PASS
356272         MOVE ZERO TO D1-WI-BASE-COUNT
356273     ELSE
356274         MOVE ZERO TO D1-WI-ALT-COUNT
356275     END-IF.
356276     PERFORM VARYING LX1 FROM 1 BY 1 UNTIL LX1 > D1-TABLE-COUNT
356277         IF LX1 = 1 OR LIST1(LX1) NOT = LIST1(LX1 - 1)
356278             MOVE "1" TO D1-WIN-SIDE
356279             MOVE LIST1(LX1) TO D1-WIN-ID
356280             MOVE SPACES TO D1-WI-NEW-CLASS
356281             SEARCH ALL LIST2-ENTRY
356282                 AT END
356283                     MOVE LIST1(LX1) TO D1-NEAR-TARGET
356284                     PERFORM 4150-FIND-NEAREST-IN-LIST2
356285                         THRU 4150-FIND-NEAREST-IN-LIST2-EXIT
356286                     IF D1-NEAR-BEST-DELTA <= D1-TOLERANCE
356287                         MOVE "C" TO D1-WI-NEW-CLASS
356288                     ELSE
356289                         MOVE "F" TO D1-WI-NEW-CLASS
356290                     END-IF
356291                 WHEN LIST2(LX2) = LIST1(LX1)
356292                     MOVE "M" TO D1-WI-NEW-CLASS
356293             END-SEARCH
356294             IF LX1 < D1-TABLE-COUNT
356295                     AND LIST1(LX1 + 1) = LIST1(LX1)
356296                 MOVE "D" TO D1-WI-NEW-CLASS(2:1)
356297             END-IF
356298             PERFORM 6310-ADD-CLASS THRU 6310-ADD-CLASS-EXIT
356299         END-IF
356300     END-PERFORM.
356301     PERFORM VARYING LX2 FROM 1 BY 1 UNTIL LX2 > D1-TABLE-COUNT
356302         IF LX2 = 1 OR LIST2(LX2) NOT = LIST2(LX2 - 1)
356303             MOVE "2" TO D1-WIN-SIDE
356304             MOVE LIST2(LX2) TO D1-WIN-ID
356305             MOVE SPACES TO D1-WI-NEW-CLASS
356306             SEARCH ALL LIST1-ENTRY
356307                 AT END
356308                     MOVE LIST2(LX2) TO D1-NEAR-TARGET
356309                     PERFORM 4160-FIND-NEAREST-IN-LIST1
356310                         THRU 4160-FIND-NEAREST-IN-LIST1-EXIT
356311                     IF D1-NEAR-BEST-DELTA <= D1-TOLERANCE
356312                         MOVE "C" TO D1-WI-NEW-CLASS
356313                     ELSE
356314                         MOVE "F" TO D1-WI-NEW-CLASS
356315                     END-IF
356316                 WHEN LIST1(LX1) = LIST2(LX2)
356317                     MOVE "M" TO D1-WI-NEW-CLASS
356318             END-SEARCH
356319             IF LX2 < D1-TABLE-COUNT
356320                     AND LIST2(LX2 + 1) = LIST2(LX2)
356321                 MOVE "D" TO D1-WI-NEW-CLASS(2:1)
356322             END-IF
356323             PERFORM 6310-ADD-CLASS THRU 6310-ADD-CLASS-EXIT
356324         END-IF
356325     END-PERFORM.
356326 6300-CAPTURE-CLASSES-EXIT.
356327     EXIT.

356328 6310-ADD-CLASS.
356329     IF D1-WI-BASELINE-PASS
356330         ADD 1 TO D1-WI-BASE-COUNT
356331         MOVE D1-WI-NEW-KEY TO D1-WIB-KEY(D1-WI-BASE-COUNT)
356332         MOVE D1-WI-NEW-CLASS TO D1-WIB-CLASS(D1-WI-BASE-COUNT)
356333     ELSE
356334         ADD 1 TO D1-WI-ALT-COUNT
356335         MOVE D1-WI-NEW-KEY TO D1-WIA-KEY(D1-WI-ALT-COUNT)
356336         MOVE D1-WI-NEW-CLASS TO D1-WIA-CLASS(D1-WI-ALT-COUNT)
356337     END-IF.
356338 6310-ADD-CLASS-EXIT.
356339     EXIT.

356340*----------------------------------------------------------------*
356341*  6500-WRITE-WHATIF-REPORT - WHATIF.TXT: THE TWO PARAMETER      *
356342*  SETS, EVERY CONTROL TOTAL, EACH SOURCE SLOT AND ITS CONTROL   *
356343*  RESULT, THEN EVERY LOCATION ID WHOSE CLASSIFICATION DIFFERS   *
356344*  BETWEEN THE PASSES.  AN * MARKS EACH LINE WHERE THEY DIFFER.  *
356345*----------------------------------------------------------------*
356346 6500-WRITE-WHATIF-REPORT.
356347     OPEN OUTPUT WHATIF-FILE.
356348     MOVE SPACES TO WHATIF-RECORD.
356349     STRING "EX2 WHAT-IF COMPARISON - RUN DATE " DELIMITED BY SIZE
356350            D1-RUN-DATE DELIMITED BY SIZE
356351         INTO WHATIF-RECORD.
356352     WRITE WHATIF-RECORD.
356353     MOVE SPACES TO WHATIF-RECORD.
356354     STRING "EXTRACT ...... " DELIMITED BY SIZE
356355            D1-INPUT-FILENAME DELIMITED BY SIZE
356356         INTO WHATIF-RECORD.
356357     WRITE WHATIF-RECORD.
356358     MOVE "BASELINE ..... EX2PARM.CDS" TO WHATIF-RECORD.
356359     WRITE WHATIF-RECORD.
356360     MOVE SPACES TO WHATIF-RECORD.
356361     STRING "ALTERNATE .... " DELIMITED BY SIZE
356362            D1-ALTPARM-FILENAME DELIMITED BY SIZE
356363         INTO WHATIF-RECORD.
356364     WRITE WHATIF-RECORD.
356365     MOVE SPACES TO WHATIF-RECORD.
356366     WRITE WHATIF-RECORD.
356367     PERFORM 6510-WRITE-PARM-SECTION
356368         THRU 6510-WRITE-PARM-SECTION-EXIT.
356369     MOVE SPACES TO WHATIF-RECORD.
356370     WRITE WHATIF-RECORD.
356371     WRITE WHATIF-RECORD FROM D1-WI-TOTAL-HEAD.
356372     PERFORM VARYING D1-WI-VX FROM 1 BY 1 UNTIL D1-WI-VX > 17
356373         MOVE D1-WI-TOTAL-LABEL(D1-WI-VX) TO WIT-LABEL
356374         MOVE D1-WIP-TOTAL(1, D1-WI-VX) TO D1-WI-BASE-VAL
356375         MOVE D1-WIP-TOTAL(2, D1-WI-VX) TO D1-WI-ALT-VAL
356376         PERFORM 6520-WRITE-TOTAL-LINE
356377             THRU 6520-WRITE-TOTAL-LINE-EXIT
356378     END-PERFORM.
356379     MOVE SPACES TO WHATIF-RECORD.
356380     WRITE WHATIF-RECORD.
356381     PERFORM 6530-WRITE-SOURCE-SECTION
356382         THRU 6530-WRITE-SOURCE-SECTION-EXIT.
356383     MOVE SPACES TO WHATIF-RECORD.
356384     WRITE WHATIF-RECORD.
356385     MOVE "LOCATION IDS WHOSE CLASSIFICATION CHANGED"
356386         TO WHATIF-RECORD.
356387     WRITE WHATIF-RECORD.
356388     WRITE WHATIF-RECORD FROM D1-WI-CHG-HEAD.
356389     PERFORM 6600-LIST-CHANGES THRU 6600-LIST-CHANGES-EXIT.
356390     MOVE D1-WI-CHANGE-CT TO D1-WI-EDIT-CT.
356391     MOVE SPACES TO WHATIF-RECORD.
356392     STRING "IDS CHANGED .. " DELIMITED BY SIZE
356393            D1-WI-EDIT-CT DELIMITED BY SIZE
356394         INTO WHATIF-RECORD.
356395     WRITE WHATIF-RECORD.
356396     CLOSE WHATIF-FILE.
356397 6500-WRITE-WHATIF-REPORT-EXIT.
356398     EXIT.

356399*----------------------------------------------------------------*
356400*  6510-WRITE-PARM-SECTION - ONE LINE PER TUNING KEYWORD.        *
356401*----------------------------------------------------------------*
356402 6510-WRITE-PARM-SECTION.
356403     MOVE "PARAMETER" TO WIR-LABEL.
356404     MOVE "BASELINE" TO WIR-BASE.
356405     MOVE "ALTERNATE" TO WIR-ALT.
356406     MOVE SPACE TO WIR-FLAG.
356407     WRITE WHATIF-RECORD FROM D1-WI-PARM-LINE.
356408     MOVE "TOLERANCE" TO WIR-LABEL.
356409     MOVE D1-WIS-TOLERANCE(1) TO WIR-BASE.
356410     MOVE D1-WIS-TOLERANCE(2) TO WIR-ALT.
356411     PERFORM 6515-WRITE-PARM-LINE THRU 6515-WRITE-PARM-LINE-EXIT.
356412     MOVE "LAYOUT" TO WIR-LABEL.
356413     MOVE D1-WIS-LAYOUT(1) TO WIR-BASE.
356414     MOVE D1-WIS-LAYOUT(2) TO WIR-ALT.
356415     PERFORM 6515-WRITE-PARM-LINE THRU 6515-WRITE-PARM-LINE-EXIT.
356416     MOVE "REJPCT" TO WIR-LABEL.
356417     MOVE D1-WIS-REJECT-PCT(1) TO WIR-BASE.
356418     MOVE D1-WIS-REJECT-PCT(2) TO WIR-ALT.
356419     PERFORM 6515-WRITE-PARM-LINE THRU 6515-WRITE-PARM-LINE-EXIT.
356420     MOVE "DUPPOLICY" TO WIR-LABEL.
356421     MOVE D1-WIS-DUP-POLICY(1) TO WIR-BASE.
356422     MOVE D1-WIS-DUP-POLICY(2) TO WIR-ALT.
356423     PERFORM 6515-WRITE-PARM-LINE THRU 6515-WRITE-PARM-LINE-EXIT.
356424     MOVE "DUPMAX" TO WIR-LABEL.
356425     MOVE D1-WIS-DUP-MAX(1) TO WIR-BASE.
356426     MOVE D1-WIS-DUP-MAX(2) TO WIR-ALT.
356427     PERFORM 6515-WRITE-PARM-LINE THRU 6515-WRITE-PARM-LINE-EXIT.
356428     MOVE "CTLRECS" TO WIR-LABEL.
356429     IF D1-WIS-CTL-REQUIRED(1) = "Y"
356430         MOVE "REQUIRED" TO WIR-BASE
356431     ELSE
356432         MOVE "OPTIONAL" TO WIR-BASE
356433     END-IF.
356434     IF D1-WIS-CTL-REQUIRED(2) = "Y"
356435         MOVE "REQUIRED" TO WIR-ALT
356436     ELSE
356437         MOVE "OPTIONAL" TO WIR-ALT
356438     END-IF.
356439     PERFORM 6515-WRITE-PARM-LINE THRU 6515-WRITE-PARM-LINE-EXIT.
356440     MOVE "STALEDAYS" TO WIR-LABEL.
356441     MOVE D1-WIS-STALE-DAYS(1) TO WIR-BASE.
356442     MOVE D1-WIS-STALE-DAYS(2) TO WIR-ALT.
356443     PERFORM 6515-WRITE-PARM-LINE THRU 6515-WRITE-PARM-LINE-EXIT.
356444 6510-WRITE-PARM-SECTION-EXIT.
356445     EXIT.

356446 6515-WRITE-PARM-LINE.
356447     IF WIR-BASE = WIR-ALT
356448         MOVE SPACE TO WIR-FLAG
356449     ELSE
356450         MOVE "*" TO WIR-FLAG
356451     END-IF.
356452     WRITE WHATIF-RECORD FROM D1-WI-PARM-LINE.
356453 6515-WRITE-PARM-LINE-EXIT.
356454     EXIT.

356455*----------------------------------------------------------------*
356456*  6520-WRITE-TOTAL-LINE - ONE BASELINE/ALTERNATE/DELTA LINE FOR *
356457*  THE LABEL ALREADY IN WIT-LABEL.                               *
356458*----------------------------------------------------------------*
356459 6520-WRITE-TOTAL-LINE.
356460     MOVE D1-WI-BASE-VAL TO WIT-BASE.
356461     MOVE D1-WI-ALT-VAL TO WIT-ALT.
356462     COMPUTE D1-WI-DELTA = D1-WI-ALT-VAL - D1-WI-BASE-VAL.
356463     MOVE D1-WI-DELTA TO WIT-DELTA.
356464     IF D1-WI-DELTA = ZERO
356465         MOVE SPACE TO WIT-FLAG
356466     ELSE
356467         MOVE "*" TO WIT-FLAG
356468     END-IF.
356469     WRITE WHATIF-RECORD FROM D1-WI-TOTAL-LINE.
356470 6520-WRITE-TOTAL-LINE-EXIT.
356471     EXIT.

356472*----------------------------------------------------------------*
356473*  6530-WRITE-SOURCE-SECTION - EVERY SOURCE CODE EITHER PASS     *
356474*  SAW (A LAYOUT CHANGE CAN MAKE A SOURCE APPEAR OR VANISH),     *
356475*  WITH ITS SLOT TOTALS AND CONTROL RESULT UNDER EACH PASS.  A   *
356476*  SOURCE A PASS DID NOT SEE SHOWS ZERO AND "NOT READ" THERE.    *
356477*----------------------------------------------------------------*
356478 6530-WRITE-SOURCE-SECTION.
356479     MOVE ZERO TO D1-WI-UNION-COUNT.
356480     PERFORM VARYING D1-WI-PX FROM 1 BY 1 UNTIL D1-WI-PX > 2
356481         PERFORM VARYING D1-WI-IX FROM 1 BY 1
356482                 UNTIL D1-WI-IX > D1-WIP-SRC-COUNT(D1-WI-PX)
356483             MOVE D1-WIP-SRC-CODE(D1-WI-PX, D1-WI-IX)
356484                 TO D1-WI-FIND-CODE
356485             PERFORM 6535-ADD-UNION-CODE
356486                 THRU 6535-ADD-UNION-CODE-EXIT
356487         END-PERFORM
356488     END-PERFORM.
356489     PERFORM VARYING D1-WI-UX FROM 1 BY 1
356490             UNTIL D1-WI-UX > D1-WI-UNION-COUNT
356491         MOVE D1-WIU-CODE(D1-WI-UX) TO D1-WI-FIND-CODE
356492         MOVE 1 TO D1-WI-PX
356493         PERFORM 6545-FIND-SLOT THRU 6545-FIND-SLOT-EXIT
356494         MOVE D1-WI-SLOT TO D1-WI-SX1
356495         MOVE 2 TO D1-WI-PX
356496         PERFORM 6545-FIND-SLOT THRU 6545-FIND-SLOT-EXIT
356497         MOVE D1-WI-SLOT TO D1-WI-SX2
356498         PERFORM VARYING D1-WI-VX FROM 1 BY 1 UNTIL D1-WI-VX > 5
356499             MOVE SPACES TO WIT-LABEL
356500             STRING "SOURCE " D1-WI-FIND-CODE " "
356501                    D1-WI-SRC-LABEL(D1-WI-VX)
356502                    DELIMITED BY SIZE
356503                 INTO WIT-LABEL
356504             MOVE ZERO TO D1-WI-BASE-VAL D1-WI-ALT-VAL
356505             IF D1-WI-SX1 > ZERO
356506                 MOVE D1-WIP-SRC-VAL(1, D1-WI-SX1, D1-WI-VX)
356507                     TO D1-WI-BASE-VAL
356508             END-IF
356509             IF D1-WI-SX2 > ZERO
356510                 MOVE D1-WIP-SRC-VAL(2, D1-WI-SX2, D1-WI-VX)
356511                     TO D1-WI-ALT-VAL
356512             END-IF
356513             PERFORM 6520-WRITE-TOTAL-LINE
356514                 THRU 6520-WRITE-TOTAL-LINE-EXIT
356515         END-PERFORM
356516         MOVE SPACES TO WIR-LABEL
356517         STRING "SOURCE " D1-WI-FIND-CODE " CONTROLS"
356518                DELIMITED BY SIZE
356519             INTO WIR-LABEL
356520         MOVE D1-WI-SX1 TO D1-WI-SLOT
356521         MOVE 1 TO D1-WI-PX
356522         PERFORM 6550-CONTROL-TEXT THRU 6550-CONTROL-TEXT-EXIT
356523         MOVE D1-WI-CTL-TEXT TO WIR-BASE
356524         MOVE D1-WI-SX2 TO D1-WI-SLOT
356525         MOVE 2 TO D1-WI-PX
356526         PERFORM 6550-CONTROL-TEXT THRU 6550-CONTROL-TEXT-EXIT
356527         MOVE D1-WI-CTL-TEXT TO WIR-ALT
356528         PERFORM 6515-WRITE-PARM-LINE
356529             THRU 6515-WRITE-PARM-LINE-EXIT
356530     END-PERFORM.
356531 6530-WRITE-SOURCE-SECTION-EXIT.
356532     EXIT.

356533 6535-ADD-UNION-CODE.
356534     PERFORM VARYING D1-WI-UX FROM 1 BY 1
356535             UNTIL D1-WI-UX > D1-WI-UNION-COUNT
356536         IF D1-WIU-CODE(D1-WI-UX) = D1-WI-FIND-CODE
356537             GO TO 6535-ADD-UNION-CODE-EXIT
356538         END-IF
356539     END-PERFORM.
356540     ADD 1 TO D1-WI-UNION-COUNT.
356541     MOVE D1-WI-FIND-CODE TO D1-WIU-CODE(D1-WI-UNION-COUNT).
356542 6535-ADD-UNION-CODE-EXIT.
356543     EXIT.

356544*----------------------------------------------------------------*
356545*  6545-FIND-SLOT - THE SLOT OF CODE D1-WI-FIND-CODE IN PASS     *
356546*  D1-WI-PX INTO D1-WI-SLOT, ZERO WHEN THE PASS DID NOT SEE IT.  *
356547*----------------------------------------------------------------*
356548 6545-FIND-SLOT.
356549     MOVE ZERO TO D1-WI-SLOT.
356550     PERFORM VARYING D1-WI-IX FROM 1 BY 1
356551             UNTIL D1-WI-IX > D1-WIP-SRC-COUNT(D1-WI-PX)
356552             OR D1-WI-SLOT > ZERO
356553         IF D1-WIP-SRC-CODE(D1-WI-PX, D1-WI-IX) = D1-WI-FIND-CODE
356554             MOVE D1-WI-IX TO D1-WI-SLOT
356555         END-IF
356556     END-PERFORM.
356557 6545-FIND-SLOT-EXIT.
356558     EXIT.

356559 6550-CONTROL-TEXT.
356560     IF D1-WI-SLOT = ZERO
356561         MOVE "NOT READ" TO D1-WI-CTL-TEXT
356562         GO TO 6550-CONTROL-TEXT-EXIT
356563     END-IF.
356564     MOVE D1-WIP-SRC-CTL(D1-WI-PX, D1-WI-SLOT) TO D1-WI-CTL-CODE.
356565     EVALUATE D1-WI-CTL-CODE
356566         WHEN "B"
356567             MOVE "BALANCED" TO D1-WI-CTL-TEXT
356568         WHEN "I"
356569             MOVE "NO CONTROLS" TO D1-WI-CTL-TEXT
356570         WHEN "F"
356571             MOVE "OUT OF BAL" TO D1-WI-CTL-TEXT
356572         WHEN OTHER
356573             MOVE "NOT CHECKED" TO D1-WI-CTL-TEXT
356574     END-EVALUATE.
356575 6550-CONTROL-TEXT-EXIT.
356576     EXIT.

356577*----------------------------------------------------------------*
356578*  6600-LIST-CHANGES - MERGE THE TWO CLASS TABLES BY SIDE/ID.    *
356579*  AN ID ONE PASS NEVER LOADED (A LAYOUT OR REJECT CHANGE) IS    *
356580*  NOT LOADED ON THAT SIDE; EVERY ID WHOSE CLASS DIFFERS IS      *
356581*  LISTED WITH ITS MASTER NAME AND REGION.                       *
356582*----------------------------------------------------------------*
356583 6600-LIST-CHANGES.
356584     MOVE ZERO TO D1-WI-CHANGE-CT.
356585     MOVE 1 TO D1-WI-BX D1-WI-AX.
356586     PERFORM UNTIL D1-WI-BX > D1-WI-BASE-COUNT
356587             AND D1-WI-AX > D1-WI-ALT-COUNT
356588         EVALUATE TRUE
356589             WHEN D1-WI-BX > D1-WI-BASE-COUNT
356590                 MOVE D1-WIA-KEY(D1-WI-AX) TO D1-WI-NEW-KEY
356591                 MOVE "N " TO D1-WI-CHG-BASE
356592                 MOVE D1-WIA-CLASS(D1-WI-AX) TO D1-WI-CHG-ALT
356593                 ADD 1 TO D1-WI-AX
356594             WHEN D1-WI-AX > D1-WI-ALT-COUNT
356595                 MOVE D1-WIB-KEY(D1-WI-BX) TO D1-WI-NEW-KEY
356596                 MOVE D1-WIB-CLASS(D1-WI-BX) TO D1-WI-CHG-BASE
356597                 MOVE "N " TO D1-WI-CHG-ALT
356598                 ADD 1 TO D1-WI-BX
356599             WHEN D1-WIB-KEY(D1-WI-BX) = D1-WIA-KEY(D1-WI-AX)
356600                 MOVE D1-WIB-KEY(D1-WI-BX) TO D1-WI-NEW-KEY
356601                 MOVE D1-WIB-CLASS(D1-WI-BX) TO D1-WI-CHG-BASE
356602                 MOVE D1-WIA-CLASS(D1-WI-AX) TO D1-WI-CHG-ALT
356603                 ADD 1 TO D1-WI-BX
356604                 ADD 1 TO D1-WI-AX
356605             WHEN D1-WIB-KEY(D1-WI-BX) < D1-WIA-KEY(D1-WI-AX)
356606                 MOVE D1-WIB-KEY(D1-WI-BX) TO D1-WI-NEW-KEY
356607                 MOVE D1-WIB-CLASS(D1-WI-BX) TO D1-WI-CHG-BASE
356608                 MOVE "N " TO D1-WI-CHG-ALT
356609                 ADD 1 TO D1-WI-BX
356610             WHEN OTHER
356611                 MOVE D1-WIA-KEY(D1-WI-AX) TO D1-WI-NEW-KEY
356612                 MOVE "N " TO D1-WI-CHG-BASE
356613                 MOVE D1-WIA-CLASS(D1-WI-AX) TO D1-WI-CHG-ALT
356614                 ADD 1 TO D1-WI-AX
356615         END-EVALUATE
356616         IF D1-WI-CHG-BASE NOT = D1-WI-CHG-ALT
356617             PERFORM 6610-WRITE-CHANGE THRU 6610-WRITE-CHANGE-EXIT
356618         END-IF
356619     END-PERFORM.
356620 6600-LIST-CHANGES-EXIT.
356621     EXIT.

356622 6610-WRITE-CHANGE.
356623     ADD 1 TO D1-WI-CHANGE-CT.
356624     IF D1-WIN-SIDE = "1"
356625         MOVE "LIST1" TO WIC-SIDE
356626     ELSE
356627         MOVE "LIST2" TO WIC-SIDE
356628     END-IF.
356629     MOVE D1-WIN-ID TO WIC-ID.
356630     MOVE D1-WI-CHG-BASE TO D1-WI-CLASS-CODE.
356631     PERFORM 6620-CLASS-TEXT THRU 6620-CLASS-TEXT-EXIT.
356632     MOVE D1-WI-CLASS-TEXT TO WIC-BASE.
356633     MOVE D1-WI-CHG-ALT TO D1-WI-CLASS-CODE.
356634     PERFORM 6620-CLASS-TEXT THRU 6620-CLASS-TEXT-EXIT.
356635     MOVE D1-WI-CLASS-TEXT TO WIC-ALT.
356636     MOVE D1-WIN-ID TO D1-MST-TARGET.
356637     PERFORM 1750-FIND-MASTER THRU 1750-FIND-MASTER-EXIT.
356638     MOVE D1-MST-OUT-NAME TO WIC-SITE-NAME.
356639     MOVE D1-MST-OUT-REGION TO WIC-REGION.
356640     WRITE WHATIF-RECORD FROM D1-WI-CHG-LINE.
356641 6610-WRITE-CHANGE-EXIT.
356642     EXIT.

356643 6620-CLASS-TEXT.
356644     EVALUATE D1-WI-CLASS-CODE(1:1)
356645         WHEN "M"
356646             MOVE "MATCHED" TO D1-WI-CLASS-TEXT
356647         WHEN "C"
356648             MOVE "CLOSE MISS" TO D1-WI-CLASS-TEXT
356649         WHEN "F"
356650             MOVE "FAR MISS" TO D1-WI-CLASS-TEXT
356651         WHEN OTHER
356652             MOVE "NOT LOADED" TO D1-WI-CLASS-TEXT
356653     END-EVALUATE.
356654     IF D1-WI-CLASS-CODE(2:1) = "D"
356655         MOVE "DUP" TO D1-WI-CLASS-TEXT(12:3)
356656     END-IF.
356657 6620-CLASS-TEXT-EXIT.
356658     EXIT.

356659*----------------------------------------------------------------*
356660*  8190-CAPTURE-TIME / 8100-PHASE-START / 8150-PHASE-END - THE   *
356661*  TIMING PRIMITIVES.  8190 LEAVES THE CURRENT TIME IN           *
356662*  D1-TIME-CS AS HUNDREDTHS OF A SECOND SINCE MIDNIGHT; 8100     *
356663*  MARKS A PHASE'S START; 8150 CLOSES THE PHASE NAMED IN         *
356700*  D1-PHASE-NAME INTO THE PHASE TABLE, ADDING A FULL DAY WHEN    *
356800*  THE CLOCK WRAPPED.  A NINTH PHASE WOULD OVERRUN THE TABLE     *
356900*  AND IS DROPPED - TIMING MUST NEVER ABEND THE BUSINESS RUN.    *
360100*  EVENT SO THE RECORD IS ON DISK EVEN IF THE RUN STOPS ON THE   *
360200*  NEXT STATEMENT; THE SOURCE FIELD IS CLEARED AFTERWARD SO IT   *
360300*  CANNOT LEAK INTO AN UNRELATED EVENT.                          *
360310*  A WHAT-IF RUN RAISES NO EVENTS - ITS MESSAGES STAY IN THE LOG.*
360400*----------------------------------------------------------------*
360500 8300-WRITE-EVENT.
360510     IF D1-WHATIF-MODE
360520         MOVE SPACES TO D1-EVT-SOURCE
360530         GO TO 8300-WRITE-EVENT-EXIT
360540     END-IF.
360600     PERFORM 8190-CAPTURE-TIME THRU 8190-CAPTURE-TIME-EXIT.
360700     OPEN EXTEND EVENTS-FILE.
360800     MOVE SPACES TO EVENTS-RECORD.
361800 8300-WRITE-EVENT-EXIT.
361900     EXIT.

361910*----------------------------------------------------------------*
361920*  8400-DATE-TO-SERIAL - CONVERT D1-CNV-DATE (yyyymmdd) TO A     *
361930*  GREGORIAN DAY NUMBER IN D1-CNV-SERIAL: WHOLE YEARS BEFORE     *
361940*  THIS ONE (WITH THE 4/100/400 LEAP CORRECTIONS), THE DAYS OF   *
361950*  THE COMPLETED MONTHS, THE DAY OF MONTH, AND ONE MORE WHEN     *
361960*  THIS YEAR IS A LEAP YEAR AND THE DATE IS PAST FEBRUARY.  THE  *
361970*  CALLER HAS ALREADY EDITED THE MONTH.                          *
361980*----------------------------------------------------------------*
361990 8400-DATE-TO-SERIAL.
362000     COMPUTE D1-CNV-YPRIOR = D1-CNV-YYYY - 1.
362010     DIVIDE D1-CNV-YPRIOR BY 4 GIVING D1-CNV-Q4.
362020     DIVIDE D1-CNV-YPRIOR BY 100 GIVING D1-CNV-Q100.
362030     DIVIDE D1-CNV-YPRIOR BY 400 GIVING D1-CNV-Q400.
362040     COMPUTE D1-CNV-SERIAL =
362050         (D1-CNV-YPRIOR * 365)
362060         + D1-CNV-Q4 - D1-CNV-Q100 + D1-CNV-Q400
362070         + D1-CUM(D1-CNV-MM)
362080         + D1-CNV-DD.
362090     IF D1-CNV-MM > 2
362100         PERFORM 8450-CHECK-CNV-LEAP-YEAR
362110             THRU 8450-CHECK-CNV-LEAP-YEAR-EXIT
362120         IF D1-IS-LEAP-YEAR
362130             ADD 1 TO D1-CNV-SERIAL
362140         END-IF
362150     END-IF.
362160 8400-DATE-TO-SERIAL-EXIT.
362170     EXIT.

362180*----------------------------------------------------------------*
362190*  8450-CHECK-CNV-LEAP-YEAR - THE 1650 LEAP YEAR TEST APPLIED TO *
362200*  D1-CNV-YYYY INSTEAD OF THE PRIOR-DATE YEAR.                   *
362210*----------------------------------------------------------------*
362220 8450-CHECK-CNV-LEAP-YEAR.
362230     MOVE "N" TO D1-LEAP-SW.
362240     DIVIDE D1-CNV-YYYY BY 400 GIVING D1-YEAR-QUOTIENT
362250         REMAINDER D1-YEAR-REM400.
362260     IF D1-YEAR-REM400 = 0
362270         SET D1-IS-LEAP-YEAR TO TRUE
362280         GO TO 8450-CHECK-CNV-LEAP-YEAR-EXIT
362290     END-IF.
362300     DIVIDE D1-CNV-YYYY BY 100 GIVING D1-YEAR-QUOTIENT
362310         REMAINDER D1-YEAR-REM100.
362320     IF D1-YEAR-REM100 = 0
362330         GO TO 8450-CHECK-CNV-LEAP-YEAR-EXIT
362340     END-IF.
362350     DIVIDE D1-CNV-YYYY BY 4 GIVING D1-YEAR-QUOTIENT
362360         REMAINDER D1-YEAR-REM4.
362370     IF D1-YEAR-REM4 = 0
362380         SET D1-IS-LEAP-YEAR TO TRUE
362390     END-IF.
362400 8450-CHECK-CNV-LEAP-YEAR-EXIT.
362410     EXIT.
362411*----------------------------------------------------------------*
362412*  8500-RECORD-DIST-STATE - APPEND THE DAY'S DISTRIBUTION STATE  *
362413*  TO DISTLOG.DAT.  A RUN 9999-TERMINATE HELD IS LEDGERED "H"    *
362414*  WITH ITS CAUSES SO THE OPERATOR SIGNING THE RELEASE CAN SEE   *
362415*  WHY; ANY OTHER RUN IS LEDGERED "C" AND EX2DIST PUBLISHES IT.  *
362416*  A CLEAN RERUN OF A HELD DAY SUPERSEDES THE HOLD.              *
362417*----------------------------------------------------------------*
362418 8500-RECORD-DIST-STATE.
362419     PERFORM 8190-CAPTURE-TIME THRU 8190-CAPTURE-TIME-EXIT.
362420     MOVE D1-REVISION TO D1-REV-99.
362422     OPEN EXTEND DISTLOG-FILE.
362424     IF NOT D1-DISTLOG-STATUS-OK
362426         MOVE "DISTLOG.DAT" TO D1-LEDGER-NAME
362428         MOVE D1-DISTLOG-STATUS TO D1-LEDGER-STATUS
362430         PERFORM 8590-LEDGER-FAILED THRU 8590-LEDGER-FAILED-EXIT
362432     END-IF.
362434     MOVE SPACES TO DISTLOG-RECORD.
362436     MOVE D1-RUN-DATE TO DL-RUN-DATE.
362438     MOVE D1-REVISION TO DL-REVISION.
362440     ACCEPT DL-STAMP-DATE FROM DATE YYYYMMDD.
362442     MOVE D1-TIME-NOW TO DL-STAMP-TIME.
362444     MOVE "EX2" TO DL-OPERATOR.
362446     IF D1-DIST-HELD
362448         MOVE "H" TO DL-ACTION
362450         MOVE 1 TO D1-DIST-PTR
362452         STRING "HELD -" DELIMITED BY SIZE
362454             INTO DL-REASON WITH POINTER D1-DIST-PTR
362456         IF D1-REJECT-COUNT * 100 >
362458                 D1-REJECT-PCT * D1-TABLE-COUNT
362460             STRING " REJECT RATE" DELIMITED BY SIZE
362462                 INTO DL-REASON WITH POINTER D1-DIST-PTR
362464         END-IF
362466         IF D1-DUP-FAILED
362468             STRING " DUPLICATES" DELIMITED BY SIZE
362470                 INTO DL-REASON WITH POINTER D1-DIST-PTR
362472         END-IF
362474         IF D1-CTL-OUT-OF-BALANCE
362476             STRING " CONTROL TOTALS" DELIMITED BY SIZE
362478                 INTO DL-REASON WITH POINTER D1-DIST-PTR
362480         END-IF
362482     ELSE
362484         MOVE "C" TO DL-ACTION
362486         MOVE "CLEAN RUN - AWAITING DISTRIBUTION" TO DL-REASON
362488     END-IF.
362490     WRITE DISTLOG-RECORD.
362492     IF D1-DISTLOG-STATUS NOT = "00"
362494         MOVE "DISTLOG.DAT" TO D1-LEDGER-NAME
362496         MOVE D1-DISTLOG-STATUS TO D1-LEDGER-STATUS
362498         PERFORM 8590-LEDGER-FAILED THRU 8590-LEDGER-FAILED-EXIT
362500     END-IF.
362502     CLOSE DISTLOG-FILE.
362504     DISPLAY "EX2062I DISTRIBUTION STATE " DL-ACTION
362506         " LEDGERED FOR " D1-RUN-DATE "R" D1-REV-99.
362508 8500-RECORD-DIST-STATE-EXIT.
362510     EXIT.

362511*----------------------------------------------------------------*
362512*  8590-LEDGER-FAILED - THE WITHDRAWAL OR DISTRIBUTION LEDGER    *
362513*  NAMED IN D1-LEDGER-NAME COULD NOT BE OPENED OR WRITTEN.       *
362514*  EX2SUM, EX2LOCQ AND EX2DIST ALL ACT ON THESE LEDGERS, SO A    *
362515*  LOST ENTRY WOULD LEAVE THEM WORKING FROM THE WRONG STATE -    *
362516*  END THE RUN RC 16 RATHER THAN CARRY ON WITHOUT IT.            *
362517*----------------------------------------------------------------*
362518 8590-LEDGER-FAILED.
362519     DISPLAY "EX2986E CANNOT UPDATE " D1-LEDGER-NAME
362520         " STATUS " D1-LEDGER-STATUS " - JOB TERMINATED".
362521     MOVE "EX2986E" TO D1-EVT-CODE.
362522     MOVE "E" TO D1-EVT-SEVERITY.
362523     MOVE SPACES TO D1-EVT-TEXT.
362524     STRING "LEDGER UPDATE FAILED - " DELIMITED BY SIZE
362525            D1-LEDGER-NAME DELIMITED BY SPACE
362526            " - TERMINATED" DELIMITED BY SIZE
362527         INTO D1-EVT-TEXT.
362528     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
362529     MOVE 16 TO RETURN-CODE.
362530     STOP RUN.
362531 8590-LEDGER-FAILED-EXIT.
362532     EXIT.

362533*----------------------------------------------------------------*
362534*  8595-CARRIED-FILE-FAILED - THE CARRIED OR DATED FILE NAMED IN *
362535*  D1-FAIL-FILE COULD NOT BE OPENED OR WRITTEN IN FULL.  THE     *
362536*  NEXT RUN AND THE INQUIRY PROGRAMS WOULD READ A SHORT FILE AS  *
362537*  THE WHOLE STORY, SO END THE RUN RC 16.  THE PRE-RUN SNAPSHOTS *
362538*  (1950) LET EX2BACK PUT THE CARRIED FILES BACK.                *
362539*----------------------------------------------------------------*
362540 8595-CARRIED-FILE-FAILED.
362541     DISPLAY "EX2985E CANNOT WRITE " D1-FAIL-FILE
362542         " STATUS " D1-FAIL-STATUS " - JOB TERMINATED".
362543     MOVE "EX2985E" TO D1-EVT-CODE.
362544     MOVE "E" TO D1-EVT-SEVERITY.
362545     MOVE SPACES TO D1-EVT-TEXT.
362546     STRING "FILE WRITE FAILED - " DELIMITED BY SIZE
362547            D1-FAIL-FILE DELIMITED BY SPACE
362548            " - TERMINATED" DELIMITED BY SIZE
362549         INTO D1-EVT-TEXT.
362550     PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT.
362551     MOVE 16 TO RETURN-CODE.
362552     STOP RUN.
362553 8595-CARRIED-FILE-FAILED-EXIT.
362554     EXIT.

362555*----------------------------------------------------------------*
362556*  8600-CHARGE-REJECT-HOLD - THE REJECT-RATE HOLD IS RAISED FOR  *
362557*  THE WHOLE EXTRACT.  SO THE MONTH-END SCORECARD CAN SAY WHICH  *
362558*  SOURCES CAUSED IT, EACH SOURCE THAT HAD RECORDS REJECTED      *
362559*  TODAY GETS AN EX2064I EVENT CARRYING ITS CODE AND COUNT.      *
362560*  REJECTS WHOSE SOURCE CODE WAS NOT RECOGNIZED CANNOT BE        *
362561*  CHARGED AND ARE LEFT OUT.                                     *
362562*----------------------------------------------------------------*
362563 8600-CHARGE-REJECT-HOLD.
362564     PERFORM VARYING SRCX FROM 1 BY 1
362565             UNTIL SRCX > D1-SOURCE-COUNT
362566         IF D1-SRC-READ-REJECTS(SRCX) > ZERO
362567             MOVE D1-SRC-READ-REJECTS(SRCX)
362568                 TO D1-EDIT-REJECT-COUNT
362569             DISPLAY "EX2064I SOURCE " D1-SRC-CODE(SRCX)
362570                 " REJECTS " D1-EDIT-REJECT-COUNT
362571                 " CHARGED TO THE REJECT-RATE HOLD"
362572             MOVE "EX2064I" TO D1-EVT-CODE
362573             MOVE "I" TO D1-EVT-SEVERITY
362574             MOVE D1-SRC-CODE(SRCX) TO D1-EVT-SOURCE
362575             MOVE SPACES TO D1-EVT-TEXT
362576             STRING "REJECT-RATE HOLD - " DELIMITED BY SIZE
362577                    D1-EDIT-REJECT-COUNT DELIMITED BY SIZE
362578                    " REJECTS FROM THIS SOURCE" DELIMITED BY SIZE
362579                 INTO D1-EVT-TEXT
362580             PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
362581         END-IF
362582     END-PERFORM.
362583 8600-CHARGE-REJECT-HOLD-EXIT.
362584     EXIT.

362585*----------------------------------------------------------------*
362586*  9999-TERMINATE - END OF JOB.  A REJECT RATE OVER THE          *
362587*  CONFIGURED PERCENTAGE OF RECORDS LOADED, OR A WITHIN-LIST    *
362588*  DUPLICATE COUNT OVER THE FAIL-GUARD THRESHOLD, ENDS THE JOB  *
362589*  WITH RETURN-CODE 8 SO THE FOLLOW-ON DISTRIBUTION STEP IS     *
362590*  HELD; THE RESULTS FILE HAS STILL BEEN WRITTEN FOR            *
362600*  INSPECTION.  A SOURCE WHOSE HDR/TRL CONTROL CHECK FAILED      *
362610*  HOLDS DISTRIBUTION THE SAME WAY.  EITHER WAY THE OUTCOME IS   *
362620*  LEDGERED FOR EX2DIST BY 8500-RECORD-DIST-STATE.               *
362700*----------------------------------------------------------------*
362800 9999-TERMINATE.
362900     IF D1-REJECT-COUNT * 100 >
363600         MOVE "REJECT RATE OVER THRESHOLD - DISTRIBUTION HELD"
363700             TO D1-EVT-TEXT
363800         PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
363810         PERFORM 8600-CHARGE-REJECT-HOLD
363820             THRU 8600-CHARGE-REJECT-HOLD-EXIT
363900         MOVE 8 TO RETURN-CODE
363910         MOVE "Y" TO D1-DIST-HOLD-SW
364000     END-IF.
364100     IF D1-DUP-FAILED
364200         MOVE "EX2032W" TO D1-EVT-CODE
364500             TO D1-EVT-TEXT
364600         PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
364700         MOVE 8 TO RETURN-CODE
364710         MOVE "Y" TO D1-DIST-HOLD-SW
364800     END-IF.
364810     IF D1-CTL-OUT-OF-BALANCE
364820         DISPLAY "EX2048W SOURCE CONTROL TOTALS OUT OF BALANCE - "
364830             "RC 8 SET TO HOLD RESULTS DISTRIBUTION"
364840         MOVE "EX2048W" TO D1-EVT-CODE
364850         MOVE "W" TO D1-EVT-SEVERITY
364860         MOVE "SOURCE CONTROL OUT OF BALANCE - DISTRIBUTION HELD"
364870             TO D1-EVT-TEXT
364880         PERFORM 8300-WRITE-EVENT THRU 8300-WRITE-EVENT-EXIT
364890         MOVE 8 TO RETURN-CODE
364895         MOVE "Y" TO D1-DIST-HOLD-SW
364900     END-IF.
364910     IF D1-WINDOW-BLOWN AND RETURN-CODE = ZERO
365000         MOVE 4 TO RETURN-CODE
365100     END-IF.
365110     PERFORM 8500-RECORD-DIST-STATE
365120         THRU 8500-RECORD-DIST-STATE-EXIT.
365200 9999-TERMINATE-EXIT.
365300     GOBACK.
