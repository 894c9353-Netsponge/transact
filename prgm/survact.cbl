000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Surveiller-Activite.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - LOOKS FOR PATTERNS     *
001200*                   ACROSS NIGHTS THAT NO SINGLE NIGHT'S RUN  *
001300*                   CAN SEE. READS A ROLLING WINDOW OF        *
001400*                   BUSINESS DAYS ENDING TONIGHT OFF          *
001500*                   HISTORY.TXT (AND THE HISTYYYYMM.TXT       *
001600*                   ARCHIVES WHEN THE WINDOW REACHES BACK     *
001700*                   INTO A CLOSED MONTH), PLUS THE ITEMS      *
001800*                   STILL WAITING ON SUSPENSE.DAT AND         *
001900*                   REJECTS.DAT, AND FLAGS PER ACCOUNT -      *
002000*                   STRUCTURING (SEVERAL ITEMS JUST UNDER THE *
002100*                   REPORTING THRESHOLD WITHIN A FEW BUSINESS *
002200*                   DAYS), A SPIKE IN TONIGHT'S COUNT OR      *
002300*                   VALUE AGAINST THE ACCOUNT'S OWN DAILY     *
002400*                   AVERAGE, SEVERAL BRANCHES FEEDING THE     *
002500*                   ACCOUNT ON ONE DAY, AND REPEATED          *
002600*                   FOREIGN-CURRENCY ACTIVITY. THRESHOLDS     *
002700*                   COME FROM THE SURVPARM.TXT CARD. THE      *
002800*                   CASES PRINT ON SURVEIL.TXT RANKED BY      *
002900*                   SCORE; WHEN THE CARD CARRIES A MINIMUM    *
003000*                   SCORE, A SUGGESTED HOLDLIST.TXT CARD FOR  *
003100*                   EACH CASE AT OR ABOVE IT GOES TO          *
003200*                   HOLDSUGG.TXT FOR COMPLIANCE TO REVIEW.    *
003300*                   ANY CASE ENDS THE RUN RC 4.               *
003310*  2026-10-15  RD   A MISSING ARCHIVE GENERATION AHEAD OF THE *
003320*                   FIRST ONE FOUND NO LONGER PASSES          *
003330*                   UNNOTICED: A FIRST GENERATION LATER THAN  *
003340*                   THE MONTH WANTED THAT OPENS WITH          *
003350*                   BALANCE-FORWARD LINES IS NOT THE OLDEST,  *
003360*                   AND THE RUN STOPS RC 16, AS IT NOW DOES   *
003370*                   WHEN NO GENERATION FOR THE WINDOW IS ON   *
003380*                   HAND AT ALL.                              *
003400*-----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT HISTORY-FILE ASSIGN TO "history.txt"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS SV-HIST-FILE-STATUS.
004100     SELECT ARCHIVE-FILE ASSIGN USING SV-ARCH-PATH
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS SV-ARCH-FILE-STATUS.
004400     SELECT SUSPENSE-FILE ASSIGN TO "suspense.dat"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS SV-SUSP-FILE-STATUS.
004700     SELECT REJECT-FILE ASSIGN TO "rejects.dat"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS SV-REJ-FILE-STATUS.
005000     SELECT ACTIVITY-WORK-FILE ASSIGN TO "SORTWK01".
005100     SELECT CASE-WORK-FILE ASSIGN TO "SORTWK02".
005200     SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS AC-ACCOUNT-NUM
005600         FILE STATUS IS SV-ACCT-FILE-STATUS.
005700     SELECT SURV-PARM-FILE ASSIGN TO "survparm.txt"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS SV-PARM-FILE-STATUS.
006000     SELECT HOLD-LIST-FILE ASSIGN TO "holdlist.txt"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS SV-HOLD-FILE-STATUS.
006300     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS SV-BDATE-FILE-STATUS.
006600     SELECT BUSCAL-FILE ASSIGN TO "buscal.txt"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS SV-CAL-FILE-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO "surveil.txt"
007000         ORGANIZATION IS LINE SEQUENTIAL.
007100     SELECT SUGGEST-FILE ASSIGN TO "holdsugg.txt"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300*
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  HISTORY-FILE.
007700     COPY HISTREC.
007800*
007900 FD  ARCHIVE-FILE.
008000 01  ARCH-RECORD                PIC X(87).
008100*
008200 FD  SUSPENSE-FILE.
008300     COPY SUSREC.
008400*
008500 FD  REJECT-FILE.
008600     COPY REJREC.
008700*
008800 SD  ACTIVITY-WORK-FILE.
008900 01  AW-RECORD.
009000     05  AW-ACCOUNT-NUM         PIC X(04).
009100     05  AW-ORDINAL             PIC 9(02).
009200     05  AW-SOURCE              PIC X(01).
009300         88  AW-FROM-HISTORY            VALUE "H".
009400         88  AW-FROM-SUSPENSE           VALUE "S".
009500         88  AW-FROM-REJECTS            VALUE "R".
009600     05  AW-TRANS-TYPE          PIC X(01).
009700     05  AW-BRANCH-ID           PIC X(02).
009800     05  AW-CURRENCY-CODE       PIC X(03).
009900     05  AW-TRANS-AMOUNT        PIC S9(07)V99
010000                                SIGN IS TRAILING SEPARATE.
010100*
010200 SD  CASE-WORK-FILE.
010300 01  CW-RECORD.
010400     05  CW-SCORE               PIC 9(03).
010500     05  CW-ACCOUNT-NUM         PIC X(04).
010600     05  CW-DETAIL-AREA         PIC X(107).
010700*
010800 FD  ACCOUNT-FILE.
010900     COPY ACCTREC.
011000*
011100 FD  SURV-PARM-FILE.
011200 01  SURV-PARM-RECORD.
011300     05  SP-WINDOW-DAYS         PIC 9(02).
011400     05  FILLER                 PIC X(01).
011500     05  SP-THRESHOLD           PIC 9(07)V99.
011600     05  FILLER                 PIC X(01).
011700     05  SP-BAND                PIC 9(07)V99.
011800     05  FILLER                 PIC X(01).
011900     05  SP-STRUCT-DAYS         PIC 9(02).
012000     05  FILLER                 PIC X(01).
012100     05  SP-STRUCT-COUNT        PIC 9(02).
012200     05  FILLER                 PIC X(01).
012300     05  SP-SPIKE-FACTOR        PIC 9(02).
012400     05  FILLER                 PIC X(01).
012500     05  SP-SPIKE-COUNT         PIC 9(03).
012600     05  FILLER                 PIC X(01).
012700     05  SP-SPIKE-VALUE         PIC 9(07)V99.
012800     05  FILLER                 PIC X(01).
012900     05  SP-BRANCH-COUNT        PIC 9(02).
013000     05  FILLER                 PIC X(01).
013100     05  SP-FOREIGN-COUNT       PIC 9(03).
013200     05  FILLER                 PIC X(01).
013300     05  SP-SUGGEST-SCORE       PIC 9(03).
013400     05  FILLER                 PIC X(20).
013500*
013600 FD  HOLD-LIST-FILE.
013700 01  HOLDLIST-RECORD.
013800     05  HL-ACCOUNT-NUM         PIC X(04).
013900     05  FILLER                 PIC X(01).
014000     05  HL-TRANS-NUM           PIC X(08).
014100     05  FILLER                 PIC X(01).
014200     05  HL-TRANS-TYPE          PIC X(01).
014300     05  FILLER                 PIC X(01).
014400     05  HL-AMOUNT-LIMIT        PIC S9(07)V99
014500                                SIGN IS TRAILING SEPARATE.
014600*
014700 FD  BUSDATE-FILE.
014800     COPY BUSDATE.
014900*
015000 FD  BUSCAL-FILE.
015100     COPY CALREC.
015200*
015300 FD  REPORT-FILE.
015400 01  RPT-LINE                   PIC X(132).
015500*
015600 FD  SUGGEST-FILE.
015700 01  SUGGEST-RECORD.
015800     05  HS-ACCOUNT-NUM         PIC X(04).
015900     05  FILLER                 PIC X(01).
016000     05  HS-TRANS-NUM           PIC X(08).
016100     05  FILLER                 PIC X(01).
016200     05  HS-TRANS-TYPE          PIC X(01).
016300     05  FILLER                 PIC X(01).
016400     05  HS-AMOUNT-LIMIT        PIC X(10).
016500*
016600 WORKING-STORAGE SECTION.
016700*-----------------------------------------------------------*
016800* SWITCHES AND FILE STATUS                                   *
016900*-----------------------------------------------------------*
017000 77  SV-HIST-SWITCH             PIC X(01)  VALUE "N".
017100     88  SV-HIST-EOF                        VALUE "Y".
017200 77  SV-SUSP-SWITCH             PIC X(01)  VALUE "N".
017300     88  SV-SUSP-EOF                        VALUE "Y".
017400 77  SV-REJ-SWITCH              PIC X(01)  VALUE "N".
017500     88  SV-REJ-EOF                         VALUE "Y".
017600 77  SV-SORT-SWITCH             PIC X(01)  VALUE "N".
017700     88  SV-SORT-EOF                        VALUE "Y".
017800 77  SV-CASE-SWITCH             PIC X(01)  VALUE "N".
017900     88  SV-CASE-EOF                        VALUE "Y".
018000 77  SV-PARM-SWITCH             PIC X(01)  VALUE "N".
018100     88  SV-PARM-EOF                        VALUE "Y".
018200 77  SV-HOLD-SWITCH             PIC X(01)  VALUE "N".
018300     88  SV-HOLD-EOF                        VALUE "Y".
018400 77  SV-BDATE-SWITCH            PIC X(01)  VALUE "N".
018500     88  SV-BDATE-EOF                       VALUE "Y".
018600 77  SV-ACCT-AVAIL-SW           PIC X(01)  VALUE "N".
018700     88  SV-ACCT-IS-AVAILABLE               VALUE "Y".
018800 77  SV-IN-ACCOUNT-SW           PIC X(01)  VALUE "N".
018900     88  SV-ACCOUNT-IN-PROGRESS             VALUE "Y".
019000 77  SV-SUB-FOUND-SW            PIC X(01)  VALUE "N".
019100     88  SV-SUB-WAS-FOUND                   VALUE "Y".
019200 77  SV-ARCH-SWITCH             PIC X(01)  VALUE "N".
019300     88  SV-ARCH-EOF                        VALUE "Y".
019400 77  SV-ARCH-FOUND-SW           PIC X(01)  VALUE "N".
019500     88  SV-ARCH-WAS-FOUND                  VALUE "Y".
019600 77  SV-CTL-SEEN-SW             PIC X(01)  VALUE "N".
019700     88  SV-CONTROL-WAS-SEEN                VALUE "Y".
019800 77  SV-LEADING-SW              PIC X(01)  VALUE "N".
019900     88  SV-LEADING-IS-DONE                 VALUE "Y".
020000 77  SV-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
020100 77  SV-ARCH-FILE-STATUS        PIC X(02)  VALUE SPACES.
020200 77  SV-SUSP-FILE-STATUS        PIC X(02)  VALUE SPACES.
020300 77  SV-REJ-FILE-STATUS         PIC X(02)  VALUE SPACES.
020400 77  SV-ACCT-FILE-STATUS        PIC X(02)  VALUE SPACES.
020500 77  SV-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
020600 77  SV-HOLD-FILE-STATUS        PIC X(02)  VALUE SPACES.
020700 77  SV-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
020800*
020900*-----------------------------------------------------------*
021000* BUSINESS CALENDAR - HOLIDAYS LOADED FROM BUSCAL.TXT AT     *
021100* STARTUP, THE SAME SHARED CALENDAR THE DAILY STREAM COUNTS  *
021200* AGAINST. A MISSING FILE MEANS NO HOLIDAYS.                 *
021300*-----------------------------------------------------------*
021400 77  SV-CAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
021500 77  SV-CAL-SWITCH              PIC X(01)  VALUE "N".
021600     88  SV-CAL-EOF                         VALUE "Y".
021700 01  SV-HOLIDAY-TABLE.
021800     05  SV-HOLIDAY-DATE        OCCURS 200 TIMES PIC 9(08).
021900 77  SV-HOLIDAY-COUNT           PIC 9(03) COMP  VALUE 0.
022000 77  SV-HOLIDAY-SUB             PIC 9(03) COMP  VALUE 0.
022100 77  SV-BUSDAY-SW               PIC X(01)  VALUE "N".
022200     88  SV-IS-BUSINESS-DAY                 VALUE "Y".
022300 77  SV-HOL-FOUND-SW            PIC X(01)  VALUE "N".
022400     88  SV-IS-HOLIDAY                      VALUE "Y".
022500 77  SV-DAY-OF-WEEK             PIC 9(01)  VALUE 0.
022600 77  SV-Z-YEAR                  PIC 9(04) COMP  VALUE 0.
022700 77  SV-Z-MONTH                 PIC 9(02) COMP  VALUE 0.
022800 77  SV-Z-CENTURY               PIC 9(02) COMP  VALUE 0.
022900 77  SV-Z-YY                    PIC 9(02) COMP  VALUE 0.
023000 77  SV-Z-WORK                  PIC 9(06) COMP  VALUE 0.
023100 01  SV-CUT-DATE                PIC 9(08).
023200 01  SV-CUT-DATE-GROUP REDEFINES SV-CUT-DATE.
023300     05  SV-CUT-YYYY            PIC 9(04).
023400     05  SV-CUT-MM              PIC 9(02).
023500     05  SV-CUT-DD              PIC 9(02).
023600 77  SV-CUT-DIM                 PIC 9(02)  VALUE 0.
023700 77  SV-CUT-LEAP-REM            PIC 9(04)  VALUE 0.
023800 77  SV-CUT-WORK                PIC 9(06) COMP  VALUE 0.
023900 01  SV-RUN-DATE-YYYYMMDD       PIC 9(08).
024000 01  SV-RUN-DATE-GROUP REDEFINES SV-RUN-DATE-YYYYMMDD.
024100     05  SV-RUN-YYYY            PIC 9(04).
024200     05  SV-RUN-MM              PIC 9(02).
024300     05  SV-RUN-DD              PIC 9(02).
024400 01  SV-RUN-DATE-DISPLAY        PIC X(10).
024500 01  SV-START-DATE-DISPLAY      PIC X(10).
024600*
024700*-----------------------------------------------------------*
024800* THRESHOLDS - FROM THE SURVPARM.TXT CARD. A FIELD LEFT      *
024900* BLANK OR ZERO ON THE CARD (OR NO CARD AT ALL) TAKES THE    *
025000* DEFAULT BELOW, EXCEPT THE SUGGESTION SCORE, WHERE ZERO     *
025100* MEANS NO SUGGESTED HOLD CARDS ARE WRITTEN.                 *
025200*-----------------------------------------------------------*
025300 77  SV-WINDOW-DAYS             PIC 9(02)  VALUE 20.
025400 77  SV-THRESHOLD               PIC 9(07)V99 VALUE 10000.00.
025500 77  SV-BAND                    PIC 9(07)V99 VALUE 1000.00.
025600 77  SV-STRUCT-DAYS             PIC 9(02)  VALUE 3.
025700 77  SV-STRUCT-COUNT            PIC 9(02)  VALUE 3.
025800 77  SV-SPIKE-FACTOR            PIC 9(02)  VALUE 3.
025900 77  SV-SPIKE-COUNT             PIC 9(03)  VALUE 5.
026000 77  SV-SPIKE-VALUE             PIC 9(07)V99 VALUE 5000.00.
026100 77  SV-BRANCH-COUNT            PIC 9(02)  VALUE 3.
026200 77  SV-FOREIGN-COUNT           PIC 9(03)  VALUE 5.
026300 77  SV-SUGGEST-SCORE           PIC 9(03)  VALUE 0.
026400 77  SV-BAND-FLOOR              PIC 9(07)V99 VALUE 0.
026500*
026600*-----------------------------------------------------------*
026700* WINDOW - THE BUSINESS DAYS OF THE WINDOW, OLDEST FIRST,    *
026800* TONIGHT LAST. AN ITEM DATED ON A WEEKEND OR HOLIDAY FALLS  *
026900* TO THE BUSINESS DAY BEFORE IT.                             *
027000*-----------------------------------------------------------*
027100 01  SV-WINDOW-TABLE.
027200     05  SV-WD-DATE             OCCURS 60 TIMES PIC 9(08).
027300 77  SV-WD-SUB                  PIC 9(02) COMP  VALUE 0.
027400 77  SV-WD-MATCH                PIC 9(02) COMP  VALUE 0.
027500 77  SV-WINDOW-START            PIC 9(08)  VALUE 0.
027600 77  SV-ITEM-DATE               PIC 9(08)  VALUE 0.
027700 01  SV-WINDOW-MONTH            PIC 9(06)  VALUE 0.
027800*
027900*-----------------------------------------------------------*
028000* ARCHIVE GENERATIONS - THE MONTH LAST CLOSED (OFF THE       *
028100* BALANCE-FORWARD LINES AT THE HEAD OF THE LIVE FILE), THE   *
028200* GENERATION BEING READ AND ITS CONTROL FIGURES. AN ARCHIVE  *
028300* CARRIES THE HISTREC LAYOUT AND IS READ INTO HIST-RECORD.   *
028400*-----------------------------------------------------------*
028500 77  SV-LAST-CLOSED             PIC 9(06)  VALUE 0.
028600 01  SV-HIST-MONTH              PIC 9(06)  VALUE 0.
028700 01  SV-ARCH-MONTH              PIC 9(06)  VALUE 0.
028800 01  SV-ARCH-MONTH-GROUP REDEFINES SV-ARCH-MONTH.
028900     05  SV-ARCH-YYYY           PIC 9(04).
029000     05  SV-ARCH-MM             PIC 9(02).
029100 77  SV-ARCH-PATH               PIC X(64)  VALUE SPACES.
029200 77  SV-ARCH-COUNT              PIC 9(08)  VALUE 0.
029300 77  SV-ARCH-NET                PIC S9(09)V99 COMP-3 VALUE 0.
029400 77  SV-CTL-COUNT               PIC 9(08)  VALUE 0.
029500 77  SV-CTL-NET                 PIC S9(09)V99 COMP-3 VALUE 0.
029600 77  SV-ARCHIVES-READ           PIC 9(04)  VALUE 0.
029700*
029800*-----------------------------------------------------------*
029900* STOP/HOLD LIST - THE ACCOUNTS ALREADY HELD OUTRIGHT (A     *
030000* CARD WITH NO TRANS-NUM, TYPE OR AMOUNT LIMIT). NO CARD IS  *
030100* SUGGESTED FOR THESE.                                       *
030200*-----------------------------------------------------------*
030300 01  SV-HELD-TABLE.
030400     05  SV-HELD-ACCOUNT        OCCURS 200 TIMES PIC X(04).
030500 77  SV-HELD-COUNT              PIC 9(03) COMP  VALUE 0.
030600 77  SV-HELD-SUB                PIC 9(03) COMP  VALUE 0.
030700*
030800*-----------------------------------------------------------*
030900* PER-ACCOUNT ACCUMULATORS - ONE ENTRY PER BUSINESS DAY OF   *
031000* THE WINDOW: ITEMS, VALUE ON MAGNITUDE, ITEMS JUST UNDER    *
031100* THE THRESHOLD AND THE BRANCHES SEEN (THE FIRST TEN KEPT,   *
031200* THE COUNT GOES ON).                                        *
031300*-----------------------------------------------------------*
031400 01  SV-DAY-TABLE.
031500     05  SV-DY-ENTRY            OCCURS 60 TIMES.
031600         10  SV-DY-COUNT        PIC 9(05) COMP-3.
031700         10  SV-DY-VALUE        PIC S9(11)V99 COMP-3.
031800         10  SV-DY-STRUCT       PIC 9(05) COMP-3.
031900         10  SV-DY-BR-USED      PIC 9(03) COMP.
032000         10  SV-DY-BRANCH       OCCURS 10 TIMES PIC X(02).
032100 77  SV-BR-SUB                  PIC 9(03) COMP  VALUE 0.
032200 77  SV-CUR-ACCOUNT             PIC X(04)  VALUE SPACES.
032300 77  SV-ACCT-ITEMS              PIC 9(07) COMP-3 VALUE 0.
032400 77  SV-ACCT-FX-COUNT           PIC 9(05) COMP-3 VALUE 0.
032500 77  SV-ACCT-FX-VALUE           PIC S9(11)V99 COMP-3 VALUE 0.
032600 77  SV-ITEM-VALUE              PIC S9(09)V99 COMP-3 VALUE 0.
032700 77  SV-SLIDE-SUM               PIC 9(05) COMP-3 VALUE 0.
032800 77  SV-PRIOR-COUNT             PIC 9(07) COMP-3 VALUE 0.
032900 77  SV-PRIOR-VALUE             PIC S9(13)V99 COMP-3 VALUE 0.
033000 77  SV-PRIOR-DAYS              PIC 9(02) COMP  VALUE 0.
033100 77  SV-SPIKE-TEST              PIC S9(15)V99 COMP-3 VALUE 0.
033200 77  SV-SPIKE-LIMIT             PIC S9(15)V99 COMP-3 VALUE 0.
033300 77  SV-POINTS                  PIC 9(05) COMP-3 VALUE 0.
033400*
033500*-----------------------------------------------------------*
033600* CASE TABLE - ONE ENTRY PER FLAGGED ACCOUNT, RANKED BY THE  *
033700* SECOND SORT. THE ENTRY LAYOUT IS THE CASE SORT RECORD'S.   *
033800*-----------------------------------------------------------*
033900 01  SV-CASE-TABLE.
034000     05  SV-CASE-ENTRY          OCCURS 2000 TIMES.
034100         10  SV-CS-SCORE        PIC 9(03).
034200         10  SV-CS-ACCOUNT-NUM  PIC X(04).
034300         10  SV-CS-DETAIL-AREA  PIC X(107).
034400 77  SV-CASE-USED               PIC 9(04) COMP  VALUE 0.
034500 77  SV-CASE-SUB                PIC 9(04) COMP  VALUE 0.
034600 01  SV-CASE-WORK.
034700     05  SV-CW-SCORE            PIC 9(03).
034800     05  SV-CW-ACCOUNT-NUM      PIC X(04).
034900     05  SV-CW-DETAIL.
035000         10  SV-CW-STRUCT-FLAG  PIC X(01).
035100             88  SV-CW-STRUCTURING      VALUE "S".
035200         10  SV-CW-SPIKE-FLAG   PIC X(01).
035300             88  SV-CW-SPIKE            VALUE "P".
035400         10  SV-CW-BRANCH-FLAG  PIC X(01).
035500             88  SV-CW-MULTI-BRANCH     VALUE "B".
035600         10  SV-CW-FOREIGN-FLAG PIC X(01).
035700             88  SV-CW-FOREIGN          VALUE "F".
035800         10  SV-CW-STRUCT-MAX   PIC 9(05).
035900         10  SV-CW-STRUCT-DATE  PIC 9(08).
036000         10  SV-CW-TODAY-COUNT  PIC 9(05).
036100         10  SV-CW-AVG-COUNT    PIC 9(05)V99.
036200         10  SV-CW-TODAY-VALUE  PIC 9(11)V99.
036300         10  SV-CW-AVG-VALUE    PIC 9(11)V99.
036400         10  SV-CW-BRANCH-MAX   PIC 9(03).
036500         10  SV-CW-BRANCH-DATE  PIC 9(08).
036600         10  SV-CW-FX-COUNT     PIC 9(05).
036700         10  SV-CW-FX-VALUE     PIC 9(11)V99.
036800         10  SV-CW-ITEMS        PIC 9(07).
036900         10  SV-CW-HELD-FLAG    PIC X(01).
037000             88  SV-CW-ALREADY-HELD     VALUE "Y".
037100         10  FILLER             PIC X(15).
037200*
037300*-----------------------------------------------------------*
037400* RUN TOTALS                                                 *
037500*-----------------------------------------------------------*
037600 77  SV-HIST-READ               PIC 9(07)  VALUE 0.
037700 77  SV-SUSP-READ               PIC 9(07)  VALUE 0.
037800 77  SV-REJ-READ                PIC 9(07)  VALUE 0.
037900 77  SV-ITEMS-IN-WINDOW         PIC 9(07)  VALUE 0.
038000 77  SV-ACCOUNTS-EXAMINED       PIC 9(07)  VALUE 0.
038100 77  SV-CASES-REPORTED          PIC 9(07)  VALUE 0.
038200 77  SV-CARDS-SUGGESTED         PIC 9(07)  VALUE 0.
038300*
038400*-----------------------------------------------------------*
038500* REPORT CONTROL FIELDS                                      *
038600*-----------------------------------------------------------*
038700 77  SV-PAGE-NUM                PIC 9(04) VALUE 0.
038800 77  SV-LINE-COUNT              PIC 9(02) VALUE 99.
038900 77  SV-LINES-PER-PAGE          PIC 9(02) VALUE 20.
039000 77  SV-RANK                    PIC 9(04) VALUE 0.
039100 77  SV-ACCT-LOOKUP-NAME        PIC X(20)       VALUE SPACES.
039200 01  SV-REPORT-LINE             PIC X(132).
039300 01  SV-DATE-WORK               PIC 9(08).
039400 01  SV-DATE-WORK-GROUP REDEFINES SV-DATE-WORK.
039500     05  SV-DW-YYYY             PIC 9(04).
039600     05  SV-DW-MM               PIC 9(02).
039700     05  SV-DW-DD               PIC 9(02).
039800 01  SV-DATE-DISPLAY            PIC X(10).
039900 01  SV-AMOUNT-DISPLAY          PIC 9(11).99.
040000 01  SV-AVG-DISPLAY             PIC 9(11).99.
040100 01  SV-LIMIT-DISPLAY           PIC 9(07).99.
040200 01  SV-BAND-DISPLAY            PIC 9(07).99.
040300 01  SV-AVG-COUNT-DISPLAY       PIC 9(05).99.
040400 01  SV-COUNT-DISPLAY           PIC 9(05).
040500 01  SV-SCORE-DISPLAY           PIC 9(03).
040600*
040700 PROCEDURE DIVISION.
040800*-----------------------------------------------------------*
040900* 0000-MAINLINE                                              *
041000*-----------------------------------------------------------*
041100 0000-MAINLINE.
041200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
041300     PERFORM 2000-SORT-ACTIVITY THRU 2000-EXIT
041400     PERFORM 5000-RANK-CASES THRU 5000-EXIT
041500     PERFORM 9000-TERMINATE THRU 9000-EXIT
041600     STOP RUN.
041700*
041800*-----------------------------------------------------------*
041900* 1000-INITIALIZE - RUN DATE, THRESHOLDS, THE WINDOW'S       *
042000*                   BUSINESS DAYS, THE MONTH LAST ARCHIVED   *
042100*                   AND THE ACCOUNTS ALREADY ON HOLD.        *
042200*-----------------------------------------------------------*
042300 1000-INITIALIZE.
042400     ACCEPT SV-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
042500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
042600     MOVE SV-RUN-DATE-YYYYMMDD TO SV-DATE-WORK
042700     PERFORM 4200-FORMAT-DATE THRU 4200-EXIT
042800     MOVE SV-DATE-DISPLAY TO SV-RUN-DATE-DISPLAY
042900     PERFORM 1100-READ-SURV-PARM THRU 1100-EXIT
043000     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT
043100     PERFORM 1300-BUILD-WINDOW THRU 1300-EXIT
043200     PERFORM 1400-FIND-LAST-CLOSED THRU 1400-EXIT
043300     PERFORM 1600-LOAD-HOLD-LIST THRU 1600-EXIT
043400     OPEN INPUT HISTORY-FILE
043500     IF SV-HIST-FILE-STATUS NOT = "00"
043600         DISPLAY "SURVEILLER-ACTIVITE - HISTORY FILE COULD NOT "
043700             "BE OPENED - RUN ABORTED"
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF
044100     OPEN OUTPUT REPORT-FILE
044200     IF SV-SUGGEST-SCORE > 0
044300         OPEN OUTPUT SUGGEST-FILE
044400     END-IF
044500     PERFORM 1500-OPEN-ACCOUNT-MASTER THRU 1500-EXIT.
044600 1000-EXIT.
044700     EXIT.
044800*
044900*-----------------------------------------------------------*
045000* 1040-LOAD-CALENDAR - LOAD THE SHARED BUSINESS CALENDAR.    *
045100*                   A MISSING FILE MEANS NO HOLIDAYS; AN     *
045200*                   UNREADABLE OR OVERFLOWING CARD IS        *
045300*                   REPORTED AND DROPPED.                    *
045400*-----------------------------------------------------------*
045500 1040-LOAD-CALENDAR.
045600     OPEN INPUT BUSCAL-FILE
045700     IF SV-CAL-FILE-STATUS NOT = "00"
045800         SET SV-CAL-EOF TO TRUE
045900         GO TO 1040-EXIT
046000     END-IF
046100     PERFORM 1045-LOAD-ONE-HOLIDAY THRU 1045-EXIT
046200         UNTIL SV-CAL-EOF
046300     CLOSE BUSCAL-FILE.
046400 1040-EXIT.
046500     EXIT.
046600*
046700 1045-LOAD-ONE-HOLIDAY.
046800     READ BUSCAL-FILE
046900         AT END
047000             SET SV-CAL-EOF TO TRUE
047100         NOT AT END
047200             IF CD-HOLIDAY-DATE NOT NUMERIC
047300                 DISPLAY "SURVEILLER-ACTIVITE - UNREADABLE "
047400                     "CALENDAR CARD DROPPED"
047500             ELSE
047600                 IF SV-HOLIDAY-COUNT >= 200
047700                     DISPLAY "SURVEILLER-ACTIVITE - CALENDAR "
047800                         "TABLE FULL - CARD DROPPED"
047900                 ELSE
048000                     ADD 1 TO SV-HOLIDAY-COUNT
048100                     MOVE CD-HOLIDAY-DATE TO
048200                         SV-HOLIDAY-DATE (SV-HOLIDAY-COUNT)
048300                 END-IF
048400             END-IF
048500     END-READ.
048600 1045-EXIT.
048700     EXIT.
048800*
048900*-----------------------------------------------------------*
049000* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE REST OF *
049100*                   THE STREAM READS. NO CARD MEANS THE      *
049200*                   MACHINE DATE.                            *
049300*-----------------------------------------------------------*
049400 1050-GET-BUSINESS-DATE.
049500     OPEN INPUT BUSDATE-FILE
049600     IF SV-BDATE-FILE-STATUS NOT = "00"
049700         GO TO 1050-EXIT
049800     END-IF
049900     READ BUSDATE-FILE
050000         AT END
050100             SET SV-BDATE-EOF TO TRUE
050200     END-READ
050300     IF NOT SV-BDATE-EOF
050400         AND BD-BUSINESS-DATE NUMERIC
050500         AND BD-BUSINESS-DATE > 0
050600         MOVE BD-BUSINESS-DATE TO SV-RUN-DATE-YYYYMMDD
050700     END-IF
050800     CLOSE BUSDATE-FILE.
050900 1050-EXIT.
051000     EXIT.
051100*
051200*-----------------------------------------------------------*
051300* 1085-BACK-ONE-BUSINESS-DAY - STEP SV-CUT-DATE BACK ONE     *
051400*                   DAY, THEN KEEP STEPPING UNTIL IT LANDS   *
051500*                   ON A BUSINESS DAY.                       *
051600*-----------------------------------------------------------*
051700 1085-BACK-ONE-BUSINESS-DAY.
051800     PERFORM 1086-BACK-PAST-NONBUSINESS THRU 1086-EXIT
051900     PERFORM 1086-BACK-PAST-NONBUSINESS THRU 1086-EXIT
052000         UNTIL SV-IS-BUSINESS-DAY.
052100 1085-EXIT.
052200     EXIT.
052300*
052400 1086-BACK-PAST-NONBUSINESS.
052500     PERFORM 1090-BACK-ONE-DAY THRU 1090-EXIT
052600     PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT.
052700 1086-EXIT.
052800     EXIT.
052900*
053000 1090-BACK-ONE-DAY.
053100     IF SV-CUT-DD > 1
053200         SUBTRACT 1 FROM SV-CUT-DD
053300     ELSE
053400         IF SV-CUT-MM > 1
053500             SUBTRACT 1 FROM SV-CUT-MM
053600         ELSE
053700             MOVE 12 TO SV-CUT-MM
053800             SUBTRACT 1 FROM SV-CUT-YYYY
053900         END-IF
054000         PERFORM 1095-DAYS-IN-MONTH THRU 1095-EXIT
054100         MOVE SV-CUT-DIM TO SV-CUT-DD
054200     END-IF.
054300 1090-EXIT.
054400     EXIT.
054500*
054600 1095-DAYS-IN-MONTH.
054700     EVALUATE SV-CUT-MM
054800         WHEN 01 WHEN 03 WHEN 05 WHEN 07
054900         WHEN 08 WHEN 10 WHEN 12
055000             MOVE 31 TO SV-CUT-DIM
055100         WHEN 04 WHEN 06 WHEN 09 WHEN 11
055200             MOVE 30 TO SV-CUT-DIM
055300         WHEN 02
055400             MOVE 28 TO SV-CUT-DIM
055500             DIVIDE SV-CUT-YYYY BY 4 GIVING SV-CUT-WORK
055600                 REMAINDER SV-CUT-LEAP-REM
055700             IF SV-CUT-LEAP-REM = 0
055800                 DIVIDE SV-CUT-YYYY BY 100 GIVING SV-CUT-WORK
055900                     REMAINDER SV-CUT-LEAP-REM
056000                 IF SV-CUT-LEAP-REM NOT = 0
056100                     MOVE 29 TO SV-CUT-DIM
056200                 ELSE
056300                     DIVIDE SV-CUT-YYYY BY 400 GIVING SV-CUT-WORK
056400                         REMAINDER SV-CUT-LEAP-REM
056500                     IF SV-CUT-LEAP-REM = 0
056600                         MOVE 29 TO SV-CUT-DIM
056700                     END-IF
056800                 END-IF
056900             END-IF
057000     END-EVALUATE.
057100 1095-EXIT.
057200     EXIT.
057300*
057400*-----------------------------------------------------------*
057500* 1100-READ-SURV-PARM - THE THRESHOLD CARD. EACH FIELD LEFT  *
057600*                   BLANK OR ZERO KEEPS ITS DEFAULT; A       *
057700*                   WINDOW BEYOND THE 60-DAY TABLE IS CUT TO *
057800*                   60, AND A STRUCTURING SPAN LONGER THAN   *
057900*                   THE WINDOW TO THE WINDOW.                *
058000*-----------------------------------------------------------*
058100 1100-READ-SURV-PARM.
058200     OPEN INPUT SURV-PARM-FILE
058300     IF SV-PARM-FILE-STATUS NOT = "00"
058400         GO TO 1100-EXIT
058500     END-IF
058600     READ SURV-PARM-FILE
058700         AT END
058800             SET SV-PARM-EOF TO TRUE
058900     END-READ
059000     CLOSE SURV-PARM-FILE
059100     IF SV-PARM-EOF
059200         GO TO 1100-EXIT
059300     END-IF
059400     IF SP-WINDOW-DAYS NUMERIC AND SP-WINDOW-DAYS > 0
059500         MOVE SP-WINDOW-DAYS TO SV-WINDOW-DAYS
059600     END-IF
059700     IF SV-WINDOW-DAYS > 60
059800         MOVE 60 TO SV-WINDOW-DAYS
059900     END-IF
060000     IF SP-THRESHOLD NUMERIC AND SP-THRESHOLD > 0
060100         MOVE SP-THRESHOLD TO SV-THRESHOLD
060200     END-IF
060300     IF SP-BAND NUMERIC AND SP-BAND > 0
060400         MOVE SP-BAND TO SV-BAND
060500     END-IF
060600     IF SP-STRUCT-DAYS NUMERIC AND SP-STRUCT-DAYS > 0
060700         MOVE SP-STRUCT-DAYS TO SV-STRUCT-DAYS
060800     END-IF
060900     IF SP-STRUCT-COUNT NUMERIC AND SP-STRUCT-COUNT > 0
061000         MOVE SP-STRUCT-COUNT TO SV-STRUCT-COUNT
061100     END-IF
061200     IF SP-SPIKE-FACTOR NUMERIC AND SP-SPIKE-FACTOR > 0
061300         MOVE SP-SPIKE-FACTOR TO SV-SPIKE-FACTOR
061400     END-IF
061500     IF SP-SPIKE-COUNT NUMERIC AND SP-SPIKE-COUNT > 0
061600         MOVE SP-SPIKE-COUNT TO SV-SPIKE-COUNT
061700     END-IF
061800     IF SP-SPIKE-VALUE NUMERIC AND SP-SPIKE-VALUE > 0
061900         MOVE SP-SPIKE-VALUE TO SV-SPIKE-VALUE
062000     END-IF
062100     IF SP-BRANCH-COUNT NUMERIC AND SP-BRANCH-COUNT > 0
062200         MOVE SP-BRANCH-COUNT TO SV-BRANCH-COUNT
062300     END-IF
062400     IF SP-FOREIGN-COUNT NUMERIC AND SP-FOREIGN-COUNT > 0
062500         MOVE SP-FOREIGN-COUNT TO SV-FOREIGN-COUNT
062600     END-IF
062700     IF SP-SUGGEST-SCORE NUMERIC
062800         MOVE SP-SUGGEST-SCORE TO SV-SUGGEST-SCORE
062900     END-IF.
063000 1100-EXIT.
063100     EXIT.
063200*
063300*-----------------------------------------------------------*
063400* 1200-CHECK-BUSINESS-DAY - IS THE DATE IN SV-CUT-DATE A     *
063500*                   BUSINESS DAY? A MONDAY-TO-FRIDAY DATE    *
063600*                   THAT IS NOT ON THE HOLIDAY TABLE.        *
063700*-----------------------------------------------------------*
063800 1200-CHECK-BUSINESS-DAY.
063900     MOVE "N" TO SV-BUSDAY-SW
064000     PERFORM 1210-COMPUTE-DAY-OF-WEEK THRU 1210-EXIT
064100     IF SV-DAY-OF-WEEK < 2
064200         GO TO 1200-EXIT
064300     END-IF
064400     MOVE "N" TO SV-HOL-FOUND-SW
064500     PERFORM 1220-SCAN-HOLIDAY-TABLE THRU 1220-EXIT
064600         VARYING SV-HOLIDAY-SUB FROM 1 BY 1
064700         UNTIL SV-HOLIDAY-SUB > SV-HOLIDAY-COUNT
064800         OR SV-IS-HOLIDAY
064900     IF NOT SV-IS-HOLIDAY
065000         SET SV-IS-BUSINESS-DAY TO TRUE
065100     END-IF.
065200 1200-EXIT.
065300     EXIT.
065400*
065500*-----------------------------------------------------------*
065600* 1210-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
065700*                   DATE IN SV-CUT-DATE. RESULT 0=SATURDAY,  *
065800*                   1=SUNDAY, 2=MONDAY ... 6=FRIDAY.         *
065900*-----------------------------------------------------------*
066000 1210-COMPUTE-DAY-OF-WEEK.
066100     MOVE SV-CUT-YYYY TO SV-Z-YEAR
066200     MOVE SV-CUT-MM TO SV-Z-MONTH
066300     IF SV-Z-MONTH < 3
066400         ADD 12 TO SV-Z-MONTH
066500         SUBTRACT 1 FROM SV-Z-YEAR
066600     END-IF
066700     DIVIDE SV-Z-YEAR BY 100 GIVING SV-Z-CENTURY
066800         REMAINDER SV-Z-YY
066900     COMPUTE SV-Z-WORK = SV-CUT-DD
067000         + ((13 * (SV-Z-MONTH + 1)) / 5)
067100         + SV-Z-YY + (SV-Z-YY / 4)
067200         + (SV-Z-CENTURY / 4) + (5 * SV-Z-CENTURY)
067300     DIVIDE SV-Z-WORK BY 7 GIVING SV-Z-WORK
067400         REMAINDER SV-DAY-OF-WEEK.
067500 1210-EXIT.
067600     EXIT.
067700*
067800 1220-SCAN-HOLIDAY-TABLE.
067900     IF SV-HOLIDAY-DATE (SV-HOLIDAY-SUB) = SV-CUT-DATE
068000         SET SV-IS-HOLIDAY TO TRUE
068100     END-IF.
068200 1220-EXIT.
068300     EXIT.
068400*
068500*-----------------------------------------------------------*
068600* 1300-BUILD-WINDOW - TONIGHT IS THE WINDOW'S LAST DAY; THE  *
068700*                   DAYS BEFORE IT ARE FOUND BY STEPPING     *
068800*                   BACK OVER WEEKENDS AND HOLIDAYS.         *
068900*-----------------------------------------------------------*
069000 1300-BUILD-WINDOW.
069100     IF SV-STRUCT-DAYS > SV-WINDOW-DAYS
069200         MOVE SV-WINDOW-DAYS TO SV-STRUCT-DAYS
069300     END-IF
069400     SUBTRACT SV-BAND FROM SV-THRESHOLD GIVING SV-BAND-FLOOR
069500     MOVE SV-RUN-DATE-YYYYMMDD TO SV-CUT-DATE
069600     MOVE SV-CUT-DATE TO SV-WD-DATE (SV-WINDOW-DAYS)
069700     PERFORM 1310-STORE-ONE-WINDOW-DAY THRU 1310-EXIT
069800         VARYING SV-WD-SUB FROM SV-WINDOW-DAYS BY -1
069900         UNTIL SV-WD-SUB < 2
070000     MOVE SV-WD-DATE (1) TO SV-WINDOW-START
070100     MOVE SV-WINDOW-START TO SV-DATE-WORK
070200     PERFORM 4200-FORMAT-DATE THRU 4200-EXIT
070300     MOVE SV-DATE-DISPLAY TO SV-START-DATE-DISPLAY
070400     COMPUTE SV-WINDOW-MONTH = SV-WINDOW-START / 100.
070500 1300-EXIT.
070600     EXIT.
070700*
070800 1310-STORE-ONE-WINDOW-DAY.
070900     PERFORM 1085-BACK-ONE-BUSINESS-DAY THRU 1085-EXIT
071000     MOVE SV-CUT-DATE TO SV-WD-DATE (SV-WD-SUB - 1).
071100 1310-EXIT.
071200     EXIT.
071300*
071400*-----------------------------------------------------------*
071500* 1400-FIND-LAST-CLOSED - THE BALANCE-FORWARD LINES SIT AT   *
071600*                   THE HEAD OF THE LIVE FILE, DATED THE     *
071700*                   LAST DAY OF THE MONTH LAST CLOSED. A     *
071800*                   FILE WITH NONE HAS NEVER BEEN ARCHIVED   *
071900*                   AND STILL HOLDS EVERY MONTH.             *
072000*-----------------------------------------------------------*
072100 1400-FIND-LAST-CLOSED.
072200     OPEN INPUT HISTORY-FILE
072300     IF SV-HIST-FILE-STATUS NOT = "00"
072400         GO TO 1400-EXIT
072500     END-IF
072600     PERFORM 1410-READ-LEADING-LINE THRU 1410-EXIT
072700         UNTIL SV-HIST-EOF
072800         OR SV-LEADING-IS-DONE
072900     CLOSE HISTORY-FILE
073000     MOVE "N" TO SV-HIST-SWITCH.
073100 1400-EXIT.
073200     EXIT.
073300*
073400 1410-READ-LEADING-LINE.
073500     READ HISTORY-FILE
073600         AT END
073700             SET SV-HIST-EOF TO TRUE
073800             GO TO 1410-EXIT
073900     END-READ
074000     IF NOT HI-BALANCE-FORWARD
074100         SET SV-LEADING-IS-DONE TO TRUE
074200         GO TO 1410-EXIT
074300     END-IF
074400     IF HI-TRANS-DATE NUMERIC
074500         COMPUTE SV-HIST-MONTH = HI-TRANS-DATE / 100
074600         IF SV-HIST-MONTH > SV-LAST-CLOSED
074700             MOVE SV-HIST-MONTH TO SV-LAST-CLOSED
074800         END-IF
074900     END-IF.
075000 1410-EXIT.
075100     EXIT.
075200*
075300*-----------------------------------------------------------*
075400* 1500-OPEN-ACCOUNT-MASTER - NAMES ONLY. A MISSING MASTER    *
075500*                   JUST LEAVES NAMES BLANK.                 *
075600*-----------------------------------------------------------*
075700 1500-OPEN-ACCOUNT-MASTER.
075800     OPEN INPUT ACCOUNT-FILE
075900     IF SV-ACCT-FILE-STATUS = "00"
076000         SET SV-ACCT-IS-AVAILABLE TO TRUE
076100     END-IF.
076200 1500-EXIT.
076300     EXIT.
076400*
076500*-----------------------------------------------------------*
076600* 1600-LOAD-HOLD-LIST - NOTE THE ACCOUNTS THE STOP/HOLD LIST *
076700*                   ALREADY HOLDS OUTRIGHT. A MISSING LIST   *
076800*                   MEANS NONE.                              *
076900*-----------------------------------------------------------*
077000 1600-LOAD-HOLD-LIST.
077100     OPEN INPUT HOLD-LIST-FILE
077200     IF SV-HOLD-FILE-STATUS NOT = "00"
077300         GO TO 1600-EXIT
077400     END-IF
077500     PERFORM 1610-LOAD-ONE-HOLD THRU 1610-EXIT
077600         UNTIL SV-HOLD-EOF
077700     CLOSE HOLD-LIST-FILE.
077800 1600-EXIT.
077900     EXIT.
078000*
078100 1610-LOAD-ONE-HOLD.
078200     READ HOLD-LIST-FILE
078300         AT END
078400             SET SV-HOLD-EOF TO TRUE
078500             GO TO 1610-EXIT
078600     END-READ
078700     IF HL-ACCOUNT-NUM = SPACES
078800         OR HL-TRANS-NUM NOT = SPACES
078900         OR HL-TRANS-TYPE NOT = SPACE
079000         OR HL-AMOUNT-LIMIT NUMERIC
079100         GO TO 1610-EXIT
079200     END-IF
079300     IF SV-HELD-COUNT < 200
079400         ADD 1 TO SV-HELD-COUNT
079500         MOVE HL-ACCOUNT-NUM TO SV-HELD-ACCOUNT (SV-HELD-COUNT)
079600     END-IF.
079700 1610-EXIT.
079800     EXIT.
079900*
080000*-----------------------------------------------------------*
080100* 2000-SORT-ACTIVITY - GATHER THE WINDOW'S ITEMS FROM THE    *
080200*                   HISTORY AND THE TWO QUEUES, SORT THEM BY *
080300*                   ACCOUNT AND DAY, AND TEST EACH ACCOUNT.  *
080400*-----------------------------------------------------------*
080500 2000-SORT-ACTIVITY.
080600     SORT ACTIVITY-WORK-FILE
080700         ON ASCENDING KEY AW-ACCOUNT-NUM
080800                          AW-ORDINAL
080900         INPUT PROCEDURE 2200-SORT-INPUT THRU 2200-EXIT
081000         OUTPUT PROCEDURE 3000-SORT-OUTPUT THRU 3000-EXIT.
081100 2000-EXIT.
081200     EXIT.
081300*
081400*-----------------------------------------------------------*
081500* 2200-SORT-INPUT - THE ARCHIVES WHEN THE WINDOW REACHES     *
081600*                   BACK INTO A CLOSED MONTH, THEN THE LIVE  *
081700*                   FILE, THEN THE SUSPENSE AND REJECT       *
081800*                   QUEUES.                                  *
081900*-----------------------------------------------------------*
082000 2200-SORT-INPUT.
082100     IF SV-LAST-CLOSED NOT < SV-WINDOW-MONTH
082200         PERFORM 2400-READ-ARCHIVES THRU 2400-EXIT
082300     END-IF
082400     PERFORM 2210-READ-HISTORY-RECORD THRU 2210-EXIT
082500     PERFORM 2220-RELEASE-HISTORY-ITEM THRU 2220-EXIT
082600         UNTIL SV-HIST-EOF
082700     CLOSE HISTORY-FILE
082800     PERFORM 2500-READ-SUSPENSE THRU 2500-EXIT
082900     PERFORM 2600-READ-REJECTS THRU 2600-EXIT.
083000 2200-EXIT.
083100     EXIT.
083200*
083300 2210-READ-HISTORY-RECORD.
083400     READ HISTORY-FILE
083500         AT END
083600             SET SV-HIST-EOF TO TRUE
083700     END-READ.
083800 2210-EXIT.
083900     EXIT.
084000*
084100 2220-RELEASE-HISTORY-ITEM.
084200     PERFORM 2225-SELECT-HISTORY-ITEM THRU 2225-EXIT
084300     PERFORM 2210-READ-HISTORY-RECORD THRU 2210-EXIT.
084400 2220-EXIT.
084500     EXIT.
084600*
084700*-----------------------------------------------------------*
084800* 2225-SELECT-HISTORY-ITEM - ONE LINE OFF THE LIVE FILE OR   *
084900*                   AN ARCHIVE. ONLY DETAIL LINES DATED      *
085000*                   INSIDE THE WINDOW ARE RELEASED.          *
085100*-----------------------------------------------------------*
085200 2225-SELECT-HISTORY-ITEM.
085300     ADD 1 TO SV-HIST-READ
085400     IF NOT HI-DETAIL-LINE
085500         OR HI-TRANS-DATE NOT NUMERIC
085600         OR HI-TRANS-AMOUNT NOT NUMERIC
085700         GO TO 2225-EXIT
085800     END-IF
085900     MOVE HI-TRANS-DATE TO SV-ITEM-DATE
086000     PERFORM 2800-FIND-WINDOW-DAY THRU 2800-EXIT
086100     IF SV-WD-MATCH = 0
086200         GO TO 2225-EXIT
086300     END-IF
086400     MOVE SPACES TO AW-RECORD
086500     SET AW-FROM-HISTORY TO TRUE
086600     MOVE HI-ACCOUNT-NUM TO AW-ACCOUNT-NUM
086700     MOVE HI-TRANS-TYPE TO AW-TRANS-TYPE
086800     MOVE HI-BRANCH-ID TO AW-BRANCH-ID
086900     MOVE HI-CURRENCY-CODE TO AW-CURRENCY-CODE
087000     MOVE HI-TRANS-AMOUNT TO AW-TRANS-AMOUNT
087100     PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT.
087200 2225-EXIT.
087300     EXIT.
087400*
087500*-----------------------------------------------------------*
087600* 2400-READ-ARCHIVES - THE CLOSED MONTHS THE WINDOW REACHES  *
087700*                   INTO ARE READ OFF THEIR ARCHIVES AHEAD   *
087800*                   OF THE LIVE FILE. A MONTH FROM BEFORE    *
087900*                   THE FIRST CLOSE LIVES IN THE FIRST       *
088000*                   ARCHIVE; PAST THAT, A MISSING GENERATION *
088100*                   STOPS THE RUN.                           *
088200*-----------------------------------------------------------*
088300 2400-READ-ARCHIVES.
088400     MOVE SV-WINDOW-MONTH TO SV-ARCH-MONTH
088500     PERFORM 2410-READ-ONE-ARCHIVE THRU 2410-EXIT
088600         UNTIL SV-ARCH-MONTH > SV-LAST-CLOSED
088610     IF NOT SV-ARCH-WAS-FOUND
088620         DISPLAY "SURVEILLER-ACTIVITE - NO HISTORY ARCHIVE FOUND "
088630             "FOR MONTH " SV-WINDOW-MONTH " - RUN ABORTED"
088640         MOVE 16 TO RETURN-CODE
088650         STOP RUN
088660     END-IF.
088700 2400-EXIT.
088800     EXIT.
088900*
089000 2410-READ-ONE-ARCHIVE.
089100     PERFORM 2420-SCAN-ONE-ARCHIVE THRU 2420-EXIT
089200     IF SV-ARCH-MM < 12
089300         ADD 1 TO SV-ARCH-MM
089400     ELSE
089500         MOVE 1 TO SV-ARCH-MM
089600         ADD 1 TO SV-ARCH-YYYY
089700     END-IF.
089800 2410-EXIT.
089900     EXIT.
090000*
090100*-----------------------------------------------------------*
090200* 2420-SCAN-ONE-ARCHIVE - ONE GENERATION, HISTYYYYMM.TXT,    *
090300*                   THROUGH THE SAME SELECTION AS THE LIVE   *
090400*                   FILE, PROVED AGAINST ITS CONTROL LINE.   *
090500*-----------------------------------------------------------*
090600 2420-SCAN-ONE-ARCHIVE.
090700     MOVE SPACES TO SV-ARCH-PATH
090800     STRING "hist"         DELIMITED BY SIZE
090900            SV-ARCH-MONTH  DELIMITED BY SIZE
091000            ".txt"         DELIMITED BY SIZE
091100        INTO SV-ARCH-PATH
091200     OPEN INPUT ARCHIVE-FILE
091300     IF SV-ARCH-FILE-STATUS NOT = "00"
091400         IF SV-ARCH-WAS-FOUND
091500             DISPLAY "SURVEILLER-ACTIVITE - HISTORY ARCHIVE "
091600                 SV-ARCH-PATH " IS MISSING - RUN ABORTED"
091700             MOVE 16 TO RETURN-CODE
091800             STOP RUN
091900         END-IF
092000         GO TO 2420-EXIT
092100     END-IF
092200     PERFORM 2450-CHECK-FIRST-ARCHIVE THRU 2450-EXIT
092300     ADD 1 TO SV-ARCHIVES-READ
092400     MOVE "N" TO SV-ARCH-SWITCH
092500     MOVE "N" TO SV-CTL-SEEN-SW
092600     MOVE 0 TO SV-ARCH-COUNT
092700     MOVE 0 TO SV-ARCH-NET
092800     PERFORM 2430-READ-ARCHIVE-RECORD THRU 2430-EXIT
092900     PERFORM 2440-SELECT-ARCHIVE-RECORD THRU 2440-EXIT
093000         UNTIL SV-ARCH-EOF
093100     CLOSE ARCHIVE-FILE
093200     IF NOT SV-CONTROL-WAS-SEEN
093300         OR SV-ARCH-COUNT NOT = SV-CTL-COUNT
093400         OR SV-ARCH-NET NOT = SV-CTL-NET
093500         DISPLAY "SURVEILLER-ACTIVITE - HISTORY ARCHIVE "
093600             SV-ARCH-PATH " DOES NOT AGREE WITH ITS CONTROL "
093700             "LINE - RUN ABORTED"
093800         MOVE 16 TO RETURN-CODE
093900         STOP RUN
094000     END-IF.
094100 2420-EXIT.
094200     EXIT.
094300*
094400 2430-READ-ARCHIVE-RECORD.
094500     READ ARCHIVE-FILE INTO HIST-RECORD
094600         AT END
094700             SET SV-ARCH-EOF TO TRUE
094800     END-READ.
094900 2430-EXIT.
095000     EXIT.
095100*
095200 2440-SELECT-ARCHIVE-RECORD.
095300     IF HI-ARCHIVE-CONTROL
095400         SET SV-CONTROL-WAS-SEEN TO TRUE
095500         MOVE HI-CONTROL-COUNT TO SV-CTL-COUNT
095600         MOVE HI-RUNNING-TOTAL TO SV-CTL-NET
095700     END-IF
095800     IF HI-DETAIL-LINE
095900         ADD 1 TO SV-ARCH-COUNT
096000         ADD HI-TRANS-AMOUNT TO SV-ARCH-NET
096100     END-IF
096200     PERFORM 2225-SELECT-HISTORY-ITEM THRU 2225-EXIT
096300     PERFORM 2430-READ-ARCHIVE-RECORD THRU 2430-EXIT.
096400 2440-EXIT.
096500     EXIT.
096502*
096504*-----------------------------------------------------------*
096506* 2450-CHECK-FIRST-ARCHIVE - THE FIRST GENERATION FOUND FOR  *
096508*                   A LATER MONTH THAN THE ONE WANTED MUST   *
096510*                   BE THE OLDEST ON HAND, WHICH OPENS WITH  *
096512*                   NO BALANCE-FORWARD LINES. ONE THAT OPENS *
096514*                   WITH THEM HAD A GENERATION BEFORE IT,    *
096516*                   NOW MISSING, SO THE RUN STOPS.           *
096518*-----------------------------------------------------------*
096520 2450-CHECK-FIRST-ARCHIVE.
096522     IF SV-ARCH-WAS-FOUND
096524         GO TO 2450-EXIT
096526     END-IF
096528     SET SV-ARCH-WAS-FOUND TO TRUE
096530     IF SV-ARCH-MONTH = SV-WINDOW-MONTH
096532         GO TO 2450-EXIT
096534     END-IF
096536     READ ARCHIVE-FILE INTO HIST-RECORD
096538         AT END
096540             MOVE SPACES TO HIST-RECORD
096542     END-READ
096544     CLOSE ARCHIVE-FILE
096546     IF HI-BALANCE-FORWARD
096548         DISPLAY "SURVEILLER-ACTIVITE - HISTORY ARCHIVE BEFORE "
096550             SV-ARCH-PATH " IS MISSING - RUN ABORTED"
096552         MOVE 16 TO RETURN-CODE
096554         STOP RUN
096556     END-IF
096558     OPEN INPUT ARCHIVE-FILE.
096560 2450-EXIT.
096562     EXIT.
096600*
096700*-----------------------------------------------------------*
096800* 2500-READ-SUSPENSE - ITEMS STILL HELD ON THE SUSPENSE      *
096900*                   QUEUE, DATED INSIDE THE WINDOW. A        *
097000*                   RELEASED OR RETURNED ITEM HAS LEFT THE   *
097100*                   QUEUE, SO NOTHING IS COUNTED TWICE WITH  *
097200*                   THE HISTORY.                             *
097300*-----------------------------------------------------------*
097400 2500-READ-SUSPENSE.
097500     OPEN INPUT SUSPENSE-FILE
097600     IF SV-SUSP-FILE-STATUS NOT = "00"
097700         GO TO 2500-EXIT
097800     END-IF
097900     PERFORM 2510-SELECT-SUSPENSE-ITEM THRU 2510-EXIT
098000         UNTIL SV-SUSP-EOF
098100     CLOSE SUSPENSE-FILE.
098200 2500-EXIT.
098300     EXIT.
098400*
098500 2510-SELECT-SUSPENSE-ITEM.
098600     READ SUSPENSE-FILE
098700         AT END
098800             SET SV-SUSP-EOF TO TRUE
098900             GO TO 2510-EXIT
099000     END-READ
099100     ADD 1 TO SV-SUSP-READ
099200     IF SU-ACCOUNT-NUM = SPACES
099300         OR SU-TRANS-DATE NOT NUMERIC
099400         OR SU-TRANS-AMOUNT NOT NUMERIC
099500         GO TO 2510-EXIT
099600     END-IF
099700     MOVE SU-TRANS-DATE TO SV-ITEM-DATE
099800     PERFORM 2800-FIND-WINDOW-DAY THRU 2800-EXIT
099900     IF SV-WD-MATCH = 0
100000         GO TO 2510-EXIT
100100     END-IF
100200     MOVE SPACES TO AW-RECORD
100300     SET AW-FROM-SUSPENSE TO TRUE
100400     MOVE SU-ACCOUNT-NUM TO AW-ACCOUNT-NUM
100500     MOVE SU-TRANS-TYPE TO AW-TRANS-TYPE
100600     MOVE SU-BRANCH-ID TO AW-BRANCH-ID
100700     MOVE SU-CURRENCY-CODE TO AW-CURRENCY-CODE
100800     MOVE SU-TRANS-AMOUNT TO AW-TRANS-AMOUNT
100900     PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT.
101000 2510-EXIT.
101100     EXIT.
101200*
101300*-----------------------------------------------------------*
101400* 2600-READ-REJECTS - ITEMS STILL WAITING ON THE REJECT      *
101500*                   QUEUE. A REJECT WITH NO USABLE           *
101600*                   TRANSACTION DATE IS PLACED ON THE DAY IT *
101700*                   WAS REJECTED; ONE WITH NO ACCOUNT OR NO  *
101800*                   USABLE AMOUNT CANNOT BE TESTED AND IS    *
101900*                   LEFT OUT.                                *
102000*-----------------------------------------------------------*
102100 2600-READ-REJECTS.
102200     OPEN INPUT REJECT-FILE
102300     IF SV-REJ-FILE-STATUS NOT = "00"
102400         GO TO 2600-EXIT
102500     END-IF
102600     PERFORM 2610-SELECT-REJECT-ITEM THRU 2610-EXIT
102700         UNTIL SV-REJ-EOF
102800     CLOSE REJECT-FILE.
102900 2600-EXIT.
103000     EXIT.
103100*
103200 2610-SELECT-REJECT-ITEM.
103300     READ REJECT-FILE
103400         AT END
103500             SET SV-REJ-EOF TO TRUE
103600             GO TO 2610-EXIT
103700     END-READ
103800     ADD 1 TO SV-REJ-READ
103900     IF RJ-ACCOUNT-NUM = SPACES
104000         OR RJ-TRANS-AMOUNT NOT NUMERIC
104100         GO TO 2610-EXIT
104200     END-IF
104300     IF RJ-TRANS-DATE NUMERIC
104400         AND RJ-TRANS-DATE > 0
104500         MOVE RJ-TRANS-DATE TO SV-ITEM-DATE
104600     ELSE
104700         IF RJ-REJECT-DATE NOT NUMERIC
104800             GO TO 2610-EXIT
104900         END-IF
105000         MOVE RJ-REJECT-DATE TO SV-ITEM-DATE
105100     END-IF
105200     PERFORM 2800-FIND-WINDOW-DAY THRU 2800-EXIT
105300     IF SV-WD-MATCH = 0
105400         GO TO 2610-EXIT
105500     END-IF
105600     MOVE SPACES TO AW-RECORD
105700     SET AW-FROM-REJECTS TO TRUE
105800     MOVE RJ-ACCOUNT-NUM TO AW-ACCOUNT-NUM
105900     MOVE RJ-TRANS-TYPE TO AW-TRANS-TYPE
106000     MOVE RJ-BRANCH-ID TO AW-BRANCH-ID
106100     MOVE RJ-CURRENCY-CODE TO AW-CURRENCY-CODE
106200     MOVE RJ-TRANS-AMOUNT TO AW-TRANS-AMOUNT
106300     PERFORM 2900-RELEASE-ITEM THRU 2900-EXIT.
106400 2610-EXIT.
106500     EXIT.
106600*
106700*-----------------------------------------------------------*
106800* 2800-FIND-WINDOW-DAY - THE WINDOW DAY SV-ITEM-DATE FALLS   *
106900*                   ON: THE LATEST WINDOW DAY NOT AFTER IT.  *
107000*                   ZERO WHEN THE DATE IS OUTSIDE THE        *
107100*                   WINDOW.                                  *
107200*-----------------------------------------------------------*
107300 2800-FIND-WINDOW-DAY.
107400     MOVE 0 TO SV-WD-MATCH
107500     IF SV-ITEM-DATE < SV-WINDOW-START
107600         OR SV-ITEM-DATE > SV-RUN-DATE-YYYYMMDD
107700         GO TO 2800-EXIT
107800     END-IF
107900     PERFORM 2810-SCAN-WINDOW-TABLE THRU 2810-EXIT
108000         VARYING SV-WD-SUB FROM SV-WINDOW-DAYS BY -1
108100         UNTIL SV-WD-SUB < 1
108200         OR SV-WD-MATCH > 0.
108300 2800-EXIT.
108400     EXIT.
108500*
108600 2810-SCAN-WINDOW-TABLE.
108700     IF SV-WD-DATE (SV-WD-SUB) NOT > SV-ITEM-DATE
108800         MOVE SV-WD-SUB TO SV-WD-MATCH
108900     END-IF.
109000 2810-EXIT.
109100     EXIT.
109200*
109300 2900-RELEASE-ITEM.
109400     MOVE SV-WD-MATCH TO AW-ORDINAL
109500     ADD 1 TO SV-ITEMS-IN-WINDOW
109600     RELEASE AW-RECORD.
109700 2900-EXIT.
109800     EXIT.
109900*
110000*-----------------------------------------------------------*
110100* 3000-SORT-OUTPUT - ONE ACCOUNT AT A TIME: TALLY ITS ITEMS  *
110200*                   BY WINDOW DAY, THEN TEST IT.             *
110300*-----------------------------------------------------------*
110400 3000-SORT-OUTPUT.
110500     PERFORM 3010-RETURN-SORTED-ITEM THRU 3010-EXIT
110600     PERFORM 3020-PROCESS-SORTED-ITEM THRU 3020-EXIT
110700         UNTIL SV-SORT-EOF
110800     IF SV-ACCOUNT-IN-PROGRESS
110900         PERFORM 3400-TEST-ACCOUNT THRU 3400-EXIT
111000     END-IF.
111100 3000-EXIT.
111200     EXIT.
111300*
111400 3010-RETURN-SORTED-ITEM.
111500     RETURN ACTIVITY-WORK-FILE
111600         AT END
111700             SET SV-SORT-EOF TO TRUE
111800     END-RETURN.
111900 3010-EXIT.
112000     EXIT.
112100*
112200 3020-PROCESS-SORTED-ITEM.
112300     IF SV-ACCOUNT-IN-PROGRESS
112400         AND AW-ACCOUNT-NUM NOT = SV-CUR-ACCOUNT
112500         PERFORM 3400-TEST-ACCOUNT THRU 3400-EXIT
112600     END-IF
112700     IF NOT SV-ACCOUNT-IN-PROGRESS
112800         PERFORM 3100-START-ACCOUNT THRU 3100-EXIT
112900     END-IF
113000     PERFORM 3200-TALLY-ITEM THRU 3200-EXIT
113100     PERFORM 3010-RETURN-SORTED-ITEM THRU 3010-EXIT.
113200 3020-EXIT.
113300     EXIT.
113400*
113500 3100-START-ACCOUNT.
113600     SET SV-ACCOUNT-IN-PROGRESS TO TRUE
113700     MOVE AW-ACCOUNT-NUM TO SV-CUR-ACCOUNT
113800     MOVE 0 TO SV-ACCT-ITEMS
113900     MOVE 0 TO SV-ACCT-FX-COUNT
114000     MOVE 0 TO SV-ACCT-FX-VALUE
114100     PERFORM 3110-CLEAR-ONE-DAY THRU 3110-EXIT
114200         VARYING SV-WD-SUB FROM 1 BY 1
114300         UNTIL SV-WD-SUB > SV-WINDOW-DAYS.
114400 3100-EXIT.
114500     EXIT.
114600*
114700 3110-CLEAR-ONE-DAY.
114800     MOVE 0 TO SV-DY-COUNT (SV-WD-SUB)
114900     MOVE 0 TO SV-DY-VALUE (SV-WD-SUB)
115000     MOVE 0 TO SV-DY-STRUCT (SV-WD-SUB)
115100     MOVE 0 TO SV-DY-BR-USED (SV-WD-SUB).
115200 3110-EXIT.
115300     EXIT.
115400*
115500*-----------------------------------------------------------*
115600* 3200-TALLY-ITEM - COUNT AND VALUE (ON MAGNITUDE, SO A      *
115700*                   DEBIT COUNTS THE SAME AS A CREDIT) ON    *
115800*                   THE ITEM'S DAY, WHETHER IT SITS JUST     *
115900*                   UNDER THE THRESHOLD, ITS BRANCH, AND ITS *
116000*                   CURRENCY WHEN NOT CAD.                   *
116100*-----------------------------------------------------------*
116200 3200-TALLY-ITEM.
116300     MOVE AW-ORDINAL TO SV-WD-SUB
116400     ADD 1 TO SV-ACCT-ITEMS
116500     IF AW-TRANS-AMOUNT < 0
116600         COMPUTE SV-ITEM-VALUE = 0 - AW-TRANS-AMOUNT
116700     ELSE
116800         MOVE AW-TRANS-AMOUNT TO SV-ITEM-VALUE
116900     END-IF
117000     ADD 1 TO SV-DY-COUNT (SV-WD-SUB)
117100     ADD SV-ITEM-VALUE TO SV-DY-VALUE (SV-WD-SUB)
117200     IF SV-ITEM-VALUE NOT < SV-BAND-FLOOR
117300         AND SV-ITEM-VALUE < SV-THRESHOLD
117400         ADD 1 TO SV-DY-STRUCT (SV-WD-SUB)
117500     END-IF
117600     IF AW-CURRENCY-CODE NOT = "CAD"
117700         AND AW-CURRENCY-CODE NOT = SPACES
117800         ADD 1 TO SV-ACCT-FX-COUNT
117900         ADD SV-ITEM-VALUE TO SV-ACCT-FX-VALUE
118000     END-IF
118100     MOVE "N" TO SV-SUB-FOUND-SW
118200     PERFORM 3210-SCAN-DAY-BRANCHES THRU 3210-EXIT
118300         VARYING SV-BR-SUB FROM 1 BY 1
118400         UNTIL SV-BR-SUB > SV-DY-BR-USED (SV-WD-SUB)
118500         OR SV-BR-SUB > 10
118600         OR SV-SUB-WAS-FOUND
118700     IF NOT SV-SUB-WAS-FOUND
118800         ADD 1 TO SV-DY-BR-USED (SV-WD-SUB)
118900         IF SV-DY-BR-USED (SV-WD-SUB) NOT > 10
119000             MOVE AW-BRANCH-ID TO SV-DY-BRANCH
119100                 (SV-WD-SUB, SV-DY-BR-USED (SV-WD-SUB))
119200         END-IF
119300     END-IF.
119400 3200-EXIT.
119500     EXIT.
119600*
119700 3210-SCAN-DAY-BRANCHES.
119800     IF SV-DY-BRANCH (SV-WD-SUB, SV-BR-SUB) = AW-BRANCH-ID
119900         SET SV-SUB-WAS-FOUND TO TRUE
120000     END-IF.
120100 3210-EXIT.
120200     EXIT.
120300*
120400*-----------------------------------------------------------*
120500* 3400-TEST-ACCOUNT - RUN THE FOUR TESTS ON THE ACCOUNT JUST *
120600*                   TALLIED AND, WHEN ANY FIRES, SCORE IT    *
120700*                   AND FILE IT AS A CASE.                   *
120800*-----------------------------------------------------------*
120900 3400-TEST-ACCOUNT.
121000     MOVE "N" TO SV-IN-ACCOUNT-SW
121100     ADD 1 TO SV-ACCOUNTS-EXAMINED
121200     MOVE SPACES TO SV-CASE-WORK
121300     MOVE 0 TO SV-CW-SCORE
121400     MOVE SV-CUR-ACCOUNT TO SV-CW-ACCOUNT-NUM
121500     MOVE 0 TO SV-CW-STRUCT-MAX
121600     MOVE 0 TO SV-CW-STRUCT-DATE
121700     MOVE 0 TO SV-CW-BRANCH-MAX
121800     MOVE 0 TO SV-CW-BRANCH-DATE
121900     MOVE 0 TO SV-PRIOR-COUNT
122000     MOVE 0 TO SV-PRIOR-VALUE
122100     MOVE 0 TO SV-SLIDE-SUM
122200     MOVE 0 TO SV-POINTS
122300     PERFORM 3410-SCAN-ONE-DAY THRU 3410-EXIT
122400         VARYING SV-WD-SUB FROM 1 BY 1
122500         UNTIL SV-WD-SUB > SV-WINDOW-DAYS
122600     PERFORM 3500-TEST-STRUCTURING THRU 3500-EXIT
122700     PERFORM 3600-TEST-SPIKE THRU 3600-EXIT
122800     PERFORM 3700-TEST-BRANCHES THRU 3700-EXIT
122900     PERFORM 3800-TEST-FOREIGN THRU 3800-EXIT
123000     IF SV-POINTS = 0
123100         GO TO 3400-EXIT
123200     END-IF
123300     IF SV-POINTS > 999
123400         MOVE 999 TO SV-CW-SCORE
123500     ELSE
123600         MOVE SV-POINTS TO SV-CW-SCORE
123700     END-IF
123800     MOVE SV-ACCT-ITEMS TO SV-CW-ITEMS
123900     MOVE "N" TO SV-CW-HELD-FLAG
124000     PERFORM 3420-SCAN-HELD-TABLE THRU 3420-EXIT
124100         VARYING SV-HELD-SUB FROM 1 BY 1
124200         UNTIL SV-HELD-SUB > SV-HELD-COUNT
124300         OR SV-CW-ALREADY-HELD
124400     IF SV-CASE-USED >= 2000
124500         DISPLAY "SURVEILLER-ACTIVITE - CASE TABLE EXCEEDS "
124600             "CAPACITY - RUN ABORTED"
124700         MOVE 16 TO RETURN-CODE
124800         STOP RUN
124900     END-IF
125000     ADD 1 TO SV-CASE-USED
125100     MOVE SV-CASE-WORK TO SV-CASE-ENTRY (SV-CASE-USED).
125200 3400-EXIT.
125300     EXIT.
125400*
125500*-----------------------------------------------------------*
125600* 3410-SCAN-ONE-DAY - THE STRUCTURING COUNT OVER THE SPAN    *
125700*                   ENDING ON THIS DAY (THE DAY ENTERING THE *
125800*                   SPAN ADDED, THE ONE LEAVING IT TAKEN     *
125900*                   OFF), THE MOST BRANCHES ON ONE DAY, AND  *
126000*                   THE TOTALS OF THE DAYS BEFORE TONIGHT    *
126100*                   FOR THE AVERAGE.                         *
126200*-----------------------------------------------------------*
126300 3410-SCAN-ONE-DAY.
126400     ADD SV-DY-STRUCT (SV-WD-SUB) TO SV-SLIDE-SUM
126500     IF SV-WD-SUB > SV-STRUCT-DAYS
126600         SUBTRACT SV-DY-STRUCT (SV-WD-SUB - SV-STRUCT-DAYS)
126700             FROM SV-SLIDE-SUM
126800     END-IF
126900     IF SV-SLIDE-SUM > SV-CW-STRUCT-MAX
127000         MOVE SV-SLIDE-SUM TO SV-CW-STRUCT-MAX
127100         MOVE SV-WD-DATE (SV-WD-SUB) TO SV-CW-STRUCT-DATE
127200     END-IF
127300     IF SV-DY-BR-USED (SV-WD-SUB) > SV-CW-BRANCH-MAX
127400         MOVE SV-DY-BR-USED (SV-WD-SUB) TO SV-CW-BRANCH-MAX
127500         MOVE SV-WD-DATE (SV-WD-SUB) TO SV-CW-BRANCH-DATE
127600     END-IF
127700     IF SV-WD-SUB < SV-WINDOW-DAYS
127800         ADD SV-DY-COUNT (SV-WD-SUB) TO SV-PRIOR-COUNT
127900         ADD SV-DY-VALUE (SV-WD-SUB) TO SV-PRIOR-VALUE
128000     END-IF.
128100 3410-EXIT.
128200     EXIT.
128300*
128400 3420-SCAN-HELD-TABLE.
128500     IF SV-HELD-ACCOUNT (SV-HELD-SUB) = SV-CUR-ACCOUNT
128600         SET SV-CW-ALREADY-HELD TO TRUE
128700     END-IF.
128800 3420-EXIT.
128900     EXIT.
129000*
129100*-----------------------------------------------------------*
129200* 3500-TEST-STRUCTURING - ENOUGH ITEMS JUST UNDER THE        *
129300*                   THRESHOLD WITHIN THE SPAN. 40 POINTS, 10 *
129400*                   MORE FOR EACH ITEM OVER THE MINIMUM.     *
129500*-----------------------------------------------------------*
129600 3500-TEST-STRUCTURING.
129700     IF SV-CW-STRUCT-MAX < SV-STRUCT-COUNT
129800         GO TO 3500-EXIT
129900     END-IF
130000     SET SV-CW-STRUCTURING TO TRUE
130100     COMPUTE SV-POINTS = SV-POINTS + 40
130200         + (10 * (SV-CW-STRUCT-MAX - SV-STRUCT-COUNT)).
130300 3500-EXIT.
130400     EXIT.
130500*
130600*-----------------------------------------------------------*
130700* 3600-TEST-SPIKE - TONIGHT'S COUNT OR VALUE MORE THAN THE   *
130800*                   FACTOR TIMES THE ACCOUNT'S DAILY AVERAGE *
130900*                   OVER THE REST OF THE WINDOW, AND AT      *
131000*                   LEAST THE FLOOR ON THE CARD SO A QUIET   *
131100*                   ACCOUNT'S FIRST SMALL ITEM DOES NOT      *
131200*                   FIRE. COMPARED CROSS-MULTIPLIED, SO NO   *
131300*                   ROUNDING. 30 POINTS.                     *
131400*-----------------------------------------------------------*
131500 3600-TEST-SPIKE.
131600     COMPUTE SV-PRIOR-DAYS = SV-WINDOW-DAYS - 1
131700     MOVE SV-DY-COUNT (SV-WINDOW-DAYS) TO SV-CW-TODAY-COUNT
131800     MOVE SV-DY-VALUE (SV-WINDOW-DAYS) TO SV-CW-TODAY-VALUE
131900     MOVE 0 TO SV-CW-AVG-COUNT
132000     MOVE 0 TO SV-CW-AVG-VALUE
132100     IF SV-PRIOR-DAYS = 0
132200         GO TO 3600-EXIT
132300     END-IF
132400     COMPUTE SV-CW-AVG-COUNT ROUNDED =
132500         SV-PRIOR-COUNT / SV-PRIOR-DAYS
132600     COMPUTE SV-CW-AVG-VALUE ROUNDED =
132700         SV-PRIOR-VALUE / SV-PRIOR-DAYS
132800     IF SV-DY-COUNT (SV-WINDOW-DAYS) NOT < SV-SPIKE-COUNT
132900         COMPUTE SV-SPIKE-TEST =
133000             SV-DY-COUNT (SV-WINDOW-DAYS) * SV-PRIOR-DAYS
133100         COMPUTE SV-SPIKE-LIMIT =
133200             SV-SPIKE-FACTOR * SV-PRIOR-COUNT
133300         IF SV-SPIKE-TEST > SV-SPIKE-LIMIT
133400             SET SV-CW-SPIKE TO TRUE
133500         END-IF
133600     END-IF
133700     IF SV-DY-VALUE (SV-WINDOW-DAYS) NOT < SV-SPIKE-VALUE
133800         COMPUTE SV-SPIKE-TEST =
133900             SV-DY-VALUE (SV-WINDOW-DAYS) * SV-PRIOR-DAYS
134000         COMPUTE SV-SPIKE-LIMIT =
134100             SV-SPIKE-FACTOR * SV-PRIOR-VALUE
134200         IF SV-SPIKE-TEST > SV-SPIKE-LIMIT
134300             SET SV-CW-SPIKE TO TRUE
134400         END-IF
134500     END-IF
134600     IF SV-CW-SPIKE
134700         ADD 30 TO SV-POINTS
134800     END-IF.
134900 3600-EXIT.
135000     EXIT.
135100*
135200*-----------------------------------------------------------*
135300* 3700-TEST-BRANCHES - ENOUGH DIFFERENT BRANCHES FEEDING THE *
135400*                   ACCOUNT ON ONE DAY. 20 POINTS, 10 MORE   *
135500*                   FOR EACH BRANCH OVER THE MINIMUM.        *
135600*-----------------------------------------------------------*
135700 3700-TEST-BRANCHES.
135800     IF SV-CW-BRANCH-MAX < SV-BRANCH-COUNT
135900         GO TO 3700-EXIT
136000     END-IF
136100     SET SV-CW-MULTI-BRANCH TO TRUE
136200     COMPUTE SV-POINTS = SV-POINTS + 20
136300         + (10 * (SV-CW-BRANCH-MAX - SV-BRANCH-COUNT)).
136400 3700-EXIT.
136500     EXIT.
136600*
136700*-----------------------------------------------------------*
136800* 3800-TEST-FOREIGN - REPEATED FOREIGN-CURRENCY ITEMS OVER   *
136900*                   THE WINDOW. 10 POINTS, 2 MORE FOR EACH   *
137000*                   ITEM OVER THE MINIMUM.                   *
137100*-----------------------------------------------------------*
137200 3800-TEST-FOREIGN.
137300     MOVE SV-ACCT-FX-COUNT TO SV-CW-FX-COUNT
137400     MOVE SV-ACCT-FX-VALUE TO SV-CW-FX-VALUE
137500     IF SV-ACCT-FX-COUNT < SV-FOREIGN-COUNT
137600         GO TO 3800-EXIT
137700     END-IF
137800     SET SV-CW-FOREIGN TO TRUE
137900     COMPUTE SV-POINTS = SV-POINTS + 10
138000         + (2 * (SV-ACCT-FX-COUNT - SV-FOREIGN-COUNT)).
138100 3800-EXIT.
138200     EXIT.
138300*
138400*-----------------------------------------------------------*
138500* 4000-WRITE-REPORT-HEADINGS - START A NEW PAGE: THE WINDOW, *
138600*                   THE THRESHOLDS IN FORCE, RUN DATE AND    *
138700*                   PAGE.                                    *
138800*-----------------------------------------------------------*
138900 4000-WRITE-REPORT-HEADINGS.
139000     ADD 1 TO SV-PAGE-NUM
139100     MOVE SPACES TO SV-REPORT-LINE
139200     STRING "SURVEILLANCE DES ACTIVITES SUSPECTES - DOSSIERS "
139300            DELIMITED BY SIZE
139400            "PAR RANG" DELIMITED BY SIZE
139500            "          PAGE " DELIMITED BY SIZE
139600            SV-PAGE-NUM DELIMITED BY SIZE
139700        INTO SV-REPORT-LINE
139800     WRITE RPT-LINE FROM SV-REPORT-LINE
139900     MOVE SV-WINDOW-DAYS TO SV-COUNT-DISPLAY
140000     MOVE SPACES TO SV-REPORT-LINE
140100     STRING "FENETRE : " DELIMITED BY SIZE
140200            SV-START-DATE-DISPLAY DELIMITED BY SIZE
140300            " AU " DELIMITED BY SIZE
140400            SV-RUN-DATE-DISPLAY DELIMITED BY SIZE
140500            " (" DELIMITED BY SIZE
140600            SV-COUNT-DISPLAY DELIMITED BY SIZE
140700            " JOURS OUVRABLES)" DELIMITED BY SIZE
140800            "     DATE D'EXECUTION : " DELIMITED BY SIZE
140900            SV-RUN-DATE-DISPLAY DELIMITED BY SIZE
141000        INTO SV-REPORT-LINE
141100     WRITE RPT-LINE FROM SV-REPORT-LINE
141200     MOVE SV-THRESHOLD TO SV-LIMIT-DISPLAY
141300     MOVE SV-BAND TO SV-BAND-DISPLAY
141400     MOVE SPACES TO SV-REPORT-LINE
141500     STRING "SEUIL : " DELIMITED BY SIZE
141600            SV-LIMIT-DISPLAY DELIMITED BY SIZE
141700            "  MARGE : " DELIMITED BY SIZE
141800            SV-BAND-DISPLAY DELIMITED BY SIZE
141900            "  FRACTIONNEMENT : " DELIMITED BY SIZE
142000            SV-STRUCT-COUNT DELIMITED BY SIZE
142100            " EN " DELIMITED BY SIZE
142200            SV-STRUCT-DAYS DELIMITED BY SIZE
142300            " JOURS  POINTE : X" DELIMITED BY SIZE
142400            SV-SPIKE-FACTOR DELIMITED BY SIZE
142500            "  SUCCURSALES : " DELIMITED BY SIZE
142600            SV-BRANCH-COUNT DELIMITED BY SIZE
142700            "  DEVISES : " DELIMITED BY SIZE
142800            SV-FOREIGN-COUNT DELIMITED BY SIZE
142900        INTO SV-REPORT-LINE
143000     WRITE RPT-LINE FROM SV-REPORT-LINE
143100     MOVE SPACES TO RPT-LINE
143200     WRITE RPT-LINE
143300     MOVE 0 TO SV-LINE-COUNT.
143400 4000-EXIT.
143500     EXIT.
143600*
143700 4010-CHECK-PAGE-BREAK.
143800     IF SV-LINE-COUNT >= SV-LINES-PER-PAGE
143900         PERFORM 4000-WRITE-REPORT-HEADINGS THRU 4000-EXIT
144000     END-IF.
144100 4010-EXIT.
144200     EXIT.
144300*
144400 4100-WRITE-REPORT-LINE.
144500     PERFORM 4010-CHECK-PAGE-BREAK THRU 4010-EXIT
144600     WRITE RPT-LINE FROM SV-REPORT-LINE
144700     ADD 1 TO SV-LINE-COUNT.
144800 4100-EXIT.
144900     EXIT.
145000*
145100 4200-FORMAT-DATE.
145200     STRING SV-DW-MM   DELIMITED BY SIZE
145300            "/"        DELIMITED BY SIZE
145400            SV-DW-DD   DELIMITED BY SIZE
145500            "/"        DELIMITED BY SIZE
145600            SV-DW-YYYY DELIMITED BY SIZE
145700        INTO SV-DATE-DISPLAY.
145800 4200-EXIT.
145900     EXIT.
146000*
146100*-----------------------------------------------------------*
146200* 5000-RANK-CASES - SORT THE CASES HIGHEST SCORE FIRST AND   *
146300*                   PRINT THEM, WRITING A SUGGESTED HOLD     *
146400*                   CARD WHERE THE SCORE CALLS FOR ONE.      *
146500*-----------------------------------------------------------*
146600 5000-RANK-CASES.
146700     SORT CASE-WORK-FILE
146800         ON DESCENDING KEY CW-SCORE
146900         ON ASCENDING KEY CW-ACCOUNT-NUM
147000         INPUT PROCEDURE 5100-RELEASE-CASES THRU 5100-EXIT
147100         OUTPUT PROCEDURE 5200-PRINT-CASES THRU 5200-EXIT.
147200 5000-EXIT.
147300     EXIT.
147400*
147500 5100-RELEASE-CASES.
147600     PERFORM 5110-RELEASE-ONE-CASE THRU 5110-EXIT
147700         VARYING SV-CASE-SUB FROM 1 BY 1
147800         UNTIL SV-CASE-SUB > SV-CASE-USED.
147900 5100-EXIT.
148000     EXIT.
148100*
148200 5110-RELEASE-ONE-CASE.
148300     MOVE SV-CASE-ENTRY (SV-CASE-SUB) TO CW-RECORD
148400     RELEASE CW-RECORD.
148500 5110-EXIT.
148600     EXIT.
148700*
148800 5200-PRINT-CASES.
148900     PERFORM 4000-WRITE-REPORT-HEADINGS THRU 4000-EXIT
149000     PERFORM 5210-RETURN-CASE THRU 5210-EXIT
149100     PERFORM 5300-PRINT-ONE-CASE THRU 5300-EXIT
149200         UNTIL SV-CASE-EOF
149300     PERFORM 5900-WRITE-RUN-SUMMARY THRU 5900-EXIT.
149400 5200-EXIT.
149500     EXIT.
149600*
149700 5210-RETURN-CASE.
149800     RETURN CASE-WORK-FILE
149900         AT END
150000             SET SV-CASE-EOF TO TRUE
150100     END-RETURN.
150200 5210-EXIT.
150300     EXIT.
150400*
150500*-----------------------------------------------------------*
150600* 5300-PRINT-ONE-CASE - THE CASE LINE, ONE LINE PER TEST     *
150700*                   THAT FIRED, AND THE HOLD SUGGESTION. A   *
150800*                   CASE IS KEPT TOGETHER ON ONE PAGE.       *
150900*-----------------------------------------------------------*
151000 5300-PRINT-ONE-CASE.
151100     MOVE CW-RECORD TO SV-CASE-WORK
151200     ADD 1 TO SV-RANK
151300     ADD 1 TO SV-CASES-REPORTED
151400     IF SV-LINE-COUNT + 7 > SV-LINES-PER-PAGE
151500         MOVE 99 TO SV-LINE-COUNT
151600     END-IF
151700     PERFORM 5400-LOOKUP-ACCOUNT-NAME THRU 5400-EXIT
151800     MOVE SV-CW-SCORE TO SV-SCORE-DISPLAY
151900     MOVE SV-CW-ITEMS TO SV-COUNT-DISPLAY
152000     MOVE SPACES TO SV-REPORT-LINE
152100     STRING "RANG " DELIMITED BY SIZE
152200            SV-RANK DELIMITED BY SIZE
152300            "   COMPTE " DELIMITED BY SIZE
152400            SV-CW-ACCOUNT-NUM DELIMITED BY SIZE
152500            "  " DELIMITED BY SIZE
152600            SV-ACCT-LOOKUP-NAME DELIMITED BY SIZE
152700            "   POINTAGE " DELIMITED BY SIZE
152800            SV-SCORE-DISPLAY DELIMITED BY SIZE
152900            "   ELEMENTS DANS LA FENETRE " DELIMITED BY SIZE
153000            SV-COUNT-DISPLAY DELIMITED BY SIZE
153100        INTO SV-REPORT-LINE
153200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
153300     IF SV-CW-STRUCTURING
153400         PERFORM 5310-PRINT-STRUCTURING THRU 5310-EXIT
153500     END-IF
153600     IF SV-CW-SPIKE
153700         PERFORM 5320-PRINT-SPIKE THRU 5320-EXIT
153800     END-IF
153900     IF SV-CW-MULTI-BRANCH
154000         PERFORM 5330-PRINT-BRANCHES THRU 5330-EXIT
154100     END-IF
154200     IF SV-CW-FOREIGN
154300         PERFORM 5340-PRINT-FOREIGN THRU 5340-EXIT
154400     END-IF
154500     PERFORM 5500-SUGGEST-HOLD THRU 5500-EXIT
154600     MOVE SPACES TO SV-REPORT-LINE
154700     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
154800     PERFORM 5210-RETURN-CASE THRU 5210-EXIT.
154900 5300-EXIT.
155000     EXIT.
155100*
155200 5310-PRINT-STRUCTURING.
155300     MOVE SV-CW-STRUCT-DATE TO SV-DATE-WORK
155400     PERFORM 4200-FORMAT-DATE THRU 4200-EXIT
155500     MOVE SV-CW-STRUCT-MAX TO SV-COUNT-DISPLAY
155600     MOVE SPACES TO SV-REPORT-LINE
155700     STRING "    S FRACTIONNEMENT   " DELIMITED BY SIZE
155800            SV-COUNT-DISPLAY DELIMITED BY SIZE
155900            " ELEMENTS JUSTE SOUS LE SEUIL EN " DELIMITED BY SIZE
156000            SV-STRUCT-DAYS DELIMITED BY SIZE
156100            " JOURS OUVRABLES, JUSQU'AU " DELIMITED BY SIZE
156200            SV-DATE-DISPLAY DELIMITED BY SIZE
156300        INTO SV-REPORT-LINE
156400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
156500 5310-EXIT.
156600     EXIT.
156700*
156800 5320-PRINT-SPIKE.
156900     MOVE SV-CW-TODAY-COUNT TO SV-COUNT-DISPLAY
157000     MOVE SV-CW-AVG-COUNT TO SV-AVG-COUNT-DISPLAY
157100     MOVE SV-CW-TODAY-VALUE TO SV-AMOUNT-DISPLAY
157200     MOVE SV-CW-AVG-VALUE TO SV-AVG-DISPLAY
157300     MOVE SPACES TO SV-REPORT-LINE
157400     STRING "    P POINTE DU JOUR   " DELIMITED BY SIZE
157500            SV-COUNT-DISPLAY DELIMITED BY SIZE
157600            " ELEMENTS (MOYENNE " DELIMITED BY SIZE
157700            SV-AVG-COUNT-DISPLAY DELIMITED BY SIZE
157800            ")   VALEUR " DELIMITED BY SIZE
157900            SV-AMOUNT-DISPLAY DELIMITED BY SIZE
158000            " (MOYENNE " DELIMITED BY SIZE
158100            SV-AVG-DISPLAY DELIMITED BY SIZE
158200            ")" DELIMITED BY SIZE
158300        INTO SV-REPORT-LINE
158400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
158500 5320-EXIT.
158600     EXIT.
158700*
158800 5330-PRINT-BRANCHES.
158900     MOVE SV-CW-BRANCH-DATE TO SV-DATE-WORK
159000     PERFORM 4200-FORMAT-DATE THRU 4200-EXIT
159100     MOVE SV-CW-BRANCH-MAX TO SV-COUNT-DISPLAY
159200     MOVE SPACES TO SV-REPORT-LINE
159300     STRING "    B SUCCURSALES      " DELIMITED BY SIZE
159400            SV-COUNT-DISPLAY DELIMITED BY SIZE
159500            " SUCCURSALES LE MEME JOUR, LE " DELIMITED BY SIZE
159600            SV-DATE-DISPLAY DELIMITED BY SIZE
159700        INTO SV-REPORT-LINE
159800     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
159900 5330-EXIT.
160000     EXIT.
160100*
160200 5340-PRINT-FOREIGN.
160300     MOVE SV-CW-FX-COUNT TO SV-COUNT-DISPLAY
160400     MOVE SV-CW-FX-VALUE TO SV-AMOUNT-DISPLAY
160500     MOVE SPACES TO SV-REPORT-LINE
160600     STRING "    F DEVISES          " DELIMITED BY SIZE
160700            SV-COUNT-DISPLAY DELIMITED BY SIZE
160800            " ELEMENTS EN DEVISES ETRANGERES, VALEUR CAD "
160900            DELIMITED BY SIZE
161000            SV-AMOUNT-DISPLAY DELIMITED BY SIZE
161100        INTO SV-REPORT-LINE
161200     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
161300 5340-EXIT.
161400     EXIT.
161500*
161600*-----------------------------------------------------------*
161700* 5400-LOOKUP-ACCOUNT-NAME - READ THE INDEXED MASTER BY THE  *
161800*                   CASE'S ACCOUNT.                          *
161900*-----------------------------------------------------------*
162000 5400-LOOKUP-ACCOUNT-NAME.
162100     MOVE SPACES TO SV-ACCT-LOOKUP-NAME
162200     IF NOT SV-ACCT-IS-AVAILABLE
162300         GO TO 5400-EXIT
162400     END-IF
162500     MOVE SV-CW-ACCOUNT-NUM TO AC-ACCOUNT-NUM
162600     READ ACCOUNT-FILE
162700         INVALID KEY
162800             CONTINUE
162900         NOT INVALID KEY
163000             MOVE AC-ACCOUNT-NAME TO SV-ACCT-LOOKUP-NAME
163100     END-READ.
163200 5400-EXIT.
163300     EXIT.
163400*
163500*-----------------------------------------------------------*
163600* 5500-SUGGEST-HOLD - A CASE AT OR ABOVE THE SUGGESTION      *
163700*                   SCORE GETS A HOLDLIST.TXT CARD HOLDING   *
163800*                   ALL THE ACCOUNT'S ITEMS (NO TRANS-NUM,   *
163900*                   TYPE OR LIMIT), UNLESS THE LIST ALREADY  *
164000*                   HOLDS THE ACCOUNT OUTRIGHT. THE CARD     *
164100*                   ONLY TAKES EFFECT ONCE COMPLIANCE COPIES *
164200*                   IT ONTO THE LIST.                        *
164300*-----------------------------------------------------------*
164400 5500-SUGGEST-HOLD.
164500     MOVE SPACES TO SV-REPORT-LINE
164600     IF SV-CW-ALREADY-HELD
164700         STRING "    COMPTE DEJA RETENU PAR LA LISTE D'ARRET"
164800                DELIMITED BY SIZE
164900            INTO SV-REPORT-LINE
165000         PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
165100         GO TO 5500-EXIT
165200     END-IF
165300     IF SV-SUGGEST-SCORE = 0
165400         OR SV-CW-SCORE < SV-SUGGEST-SCORE
165500         GO TO 5500-EXIT
165600     END-IF
165700     MOVE SPACES TO SUGGEST-RECORD
165800     MOVE SV-CW-ACCOUNT-NUM TO HS-ACCOUNT-NUM
165900     WRITE SUGGEST-RECORD
166000     ADD 1 TO SV-CARDS-SUGGESTED
166100     STRING "    CARTE DE RETENUE SUGGEREE (HOLDSUGG.TXT)"
166200            DELIMITED BY SIZE
166300        INTO SV-REPORT-LINE
166400     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
166500 5500-EXIT.
166600     EXIT.
166700*
166800*-----------------------------------------------------------*
166900* 5900-WRITE-RUN-SUMMARY - WHAT WAS READ, HOW MANY ACCOUNTS  *
167000*                   WERE TESTED AND HOW MANY CASES CAME OUT. *
167100*-----------------------------------------------------------*
167200 5900-WRITE-RUN-SUMMARY.
167300     IF SV-LINE-COUNT + 7 > SV-LINES-PER-PAGE
167400         MOVE 99 TO SV-LINE-COUNT
167500     END-IF
167600     MOVE SPACES TO SV-REPORT-LINE
167700     IF SV-CASES-REPORTED = 0
167800         STRING "AUCUN DOSSIER POUR CETTE FENETRE"
167900                DELIMITED BY SIZE
168000            INTO SV-REPORT-LINE
168100     ELSE
168200         STRING "SOMMAIRE" DELIMITED BY SIZE
168300            INTO SV-REPORT-LINE
168400     END-IF
168500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
168600     MOVE SPACES TO SV-REPORT-LINE
168700     STRING "  LIGNES D'HISTORIQUE LUES          : "
168800            DELIMITED BY SIZE
168900            SV-HIST-READ DELIMITED BY SIZE
169000        INTO SV-REPORT-LINE
169100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
169200     MOVE SPACES TO SV-REPORT-LINE
169300     STRING "  ELEMENTS EN SUSPENS / EN REJET    : "
169400            DELIMITED BY SIZE
169500            SV-SUSP-READ DELIMITED BY SIZE
169600            " / " DELIMITED BY SIZE
169700            SV-REJ-READ DELIMITED BY SIZE
169800        INTO SV-REPORT-LINE
169900     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
170000     MOVE SPACES TO SV-REPORT-LINE
170100     STRING "  ELEMENTS DANS LA FENETRE          : "
170200            DELIMITED BY SIZE
170300            SV-ITEMS-IN-WINDOW DELIMITED BY SIZE
170400        INTO SV-REPORT-LINE
170500     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
170600     MOVE SPACES TO SV-REPORT-LINE
170700     STRING "  COMPTES EXAMINES                  : "
170800            DELIMITED BY SIZE
170900            SV-ACCOUNTS-EXAMINED DELIMITED BY SIZE
171000        INTO SV-REPORT-LINE
171100     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT
171200     MOVE SPACES TO SV-REPORT-LINE
171300     STRING "  DOSSIERS / CARTES SUGGEREES       : "
171400            DELIMITED BY SIZE
171500            SV-CASES-REPORTED DELIMITED BY SIZE
171600            " / " DELIMITED BY SIZE
171700            SV-CARDS-SUGGESTED DELIMITED BY SIZE
171800        INTO SV-REPORT-LINE
171900     PERFORM 4100-WRITE-REPORT-LINE THRU 4100-EXIT.
172000 5900-EXIT.
172100     EXIT.
172200*
172300*-----------------------------------------------------------*
172400* 9000-TERMINATE - CLOSE FILES AND REPORT WHAT WAS DONE. ANY *
172500*                   CASE ENDS THE RUN RC 4.                  *
172600*-----------------------------------------------------------*
172700 9000-TERMINATE.
172800     CLOSE REPORT-FILE
172900     IF SV-SUGGEST-SCORE > 0
173000         CLOSE SUGGEST-FILE
173100     END-IF
173200     IF SV-ACCT-IS-AVAILABLE
173300         CLOSE ACCOUNT-FILE
173400     END-IF
173500     DISPLAY "SURVEILLER-ACTIVITE - WINDOW START        : "
173600         SV-WINDOW-START
173700     DISPLAY "SURVEILLER-ACTIVITE - HISTORY LINES READ  : "
173800         SV-HIST-READ
173900     DISPLAY "SURVEILLER-ACTIVITE - ARCHIVES READ       : "
174000         SV-ARCHIVES-READ
174100     DISPLAY "SURVEILLER-ACTIVITE - SUSPENSE ITEMS READ : "
174200         SV-SUSP-READ
174300     DISPLAY "SURVEILLER-ACTIVITE - REJECTS READ        : "
174400         SV-REJ-READ
174500     DISPLAY "SURVEILLER-ACTIVITE - ITEMS IN WINDOW     : "
174600         SV-ITEMS-IN-WINDOW
174700     DISPLAY "SURVEILLER-ACTIVITE - ACCOUNTS EXAMINED   : "
174800         SV-ACCOUNTS-EXAMINED
174900     DISPLAY "SURVEILLER-ACTIVITE - CASES REPORTED      : "
175000         SV-CASES-REPORTED
175100     DISPLAY "SURVEILLER-ACTIVITE - HOLD CARDS SUGGESTED: "
175200         SV-CARDS-SUGGESTED
175300     IF SV-CASES-REPORTED > 0
175400         MOVE 4 TO RETURN-CODE
175500     ELSE
175600         MOVE 0 TO RETURN-CODE
175700     END-IF.
175800 9000-EXIT.
175900     EXIT.
