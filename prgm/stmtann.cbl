000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Releve-Annuel.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - YEAR-END BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - THE YEAR-END SUMMARY   *
001200*                   NOBODY HAS TO ADD UP FROM TWELVE          *
001300*                   STATEMENTS ANY MORE. ONE ANNUAL SUMMARY   *
001400*                   PER ACCOUNT ON ANNUEL.TXT: THE JANUARY 1  *
001500*                   OPENING BALANCE, THE COUNT AND NET OF     *
001600*                   EACH TRANSACTION TYPE AND OF EACH BRANCH, *
001700*                   THE FOREIGN-CURRENCY ACTIVITY BY CURRENCY *
001800*                   CODE WITH ITS ORIGINAL AMOUNTS, AND THE   *
001900*                   DECEMBER 31 CLOSING BALANCE, WHICH IS     *
002000*                   PROVED AGAINST BALANCES.DAT AS IT STOOD   *
002100*                   ON THE LAST BUSINESS DAY OF THE YEAR. AN  *
002200*                   ACCOUNT THAT DOES NOT AGREE IS FLAGGED    *
002300*                   AND THE RUN ENDS RC 4. THE SAME FIGURES   *
002400*                   GO TO THE FIXED-FORMAT YTDEXTR.TXT        *
002500*                   EXTRACT (YTDREC COPYBOOK) FOR THE TAX AND *
002600*                   REGULATORY REPORTING TEAM. THE YEAR COMES *
002700*                   FROM THE STMTYEAR.TXT CARD (YYYY);        *
002800*                   WITHOUT ONE THE YEAR BEFORE THE RUN       *
002900*                   DATE'S IS USED. THE YEAR'S CLOSED MONTHS  *
003000*                   ARE READ OFF THEIR HISTYYYYMM.TXT         *
003100*                   ARCHIVES, EACH PROVED AGAINST ITS CONTROL *
003200*                   LINE, AHEAD OF THE LIVE FILE.             *
003210*  2026-10-15  RD   A MISSING ARCHIVE GENERATION AHEAD OF THE *
003220*                   FIRST ONE FOUND NO LONGER PASSES          *
003230*                   UNNOTICED: A FIRST GENERATION LATER THAN  *
003240*                   THE MONTH WANTED THAT OPENS WITH          *
003250*                   BALANCE-FORWARD LINES IS NOT THE OLDEST,  *
003260*                   AND THE RUN STOPS RC 16.                  *
003300*-----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT HISTORY-FILE ASSIGN TO "history.txt"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS RA-HIST-FILE-STATUS.
004000     SELECT ARCHIVE-FILE ASSIGN USING RA-ARCH-PATH
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS RA-ARCH-FILE-STATUS.
004300     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
004400     SELECT BALANCE-FILE ASSIGN TO "balances.dat"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS RA-BAL-FILE-STATUS.
004700     SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS AC-ACCOUNT-NUM
005100         FILE STATUS IS RA-ACCT-FILE-STATUS.
005200     SELECT YEAR-PARM-FILE ASSIGN TO "stmtyear.txt"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS RA-PARM-FILE-STATUS.
005500     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS RA-BDATE-FILE-STATUS.
005800     SELECT BUSCAL-FILE ASSIGN TO "buscal.txt"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS RA-CAL-FILE-STATUS.
006100     SELECT REPORT-FILE ASSIGN TO "annuel.txt"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300     SELECT EXTRACT-FILE ASSIGN TO "ytdextr.txt"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  HISTORY-FILE.
006900     COPY HISTREC.
007000*
007100 FD  ARCHIVE-FILE.
007200 01  ARCH-RECORD                PIC X(87).
007300*
007400 SD  SORT-WORK-FILE.
007500 01  SW-RECORD.
007600     05  SW-ACCOUNT-NUM         PIC X(04).
007700     05  SW-KIND                PIC X(01).
007800         88  SW-ACCOUNT-MARKER          VALUE "0".
007900         88  SW-YEAR-DETAIL             VALUE "1".
008000     05  SW-TRANS-DATE          PIC 9(08).
008100     05  SW-TRANS-NUM           PIC X(08).
008200     05  SW-TRANS-TYPE          PIC X(01).
008300     05  SW-BRANCH-ID           PIC X(02).
008400     05  SW-CURRENCY-CODE       PIC X(03).
008500     05  SW-TRANS-AMOUNT        PIC S9(07)V99
008600                                SIGN IS TRAILING SEPARATE.
008700     05  SW-ORIG-AMOUNT         PIC S9(07)V99
008800                                SIGN IS TRAILING SEPARATE.
008900     05  SW-SLOT                PIC 9(04).
009000*
009100 FD  BALANCE-FILE.
009200     COPY BALREC.
009300*
009400 FD  ACCOUNT-FILE.
009500     COPY ACCTREC.
009600*
009700 FD  YEAR-PARM-FILE.
009800 01  YEAR-PARM-RECORD.
009900     05  PY-STMT-YEAR           PIC 9(04).
010000     05  FILLER                 PIC X(76).
010100*
010200 FD  BUSDATE-FILE.
010300     COPY BUSDATE.
010400*
010500 FD  BUSCAL-FILE.
010600     COPY CALREC.
010700*
010800 FD  REPORT-FILE.
010900 01  RPT-LINE                   PIC X(132).
011000*
011100 FD  EXTRACT-FILE.
011200     COPY YTDREC.
011300*
011400 WORKING-STORAGE SECTION.
011500*-----------------------------------------------------------*
011600* SWITCHES AND FILE STATUS                                   *
011700*-----------------------------------------------------------*
011800 77  RA-HIST-SWITCH             PIC X(01)  VALUE "N".
011900     88  RA-HIST-EOF                        VALUE "Y".
012000 77  RA-SORT-SWITCH             PIC X(01)  VALUE "N".
012100     88  RA-SORT-EOF                        VALUE "Y".
012200 77  RA-BAL-SWITCH              PIC X(01)  VALUE "N".
012300     88  RA-BAL-EOF                         VALUE "Y".
012400 77  RA-PARM-SWITCH             PIC X(01)  VALUE "N".
012500     88  RA-PARM-EOF                        VALUE "Y".
012600 77  RA-BDATE-SWITCH            PIC X(01)  VALUE "N".
012700     88  RA-BDATE-EOF                       VALUE "Y".
012800 77  RA-ACCT-AVAIL-SW           PIC X(01)  VALUE "N".
012900     88  RA-ACCT-IS-AVAILABLE               VALUE "Y".
013000 77  RA-SLOT-FOUND-SW           PIC X(01)  VALUE "N".
013100     88  RA-SLOT-WAS-FOUND                  VALUE "Y".
013200 77  RA-SUB-FOUND-SW            PIC X(01)  VALUE "N".
013300     88  RA-SUB-WAS-FOUND                   VALUE "Y".
013400 77  RA-IN-ACCOUNT-SW           PIC X(01)  VALUE "N".
013500     88  RA-ACCOUNT-IN-PROGRESS             VALUE "Y".
013600 77  RA-ARCH-SWITCH             PIC X(01)  VALUE "N".
013700     88  RA-ARCH-EOF                        VALUE "Y".
013800 77  RA-ARCH-FOUND-SW           PIC X(01)  VALUE "N".
013900     88  RA-ARCH-WAS-FOUND                  VALUE "Y".
014000 77  RA-CTL-SEEN-SW             PIC X(01)  VALUE "N".
014100     88  RA-CONTROL-WAS-SEEN                VALUE "Y".
014200 77  RA-LEADING-SW              PIC X(01)  VALUE "N".
014300     88  RA-LEADING-IS-DONE                 VALUE "Y".
014400 77  RA-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
014500 77  RA-ARCH-FILE-STATUS        PIC X(02)  VALUE SPACES.
014600 77  RA-BAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
014700 77  RA-ACCT-FILE-STATUS        PIC X(02)  VALUE SPACES.
014800 77  RA-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
014900 77  RA-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
015000*
015100*-----------------------------------------------------------*
015200* BUSINESS CALENDAR - HOLIDAYS LOADED FROM BUSCAL.TXT AT     *
015300* STARTUP, THE SAME SHARED CALENDAR THE DAILY STREAM COUNTS  *
015400* AGAINST. A MISSING FILE MEANS NO HOLIDAYS.                 *
015500*-----------------------------------------------------------*
015600 77  RA-CAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
015700 77  RA-CAL-SWITCH              PIC X(01)  VALUE "N".
015800     88  RA-CAL-EOF                         VALUE "Y".
015900 01  RA-HOLIDAY-TABLE.
016000     05  RA-HOLIDAY-DATE        OCCURS 200 TIMES PIC 9(08).
016100 77  RA-HOLIDAY-COUNT           PIC 9(03) COMP  VALUE 0.
016200 77  RA-HOLIDAY-SUB             PIC 9(03) COMP  VALUE 0.
016300 77  RA-BUSDAY-SW               PIC X(01)  VALUE "N".
016400     88  RA-IS-BUSINESS-DAY                 VALUE "Y".
016500 77  RA-HOL-FOUND-SW            PIC X(01)  VALUE "N".
016600     88  RA-IS-HOLIDAY                      VALUE "Y".
016700 77  RA-DAY-OF-WEEK             PIC 9(01)  VALUE 0.
016800 77  RA-Z-YEAR                  PIC 9(04) COMP  VALUE 0.
016900 77  RA-Z-MONTH                 PIC 9(02) COMP  VALUE 0.
017000 77  RA-Z-CENTURY               PIC 9(02) COMP  VALUE 0.
017100 77  RA-Z-YY                    PIC 9(02) COMP  VALUE 0.
017200 77  RA-Z-WORK                  PIC 9(06) COMP  VALUE 0.
017300*
017400*-----------------------------------------------------------*
017500* STATEMENT YEAR, ITS BOUNDS AND THE LAST BUSINESS DAY THE   *
017600* BALANCE MASTER IS PROVED AS OF.                            *
017700*-----------------------------------------------------------*
017800 77  RA-STMT-YEAR               PIC 9(04)  VALUE 0.
017900 77  RA-YEAR-FIRST-DATE         PIC 9(08)  VALUE 0.
018000 77  RA-YEAR-LAST-DATE          PIC 9(08)  VALUE 0.
018100 77  RA-YEAR-FIRST-MONTH        PIC 9(06)  VALUE 0.
018200 77  RA-LAST-BUS-DATE           PIC 9(08)  VALUE 0.
018300 01  RA-CUT-DATE                PIC 9(08).
018400 01  RA-CUT-DATE-GROUP REDEFINES RA-CUT-DATE.
018500     05  RA-CUT-YYYY            PIC 9(04).
018600     05  RA-CUT-MM              PIC 9(02).
018700     05  RA-CUT-DD              PIC 9(02).
018800 77  RA-CUT-DIM                 PIC 9(02)  VALUE 0.
018900 77  RA-CUT-LEAP-REM            PIC 9(04)  VALUE 0.
019000 77  RA-CUT-WORK                PIC 9(06) COMP  VALUE 0.
019100 01  RA-RUN-DATE-YYYYMMDD       PIC 9(08).
019200 01  RA-RUN-DATE-GROUP REDEFINES RA-RUN-DATE-YYYYMMDD.
019300     05  RA-RUN-YYYY            PIC 9(04).
019400     05  RA-RUN-MM              PIC 9(02).
019500     05  RA-RUN-DD              PIC 9(02).
019600 01  RA-RUN-DATE-DISPLAY        PIC X(10).
019700 01  RA-LBD-DISPLAY             PIC X(10).
019800 01  RA-HIST-MONTH              PIC 9(06)  VALUE 0.
019900*
020000*-----------------------------------------------------------*
020100* ARCHIVE GENERATIONS - THE MONTH LAST CLOSED (OFF THE       *
020200* BALANCE-FORWARD LINES AT THE HEAD OF THE LIVE FILE), THE   *
020300* GENERATION BEING READ AND ITS CONTROL FIGURES. AN ARCHIVE  *
020400* CARRIES THE HISTREC LAYOUT AND IS READ INTO HIST-RECORD.   *
020500*-----------------------------------------------------------*
020600 77  RA-LAST-CLOSED             PIC 9(06)  VALUE 0.
020700 01  RA-ARCH-MONTH              PIC 9(06)  VALUE 0.
020800 01  RA-ARCH-MONTH-GROUP REDEFINES RA-ARCH-MONTH.
020900     05  RA-ARCH-YYYY           PIC 9(04).
021000     05  RA-ARCH-MM             PIC 9(02).
021100 77  RA-ARCH-PATH               PIC X(64)  VALUE SPACES.
021200 77  RA-ARCH-COUNT              PIC 9(08)  VALUE 0.
021300 77  RA-ARCH-NET                PIC S9(09)V99 COMP-3 VALUE 0.
021400 77  RA-CTL-COUNT               PIC 9(08)  VALUE 0.
021500 77  RA-CTL-NET                 PIC S9(09)V99 COMP-3 VALUE 0.
021600 77  RA-ARCHIVES-READ           PIC 9(04)  VALUE 0.
021700*
021800*-----------------------------------------------------------*
021900* ACCOUNT TABLE - ONE ENTRY PER ACCOUNT SEEN ON THE HISTORY  *
022000* OR THE BALANCE MASTER: THE NET OF EVERYTHING DATED BEFORE  *
022100* THE YEAR (THE JANUARY 1 OPENING BALANCE), THE CLOSING      *
022200* BALANCE ON BALANCES.DAT AND THE NET OF THE LINES POSTED    *
022300* AFTER THE LAST BUSINESS DAY OF THE YEAR, WHICH BACKS THE   *
022400* MASTER OUT TO THAT DAY. AN OVERFLOW ABORTS THE RUN RATHER  *
022500* THAN PRINT A WRONG BALANCE.                                *
022600*-----------------------------------------------------------*
022700 01  RA-ACCT-TABLE.
022800     05  RA-AC-ENTRY            OCCURS 5000 TIMES.
022900         10  RA-AC-ACCOUNT      PIC X(04).
023000         10  RA-AC-OPEN         PIC S9(09)V99 COMP-3.
023100         10  RA-AC-LEDGER       PIC S9(09)V99 COMP-3.
023200         10  RA-AC-LATER        PIC S9(09)V99 COMP-3.
023300         10  RA-AC-ON-MASTER    PIC X(01).
023400 77  RA-AC-USED                 PIC 9(04) COMP  VALUE 0.
023500 77  RA-AC-SUB                  PIC 9(04) COMP  VALUE 0.
023600 77  RA-AC-MATCH                PIC 9(04) COMP  VALUE 0.
023700 77  RA-AC-KEY                  PIC X(04)  VALUE SPACES.
023800*
023900*-----------------------------------------------------------*
024000* TRANSACTION TYPES - THE FIVE TYPES IN EXTRACT ORDER WITH   *
024100* THE NAME EACH PRINTS UNDER.                                *
024200*-----------------------------------------------------------*
024300 01  RA-TYPE-VALUES.
024400     05  FILLER                 PIC X(16)
024500                                VALUE "PPAIEMENTS".
024600     05  FILLER                 PIC X(16)
024700                                VALUE "RREMBOURSEMENTS".
024800     05  FILLER                 PIC X(16)
024900                                VALUE "VANNULATIONS".
025000     05  FILLER                 PIC X(16)
025100                                VALUE "FFRAIS".
025200     05  FILLER                 PIC X(16)
025300                                VALUE "AAJUSTEMENTS".
025400 01  RA-TYPE-TABLE REDEFINES RA-TYPE-VALUES.
025500     05  RA-TYPE-ENTRY          OCCURS 5 TIMES.
025600         10  RA-TYPE-CODE       PIC X(01).
025700         10  RA-TYPE-NAME       PIC X(15).
025800 77  RA-TYPE-SUB                PIC 9(01) COMP  VALUE 0.
025900 77  RA-TYPE-MATCH              PIC 9(01) COMP  VALUE 0.
026000*
026100*-----------------------------------------------------------*
026200* PER-ACCOUNT ACCUMULATORS - RESET AT EACH ACCOUNT. TYPE     *
026300* TOTALS IN EXTRACT ORDER, BRANCH AND FOREIGN-CURRENCY       *
026400* TOTALS IN THE ORDER FIRST SEEN.                            *
026500*-----------------------------------------------------------*
026600 01  RA-ACCT-TYPE-TOTALS.
026700     05  RA-AT-ENTRY            OCCURS 5 TIMES.
026800         10  RA-AT-COUNT        PIC 9(07) COMP-3.
026900         10  RA-AT-AMOUNT       PIC S9(09)V99 COMP-3.
027000 77  RA-OTHER-COUNT             PIC 9(07) COMP-3 VALUE 0.
027100 77  RA-OTHER-AMOUNT            PIC S9(09)V99 COMP-3 VALUE 0.
027200 01  RA-BRANCH-TABLE.
027300     05  RA-BR-ENTRY            OCCURS 100 TIMES.
027400         10  RA-BR-BRANCH       PIC X(02).
027500         10  RA-BR-COUNT        PIC 9(07) COMP-3.
027600         10  RA-BR-AMOUNT       PIC S9(09)V99 COMP-3.
027700 77  RA-BR-USED                 PIC 9(03) COMP  VALUE 0.
027800 77  RA-BR-SUB                  PIC 9(03) COMP  VALUE 0.
027900 77  RA-BR-MATCH                PIC 9(03) COMP  VALUE 0.
028000 01  RA-CURRENCY-TABLE.
028100     05  RA-CU-ENTRY            OCCURS 50 TIMES.
028200         10  RA-CU-CODE         PIC X(03).
028300         10  RA-CU-COUNT        PIC 9(07) COMP-3.
028400         10  RA-CU-ORIG         PIC S9(09)V99 COMP-3.
028500         10  RA-CU-AMOUNT       PIC S9(09)V99 COMP-3.
028600 77  RA-CU-USED                 PIC 9(03) COMP  VALUE 0.
028700 77  RA-CU-SUB                  PIC 9(03) COMP  VALUE 0.
028800 77  RA-CU-MATCH                PIC 9(03) COMP  VALUE 0.
028900 77  RA-FOREIGN-COUNT           PIC 9(07) COMP-3 VALUE 0.
029000 77  RA-FOREIGN-AMOUNT          PIC S9(09)V99 COMP-3 VALUE 0.
029100 77  RA-CUR-ACCOUNT             PIC X(04)  VALUE SPACES.
029200 77  RA-CUR-SLOT                PIC 9(04) COMP  VALUE 0.
029300 77  RA-ACCOUNT-NET             PIC S9(09)V99 COMP-3 VALUE 0.
029400 77  RA-OPEN-BALANCE            PIC S9(09)V99 COMP-3 VALUE 0.
029500 77  RA-CLOSE-BALANCE           PIC S9(09)V99 COMP-3 VALUE 0.
029600 77  RA-LEDGER-BALANCE          PIC S9(09)V99 COMP-3 VALUE 0.
029700 77  RA-DIFFERENCE              PIC S9(09)V99 COMP-3 VALUE 0.
029800*
029900*-----------------------------------------------------------*
030000* YEAR TOTALS ACROSS ALL ACCOUNTS                            *
030100*-----------------------------------------------------------*
030200 01  RA-YEAR-TYPE-TOTALS.
030300     05  RA-YT-ENTRY            OCCURS 5 TIMES.
030400         10  RA-YT-COUNT        PIC 9(07) COMP-3.
030500         10  RA-YT-AMOUNT       PIC S9(11)V99 COMP-3.
030600 77  RA-ACCOUNTS-SUMMARIZED     PIC 9(07)       VALUE 0.
030700 77  RA-ACCOUNTS-DIFFERING      PIC 9(07)       VALUE 0.
030800 77  RA-OPEN-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
030900 77  RA-CLOSE-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
031000 77  RA-RECORDS-READ            PIC 9(07)       VALUE 0.
031100 77  RA-RECORDS-KEPT            PIC 9(07)       VALUE 0.
031200 77  RA-BAL-READ                PIC 9(07)       VALUE 0.
031300*
031400*-----------------------------------------------------------*
031500* REPORT CONTROL FIELDS                                      *
031600*-----------------------------------------------------------*
031700 77  RA-PAGE-NUM                PIC 9(04) VALUE 0.
031800 77  RA-LINE-COUNT              PIC 9(02) VALUE 99.
031900 77  RA-LINES-PER-PAGE          PIC 9(02) VALUE 20.
032000 77  RA-ACCT-LOOKUP-NAME        PIC X(20)       VALUE SPACES.
032100 01  RA-REPORT-LINE             PIC X(132).
032200 01  RA-AMOUNT-DISPLAY          PIC S9(09)V99
032300                                SIGN IS TRAILING SEPARATE.
032400 01  RA-ORIG-DISPLAY            PIC S9(09)V99
032500                                SIGN IS TRAILING SEPARATE.
032600 01  RA-TOTAL-DISPLAY           PIC S9(11)V99
032700                                SIGN IS TRAILING SEPARATE.
032800 01  RA-COUNT-DISPLAY           PIC 9(07).
032900 01  RA-YEAR-DISPLAY            PIC 9(04).
033000*
033100 PROCEDURE DIVISION.
033200*-----------------------------------------------------------*
033300* 0000-MAINLINE                                              *
033400*-----------------------------------------------------------*
033500 0000-MAINLINE.
033600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
033700     PERFORM 2000-SORT-AND-REPORT THRU 2000-EXIT
033800     PERFORM 9000-TERMINATE THRU 9000-EXIT
033900     STOP RUN.
034000*
034100*-----------------------------------------------------------*
034200* 1000-INITIALIZE - PICK UP THE RUN DATE AND THE YEAR, FIND  *
034300*                   THE YEAR'S LAST BUSINESS DAY AND THE     *
034400*                   MONTH LAST ARCHIVED, AND OPEN THE FILES. *
034500*-----------------------------------------------------------*
034600 1000-INITIALIZE.
034700     ACCEPT RA-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
034800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
034900     STRING RA-RUN-MM   DELIMITED BY SIZE
035000            "/"         DELIMITED BY SIZE
035100            RA-RUN-DD   DELIMITED BY SIZE
035200            "/"         DELIMITED BY SIZE
035300            RA-RUN-YYYY DELIMITED BY SIZE
035400        INTO RA-RUN-DATE-DISPLAY
035500     PERFORM 1100-READ-YEAR-PARM THRU 1100-EXIT
035600     COMPUTE RA-YEAR-FIRST-DATE = (RA-STMT-YEAR * 10000) + 0101
035700     COMPUTE RA-YEAR-LAST-DATE = (RA-STMT-YEAR * 10000) + 1231
035800     COMPUTE RA-YEAR-FIRST-MONTH = (RA-STMT-YEAR * 100) + 1
035900     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT
036000     PERFORM 1300-FIND-LAST-BUSINESS-DAY THRU 1300-EXIT
036100     PERFORM 1400-FIND-LAST-CLOSED THRU 1400-EXIT
036200     IF RA-RUN-DATE-YYYYMMDD < RA-LAST-BUS-DATE
036300         DISPLAY "RELEVE-ANNUEL - YEAR " RA-STMT-YEAR
036400             " IS NOT YET OVER - FIGURES ARE YEAR-TO-DATE"
036500     END-IF
036600     OPEN INPUT HISTORY-FILE
036700     IF RA-HIST-FILE-STATUS NOT = "00"
036800         DISPLAY "RELEVE-ANNUEL - HISTORY FILE COULD NOT BE "
036900             "OPENED - RUN ABORTED"
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF
037300     OPEN OUTPUT REPORT-FILE
037400     OPEN OUTPUT EXTRACT-FILE
037500     PERFORM 1500-OPEN-ACCOUNT-MASTER THRU 1500-EXIT.
037600 1000-EXIT.
037700     EXIT.
037800*
037900*-----------------------------------------------------------*
038000* 1040-LOAD-CALENDAR - LOAD THE SHARED BUSINESS CALENDAR.    *
038100*                   A MISSING FILE MEANS NO HOLIDAYS; AN     *
038200*                   UNREADABLE OR OVERFLOWING CARD IS        *
038300*                   REPORTED AND DROPPED.                    *
038400*-----------------------------------------------------------*
038500 1040-LOAD-CALENDAR.
038600     OPEN INPUT BUSCAL-FILE
038700     IF RA-CAL-FILE-STATUS NOT = "00"
038800         SET RA-CAL-EOF TO TRUE
038900         GO TO 1040-EXIT
039000     END-IF
039100     PERFORM 1045-LOAD-ONE-HOLIDAY THRU 1045-EXIT
039200         UNTIL RA-CAL-EOF
039300     CLOSE BUSCAL-FILE.
039400 1040-EXIT.
039500     EXIT.
039600*
039700 1045-LOAD-ONE-HOLIDAY.
039800     READ BUSCAL-FILE
039900         AT END
040000             SET RA-CAL-EOF TO TRUE
040100         NOT AT END
040200             IF CD-HOLIDAY-DATE NOT NUMERIC
040300                 DISPLAY "RELEVE-ANNUEL - UNREADABLE "
040400                     "CALENDAR CARD DROPPED"
040500             ELSE
040600                 IF RA-HOLIDAY-COUNT >= 200
040700                     DISPLAY "RELEVE-ANNUEL - CALENDAR "
040800                         "TABLE FULL - CARD DROPPED"
040900                 ELSE
041000                     ADD 1 TO RA-HOLIDAY-COUNT
041100                     MOVE CD-HOLIDAY-DATE TO
041200                         RA-HOLIDAY-DATE (RA-HOLIDAY-COUNT)
041300                 END-IF
041400             END-IF
041500     END-READ.
041600 1045-EXIT.
041700     EXIT.
041800*
041900*-----------------------------------------------------------*
042000* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE DAILY   *
042100*                   STREAM READS. NO CARD MEANS THE MACHINE  *
042200*                   DATE.                                    *
042300*-----------------------------------------------------------*
042400 1050-GET-BUSINESS-DATE.
042500     OPEN INPUT BUSDATE-FILE
042600     IF RA-BDATE-FILE-STATUS NOT = "00"
042700         GO TO 1050-EXIT
042800     END-IF
042900     READ BUSDATE-FILE
043000         AT END
043100             SET RA-BDATE-EOF TO TRUE
043200     END-READ
043300     IF NOT RA-BDATE-EOF
043400         AND BD-BUSINESS-DATE NUMERIC
043500         AND BD-BUSINESS-DATE > 0
043600         MOVE BD-BUSINESS-DATE TO RA-RUN-DATE-YYYYMMDD
043700     END-IF
043800     CLOSE BUSDATE-FILE.
043900 1050-EXIT.
044000     EXIT.
044100*
044200*-----------------------------------------------------------*
044300* 1086-BACK-PAST-NONBUSINESS - STEP RA-CUT-DATE BACK ONE DAY *
044400*                   AND SAY WHETHER IT IS A BUSINESS DAY.    *
044500*-----------------------------------------------------------*
044600 1086-BACK-PAST-NONBUSINESS.
044700     PERFORM 1090-BACK-ONE-DAY THRU 1090-EXIT
044800     PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT.
044900 1086-EXIT.
045000     EXIT.
045100*
045200 1090-BACK-ONE-DAY.
045300     IF RA-CUT-DD > 1
045400         SUBTRACT 1 FROM RA-CUT-DD
045500     ELSE
045600         IF RA-CUT-MM > 1
045700             SUBTRACT 1 FROM RA-CUT-MM
045800         ELSE
045900             MOVE 12 TO RA-CUT-MM
046000             SUBTRACT 1 FROM RA-CUT-YYYY
046100         END-IF
046200         PERFORM 1095-DAYS-IN-MONTH THRU 1095-EXIT
046300         MOVE RA-CUT-DIM TO RA-CUT-DD
046400     END-IF.
046500 1090-EXIT.
046600     EXIT.
046700*
046800 1095-DAYS-IN-MONTH.
046900     EVALUATE RA-CUT-MM
047000         WHEN 01 WHEN 03 WHEN 05 WHEN 07
047100         WHEN 08 WHEN 10 WHEN 12
047200             MOVE 31 TO RA-CUT-DIM
047300         WHEN 04 WHEN 06 WHEN 09 WHEN 11
047400             MOVE 30 TO RA-CUT-DIM
047500         WHEN 02
047600             MOVE 28 TO RA-CUT-DIM
047700             DIVIDE RA-CUT-YYYY BY 4 GIVING RA-CUT-WORK
047800                 REMAINDER RA-CUT-LEAP-REM
047900             IF RA-CUT-LEAP-REM = 0
048000                 DIVIDE RA-CUT-YYYY BY 100 GIVING RA-CUT-WORK
048100                     REMAINDER RA-CUT-LEAP-REM
048200                 IF RA-CUT-LEAP-REM NOT = 0
048300                     MOVE 29 TO RA-CUT-DIM
048400                 ELSE
048500                     DIVIDE RA-CUT-YYYY BY 400 GIVING RA-CUT-WORK
048600                         REMAINDER RA-CUT-LEAP-REM
048700                     IF RA-CUT-LEAP-REM = 0
048800                         MOVE 29 TO RA-CUT-DIM
048900                     END-IF
049000                 END-IF
049100             END-IF
049200     END-EVALUATE.
049300 1095-EXIT.
049400     EXIT.
049500*
049600*-----------------------------------------------------------*
049700* 1100-READ-YEAR-PARM - THE STATEMENT YEAR CARD (YYYY). NO   *
049800*                   CARD, OR AN UNREADABLE ONE, MEANS THE    *
049900*                   YEAR BEFORE THE RUN DATE'S - THE YEAR    *
050000*                   JUST CLOSED WHEN THE JOB RUNS IN         *
050100*                   JANUARY.                                 *
050200*-----------------------------------------------------------*
050300 1100-READ-YEAR-PARM.
050400     COMPUTE RA-STMT-YEAR = RA-RUN-YYYY - 1
050500     OPEN INPUT YEAR-PARM-FILE
050600     IF RA-PARM-FILE-STATUS NOT = "00"
050700         GO TO 1100-EXIT
050800     END-IF
050900     READ YEAR-PARM-FILE
051000         AT END
051100             SET RA-PARM-EOF TO TRUE
051200     END-READ
051300     IF NOT RA-PARM-EOF
051400         AND PY-STMT-YEAR NUMERIC
051500         AND PY-STMT-YEAR > 0
051600         MOVE PY-STMT-YEAR TO RA-STMT-YEAR
051700     END-IF
051800     CLOSE YEAR-PARM-FILE.
051900 1100-EXIT.
052000     EXIT.
052100*
052200*-----------------------------------------------------------*
052300* 1200-CHECK-BUSINESS-DAY - IS THE DATE IN RA-CUT-DATE A     *
052400*                   BUSINESS DAY? A MONDAY-TO-FRIDAY DATE    *
052500*                   THAT IS NOT ON THE HOLIDAY TABLE.        *
052600*-----------------------------------------------------------*
052700 1200-CHECK-BUSINESS-DAY.
052800     MOVE "N" TO RA-BUSDAY-SW
052900     PERFORM 1210-COMPUTE-DAY-OF-WEEK THRU 1210-EXIT
053000     IF RA-DAY-OF-WEEK < 2
053100         GO TO 1200-EXIT
053200     END-IF
053300     MOVE "N" TO RA-HOL-FOUND-SW
053400     PERFORM 1220-SCAN-HOLIDAY-TABLE THRU 1220-EXIT
053500         VARYING RA-HOLIDAY-SUB FROM 1 BY 1
053600         UNTIL RA-HOLIDAY-SUB > RA-HOLIDAY-COUNT
053700         OR RA-IS-HOLIDAY
053800     IF NOT RA-IS-HOLIDAY
053900         SET RA-IS-BUSINESS-DAY TO TRUE
054000     END-IF.
054100 1200-EXIT.
054200     EXIT.
054300*
054400*-----------------------------------------------------------*
054500* 1210-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
054600*                   DATE IN RA-CUT-DATE. RESULT 0=SATURDAY,  *
054700*                   1=SUNDAY, 2=MONDAY ... 6=FRIDAY.         *
054800*-----------------------------------------------------------*
054900 1210-COMPUTE-DAY-OF-WEEK.
055000     MOVE RA-CUT-YYYY TO RA-Z-YEAR
055100     MOVE RA-CUT-MM TO RA-Z-MONTH
055200     IF RA-Z-MONTH < 3
055300         ADD 12 TO RA-Z-MONTH
055400         SUBTRACT 1 FROM RA-Z-YEAR
055500     END-IF
055600     DIVIDE RA-Z-YEAR BY 100 GIVING RA-Z-CENTURY
055700         REMAINDER RA-Z-YY
055800     COMPUTE RA-Z-WORK = RA-CUT-DD
055900         + ((13 * (RA-Z-MONTH + 1)) / 5)
056000         + RA-Z-YY + (RA-Z-YY / 4)
056100         + (RA-Z-CENTURY / 4) + (5 * RA-Z-CENTURY)
056200     DIVIDE RA-Z-WORK BY 7 GIVING RA-Z-WORK
056300         REMAINDER RA-DAY-OF-WEEK.
056400 1210-EXIT.
056500     EXIT.
056600*
056700 1220-SCAN-HOLIDAY-TABLE.
056800     IF RA-HOLIDAY-DATE (RA-HOLIDAY-SUB) = RA-CUT-DATE
056900         SET RA-IS-HOLIDAY TO TRUE
057000     END-IF.
057100 1220-EXIT.
057200     EXIT.
057300*
057400*-----------------------------------------------------------*
057500* 1300-FIND-LAST-BUSINESS-DAY - DECEMBER 31, OR THE LAST     *
057600*                   BUSINESS DAY BEFORE IT WHEN IT FALLS ON  *
057700*                   A WEEKEND OR A BUSCAL.TXT HOLIDAY. THE   *
057800*                   BALANCE MASTER IS PROVED AS OF THAT      *
057900*                   DAY'S RUN - THE LAST POSTING RUN OF THE  *
058000*                   YEAR.                                    *
058100*-----------------------------------------------------------*
058200 1300-FIND-LAST-BUSINESS-DAY.
058300     MOVE RA-YEAR-LAST-DATE TO RA-CUT-DATE
058400     PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT
058500     IF NOT RA-IS-BUSINESS-DAY
058600         PERFORM 1086-BACK-PAST-NONBUSINESS THRU 1086-EXIT
058700             UNTIL RA-IS-BUSINESS-DAY
058800     END-IF
058900     MOVE RA-CUT-DATE TO RA-LAST-BUS-DATE
059000     STRING RA-CUT-MM   DELIMITED BY SIZE
059100            "/"         DELIMITED BY SIZE
059200            RA-CUT-DD   DELIMITED BY SIZE
059300            "/"         DELIMITED BY SIZE
059400            RA-CUT-YYYY DELIMITED BY SIZE
059500        INTO RA-LBD-DISPLAY.
059600 1300-EXIT.
059700     EXIT.
059800*
059900*-----------------------------------------------------------*
060000* 1400-FIND-LAST-CLOSED - THE BALANCE-FORWARD LINES SIT AT   *
060100*                   THE HEAD OF THE LIVE FILE, DATED THE     *
060200*                   LAST DAY OF THE MONTH LAST CLOSED. A     *
060300*                   FILE WITH NONE HAS NEVER BEEN ARCHIVED   *
060400*                   AND STILL HOLDS EVERY MONTH.             *
060500*-----------------------------------------------------------*
060600 1400-FIND-LAST-CLOSED.
060700     OPEN INPUT HISTORY-FILE
060800     IF RA-HIST-FILE-STATUS NOT = "00"
060900         GO TO 1400-EXIT
061000     END-IF
061100     PERFORM 1410-READ-LEADING-LINE THRU 1410-EXIT
061200         UNTIL RA-HIST-EOF
061300         OR RA-LEADING-IS-DONE
061400     CLOSE HISTORY-FILE
061500     MOVE "N" TO RA-HIST-SWITCH.
061600 1400-EXIT.
061700     EXIT.
061800*
061900 1410-READ-LEADING-LINE.
062000     READ HISTORY-FILE
062100         AT END
062200             SET RA-HIST-EOF TO TRUE
062300             GO TO 1410-EXIT
062400     END-READ
062500     IF NOT HI-BALANCE-FORWARD
062600         SET RA-LEADING-IS-DONE TO TRUE
062700         GO TO 1410-EXIT
062800     END-IF
062900     IF HI-TRANS-DATE NUMERIC
063000         COMPUTE RA-HIST-MONTH = HI-TRANS-DATE / 100
063100         IF RA-HIST-MONTH > RA-LAST-CLOSED
063200             MOVE RA-HIST-MONTH TO RA-LAST-CLOSED
063300         END-IF
063400     END-IF.
063500 1410-EXIT.
063600     EXIT.
063700*
063800*-----------------------------------------------------------*
063900* 1500-OPEN-ACCOUNT-MASTER - NAMES ONLY. A MISSING MASTER    *
064000*                   JUST LEAVES NAMES BLANK.                 *
064100*-----------------------------------------------------------*
064200 1500-OPEN-ACCOUNT-MASTER.
064300     OPEN INPUT ACCOUNT-FILE
064400     IF RA-ACCT-FILE-STATUS = "00"
064500         SET RA-ACCT-IS-AVAILABLE TO TRUE
064600     END-IF.
064700 1500-EXIT.
064800     EXIT.
064900*
065000*-----------------------------------------------------------*
065100* 2000-SORT-AND-REPORT - GATHER THE YEAR'S HISTORY LINES AND *
065200*                   ONE MARKER PER ACCOUNT, SORT THEM BY     *
065300*                   ACCOUNT, AND PRINT THE SUMMARIES AND     *
065400*                   WRITE THE EXTRACT FROM THE SORTED        *
065500*                   STREAM.                                  *
065600*-----------------------------------------------------------*
065700 2000-SORT-AND-REPORT.
065800     SORT SORT-WORK-FILE
065900         ON ASCENDING KEY SW-ACCOUNT-NUM
066000                          SW-KIND
066100                          SW-TRANS-DATE
066200                          SW-TRANS-NUM
066300         INPUT PROCEDURE 2200-SORT-INPUT THRU 2200-EXIT
066400         OUTPUT PROCEDURE 2300-SORT-OUTPUT THRU 2300-EXIT.
066500 2000-EXIT.
066600     EXIT.
066700*
066800*-----------------------------------------------------------*
066900* 2200-SORT-INPUT - THE YEAR'S ARCHIVES FIRST WHEN ANY OF    *
067000*                   ITS MONTHS HAS BEEN CLOSED, THEN THE     *
067100*                   LIVE FILE, THEN THE BALANCE MASTER.      *
067200*                   EVERY ACCOUNT IN THE TABLE IS THEN       *
067300*                   RELEASED AS A MARKER THAT SORTS AHEAD OF *
067400*                   ITS DETAILS, SO AN ACCOUNT WITH NO       *
067500*                   ACTIVITY IN THE YEAR STILL GETS ITS      *
067600*                   SUMMARY.                                 *
067700*-----------------------------------------------------------*
067800 2200-SORT-INPUT.
067900     IF RA-LAST-CLOSED NOT < RA-YEAR-FIRST-MONTH
068000         PERFORM 2400-READ-ARCHIVES THRU 2400-EXIT
068100     END-IF
068200     PERFORM 2210-READ-HISTORY-RECORD THRU 2210-EXIT
068300     PERFORM 2220-RELEASE-YEAR-RECORD THRU 2220-EXIT
068400         UNTIL RA-HIST-EOF
068500     CLOSE HISTORY-FILE
068600     PERFORM 2600-LOAD-BALANCES THRU 2600-EXIT
068700     PERFORM 2700-RELEASE-ONE-MARKER THRU 2700-EXIT
068800         VARYING RA-AC-SUB FROM 1 BY 1
068900         UNTIL RA-AC-SUB > RA-AC-USED.
069000 2200-EXIT.
069100     EXIT.
069200*
069300 2210-READ-HISTORY-RECORD.
069400     READ HISTORY-FILE
069500         AT END
069600             SET RA-HIST-EOF TO TRUE
069700     END-READ.
069800 2210-EXIT.
069900     EXIT.
070000*
070100 2220-RELEASE-YEAR-RECORD.
070200     PERFORM 2225-SELECT-YEAR-RECORD THRU 2225-EXIT
070300     PERFORM 2210-READ-HISTORY-RECORD THRU 2210-EXIT.
070400 2220-EXIT.
070500     EXIT.
070600*
070700*-----------------------------------------------------------*
070800* 2225-SELECT-YEAR-RECORD - ONE LINE OFF THE LIVE FILE OR AN *
070900*                   ARCHIVE. A BALANCE-FORWARD LINE DATED    *
071000*                   BEFORE THE YEAR, AND A DETAIL DATED      *
071100*                   BEFORE IT, GO TO THE ACCOUNT'S OPENING   *
071200*                   BALANCE; A BALANCE-FORWARD LINE DATED    *
071300*                   INSIDE THE YEAR IS ALREADY COVERED BY    *
071400*                   THE LINES READ. A DETAIL DATED IN THE    *
071500*                   YEAR IS RELEASED. A DETAIL POSTED AFTER  *
071600*                   THE LAST BUSINESS DAY, WHATEVER ITS      *
071700*                   DATE, IS NETTED SO THE MASTER CAN BE     *
071800*                   BACKED OUT TO THAT DAY.                  *
071900*-----------------------------------------------------------*
072000 2225-SELECT-YEAR-RECORD.
072100     ADD 1 TO RA-RECORDS-READ
072200     IF HI-ARCHIVE-CONTROL
072300         GO TO 2225-EXIT
072400     END-IF
072500     IF HI-BALANCE-FORWARD
072600         IF HI-TRANS-DATE NUMERIC
072700             COMPUTE RA-HIST-MONTH = HI-TRANS-DATE / 100
072800             IF RA-HIST-MONTH < RA-YEAR-FIRST-MONTH
072900                 MOVE HI-ACCOUNT-NUM TO RA-AC-KEY
073000                 PERFORM 2230-FIND-ACCOUNT-SLOT THRU 2230-EXIT
073100                 ADD HI-RUNNING-TOTAL TO RA-AC-OPEN (RA-AC-MATCH)
073200             END-IF
073300         END-IF
073400         GO TO 2225-EXIT
073500     END-IF
073600     IF HI-POST-DATE NUMERIC
073700         AND HI-POST-DATE > RA-LAST-BUS-DATE
073800         MOVE HI-ACCOUNT-NUM TO RA-AC-KEY
073900         PERFORM 2230-FIND-ACCOUNT-SLOT THRU 2230-EXIT
074000         ADD HI-TRANS-AMOUNT TO RA-AC-LATER (RA-AC-MATCH)
074100     END-IF
074200     IF HI-TRANS-DATE NOT NUMERIC
074300         GO TO 2225-EXIT
074400     END-IF
074500     IF HI-TRANS-DATE < RA-YEAR-FIRST-DATE
074600         MOVE HI-ACCOUNT-NUM TO RA-AC-KEY
074700         PERFORM 2230-FIND-ACCOUNT-SLOT THRU 2230-EXIT
074800         ADD HI-TRANS-AMOUNT TO RA-AC-OPEN (RA-AC-MATCH)
074900         GO TO 2225-EXIT
075000     END-IF
075100     IF HI-TRANS-DATE > RA-YEAR-LAST-DATE
075200         GO TO 2225-EXIT
075300     END-IF
075400     MOVE HI-ACCOUNT-NUM TO RA-AC-KEY
075500     PERFORM 2230-FIND-ACCOUNT-SLOT THRU 2230-EXIT
075600     ADD 1 TO RA-RECORDS-KEPT
075700     MOVE HI-ACCOUNT-NUM TO SW-ACCOUNT-NUM
075800     SET SW-YEAR-DETAIL TO TRUE
075900     MOVE HI-TRANS-DATE TO SW-TRANS-DATE
076000     MOVE HI-TRANS-NUM TO SW-TRANS-NUM
076100     MOVE HI-TRANS-TYPE TO SW-TRANS-TYPE
076200     MOVE HI-BRANCH-ID TO SW-BRANCH-ID
076300     MOVE HI-CURRENCY-CODE TO SW-CURRENCY-CODE
076400     MOVE HI-TRANS-AMOUNT TO SW-TRANS-AMOUNT
076500     IF HI-ORIG-AMOUNT NUMERIC
076600         MOVE HI-ORIG-AMOUNT TO SW-ORIG-AMOUNT
076700     ELSE
076800         MOVE HI-TRANS-AMOUNT TO SW-ORIG-AMOUNT
076900     END-IF
077000     MOVE RA-AC-MATCH TO SW-SLOT
077100     RELEASE SW-RECORD.
077200 2225-EXIT.
077300     EXIT.
077400*
077500*-----------------------------------------------------------*
077600* 2230-FIND-ACCOUNT-SLOT - FIND OR OPEN THE SLOT FOR THE     *
077700*                   ACCOUNT IN RA-AC-KEY. A TABLE BEYOND ITS *
077800*                   CAPACITY ABORTS THE RUN - A LOST SLOT    *
077900*                   WOULD PRINT A WRONG BALANCE.             *
078000*-----------------------------------------------------------*
078100 2230-FIND-ACCOUNT-SLOT.
078200     MOVE "N" TO RA-SLOT-FOUND-SW
078300     PERFORM 2240-SCAN-ACCOUNT-TABLE THRU 2240-EXIT
078400         VARYING RA-AC-SUB FROM 1 BY 1
078500         UNTIL RA-AC-SUB > RA-AC-USED
078600         OR RA-SLOT-WAS-FOUND
078700     IF RA-SLOT-WAS-FOUND
078800         GO TO 2230-EXIT
078900     END-IF
079000     IF RA-AC-USED >= 5000
079100         DISPLAY "RELEVE-ANNUEL - ACCOUNT TABLE EXCEEDS "
079200             "CAPACITY - RUN ABORTED"
079300         MOVE 16 TO RETURN-CODE
079400         STOP RUN
079500     END-IF
079600     ADD 1 TO RA-AC-USED
079700     MOVE RA-AC-USED TO RA-AC-MATCH
079800     MOVE RA-AC-KEY TO RA-AC-ACCOUNT (RA-AC-MATCH)
079900     MOVE 0 TO RA-AC-OPEN (RA-AC-MATCH)
080000     MOVE 0 TO RA-AC-LEDGER (RA-AC-MATCH)
080100     MOVE 0 TO RA-AC-LATER (RA-AC-MATCH)
080200     MOVE "N" TO RA-AC-ON-MASTER (RA-AC-MATCH).
080300 2230-EXIT.
080400     EXIT.
080500*
080600 2240-SCAN-ACCOUNT-TABLE.
080700     IF RA-AC-ACCOUNT (RA-AC-SUB) = RA-AC-KEY
080800         SET RA-SLOT-WAS-FOUND TO TRUE
080900         MOVE RA-AC-SUB TO RA-AC-MATCH
081000     END-IF.
081100 2240-EXIT.
081200     EXIT.
081300*
081400 2300-SORT-OUTPUT.
081500     PERFORM 2310-RETURN-SORTED-RECORD THRU 2310-EXIT
081600     PERFORM 2320-PROCESS-SORTED-RECORD THRU 2320-EXIT
081700         UNTIL RA-SORT-EOF
081800     IF RA-ACCOUNT-IN-PROGRESS
081900         PERFORM 3000-FINISH-ACCOUNT THRU 3000-EXIT
082000     END-IF
082100     PERFORM 3700-WRITE-YEAR-TOTALS THRU 3700-EXIT.
082200 2300-EXIT.
082300     EXIT.
082400*
082500 2310-RETURN-SORTED-RECORD.
082600     RETURN SORT-WORK-FILE
082700         AT END
082800             SET RA-SORT-EOF TO TRUE
082900     END-RETURN.
083000 2310-EXIT.
083100     EXIT.
083200*
083300*-----------------------------------------------------------*
083400* 2320-PROCESS-SORTED-RECORD - AN ACCOUNT MARKER CLOSES THE  *
083500*                   ACCOUNT BEFORE IT AND OPENS A FRESH      *
083600*                   SUMMARY; A DETAIL IS TALLIED BY TYPE, BY *
083700*                   BRANCH AND, WHEN NOT IN CAD, BY          *
083800*                   CURRENCY.                                *
083900*-----------------------------------------------------------*
084000 2320-PROCESS-SORTED-RECORD.
084100     IF SW-ACCOUNT-MARKER
084200         IF RA-ACCOUNT-IN-PROGRESS
084300             PERFORM 3000-FINISH-ACCOUNT THRU 3000-EXIT
084400         END-IF
084500         PERFORM 2330-START-ACCOUNT THRU 2330-EXIT
084600     ELSE
084700         PERFORM 2340-TALLY-DETAIL THRU 2340-EXIT
084800     END-IF
084900     PERFORM 2310-RETURN-SORTED-RECORD THRU 2310-EXIT.
085000 2320-EXIT.
085100     EXIT.
085200*
085300 2330-START-ACCOUNT.
085400     SET RA-ACCOUNT-IN-PROGRESS TO TRUE
085500     MOVE SW-ACCOUNT-NUM TO RA-CUR-ACCOUNT
085600     MOVE SW-SLOT TO RA-CUR-SLOT
085700     MOVE RA-AC-OPEN (RA-CUR-SLOT) TO RA-OPEN-BALANCE
085800     MOVE 0 TO RA-ACCOUNT-NET
085900     MOVE 0 TO RA-OTHER-COUNT
086000     MOVE 0 TO RA-OTHER-AMOUNT
086100     MOVE 0 TO RA-FOREIGN-COUNT
086200     MOVE 0 TO RA-FOREIGN-AMOUNT
086300     MOVE 0 TO RA-BR-USED
086400     MOVE 0 TO RA-CU-USED
086500     PERFORM 2335-CLEAR-ONE-TYPE THRU 2335-EXIT
086600         VARYING RA-TYPE-SUB FROM 1 BY 1
086700         UNTIL RA-TYPE-SUB > 5
086800     PERFORM 3800-LOOKUP-ACCOUNT-NAME THRU 3800-EXIT
086900     MOVE 99 TO RA-LINE-COUNT
087000     PERFORM 4010-CHECK-PAGE-BREAK THRU 4010-EXIT
087100     PERFORM 3500-WRITE-ACCOUNT-HEADING THRU 3500-EXIT
087200     MOVE RA-OPEN-BALANCE TO RA-AMOUNT-DISPLAY
087300     MOVE SPACES TO RA-REPORT-LINE
087400     STRING "  SOLDE D'OUVERTURE AU 01/01/" DELIMITED BY SIZE
087500            RA-STMT-YEAR DELIMITED BY SIZE
087600            "       : " DELIMITED BY SIZE
087700            RA-AMOUNT-DISPLAY DELIMITED BY SIZE
087800        INTO RA-REPORT-LINE
087900     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT.
088000 2330-EXIT.
088100     EXIT.
088200*
088300 2335-CLEAR-ONE-TYPE.
088400     MOVE 0 TO RA-AT-COUNT (RA-TYPE-SUB)
088500     MOVE 0 TO RA-AT-AMOUNT (RA-TYPE-SUB).
088600 2335-EXIT.
088700     EXIT.
088800*
088900 2340-TALLY-DETAIL.
089000     ADD SW-TRANS-AMOUNT TO RA-ACCOUNT-NET
089100     MOVE 0 TO RA-TYPE-MATCH
089200     PERFORM 2345-SCAN-TYPE-TABLE THRU 2345-EXIT
089300         VARYING RA-TYPE-SUB FROM 1 BY 1
089400         UNTIL RA-TYPE-SUB > 5
089500         OR RA-TYPE-MATCH > 0
089600     IF RA-TYPE-MATCH > 0
089700         ADD 1 TO RA-AT-COUNT (RA-TYPE-MATCH)
089800         ADD SW-TRANS-AMOUNT TO RA-AT-AMOUNT (RA-TYPE-MATCH)
089900     ELSE
090000         ADD 1 TO RA-OTHER-COUNT
090100         ADD SW-TRANS-AMOUNT TO RA-OTHER-AMOUNT
090200     END-IF
090300     PERFORM 2350-TALLY-BRANCH THRU 2350-EXIT
090400     IF SW-CURRENCY-CODE NOT = "CAD"
090500         AND SW-CURRENCY-CODE NOT = SPACES
090600         PERFORM 2370-TALLY-CURRENCY THRU 2370-EXIT
090700     END-IF.
090800 2340-EXIT.
090900     EXIT.
091000*
091100 2345-SCAN-TYPE-TABLE.
091200     IF RA-TYPE-CODE (RA-TYPE-SUB) = SW-TRANS-TYPE
091300         MOVE RA-TYPE-SUB TO RA-TYPE-MATCH
091400     END-IF.
091500 2345-EXIT.
091600     EXIT.
091700*
091800 2350-TALLY-BRANCH.
091900     MOVE "N" TO RA-SUB-FOUND-SW
092000     PERFORM 2360-SCAN-BRANCH-TABLE THRU 2360-EXIT
092100         VARYING RA-BR-SUB FROM 1 BY 1
092200         UNTIL RA-BR-SUB > RA-BR-USED
092300         OR RA-SUB-WAS-FOUND
092400     IF NOT RA-SUB-WAS-FOUND
092500         IF RA-BR-USED >= 100
092600             DISPLAY "RELEVE-ANNUEL - BRANCH TABLE EXCEEDS "
092700                 "CAPACITY ON ACCOUNT " RA-CUR-ACCOUNT
092800                 " - RUN ABORTED"
092900             MOVE 16 TO RETURN-CODE
093000             STOP RUN
093100         END-IF
093200         ADD 1 TO RA-BR-USED
093300         MOVE RA-BR-USED TO RA-BR-MATCH
093400         MOVE SW-BRANCH-ID TO RA-BR-BRANCH (RA-BR-MATCH)
093500         MOVE 0 TO RA-BR-COUNT (RA-BR-MATCH)
093600         MOVE 0 TO RA-BR-AMOUNT (RA-BR-MATCH)
093700     END-IF
093800     ADD 1 TO RA-BR-COUNT (RA-BR-MATCH)
093900     ADD SW-TRANS-AMOUNT TO RA-BR-AMOUNT (RA-BR-MATCH).
094000 2350-EXIT.
094100     EXIT.
094200*
094300 2360-SCAN-BRANCH-TABLE.
094400     IF RA-BR-BRANCH (RA-BR-SUB) = SW-BRANCH-ID
094500         SET RA-SUB-WAS-FOUND TO TRUE
094600         MOVE RA-BR-SUB TO RA-BR-MATCH
094700     END-IF.
094800 2360-EXIT.
094900     EXIT.
095000*
095100 2370-TALLY-CURRENCY.
095200     MOVE "N" TO RA-SUB-FOUND-SW
095300     PERFORM 2380-SCAN-CURRENCY-TABLE THRU 2380-EXIT
095400         VARYING RA-CU-SUB FROM 1 BY 1
095500         UNTIL RA-CU-SUB > RA-CU-USED
095600         OR RA-SUB-WAS-FOUND
095700     IF NOT RA-SUB-WAS-FOUND
095800         IF RA-CU-USED >= 50
095900             DISPLAY "RELEVE-ANNUEL - CURRENCY TABLE EXCEEDS "
096000                 "CAPACITY ON ACCOUNT " RA-CUR-ACCOUNT
096100                 " - RUN ABORTED"
096200             MOVE 16 TO RETURN-CODE
096300             STOP RUN
096400         END-IF
096500         ADD 1 TO RA-CU-USED
096600         MOVE RA-CU-USED TO RA-CU-MATCH
096700         MOVE SW-CURRENCY-CODE TO RA-CU-CODE (RA-CU-MATCH)
096800         MOVE 0 TO RA-CU-COUNT (RA-CU-MATCH)
096900         MOVE 0 TO RA-CU-ORIG (RA-CU-MATCH)
097000         MOVE 0 TO RA-CU-AMOUNT (RA-CU-MATCH)
097100     END-IF
097200     ADD 1 TO RA-CU-COUNT (RA-CU-MATCH)
097300     ADD SW-ORIG-AMOUNT TO RA-CU-ORIG (RA-CU-MATCH)
097400     ADD SW-TRANS-AMOUNT TO RA-CU-AMOUNT (RA-CU-MATCH)
097500     ADD 1 TO RA-FOREIGN-COUNT
097600     ADD SW-TRANS-AMOUNT TO RA-FOREIGN-AMOUNT.
097700 2370-EXIT.
097800     EXIT.
097900*
098000 2380-SCAN-CURRENCY-TABLE.
098100     IF RA-CU-CODE (RA-CU-SUB) = SW-CURRENCY-CODE
098200         SET RA-SUB-WAS-FOUND TO TRUE
098300         MOVE RA-CU-SUB TO RA-CU-MATCH
098400     END-IF.
098500 2380-EXIT.
098600     EXIT.
098700*
098800*-----------------------------------------------------------*
098900* 2400-READ-ARCHIVES - THE YEAR'S CLOSED MONTHS ARE READ OFF *
099000*                   THEIR ARCHIVES, JANUARY'S FIRST, AND     *
099100*                   EVERY LATER ONE AHEAD OF THE LIVE FILE;  *
099200*                   THE BALANCE-FORWARD LINES JANUARY'S      *
099300*                   ARCHIVE OPENS WITH CARRY THE JANUARY 1   *
099400*                   BALANCES. A YEAR FROM BEFORE THE FIRST   *
099500*                   CLOSE LIVES IN THE FIRST ARCHIVE; PAST   *
099600*                   THAT, A MISSING GENERATION STOPS THE RUN *
099700*                   - INCLUDING JANUARY'S WHEN LAST          *
099800*                   DECEMBER'S IS ON HAND.                   *
099900*-----------------------------------------------------------*
100000 2400-READ-ARCHIVES.
100100     COMPUTE RA-ARCH-MONTH = RA-YEAR-FIRST-MONTH - 89
100200     PERFORM 2405-CHECK-PRIOR-ARCHIVE THRU 2405-EXIT
100300     MOVE RA-YEAR-FIRST-MONTH TO RA-ARCH-MONTH
100400     PERFORM 2410-READ-ONE-ARCHIVE THRU 2410-EXIT
100500         UNTIL RA-ARCH-MONTH > RA-LAST-CLOSED
100600     IF RA-ARCHIVES-READ = 0
100700         DISPLAY "RELEVE-ANNUEL - NO HISTORY ARCHIVE FOUND "
100800             "FOR YEAR " RA-STMT-YEAR " - RUN ABORTED"
100900         MOVE 16 TO RETURN-CODE
101000         STOP RUN
101100     END-IF.
101200 2400-EXIT.
101300     EXIT.
101400*
101500*-----------------------------------------------------------*
101600* 2405-CHECK-PRIOR-ARCHIVE - LAST DECEMBER'S GENERATION ON   *
101700*                   HAND MEANS THE CHAIN STARTED BEFORE THE  *
101800*                   YEAR, SO JANUARY'S MUST BE THERE TOO.    *
101900*-----------------------------------------------------------*
102000 2405-CHECK-PRIOR-ARCHIVE.
102100     MOVE SPACES TO RA-ARCH-PATH
102200     STRING "hist"         DELIMITED BY SIZE
102300            RA-ARCH-MONTH  DELIMITED BY SIZE
102400            ".txt"         DELIMITED BY SIZE
102500        INTO RA-ARCH-PATH
102600     OPEN INPUT ARCHIVE-FILE
102700     IF RA-ARCH-FILE-STATUS = "00"
102800         SET RA-ARCH-WAS-FOUND TO TRUE
102900         CLOSE ARCHIVE-FILE
103000     END-IF.
103100 2405-EXIT.
103200     EXIT.
103300*
103400 2410-READ-ONE-ARCHIVE.
103500     PERFORM 2420-SCAN-ONE-ARCHIVE THRU 2420-EXIT
103600     IF RA-ARCH-MM < 12
103700         ADD 1 TO RA-ARCH-MM
103800     ELSE
103900         MOVE 1 TO RA-ARCH-MM
104000         ADD 1 TO RA-ARCH-YYYY
104100     END-IF.
104200 2410-EXIT.
104300     EXIT.
104400*
104500*-----------------------------------------------------------*
104600* 2420-SCAN-ONE-ARCHIVE - ONE GENERATION, HISTYYYYMM.TXT,    *
104700*                   THROUGH THE SAME SELECTION AS THE LIVE   *
104800*                   FILE, PROVED AGAINST ITS CONTROL LINE.   *
104900*-----------------------------------------------------------*
105000 2420-SCAN-ONE-ARCHIVE.
105100     MOVE SPACES TO RA-ARCH-PATH
105200     STRING "hist"         DELIMITED BY SIZE
105300            RA-ARCH-MONTH  DELIMITED BY SIZE
105400            ".txt"         DELIMITED BY SIZE
105500        INTO RA-ARCH-PATH
105600     OPEN INPUT ARCHIVE-FILE
105700     IF RA-ARCH-FILE-STATUS NOT = "00"
105800         IF RA-ARCH-WAS-FOUND
105900             DISPLAY "RELEVE-ANNUEL - HISTORY ARCHIVE "
106000                 RA-ARCH-PATH " IS MISSING - RUN ABORTED"
106100             MOVE 16 TO RETURN-CODE
106200             STOP RUN
106300         END-IF
106400         GO TO 2420-EXIT
106500     END-IF
106600     PERFORM 2450-CHECK-FIRST-ARCHIVE THRU 2450-EXIT
106700     ADD 1 TO RA-ARCHIVES-READ
106800     MOVE "N" TO RA-ARCH-SWITCH
106900     MOVE "N" TO RA-CTL-SEEN-SW
107000     MOVE 0 TO RA-ARCH-COUNT
107100     MOVE 0 TO RA-ARCH-NET
107200     PERFORM 2430-READ-ARCHIVE-RECORD THRU 2430-EXIT
107300     PERFORM 2440-SELECT-ARCHIVE-RECORD THRU 2440-EXIT
107400         UNTIL RA-ARCH-EOF
107500     CLOSE ARCHIVE-FILE
107600     IF NOT RA-CONTROL-WAS-SEEN
107700         OR RA-ARCH-COUNT NOT = RA-CTL-COUNT
107800         OR RA-ARCH-NET NOT = RA-CTL-NET
107900         DISPLAY "RELEVE-ANNUEL - HISTORY ARCHIVE "
108000             RA-ARCH-PATH " DOES NOT AGREE WITH ITS CONTROL "
108100             "LINE - RUN ABORTED"
108200         MOVE 16 TO RETURN-CODE
108300         STOP RUN
108400     END-IF.
108500 2420-EXIT.
108600     EXIT.
108700*
108800 2430-READ-ARCHIVE-RECORD.
108900     READ ARCHIVE-FILE INTO HIST-RECORD
109000         AT END
109100             SET RA-ARCH-EOF TO TRUE
109200     END-READ.
109300 2430-EXIT.
109400     EXIT.
109500*
109600 2440-SELECT-ARCHIVE-RECORD.
109700     IF HI-ARCHIVE-CONTROL
109800         SET RA-CONTROL-WAS-SEEN TO TRUE
109900         MOVE HI-CONTROL-COUNT TO RA-CTL-COUNT
110000         MOVE HI-RUNNING-TOTAL TO RA-CTL-NET
110100     END-IF
110200     IF HI-DETAIL-LINE
110300         ADD 1 TO RA-ARCH-COUNT
110400         ADD HI-TRANS-AMOUNT TO RA-ARCH-NET
110500     END-IF
110600     PERFORM 2225-SELECT-YEAR-RECORD THRU 2225-EXIT
110700     PERFORM 2430-READ-ARCHIVE-RECORD THRU 2430-EXIT.
110800 2440-EXIT.
110900     EXIT.
110902*
110904*-----------------------------------------------------------*
110906* 2450-CHECK-FIRST-ARCHIVE - THE FIRST GENERATION FOUND FOR  *
110908*                   A LATER MONTH THAN THE ONE WANTED MUST   *
110910*                   BE THE OLDEST ON HAND, WHICH OPENS WITH  *
110912*                   NO BALANCE-FORWARD LINES. ONE THAT OPENS *
110914*                   WITH THEM HAD A GENERATION BEFORE IT,    *
110916*                   NOW MISSING, SO THE RUN STOPS.           *
110918*-----------------------------------------------------------*
110920 2450-CHECK-FIRST-ARCHIVE.
110922     IF RA-ARCH-WAS-FOUND
110924         GO TO 2450-EXIT
110926     END-IF
110928     SET RA-ARCH-WAS-FOUND TO TRUE
110930     IF RA-ARCH-MONTH = RA-YEAR-FIRST-MONTH
110932         GO TO 2450-EXIT
110934     END-IF
110936     READ ARCHIVE-FILE INTO HIST-RECORD
110938         AT END
110940             MOVE SPACES TO HIST-RECORD
110942     END-READ
110944     CLOSE ARCHIVE-FILE
110946     IF HI-BALANCE-FORWARD
110948         DISPLAY "RELEVE-ANNUEL - HISTORY ARCHIVE BEFORE "
110950             RA-ARCH-PATH " IS MISSING - RUN ABORTED"
110952         MOVE 16 TO RETURN-CODE
110954         STOP RUN
110956     END-IF
110958     OPEN INPUT ARCHIVE-FILE.
110960 2450-EXIT.
110962     EXIT.
111000*
111100*-----------------------------------------------------------*
111200* 2600-LOAD-BALANCES - EACH ACCOUNT'S CLOSING BALANCE ON THE *
111300*                   BALANCE MASTER. THE PROOF IS THE POINT   *
111400*                   OF THE RUN, SO NO MASTER, NO RUN.        *
111500*-----------------------------------------------------------*
111600 2600-LOAD-BALANCES.
111700     OPEN INPUT BALANCE-FILE
111800     IF RA-BAL-FILE-STATUS NOT = "00"
111900         DISPLAY "RELEVE-ANNUEL - BALANCE MASTER BALANCES.DAT "
112000             "COULD NOT BE OPENED - RUN ABORTED"
112100         MOVE 16 TO RETURN-CODE
112200         STOP RUN
112300     END-IF
112400     PERFORM 2610-LOAD-ONE-BALANCE THRU 2610-EXIT
112500         UNTIL RA-BAL-EOF
112600     CLOSE BALANCE-FILE.
112700 2600-EXIT.
112800     EXIT.
112900*
113000 2610-LOAD-ONE-BALANCE.
113100     READ BALANCE-FILE
113200         AT END
113300             SET RA-BAL-EOF TO TRUE
113400             GO TO 2610-EXIT
113500     END-READ
113600     ADD 1 TO RA-BAL-READ
113700     MOVE BA-ACCOUNT-NUM TO RA-AC-KEY
113800     PERFORM 2230-FIND-ACCOUNT-SLOT THRU 2230-EXIT
113900     MOVE BA-CLOSE-BALANCE TO RA-AC-LEDGER (RA-AC-MATCH)
114000     MOVE "Y" TO RA-AC-ON-MASTER (RA-AC-MATCH).
114100 2610-EXIT.
114200     EXIT.
114300*
114400 2700-RELEASE-ONE-MARKER.
114500     MOVE SPACES TO SW-RECORD
114600     MOVE RA-AC-ACCOUNT (RA-AC-SUB) TO SW-ACCOUNT-NUM
114700     SET SW-ACCOUNT-MARKER TO TRUE
114800     MOVE 0 TO SW-TRANS-DATE
114900     MOVE 0 TO SW-TRANS-AMOUNT
115000     MOVE 0 TO SW-ORIG-AMOUNT
115100     MOVE RA-AC-SUB TO SW-SLOT
115200     RELEASE SW-RECORD.
115300 2700-EXIT.
115400     EXIT.
115500*
115600*-----------------------------------------------------------*
115700* 3000-FINISH-ACCOUNT - PRINT THE ACCOUNT'S YEAR BY TYPE, BY *
115800*                   BRANCH AND BY FOREIGN CURRENCY, ITS      *
115900*                   CLOSING BALANCE AND THE PROOF AGAINST    *
116000*                   THE MASTER, AND WRITE ITS EXTRACT        *
116100*                   RECORD.                                  *
116200*-----------------------------------------------------------*
116300 3000-FINISH-ACCOUNT.
116400     MOVE "N" TO RA-IN-ACCOUNT-SW
116500     ADD 1 TO RA-ACCOUNTS-SUMMARIZED
116600     ADD RA-OPEN-BALANCE RA-ACCOUNT-NET GIVING RA-CLOSE-BALANCE
116700     ADD RA-OPEN-BALANCE TO RA-OPEN-TOTAL
116800     ADD RA-CLOSE-BALANCE TO RA-CLOSE-TOTAL
116900     MOVE SPACES TO RA-REPORT-LINE
117000     STRING "  PAR TYPE DE TRANSACTION" DELIMITED BY SIZE
117100        INTO RA-REPORT-LINE
117200     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT
117300     PERFORM 3100-WRITE-ONE-TYPE THRU 3100-EXIT
117400         VARYING RA-TYPE-SUB FROM 1 BY 1
117500         UNTIL RA-TYPE-SUB > 5
117600     IF RA-OTHER-COUNT > 0
117700         MOVE RA-OTHER-COUNT TO RA-COUNT-DISPLAY
117800         MOVE RA-OTHER-AMOUNT TO RA-AMOUNT-DISPLAY
117900         MOVE SPACES TO RA-REPORT-LINE
118000         STRING "      AUTRES          " DELIMITED BY SIZE
118100                RA-COUNT-DISPLAY DELIMITED BY SIZE
118200                " TRANS   " DELIMITED BY SIZE
118300                RA-AMOUNT-DISPLAY DELIMITED BY SIZE
118400            INTO RA-REPORT-LINE
118500         PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT
118600     END-IF
118700     IF RA-BR-USED > 0
118800         MOVE SPACES TO RA-REPORT-LINE
118900         STRING "  PAR SUCCURSALE" DELIMITED BY SIZE
119000            INTO RA-REPORT-LINE
119100         PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT
119200         PERFORM 3200-WRITE-ONE-BRANCH THRU 3200-EXIT
119300             VARYING RA-BR-SUB FROM 1 BY 1
119400             UNTIL RA-BR-SUB > RA-BR-USED
119500     END-IF
119600     IF RA-CU-USED > 0
119700         MOVE SPACES TO RA-REPORT-LINE
119800         STRING "  DEVISES ETRANGERES - MONTANTS D'ORIGINE ET "
119900                DELIMITED BY SIZE
120000                "EQUIVALENT CAD" DELIMITED BY SIZE
120100            INTO RA-REPORT-LINE
120200         PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT
120300         PERFORM 3300-WRITE-ONE-CURRENCY THRU 3300-EXIT
120400             VARYING RA-CU-SUB FROM 1 BY 1
120500             UNTIL RA-CU-SUB > RA-CU-USED
120600     END-IF
120700     PERFORM 3400-PROVE-CLOSING-BALANCE THRU 3400-EXIT
120800     PERFORM 3600-WRITE-EXTRACT-RECORD THRU 3600-EXIT.
120900 3000-EXIT.
121000     EXIT.
121100*
121200 3100-WRITE-ONE-TYPE.
121300     ADD RA-AT-COUNT (RA-TYPE-SUB) TO RA-YT-COUNT (RA-TYPE-SUB)
121400     ADD RA-AT-AMOUNT (RA-TYPE-SUB) TO RA-YT-AMOUNT (RA-TYPE-SUB)
121500     MOVE RA-AT-COUNT (RA-TYPE-SUB) TO RA-COUNT-DISPLAY
121600     MOVE RA-AT-AMOUNT (RA-TYPE-SUB) TO RA-AMOUNT-DISPLAY
121700     MOVE SPACES TO RA-REPORT-LINE
121800     STRING "    " DELIMITED BY SIZE
121900            RA-TYPE-CODE (RA-TYPE-SUB) DELIMITED BY SIZE
122000            " " DELIMITED BY SIZE
122100            RA-TYPE-NAME (RA-TYPE-SUB) DELIMITED BY SIZE
122200            "  " DELIMITED BY SIZE
122300            RA-COUNT-DISPLAY DELIMITED BY SIZE
122400            " TRANS   " DELIMITED BY SIZE
122500            RA-AMOUNT-DISPLAY DELIMITED BY SIZE
122600        INTO RA-REPORT-LINE
122700     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT.
122800 3100-EXIT.
122900     EXIT.
123000*
123100 3200-WRITE-ONE-BRANCH.
123200     MOVE RA-BR-COUNT (RA-BR-SUB) TO RA-COUNT-DISPLAY
123300     MOVE RA-BR-AMOUNT (RA-BR-SUB) TO RA-AMOUNT-DISPLAY
123400     MOVE SPACES TO RA-REPORT-LINE
123500     STRING "    SUCCURSALE " DELIMITED BY SIZE
123600            RA-BR-BRANCH (RA-BR-SUB) DELIMITED BY SIZE
123700            "     " DELIMITED BY SIZE
123800            RA-COUNT-DISPLAY DELIMITED BY SIZE
123900            " TRANS   " DELIMITED BY SIZE
124000            RA-AMOUNT-DISPLAY DELIMITED BY SIZE
124100        INTO RA-REPORT-LINE
124200     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT.
124300 3200-EXIT.
124400     EXIT.
124500*
124600 3300-WRITE-ONE-CURRENCY.
124700     MOVE RA-CU-COUNT (RA-CU-SUB) TO RA-COUNT-DISPLAY
124800     MOVE RA-CU-ORIG (RA-CU-SUB) TO RA-ORIG-DISPLAY
124900     MOVE RA-CU-AMOUNT (RA-CU-SUB) TO RA-AMOUNT-DISPLAY
125000     MOVE SPACES TO RA-REPORT-LINE
125100     STRING "    DEVISE " DELIMITED BY SIZE
125200            RA-CU-CODE (RA-CU-SUB) DELIMITED BY SIZE
125300            "        " DELIMITED BY SIZE
125400            RA-COUNT-DISPLAY DELIMITED BY SIZE
125500            " TRANS   ORIGINE " DELIMITED BY SIZE
125600            RA-ORIG-DISPLAY DELIMITED BY SIZE
125700            "   CAD " DELIMITED BY SIZE
125800            RA-AMOUNT-DISPLAY DELIMITED BY SIZE
125900        INTO RA-REPORT-LINE
126000     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT.
126100 3300-EXIT.
126200     EXIT.
126300*
126400*-----------------------------------------------------------*
126500* 3400-PROVE-CLOSING-BALANCE - THE DECEMBER 31 BALANCE       *
126600*                   AGAINST THE MASTER AS IT STOOD AFTER THE *
126700*                   LAST BUSINESS DAY'S RUN: ITS CLOSING     *
126800*                   BALANCE LESS EVERYTHING POSTED SINCE. AN *
126900*                   ACCOUNT MISSING FROM THE MASTER STANDS   *
127000*                   AT ZERO THERE. ANY DIFFERENCE IS         *
127100*                   FLAGGED.                                 *
127200*-----------------------------------------------------------*
127300 3400-PROVE-CLOSING-BALANCE.
127400     MOVE RA-CLOSE-BALANCE TO RA-AMOUNT-DISPLAY
127500     MOVE SPACES TO RA-REPORT-LINE
127600     STRING "  SOLDE DE FERMETURE AU 12/31/" DELIMITED BY SIZE
127700            RA-STMT-YEAR DELIMITED BY SIZE
127800            "      : " DELIMITED BY SIZE
127900            RA-AMOUNT-DISPLAY DELIMITED BY SIZE
128000        INTO RA-REPORT-LINE
128100     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT
128200     SUBTRACT RA-AC-LATER (RA-CUR-SLOT)
128300         FROM RA-AC-LEDGER (RA-CUR-SLOT)
128400         GIVING RA-LEDGER-BALANCE
128500     SUBTRACT RA-LEDGER-BALANCE FROM RA-CLOSE-BALANCE
128600         GIVING RA-DIFFERENCE
128700     MOVE RA-LEDGER-BALANCE TO RA-AMOUNT-DISPLAY
128800     MOVE SPACES TO RA-REPORT-LINE
128900     IF RA-AC-ON-MASTER (RA-CUR-SLOT) = "Y"
129000         STRING "  SOLDE AU MASTER AU " DELIMITED BY SIZE
129100                RA-LBD-DISPLAY DELIMITED BY SIZE
129200                "         : " DELIMITED BY SIZE
129300                RA-AMOUNT-DISPLAY DELIMITED BY SIZE
129400            INTO RA-REPORT-LINE
129500     ELSE
129600         STRING "  ABSENT DU MASTER DES SOLDES         : "
129700                DELIMITED BY SIZE
129800                RA-AMOUNT-DISPLAY DELIMITED BY SIZE
129900            INTO RA-REPORT-LINE
130000     END-IF
130100     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT
130200     MOVE SPACES TO RA-REPORT-LINE
130300     IF RA-DIFFERENCE = 0
130400         STRING "  RAPPROCHEMENT : ACCORD" DELIMITED BY SIZE
130500            INTO RA-REPORT-LINE
130600     ELSE
130700         ADD 1 TO RA-ACCOUNTS-DIFFERING
130800         MOVE RA-DIFFERENCE TO RA-AMOUNT-DISPLAY
130900         STRING "  RAPPROCHEMENT : *** ECART " DELIMITED BY SIZE
131000                RA-AMOUNT-DISPLAY DELIMITED BY SIZE
131100                " ***" DELIMITED BY SIZE
131200            INTO RA-REPORT-LINE
131300         DISPLAY "RELEVE-ANNUEL - ACCOUNT " RA-CUR-ACCOUNT
131400             " DOES NOT AGREE WITH THE BALANCE MASTER - "
131500             "DIFFERENCE " RA-AMOUNT-DISPLAY
131600     END-IF
131700     PERFORM 4100-WRITE-ACCOUNT-LINE THRU 4100-EXIT.
131800 3400-EXIT.
131900     EXIT.
132000*
132100*-----------------------------------------------------------*
132200* 3500-WRITE-ACCOUNT-HEADING - NAME THE ACCOUNT THE LINES    *
132300*                   BELOW BELONG TO.                         *
132400*-----------------------------------------------------------*
132500 3500-WRITE-ACCOUNT-HEADING.
132600     MOVE SPACES TO RA-REPORT-LINE
132700     STRING "  COMPTE " DELIMITED BY SIZE
132800            RA-CUR-ACCOUNT DELIMITED BY SIZE
132900            "  " DELIMITED BY SIZE
133000            RA-ACCT-LOOKUP-NAME DELIMITED BY SIZE
133100        INTO RA-REPORT-LINE
133200     WRITE RPT-LINE FROM RA-REPORT-LINE
133300     ADD 1 TO RA-LINE-COUNT.
133400 3500-EXIT.
133500     EXIT.
133600*
133700*-----------------------------------------------------------*
133800* 3600-WRITE-EXTRACT-RECORD - THE SAME FIGURES, ONE FIXED-   *
133900*                   FORMAT RECORD PER ACCOUNT.               *
134000*-----------------------------------------------------------*
134100 3600-WRITE-EXTRACT-RECORD.
134200     MOVE SPACES TO YTD-RECORD
134300     SET YT-DETAIL-RECORD TO TRUE
134400     MOVE RA-CUR-ACCOUNT TO YT-ACCOUNT-NUM
134500     MOVE RA-STMT-YEAR TO YT-YEAR
134600     MOVE RA-OPEN-BALANCE TO YT-OPEN-BALANCE
134700     PERFORM 3610-MOVE-ONE-TYPE THRU 3610-EXIT
134800         VARYING RA-TYPE-SUB FROM 1 BY 1
134900         UNTIL RA-TYPE-SUB > 5
135000     MOVE RA-FOREIGN-COUNT TO YT-FOREIGN-COUNT
135100     MOVE RA-FOREIGN-AMOUNT TO YT-FOREIGN-AMOUNT
135200     MOVE RA-CLOSE-BALANCE TO YT-CLOSE-BALANCE
135300     MOVE RA-LEDGER-BALANCE TO YT-LEDGER-BALANCE
135400     IF RA-DIFFERENCE = 0
135500         SET YT-BALANCE-AGREES TO TRUE
135600     ELSE
135700         SET YT-BALANCE-DIFFERS TO TRUE
135800     END-IF
135900     WRITE YTD-RECORD.
136000 3600-EXIT.
136100     EXIT.
136200*
136300 3610-MOVE-ONE-TYPE.
136400     MOVE RA-TYPE-CODE (RA-TYPE-SUB) TO YT-TYPE-CODE (RA-TYPE-SUB)
136500     MOVE RA-AT-COUNT (RA-TYPE-SUB) TO YT-TYPE-COUNT (RA-TYPE-SUB)
136600     MOVE RA-AT-AMOUNT (RA-TYPE-SUB)
136700         TO YT-TYPE-AMOUNT (RA-TYPE-SUB).
136800 3610-EXIT.
136900     EXIT.
137000*
137100*-----------------------------------------------------------*
137200* 3700-WRITE-YEAR-TOTALS - THE YEAR ACROSS ALL ACCOUNTS ON A *
137300*                   PAGE OF ITS OWN, AND THE EXTRACT         *
137400*                   TRAILER.                                 *
137500*-----------------------------------------------------------*
137600 3700-WRITE-YEAR-TOTALS.
137700     MOVE SPACES TO RA-CUR-ACCOUNT
137800     MOVE SPACES TO RA-ACCT-LOOKUP-NAME
137900     MOVE 99 TO RA-LINE-COUNT
138000     PERFORM 4010-CHECK-PAGE-BREAK THRU 4010-EXIT
138100     MOVE SPACES TO RA-REPORT-LINE
138200     STRING "TOTAUX DE L'ANNEE - TOUS COMPTES" DELIMITED BY SIZE
138300        INTO RA-REPORT-LINE
138400     WRITE RPT-LINE FROM RA-REPORT-LINE
138500     MOVE RA-OPEN-TOTAL TO RA-TOTAL-DISPLAY
138600     MOVE SPACES TO RA-REPORT-LINE
138700     STRING "  SOLDES D'OUVERTURE                  : "
138800            DELIMITED BY SIZE
138900            RA-TOTAL-DISPLAY DELIMITED BY SIZE
139000        INTO RA-REPORT-LINE
139100     WRITE RPT-LINE FROM RA-REPORT-LINE
139200     PERFORM 3710-WRITE-ONE-YEAR-TYPE THRU 3710-EXIT
139300         VARYING RA-TYPE-SUB FROM 1 BY 1
139400         UNTIL RA-TYPE-SUB > 5
139500     MOVE RA-CLOSE-TOTAL TO RA-TOTAL-DISPLAY
139600     MOVE SPACES TO RA-REPORT-LINE
139700     STRING "  SOLDES DE FERMETURE                 : "
139800            DELIMITED BY SIZE
139900            RA-TOTAL-DISPLAY DELIMITED BY SIZE
140000        INTO RA-REPORT-LINE
140100     WRITE RPT-LINE FROM RA-REPORT-LINE
140200     MOVE RA-ACCOUNTS-SUMMARIZED TO RA-COUNT-DISPLAY
140300     MOVE SPACES TO RA-REPORT-LINE
140400     STRING "  COMPTES RESUMES                     : "
140500            DELIMITED BY SIZE
140600            RA-COUNT-DISPLAY DELIMITED BY SIZE
140700        INTO RA-REPORT-LINE
140800     WRITE RPT-LINE FROM RA-REPORT-LINE
140900     MOVE RA-ACCOUNTS-DIFFERING TO RA-COUNT-DISPLAY
141000     MOVE SPACES TO RA-REPORT-LINE
141100     STRING "  COMPTES EN ECART AVEC LE MASTER     : "
141200            DELIMITED BY SIZE
141300            RA-COUNT-DISPLAY DELIMITED BY SIZE
141400        INTO RA-REPORT-LINE
141500     WRITE RPT-LINE FROM RA-REPORT-LINE
141600     MOVE SPACES TO YTD-RECORD
141700     SET YT-TRAILER-RECORD TO TRUE
141800     MOVE RA-STMT-YEAR TO YT-TRL-YEAR
141900     MOVE RA-ACCOUNTS-SUMMARIZED TO YT-TRL-ACCOUNT-COUNT
142000     MOVE RA-CLOSE-TOTAL TO YT-TRL-CLOSE-TOTAL
142100     MOVE RA-ACCOUNTS-DIFFERING TO YT-TRL-DIFFER-COUNT
142200     WRITE YTD-RECORD.
142300 3700-EXIT.
142400     EXIT.
142500*
142600 3710-WRITE-ONE-YEAR-TYPE.
142700     MOVE RA-YT-COUNT (RA-TYPE-SUB) TO RA-COUNT-DISPLAY
142800     MOVE RA-YT-AMOUNT (RA-TYPE-SUB) TO RA-TOTAL-DISPLAY
142900     MOVE SPACES TO RA-REPORT-LINE
143000     STRING "    " DELIMITED BY SIZE
143100            RA-TYPE-CODE (RA-TYPE-SUB) DELIMITED BY SIZE
143200            " " DELIMITED BY SIZE
143300            RA-TYPE-NAME (RA-TYPE-SUB) DELIMITED BY SIZE
143400            "  " DELIMITED BY SIZE
143500            RA-COUNT-DISPLAY DELIMITED BY SIZE
143600            " TRANS   " DELIMITED BY SIZE
143700            RA-TOTAL-DISPLAY DELIMITED BY SIZE
143800        INTO RA-REPORT-LINE
143900     WRITE RPT-LINE FROM RA-REPORT-LINE.
144000 3710-EXIT.
144100     EXIT.
144200*
144300*-----------------------------------------------------------*
144400* 3800-LOOKUP-ACCOUNT-NAME - READ THE INDEXED MASTER BY THE  *
144500*                   ACCOUNT BEING SUMMARIZED.                *
144600*-----------------------------------------------------------*
144700 3800-LOOKUP-ACCOUNT-NAME.
144800     MOVE SPACES TO RA-ACCT-LOOKUP-NAME
144900     IF NOT RA-ACCT-IS-AVAILABLE
145000         GO TO 3800-EXIT
145100     END-IF
145200     MOVE RA-CUR-ACCOUNT TO AC-ACCOUNT-NUM
145300     READ ACCOUNT-FILE
145400         INVALID KEY
145500             CONTINUE
145600         NOT INVALID KEY
145700             MOVE AC-ACCOUNT-NAME TO RA-ACCT-LOOKUP-NAME
145800     END-READ.
145900 3800-EXIT.
146000     EXIT.
146100*
146200*-----------------------------------------------------------*
146300* 4000-WRITE-REPORT-HEADINGS - START A NEW PAGE: YEAR, THE   *
146400*                   LAST BUSINESS DAY, RUN DATE AND PAGE.    *
146500*-----------------------------------------------------------*
146600 4000-WRITE-REPORT-HEADINGS.
146700     ADD 1 TO RA-PAGE-NUM
146800     MOVE SPACES TO RA-REPORT-LINE
146900     STRING "RELEVE ANNUEL DES COMPTES" DELIMITED BY SIZE
147000            "          PAGE " DELIMITED BY SIZE
147100            RA-PAGE-NUM DELIMITED BY SIZE
147200        INTO RA-REPORT-LINE
147300     WRITE RPT-LINE FROM RA-REPORT-LINE
147400     MOVE SPACES TO RA-REPORT-LINE
147500     STRING "ANNEE : " DELIMITED BY SIZE
147600            RA-STMT-YEAR DELIMITED BY SIZE
147700            "     DERNIER JOUR OUVRABLE : " DELIMITED BY SIZE
147800            RA-LBD-DISPLAY DELIMITED BY SIZE
147900            "     DATE D'EXECUTION : " DELIMITED BY SIZE
148000            RA-RUN-DATE-DISPLAY DELIMITED BY SIZE
148100        INTO RA-REPORT-LINE
148200     WRITE RPT-LINE FROM RA-REPORT-LINE
148300     MOVE SPACES TO RPT-LINE
148400     WRITE RPT-LINE
148500     MOVE 0 TO RA-LINE-COUNT.
148600 4000-EXIT.
148700     EXIT.
148800*
148900 4010-CHECK-PAGE-BREAK.
149000     IF RA-LINE-COUNT >= RA-LINES-PER-PAGE
149100         PERFORM 4000-WRITE-REPORT-HEADINGS THRU 4000-EXIT
149200     END-IF.
149300 4010-EXIT.
149400     EXIT.
149500*
149600*-----------------------------------------------------------*
149700* 4100-WRITE-ACCOUNT-LINE - WRITE THE LINE BUILT IN          *
149800*                   RA-REPORT-LINE. A PAGE BREAK IN THE      *
149900*                   MIDDLE OF AN ACCOUNT REPEATS THE ACCOUNT *
150000*                   HEADING SO THE CONTINUATION PAGE STILL   *
150100*                   NAMES THE ACCOUNT IT BELONGS TO.         *
150200*-----------------------------------------------------------*
150300 4100-WRITE-ACCOUNT-LINE.
150400     IF RA-LINE-COUNT >= RA-LINES-PER-PAGE
150500         MOVE RA-REPORT-LINE TO RPT-LINE
150600         PERFORM 4000-WRITE-REPORT-HEADINGS THRU 4000-EXIT
150700         PERFORM 3500-WRITE-ACCOUNT-HEADING THRU 3500-EXIT
150800         MOVE RPT-LINE TO RA-REPORT-LINE
150900     END-IF
151000     WRITE RPT-LINE FROM RA-REPORT-LINE
151100     ADD 1 TO RA-LINE-COUNT.
151200 4100-EXIT.
151300     EXIT.
151400*
151500*-----------------------------------------------------------*
151600* 9000-TERMINATE - CLOSE FILES AND REPORT WHAT WAS DONE. AN  *
151700*                   ACCOUNT THAT DOES NOT AGREE WITH THE     *
151800*                   MASTER ENDS THE RUN RC 4.                *
151900*-----------------------------------------------------------*
152000 9000-TERMINATE.
152100     CLOSE REPORT-FILE
152200     CLOSE EXTRACT-FILE
152300     IF RA-ACCT-IS-AVAILABLE
152400         CLOSE ACCOUNT-FILE
152500     END-IF
152600     DISPLAY "RELEVE-ANNUEL - YEAR                  : "
152700         RA-STMT-YEAR
152800     DISPLAY "RELEVE-ANNUEL - LAST BUSINESS DAY     : "
152900         RA-LAST-BUS-DATE
153000     DISPLAY "RELEVE-ANNUEL - HISTORY RECORDS READ  : "
153100         RA-RECORDS-READ
153200     DISPLAY "RELEVE-ANNUEL - RECORDS IN YEAR       : "
153300         RA-RECORDS-KEPT
153400     DISPLAY "RELEVE-ANNUEL - ARCHIVES READ         : "
153500         RA-ARCHIVES-READ
153600     DISPLAY "RELEVE-ANNUEL - ACCOUNTS SUMMARIZED   : "
153700         RA-ACCOUNTS-SUMMARIZED
153800     DISPLAY "RELEVE-ANNUEL - ACCOUNTS NOT AGREEING : "
153900         RA-ACCOUNTS-DIFFERING
154000     IF RA-ACCOUNTS-DIFFERING > 0
154100         MOVE 4 TO RETURN-CODE
154200     ELSE
154300         MOVE 0 TO RETURN-CODE
154400     END-IF.
154500 9000-EXIT.
154600     EXIT.
