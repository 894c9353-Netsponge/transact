000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Generer-Ordres.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - GENERATES TONIGHT'S    *
001200*                   STANDING ORDERS. READS THE STANDING-      *
001300*                   INSTRUCTION MASTER (STANDING.DAT, STDREC, *
001400*                   KEPT BY MAINTENIR-ORDRES) AND SELECTS     *
001500*                   EVERY INSTRUCTION DUE ON THE BUSDATE.TXT  *
001600*                   BUSINESS DATE. A DUE DATE THAT FALLS ON A *
001700*                   WEEKEND OR A BUSCAL.TXT HOLIDAY MOVES TO  *
001800*                   THE NEXT BUSINESS DAY, SO TONIGHT TAKES   *
001900*                   EVERY DUE DATE AFTER THE PREVIOUS         *
002000*                   BUSINESS DAY UP TO AND INCLUDING TONIGHT. *
002100*                   THE DETAILS ARE WRITTEN AS A STANDALONE   *
002200*                   IN-HOUSE BATCH, STANDING.TXT (SEQUENCE    *
002300*                   ZERO), LISTED ON THE BRANCHLIST CARDS     *
002400*                   LIKE FEES.TXT AND RECYCLE.TXT, SO THEY    *
002500*                   POST THROUGH CONSOLIDER-LOTS AND THE      *
002600*                   NORMAL VALIDATION. EACH GENERATED         *
002700*                   INSTRUCTION IS STAMPED WITH THE BUSINESS  *
002800*                   DATE AS ITS LAST GENERATED DATE; A RERUN  *
002900*                   UNDER THE SAME BUSDATE CARD DOES NOT      *
003000*                   GENERATE IT AGAIN BUT CARRIES THE LINE    *
003100*                   THE FIRST RUN WROTE INTO THE NEW BATCH,   *
003200*                   SO THE BATCH STAYS WHOLE. A FOREIGN-      *
003300*                   CURRENCY INSTRUCTION WITH NO RATE ON      *
003400*                   FXRATES.TXT IS SKIPPED RATHER THAN LEFT   *
003500*                   TO STOP THE CONSOLIDATION. THE SCHEDULE   *
003600*                   REGISTER (ORDREG.TXT) LISTS WHAT WAS      *
003700*                   GENERATED AND WHAT WAS SKIPPED.           *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT STANDING-FILE ASSIGN TO "standing.dat"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS GO-STD-FILE-STATUS.
004500     SELECT NEW-STANDING-FILE ASSIGN TO "standing.new"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT PRIOR-BATCH-FILE ASSIGN TO "standing.txt"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS GO-PRIOR-FILE-STATUS.
005000     SELECT STANDING-BATCH-FILE ASSIGN TO "standing.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT FXRATE-FILE ASSIGN TO "fxrates.txt"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS GO-FX-FILE-STATUS.
005500     SELECT BUSCAL-FILE ASSIGN TO "buscal.txt"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS GO-CAL-FILE-STATUS.
005800     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS GO-BDATE-FILE-STATUS.
006100     SELECT REGISTER-FILE ASSIGN TO "ordreg.txt"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  STANDING-FILE.
006700     COPY STDREC.
006800*
006900 FD  NEW-STANDING-FILE.
007000 01  NSO-RECORD                 PIC X(80).
007100*
007200 FD  PRIOR-BATCH-FILE.
007300     COPY TRANREC.
007400*
007500 FD  STANDING-BATCH-FILE.
007600     COPY TRANREC REPLACING
007700         ==TRANS-RECORD== BY ==STB-RECORD==
007800         ==TR-RECORD-TYPE== BY ==STB-RECORD-TYPE==
007900         ==TR-HEADER-RECORD== BY ==STB-HEADER-RECORD==
008000         ==TR-DETAIL-RECORD== BY ==STB-DETAIL-RECORD==
008100         ==TR-TRAILER-RECORD== BY ==STB-TRAILER-RECORD==
008200         ==TR-DETAIL-AREA== BY ==STB-DETAIL-AREA==
008300         ==TR-ACCOUNT-NUM== BY ==STB-ACCOUNT-NUM==
008400         ==TRANS-NUM== BY ==STB-TRANS-NUM==
008500         ==TR-TRANS-TYPE== BY ==STB-TRANS-TYPE==
008600         ==TR-TYPE-PAYMENT== BY ==STB-TYPE-PAYMENT==
008700         ==TR-TYPE-REFUND== BY ==STB-TYPE-REFUND==
008800         ==TR-TYPE-REVERSAL== BY ==STB-TYPE-REVERSAL==
008900         ==TR-TYPE-FEE== BY ==STB-TYPE-FEE==
009000         ==TR-TYPE-ADJUSTMENT== BY ==STB-TYPE-ADJUSTMENT==
009100         ==TR-TYPE-VALID== BY ==STB-TYPE-VALID==
009200         ==TR-BRANCH-ID== BY ==STB-BRANCH-ID==
009300         ==TR-TRANS-DATE== BY ==STB-TRANS-DATE==
009400         ==TRANS-AMOUNT== BY ==STB-TRANS-AMOUNT==
009500         ==TR-CURRENCY-CODE== BY ==STB-CURRENCY-CODE==
009600         ==TR-ORIG-AMOUNT== BY ==STB-ORIG-AMOUNT==
009700         ==TR-HEADER-AREA== BY ==STB-HEADER-AREA==
009800         ==TR-HDR-RECORD-COUNT== BY ==STB-HDR-RECORD-COUNT==
009900         ==TR-HDR-CONTROL-TOTAL== BY ==STB-HDR-CONTROL-TOTAL==
010000         ==TR-HDR-BATCH-DATE== BY ==STB-HDR-BATCH-DATE==
010100         ==TR-HDR-BATCH-SEQ== BY ==STB-HDR-BATCH-SEQ==
010200         ==TR-TRAILER-AREA== BY ==STB-TRAILER-AREA==
010300         ==TR-TRL-RECORD-COUNT== BY ==STB-TRL-RECORD-COUNT==
010400         ==TR-TRL-CONTROL-TOTAL== BY ==STB-TRL-CONTROL-TOTAL==.
010500*
010600 FD  FXRATE-FILE.
010700 01  FXRATE-RECORD.
010800     05  FX-CURRENCY-CODE       PIC X(03).
010900     05  FILLER                 PIC X(01).
011000     05  FX-RATE                PIC 9(03)V9(06).
011100     05  FILLER                 PIC X(67).
011200*
011300 FD  BUSCAL-FILE.
011400     COPY CALREC.
011500*
011600 FD  BUSDATE-FILE.
011700     COPY BUSDATE.
011800*
011900 FD  REGISTER-FILE.
012000 01  REG-LINE                   PIC X(132).
012100*
012200 WORKING-STORAGE SECTION.
012300*-----------------------------------------------------------*
012400* SWITCHES AND FILE STATUS                                   *
012500*-----------------------------------------------------------*
012600 77  GO-STD-SWITCH              PIC X(01)  VALUE "N".
012700     88  GO-STD-EOF                         VALUE "Y".
012800 77  GO-NEWSTD-SWITCH           PIC X(01)  VALUE "N".
012900     88  GO-NEWSTD-EOF                      VALUE "Y".
013000 77  GO-PRIOR-SWITCH            PIC X(01)  VALUE "N".
013100     88  GO-PRIOR-EOF                       VALUE "Y".
013200 77  GO-FX-SWITCH               PIC X(01)  VALUE "N".
013300     88  GO-FX-EOF                          VALUE "Y".
013400 77  GO-BDATE-SWITCH            PIC X(01)  VALUE "N".
013500     88  GO-BDATE-EOF                       VALUE "Y".
013600 77  GO-MASTER-SW               PIC X(01)  VALUE "N".
013700     88  GO-MASTER-IS-PRESENT               VALUE "Y".
013800 77  GO-RUN-DAY-SW              PIC X(01)  VALUE "Y".
013900     88  GO-RUN-IS-BUSINESS-DAY             VALUE "Y".
014000 77  GO-RATE-FOUND-SW           PIC X(01)  VALUE "N".
014100     88  GO-RATE-WAS-FOUND                  VALUE "Y".
014200 77  GO-PRIOR-FOUND-SW          PIC X(01)  VALUE "N".
014300     88  GO-PRIOR-WAS-FOUND                 VALUE "Y".
014400 77  GO-STD-FILE-STATUS         PIC X(02)  VALUE SPACES.
014500 77  GO-PRIOR-FILE-STATUS       PIC X(02)  VALUE SPACES.
014600 77  GO-FX-FILE-STATUS          PIC X(02)  VALUE SPACES.
014700 77  GO-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
014800*
014900*-----------------------------------------------------------*
015000* CURRENCY RATES - THE CODES ON TONIGHT'S FXRATES.TXT. ONLY  *
015100* WHETHER A CODE HAS A RATE MATTERS HERE; CONSOLIDER-LOTS    *
015200* DOES THE CONVERSION.                                       *
015300*-----------------------------------------------------------*
015400 01  GO-RATE-TABLE.
015500     05  GO-RT-CURRENCY         OCCURS 20 TIMES PIC X(03).
015600 77  GO-RATE-COUNT              PIC 9(02) COMP  VALUE 0.
015700 77  GO-RATE-SUB                PIC 9(02) COMP  VALUE 0.
015800 77  GO-BASE-CURRENCY           PIC X(03)       VALUE "CAD".
015900*
016000*-----------------------------------------------------------*
016100* PRIOR BATCH - THE DETAIL LINES OF A STANDING.TXT ALREADY   *
016200* WRITTEN FOR TONIGHT'S BUSINESS DATE BY AN EARLIER RUN. AN  *
016300* INSTRUCTION THAT RUN GENERATED IS NOT GENERATED AGAIN; ITS *
016400* LINE IS CARRIED INTO THE NEW BATCH AS IT STOOD.            *
016500*-----------------------------------------------------------*
016600 01  GO-PRIOR-TABLE.
016700     05  GO-PRIOR-ENTRY         OCCURS 5000 TIMES.
016800         10  GO-PB-TRANS-NUM    PIC X(08).
016900         10  GO-PB-AMOUNT       PIC S9(07)V99 COMP-3.
017000         10  GO-PB-RECORD       PIC X(80).
017100 77  GO-PRIOR-COUNT             PIC 9(04) COMP  VALUE 0.
017200 77  GO-PRIOR-SUB               PIC 9(04) COMP  VALUE 0.
017300 77  GO-PRIOR-MATCH             PIC 9(04) COMP  VALUE 0.
017400*
017500*-----------------------------------------------------------*
017600* SCHEDULE TABLE - ONE ENTRY PER INSTRUCTION DUE TONIGHT,    *
017700* GENERATED OR NOT, HELD SO THE BATCH HEADER CAN CARRY THE   *
017800* COUNT AND CONTROL TOTAL AND THE REGISTER CAN LIST THEM     *
017900* ALL.                                                       *
018000*-----------------------------------------------------------*
018100 01  GO-SCHED-TABLE.
018200     05  GO-SCHED-ENTRY         OCCURS 5000 TIMES.
018300         10  GO-SC-ID           PIC 9(06).
018400         10  GO-SC-ACCOUNT      PIC X(04).
018500         10  GO-SC-TYPE         PIC X(01).
018600         10  GO-SC-AMOUNT       PIC S9(07)V99 COMP-3.
018700         10  GO-SC-CURRENCY     PIC X(03).
018800         10  GO-SC-FREQUENCY    PIC X(01).
018900         10  GO-SC-DUE-DATE     PIC 9(08).
019000         10  GO-SC-BRANCH       PIC X(02).
019100         10  GO-SC-TRANS-NUM    PIC X(08).
019200         10  GO-SC-PRIOR-SUB    PIC 9(04) COMP.
019300         10  GO-SC-STATUS       PIC X(01).
019400             88  GO-SC-GENERATED            VALUE "G".
019500             88  GO-SC-CARRIED              VALUE "P".
019600             88  GO-SC-LINE-MISSING         VALUE "S".
019700             88  GO-SC-NO-RATE              VALUE "F".
019800             88  GO-SC-IN-BATCH             VALUES "G" "P".
019900 77  GO-SCHED-COUNT             PIC 9(04) COMP  VALUE 0.
020000 77  GO-SCHED-SUB               PIC 9(04) COMP  VALUE 0.
020100*
020200*-----------------------------------------------------------*
020300* RUN COUNTS AND BATCH TOTALS                                *
020400*-----------------------------------------------------------*
020500 77  GO-STD-READ                PIC 9(06)       VALUE 0.
020600 77  GO-UNREADABLE-COUNT        PIC 9(06)       VALUE 0.
020700 77  GO-NOT-DUE-COUNT           PIC 9(06)       VALUE 0.
020800 77  GO-GENERATED-COUNT         PIC 9(06)       VALUE 0.
020900 77  GO-CARRIED-COUNT           PIC 9(06)       VALUE 0.
021000 77  GO-SKIPPED-COUNT           PIC 9(06)       VALUE 0.
021100 77  GO-ROLLED-COUNT            PIC 9(06)       VALUE 0.
021200 77  GO-BATCH-COUNT             PIC 9(04) COMP  VALUE 0.
021300 77  GO-BATCH-TOTAL             PIC S9(09)V99 COMP-3 VALUE 0.
021400 77  GO-TRANS-NUM-WORK          PIC 9(08)       VALUE 0.
021500*
021600*-----------------------------------------------------------*
021700* RUN DATE, SCHEDULE WINDOW AND CALENDAR WORK FIELDS.        *
021800* TONIGHT TAKES EVERY DUE DATE FROM THE DAY AFTER THE        *
021900* PREVIOUS BUSINESS DAY (GO-WINDOW-FROM) TO THE BUSINESS     *
022000* DATE ITSELF.                                               *
022100*-----------------------------------------------------------*
022200 01  GO-RUN-DATE-YYYYMMDD       PIC 9(08).
022300 01  GO-RUN-DATE-GROUP REDEFINES GO-RUN-DATE-YYYYMMDD.
022400     05  GO-RUN-YYYY            PIC 9(04).
022500     05  GO-RUN-MM              PIC 9(02).
022600     05  GO-RUN-DD              PIC 9(02).
022700 01  GO-RUN-DATE-DISPLAY        PIC X(10).
022800 77  GO-PREV-BUS-DATE           PIC 9(08)       VALUE 0.
022900 77  GO-WINDOW-FROM             PIC 9(08)       VALUE 0.
023000 77  GO-FROM-DATE               PIC 9(08)       VALUE 0.
023100 77  GO-TO-DATE                 PIC 9(08)       VALUE 0.
023200 77  GO-DUE-DATE                PIC 9(08)       VALUE 0.
023300 77  GO-STEP-COUNT              PIC 9(02) COMP  VALUE 0.
023400*
023500 01  GO-WORK-DATE               PIC 9(08).
023600 01  GO-WORK-DATE-GROUP REDEFINES GO-WORK-DATE.
023700     05  GO-WORK-YYYY           PIC 9(04).
023800     05  GO-WORK-MM             PIC 9(02).
023900     05  GO-WORK-DD             PIC 9(02).
024000 01  GO-WORK-MONTH              PIC 9(06).
024100 01  GO-WORK-MONTH-GROUP REDEFINES GO-WORK-MONTH.
024200     05  GO-WM-YYYY             PIC 9(04).
024300     05  GO-WM-MM               PIC 9(02).
024400 77  GO-LAST-MONTH              PIC 9(06)       VALUE 0.
024500 77  GO-TARGET-DAY              PIC 9(02)       VALUE 0.
024600 77  GO-DAY-OF-WEEK             PIC 9(01)       VALUE 0.
024700 77  GO-DAYS-IN-MONTH           PIC 9(02)       VALUE 0.
024800 77  GO-LEAP-REM                PIC 9(04)       VALUE 0.
024900 77  GO-Z-YEAR                  PIC 9(04) COMP  VALUE 0.
025000 77  GO-Z-MONTH                 PIC 9(02) COMP  VALUE 0.
025100 77  GO-Z-CENTURY               PIC 9(02) COMP  VALUE 0.
025200 77  GO-Z-YY                    PIC 9(02) COMP  VALUE 0.
025300 77  GO-Z-WORK                  PIC 9(06) COMP  VALUE 0.
025400 77  GO-BUSINESS-DAY-SW         PIC X(01)       VALUE "N".
025500     88  GO-IS-BUSINESS-DAY                 VALUE "Y".
025600*
025700*-----------------------------------------------------------*
025800* DAY-NUMBER WORK FIELDS - A DATE TURNED INTO A RUNNING      *
025900* COUNT OF DAYS SO A WEEKLY INSTRUCTION'S SEVEN-DAY CYCLE    *
026000* CAN BE MEASURED FROM ITS START DATE ACROSS MONTH AND YEAR  *
026100* ENDS.                                                      *
026200*-----------------------------------------------------------*
026300 77  GO-DAY-NUMBER              PIC 9(08) COMP  VALUE 0.
026400 77  GO-DN-START                PIC 9(08) COMP  VALUE 0.
026500 77  GO-DN-FROM                 PIC 9(08) COMP  VALUE 0.
026600 77  GO-DN-TO                   PIC 9(08) COMP  VALUE 0.
026700 77  GO-DN-GAP                  PIC 9(08) COMP  VALUE 0.
026800 77  GO-DN-WEEKS                PIC 9(08) COMP  VALUE 0.
026900 77  GO-DN-REM                  PIC 9(01)       VALUE 0.
027000 77  GO-DN-AHEAD                PIC 9(01)       VALUE 0.
027100 77  GO-DN-STEP                 PIC 9(01)       VALUE 0.
027200 77  GO-J-SHIFT                 PIC 9(01)       VALUE 0.
027300 77  GO-J-YEAR                  PIC 9(05) COMP  VALUE 0.
027400 77  GO-J-MONTH                 PIC 9(02) COMP  VALUE 0.
027500 77  GO-J-WORK                  PIC 9(06) COMP  VALUE 0.
027600 77  GO-J-MONTH-DAYS            PIC 9(06) COMP  VALUE 0.
027700 77  GO-J-QUAD                  PIC 9(06) COMP  VALUE 0.
027800 77  GO-J-CENT                  PIC 9(06) COMP  VALUE 0.
027900 77  GO-J-QUAD-CENT             PIC 9(06) COMP  VALUE 0.
028000*
028100*-----------------------------------------------------------*
028200* BUSINESS CALENDAR - HOLIDAYS LOADED FROM BUSCAL.TXT AT     *
028300* STARTUP, THE SAME SHARED CALENDAR THE REST OF THE STREAM   *
028400* COUNTS AGAINST. A MISSING FILE MEANS NO HOLIDAYS.          *
028500*-----------------------------------------------------------*
028600 77  GO-CAL-FILE-STATUS         PIC X(02)       VALUE SPACES.
028700 77  GO-CAL-SWITCH              PIC X(01)       VALUE "N".
028800     88  GO-CAL-EOF                         VALUE "Y".
028900 01  GO-HOLIDAY-TABLE.
029000     05  GO-HOLIDAY-DATE        OCCURS 200 TIMES PIC 9(08).
029100 77  GO-HOLIDAY-COUNT           PIC 9(03) COMP  VALUE 0.
029200 77  GO-HOLIDAY-SUB             PIC 9(03) COMP  VALUE 0.
029300 77  GO-HOL-FOUND-SW            PIC X(01)       VALUE "N".
029400     88  GO-IS-HOLIDAY                      VALUE "Y".
029500*
029600*-----------------------------------------------------------*
029700* REGISTER CONTROL FIELDS                                    *
029800*-----------------------------------------------------------*
029900 77  GO-PAGE-NUM                PIC 9(04) VALUE 0.
030000 77  GO-LINE-COUNT              PIC 9(02) VALUE 99.
030100 77  GO-LINES-PER-PAGE          PIC 9(02) VALUE 20.
030200 01  GO-REPORT-LINE             PIC X(132).
030300 01  GO-STATUS-TEXT             PIC X(32).
030400 01  GO-ROLLED-TEXT             PIC X(07).
030500 01  GO-AMOUNT-DISPLAY          PIC S9(07)V99
030600                                SIGN IS TRAILING SEPARATE.
030700 01  GO-TOTAL-DISPLAY           PIC S9(09)V99
030800                                SIGN IS TRAILING SEPARATE.
030900 01  GO-COUNT-DISPLAY           PIC 9(06).
031000*
031100 PROCEDURE DIVISION.
031200*-----------------------------------------------------------*
031300* 0000-MAINLINE                                              *
031400*-----------------------------------------------------------*
031500 0000-MAINLINE.
031600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
031700     PERFORM 2000-SELECT-INSTRUCTIONS THRU 2000-EXIT
031800     PERFORM 3000-WRITE-STANDING-BATCH THRU 3000-EXIT
031900     PERFORM 4000-REWRITE-MASTER THRU 4000-EXIT
032000     PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
032100     PERFORM 9000-TERMINATE THRU 9000-EXIT
032200     STOP RUN.
032300*
032400*-----------------------------------------------------------*
032500* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, LOAD THE      *
032600*                   CALENDAR, SET TONIGHT'S SCHEDULE WINDOW, *
032700*                   LOAD THE RATES AND ANY BATCH AN EARLIER  *
032800*                   RUN WROTE FOR THE SAME DATE, AND OPEN    *
032900*                   THE MASTER. NO MASTER YET MEANS NO       *
033000*                   INSTRUCTIONS - THE EMPTY BATCH IS STILL  *
033100*                   WRITTEN SO THE LISTED FILE ALWAYS        *
033200*                   EXISTS.                                  *
033300*-----------------------------------------------------------*
033400 1000-INITIALIZE.
033500     ACCEPT GO-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
033600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
033700     STRING GO-RUN-MM   DELIMITED BY SIZE
033800            "/"         DELIMITED BY SIZE
033900            GO-RUN-DD   DELIMITED BY SIZE
034000            "/"         DELIMITED BY SIZE
034100            GO-RUN-YYYY DELIMITED BY SIZE
034200        INTO GO-RUN-DATE-DISPLAY
034300     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
034400     PERFORM 1200-SET-SCHEDULE-WINDOW THRU 1200-EXIT
034500     PERFORM 1300-LOAD-RATES THRU 1300-EXIT
034600     PERFORM 1400-LOAD-PRIOR-BATCH THRU 1400-EXIT
034700     OPEN INPUT STANDING-FILE
034800     IF GO-STD-FILE-STATUS = "00"
034900         SET GO-MASTER-IS-PRESENT TO TRUE
035000     ELSE
035100         SET GO-STD-EOF TO TRUE
035200         DISPLAY "GENERER-ORDRES - NO STANDING-INSTRUCTION "
035300             "MASTER STANDING.DAT - NOTHING TO GENERATE"
035400     END-IF
035500     OPEN OUTPUT NEW-STANDING-FILE.
035600 1000-EXIT.
035700     EXIT.
035800*
035900*-----------------------------------------------------------*
036000* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD EVERY STEP  *
036100*                   OF THE STREAM READS, SO THE ORDERS CARRY *
036200*                   THE DAY THE POSTING RUN WILL ROLL. NO    *
036300*                   CARD MEANS THE MACHINE DATE.             *
036400*-----------------------------------------------------------*
036500 1050-GET-BUSINESS-DATE.
036600     OPEN INPUT BUSDATE-FILE
036700     IF GO-BDATE-FILE-STATUS NOT = "00"
036800         GO TO 1050-EXIT
036900     END-IF
037000     READ BUSDATE-FILE
037100         AT END
037200             SET GO-BDATE-EOF TO TRUE
037300     END-READ
037400     IF NOT GO-BDATE-EOF
037500         AND BD-BUSINESS-DATE NUMERIC
037600         AND BD-BUSINESS-DATE > 0
037700         MOVE BD-BUSINESS-DATE TO GO-RUN-DATE-YYYYMMDD
037800     END-IF
037900     CLOSE BUSDATE-FILE.
038000 1050-EXIT.
038100     EXIT.
038200*
038300*-----------------------------------------------------------*
038400* 1100-LOAD-CALENDAR - LOAD THE SHARED BUSINESS CALENDAR.    *
038500*                   A MISSING FILE MEANS NO HOLIDAYS; AN     *
038600*                   UNREADABLE OR OVERFLOWING CARD IS        *
038700*                   REPORTED AND DROPPED.                    *
038800*-----------------------------------------------------------*
038900 1100-LOAD-CALENDAR.
039000     OPEN INPUT BUSCAL-FILE
039100     IF GO-CAL-FILE-STATUS NOT = "00"
039200         SET GO-CAL-EOF TO TRUE
039300         GO TO 1100-EXIT
039400     END-IF
039500     PERFORM 1150-LOAD-ONE-HOLIDAY THRU 1150-EXIT
039600         UNTIL GO-CAL-EOF
039700     CLOSE BUSCAL-FILE.
039800 1100-EXIT.
039900     EXIT.
040000*
040100 1150-LOAD-ONE-HOLIDAY.
040200     READ BUSCAL-FILE
040300         AT END
040400             SET GO-CAL-EOF TO TRUE
040500         NOT AT END
040600             IF CD-HOLIDAY-DATE NOT NUMERIC
040700                 DISPLAY "GENERER-ORDRES - UNREADABLE "
040800                     "CALENDAR CARD DROPPED"
040900             ELSE
041000                 IF GO-HOLIDAY-COUNT >= 200
041100                     DISPLAY "GENERER-ORDRES - CALENDAR TABLE "
041200                         "FULL - CARD DROPPED"
041300                 ELSE
041400                     ADD 1 TO GO-HOLIDAY-COUNT
041500                     MOVE CD-HOLIDAY-DATE TO
041600                         GO-HOLIDAY-DATE (GO-HOLIDAY-COUNT)
041700                 END-IF
041800             END-IF
041900     END-READ.
042000 1150-EXIT.
042100     EXIT.
042200*
042300*-----------------------------------------------------------*
042400* 1200-SET-SCHEDULE-WINDOW - TONIGHT TAKES EVERY DUE DATE    *
042500*                   AFTER THE PREVIOUS BUSINESS DAY, FOUND   *
042600*                   BY STEPPING BACK OVER WEEKENDS AND       *
042700*                   HOLIDAYS, UP TO AND INCLUDING THE        *
042800*                   BUSINESS DATE - A DUE DATE ON A          *
042900*                   NON-BUSINESS DAY IS THUS TAKEN ON THE    *
043000*                   NEXT BUSINESS DAY. A BUSDATE CARD THAT   *
043100*                   IS ITSELF A WEEKEND OR HOLIDAY GENERATES *
043200*                   NOTHING: THOSE DUE DATES BELONG TO THE   *
043300*                   NEXT BUSINESS DAY'S RUN.                 *
043400*-----------------------------------------------------------*
043500 1200-SET-SCHEDULE-WINDOW.
043600     MOVE GO-RUN-DATE-YYYYMMDD TO GO-WORK-DATE
043700     PERFORM 7100-COMPUTE-DAY-OF-WEEK THRU 7100-EXIT
043800     IF GO-DAY-OF-WEEK < 2
043900         MOVE "N" TO GO-RUN-DAY-SW
044000     ELSE
044100         PERFORM 7500-CHECK-HOLIDAY THRU 7500-EXIT
044200         IF GO-IS-HOLIDAY
044300             MOVE "N" TO GO-RUN-DAY-SW
044400         END-IF
044500     END-IF
044600     IF NOT GO-RUN-IS-BUSINESS-DAY
044700         DISPLAY "GENERER-ORDRES - BUSINESS DATE "
044800             GO-RUN-DATE-YYYYMMDD " IS A WEEKEND OR HOLIDAY - "
044900             "NO ORDERS GENERATED"
045000         MOVE 4 TO RETURN-CODE
045100     END-IF
045200     MOVE 0 TO GO-STEP-COUNT
045300     PERFORM 7250-STEP-BACK-ONE-DAY THRU 7250-EXIT
045400     PERFORM 7250-STEP-BACK-ONE-DAY THRU 7250-EXIT
045500         UNTIL GO-IS-BUSINESS-DAY
045600         OR GO-STEP-COUNT >= 31
045700     MOVE GO-WORK-DATE TO GO-PREV-BUS-DATE
045800     PERFORM 7300-NEXT-CALENDAR-DAY THRU 7300-EXIT
045900     MOVE GO-WORK-DATE TO GO-WINDOW-FROM.
046000 1200-EXIT.
046100     EXIT.
046200*
046300*-----------------------------------------------------------*
046400* 1300-LOAD-RATES - THE CURRENCY CODES ON TONIGHT'S RATES    *
046500*                   FILE. A MISSING FILE IS AN EMPTY TABLE.  *
046600*                   A CARD CONSOLIDER-LOTS WOULD REFUSE IS   *
046700*                   NOT COUNTED AS A RATE.                   *
046800*-----------------------------------------------------------*
046900 1300-LOAD-RATES.
047000     OPEN INPUT FXRATE-FILE
047100     IF GO-FX-FILE-STATUS NOT = "00"
047200         SET GO-FX-EOF TO TRUE
047300         GO TO 1300-EXIT
047400     END-IF
047500     PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
047600         UNTIL GO-FX-EOF
047700     CLOSE FXRATE-FILE.
047800 1300-EXIT.
047900     EXIT.
048000*
048100 1310-LOAD-ONE-RATE.
048200     READ FXRATE-FILE
048300         AT END
048400             SET GO-FX-EOF TO TRUE
048500             GO TO 1310-EXIT
048600     END-READ
048700     IF FX-CURRENCY-CODE = SPACES
048800         OR FX-RATE NOT NUMERIC
048900         OR FX-RATE = 0
049000         OR GO-RATE-COUNT >= 20
049100         GO TO 1310-EXIT
049200     END-IF
049300     ADD 1 TO GO-RATE-COUNT
049400     MOVE FX-CURRENCY-CODE TO GO-RT-CURRENCY (GO-RATE-COUNT).
049500 1310-EXIT.
049600     EXIT.
049700*
049800*-----------------------------------------------------------*
049900* 1400-LOAD-PRIOR-BATCH - A STANDING.TXT WHOSE HEADER        *
050000*                   CARRIES TONIGHT'S BUSINESS DATE WAS      *
050100*                   WRITTEN BY AN EARLIER RUN UNDER THE SAME *
050200*                   BUSDATE CARD - KEEP ITS DETAIL LINES.    *
050300*                   ANY OTHER (LAST NIGHT'S, OR NONE) IS     *
050400*                   SIMPLY REPLACED.                         *
050500*-----------------------------------------------------------*
050600 1400-LOAD-PRIOR-BATCH.
050700     OPEN INPUT PRIOR-BATCH-FILE
050800     IF GO-PRIOR-FILE-STATUS NOT = "00"
050900         GO TO 1400-EXIT
051000     END-IF
051100     READ PRIOR-BATCH-FILE
051200         AT END
051300             SET GO-PRIOR-EOF TO TRUE
051400     END-READ
051500     IF GO-PRIOR-EOF
051600         OR NOT TR-HEADER-RECORD
051700         OR TR-HDR-BATCH-DATE NOT = GO-RUN-DATE-YYYYMMDD
051800         CLOSE PRIOR-BATCH-FILE
051900         GO TO 1400-EXIT
052000     END-IF
052100     PERFORM 1410-LOAD-ONE-PRIOR-LINE THRU 1410-EXIT
052200         UNTIL GO-PRIOR-EOF
052300     CLOSE PRIOR-BATCH-FILE.
052400 1400-EXIT.
052500     EXIT.
052600*
052700 1410-LOAD-ONE-PRIOR-LINE.
052800     READ PRIOR-BATCH-FILE
052900         AT END
053000             SET GO-PRIOR-EOF TO TRUE
053100             GO TO 1410-EXIT
053200     END-READ
053300     IF NOT TR-DETAIL-RECORD
053400         OR TRANS-AMOUNT NOT NUMERIC
053500         GO TO 1410-EXIT
053600     END-IF
053700     IF GO-PRIOR-COUNT >= 5000
053800         DISPLAY "GENERER-ORDRES - EARLIER BATCH EXCEEDS TABLE "
053900             "CAPACITY - RUN ABORTED"
054000         MOVE 16 TO RETURN-CODE
054100         STOP RUN
054200     END-IF
054300     ADD 1 TO GO-PRIOR-COUNT
054400     MOVE TRANS-NUM TO GO-PB-TRANS-NUM (GO-PRIOR-COUNT)
054500     MOVE TRANS-AMOUNT TO GO-PB-AMOUNT (GO-PRIOR-COUNT)
054600     MOVE TRANS-RECORD TO GO-PB-RECORD (GO-PRIOR-COUNT).
054700 1410-EXIT.
054800     EXIT.
054900*
055000*-----------------------------------------------------------*
055100* 2000-SELECT-INSTRUCTIONS - ONE PASS OF THE MASTER. EVERY   *
055200*                   RECORD IS WRITTEN TO STANDING.NEW, WITH  *
055300*                   ITS LAST GENERATED DATE MOVED UP WHEN IT *
055400*                   IS GENERATED TONIGHT.                    *
055500*-----------------------------------------------------------*
055600 2000-SELECT-INSTRUCTIONS.
055700     IF NOT GO-MASTER-IS-PRESENT
055800         GO TO 2000-EXIT
055900     END-IF
056000     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT
056100     PERFORM 2200-SCHEDULE-ONE-INSTRUCTION THRU 2200-EXIT
056200         UNTIL GO-STD-EOF
056300     CLOSE STANDING-FILE.
056400 2000-EXIT.
056500     EXIT.
056600*
056700 2100-READ-INSTRUCTION.
056800     READ STANDING-FILE
056900         AT END
057000             SET GO-STD-EOF TO TRUE
057100     END-READ.
057200 2100-EXIT.
057300     EXIT.
057400*
057500 2200-SCHEDULE-ONE-INSTRUCTION.
057600     ADD 1 TO GO-STD-READ
057700     PERFORM 2210-CHECK-ONE-INSTRUCTION THRU 2210-EXIT
057800     MOVE STANDING-RECORD TO NSO-RECORD
057900     WRITE NSO-RECORD
058000     PERFORM 2100-READ-INSTRUCTION THRU 2100-EXIT.
058100 2200-EXIT.
058200     EXIT.
058300*
058400*-----------------------------------------------------------*
058500* 2210-CHECK-ONE-INSTRUCTION - AN UNREADABLE RECORD IS       *
058600*                   REPORTED AND CARRIED AS IT STANDS. ON A  *
058700*                   NON-BUSINESS DAY NOTHING IS DUE.         *
058800*                   OTHERWISE FIND THE FIRST DUE DATE IN     *
058900*                   TONIGHT'S WINDOW, IF ANY, AND DECIDE     *
059000*                   WHAT HAPPENS TO IT.                      *
059100*-----------------------------------------------------------*
059200 2210-CHECK-ONE-INSTRUCTION.
059300     IF SO-INSTR-ID NOT NUMERIC
059400         OR SO-AMOUNT NOT NUMERIC
059500         OR SO-START-DATE NOT NUMERIC
059600         OR SO-END-DATE NOT NUMERIC
059700         OR SO-LAST-GEN-DATE NOT NUMERIC
059800         OR SO-DAY-OF-MONTH NOT NUMERIC
059900         OR NOT SO-FREQ-VALID
060000         ADD 1 TO GO-UNREADABLE-COUNT
060100         DISPLAY "GENERER-ORDRES - UNREADABLE INSTRUCTION RECORD "
060200             GO-STD-READ " CARRIED AS IT STANDS"
060300         MOVE 4 TO RETURN-CODE
060400         GO TO 2210-EXIT
060500     END-IF
060600     IF NOT GO-RUN-IS-BUSINESS-DAY
060700         ADD 1 TO GO-NOT-DUE-COUNT
060800         GO TO 2210-EXIT
060900     END-IF
061000     PERFORM 2300-FIND-DUE-DATE THRU 2300-EXIT
061100     IF GO-DUE-DATE = 0
061200         ADD 1 TO GO-NOT-DUE-COUNT
061300         GO TO 2210-EXIT
061400     END-IF
061500     PERFORM 2600-FILE-DUE-INSTRUCTION THRU 2600-EXIT.
061600 2210-EXIT.
061700     EXIT.
061800*
061900*-----------------------------------------------------------*
062000* 2300-FIND-DUE-DATE - NARROW TONIGHT'S WINDOW TO THE        *
062100*                   INSTRUCTION'S OWN START AND END DATES,   *
062200*                   THEN LOOK FOR A DUE DATE INSIDE IT. ZERO *
062300*                   MEANS NONE. SHOULD A LONG RUN OF         *
062400*                   HOLIDAYS HOLD TWO DUE DATES OF ONE       *
062500*                   INSTRUCTION, THE FIRST IS TAKEN.         *
062600*-----------------------------------------------------------*
062700 2300-FIND-DUE-DATE.
062800     MOVE 0 TO GO-DUE-DATE
062900     MOVE GO-WINDOW-FROM TO GO-FROM-DATE
063000     IF SO-START-DATE > GO-FROM-DATE
063100         MOVE SO-START-DATE TO GO-FROM-DATE
063200     END-IF
063300     MOVE GO-RUN-DATE-YYYYMMDD TO GO-TO-DATE
063400     IF SO-END-DATE NOT = 0
063500         AND SO-END-DATE < GO-TO-DATE
063600         MOVE SO-END-DATE TO GO-TO-DATE
063700     END-IF
063800     IF GO-FROM-DATE > GO-TO-DATE
063900         GO TO 2300-EXIT
064000     END-IF
064100     IF SO-FREQ-WEEKLY
064200         PERFORM 2400-FIND-WEEKLY-DATE THRU 2400-EXIT
064300     ELSE
064400         PERFORM 2500-FIND-MONTHLY-DATE THRU 2500-EXIT
064500     END-IF.
064600 2300-EXIT.
064700     EXIT.
064800*
064900*-----------------------------------------------------------*
065000* 2400-FIND-WEEKLY-DATE - A WEEKLY INSTRUCTION FALLS DUE ON  *
065100*                   ITS START DATE AND EVERY SEVENTH DAY     *
065200*                   AFTER. THE FIRST SUCH DAY ON OR AFTER    *
065300*                   THE WINDOW'S FIRST DAY IS DUE IF IT IS   *
065400*                   NOT PAST THE WINDOW'S LAST.              *
065500*-----------------------------------------------------------*
065600 2400-FIND-WEEKLY-DATE.
065700     MOVE SO-START-DATE TO GO-WORK-DATE
065800     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
065900     MOVE GO-DAY-NUMBER TO GO-DN-START
066000     MOVE GO-TO-DATE TO GO-WORK-DATE
066100     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
066200     MOVE GO-DAY-NUMBER TO GO-DN-TO
066300     MOVE GO-FROM-DATE TO GO-WORK-DATE
066400     PERFORM 7800-COMPUTE-DAY-NUMBER THRU 7800-EXIT
066500     MOVE GO-DAY-NUMBER TO GO-DN-FROM
066600     SUBTRACT GO-DN-START FROM GO-DN-FROM GIVING GO-DN-GAP
066700     DIVIDE GO-DN-GAP BY 7 GIVING GO-DN-WEEKS
066800         REMAINDER GO-DN-REM
066900     MOVE 0 TO GO-DN-AHEAD
067000     IF GO-DN-REM NOT = 0
067100         COMPUTE GO-DN-AHEAD = 7 - GO-DN-REM
067200     END-IF
067300     IF GO-DN-FROM + GO-DN-AHEAD > GO-DN-TO
067400         GO TO 2400-EXIT
067500     END-IF
067600     PERFORM 7300-NEXT-CALENDAR-DAY THRU 7300-EXIT
067700         VARYING GO-DN-STEP FROM 1 BY 1
067800         UNTIL GO-DN-STEP > GO-DN-AHEAD
067900     MOVE GO-WORK-DATE TO GO-DUE-DATE.
068000 2400-EXIT.
068100     EXIT.
068200*
068300*-----------------------------------------------------------*
068400* 2500-FIND-MONTHLY-DATE - A MONTHLY INSTRUCTION FALLS DUE   *
068500*                   ON ITS START DATE'S DAY OF THE MONTH, A  *
068600*                   DAY-OF-MONTH INSTRUCTION ON ITS OWN DAY. *
068700*                   A DAY PAST THE END OF A SHORT MONTH      *
068800*                   FALLS ON THE MONTH'S LAST DAY. EACH      *
068900*                   MONTH THE WINDOW TOUCHES IS TRIED IN     *
069000*                   TURN.                                    *
069100*-----------------------------------------------------------*
069200 2500-FIND-MONTHLY-DATE.
069300     IF SO-FREQ-DAY-OF-MONTH
069400         MOVE SO-DAY-OF-MONTH TO GO-TARGET-DAY
069500     ELSE
069600         MOVE SO-START-DATE TO GO-WORK-DATE
069700         MOVE GO-WORK-DD TO GO-TARGET-DAY
069800     END-IF
069900     DIVIDE GO-FROM-DATE BY 100 GIVING GO-WORK-MONTH
070000     DIVIDE GO-TO-DATE BY 100 GIVING GO-LAST-MONTH
070100     PERFORM 2510-TRY-ONE-MONTH THRU 2510-EXIT
070200         UNTIL GO-WORK-MONTH > GO-LAST-MONTH
070300         OR GO-DUE-DATE NOT = 0.
070400 2500-EXIT.
070500     EXIT.
070600*
070700 2510-TRY-ONE-MONTH.
070800     MOVE GO-WM-YYYY TO GO-WORK-YYYY
070900     MOVE GO-WM-MM TO GO-WORK-MM
071000     MOVE 1 TO GO-WORK-DD
071100     PERFORM 7400-DAYS-IN-MONTH THRU 7400-EXIT
071200     IF GO-TARGET-DAY > GO-DAYS-IN-MONTH
071300         MOVE GO-DAYS-IN-MONTH TO GO-WORK-DD
071400     ELSE
071500         MOVE GO-TARGET-DAY TO GO-WORK-DD
071600     END-IF
071700     IF GO-WORK-DATE NOT < GO-FROM-DATE
071800         AND GO-WORK-DATE NOT > GO-TO-DATE
071900         MOVE GO-WORK-DATE TO GO-DUE-DATE
072000     END-IF
072100     IF GO-WM-MM < 12
072200         ADD 1 TO GO-WM-MM
072300     ELSE
072400         MOVE 1 TO GO-WM-MM
072500         ADD 1 TO GO-WM-YYYY
072600     END-IF.
072700 2510-EXIT.
072800     EXIT.
072900*
073000*-----------------------------------------------------------*
073100* 2600-FILE-DUE-INSTRUCTION - LIST THE DUE INSTRUCTION ON    *
073200*                   THE SCHEDULE TABLE AND DECIDE ITS FATE.  *
073300*                   ALREADY GENERATED UNDER THIS BUSDATE     *
073400*                   CARD: NOT GENERATED AGAIN - THE LINE THE *
073500*                   EARLIER RUN WROTE IS CARRIED INTO THE    *
073600*                   BATCH, AND WITHOUT IT THE INSTRUCTION IS *
073700*                   SKIPPED AND FLAGGED. FOREIGN CURRENCY    *
073800*                   WITH NO RATE TONIGHT: SKIPPED, SINCE     *
073900*                   CONSOLIDER-LOTS WOULD STOP ON IT; THE    *
074000*                   NEXT RUN'S WINDOW HAS MOVED ON, SO THE   *
074100*                   REGISTER LINE IS THE CUE TO KEY IT BY    *
074200*                   HAND. OTHERWISE GENERATED, AND THE       *
074300*                   BUSINESS DATE STAMPED AS ITS LAST        *
074400*                   GENERATED DATE. EACH INSTRUCTION KEEPS   *
074500*                   ONE TRANS-NUM, 97 AND ITS SIX-DIGIT ID,  *
074600*                   CLEAR OF THE FEE AND INTEREST BATCHES'   *
074700*                   99 AND 98; THE POSTING REGISTRY TELLS    *
074800*                   ONE NIGHT FROM THE NEXT BY THE           *
074900*                   TRANSACTION DATE.                        *
075000*-----------------------------------------------------------*
075100 2600-FILE-DUE-INSTRUCTION.
075200     IF GO-SCHED-COUNT >= 5000
075300         DISPLAY "GENERER-ORDRES - SCHEDULE TABLE EXCEEDS "
075400             "CAPACITY - RUN ABORTED"
075500         MOVE 16 TO RETURN-CODE
075600         STOP RUN
075700     END-IF
075800     ADD 1 TO GO-SCHED-COUNT
075900     MOVE GO-SCHED-COUNT TO GO-SCHED-SUB
076000     MOVE SO-INSTR-ID TO GO-SC-ID (GO-SCHED-SUB)
076100     MOVE SO-ACCOUNT-NUM TO GO-SC-ACCOUNT (GO-SCHED-SUB)
076200     MOVE SO-TRANS-TYPE TO GO-SC-TYPE (GO-SCHED-SUB)
076300     MOVE SO-AMOUNT TO GO-SC-AMOUNT (GO-SCHED-SUB)
076400     MOVE SO-CURRENCY-CODE TO GO-SC-CURRENCY (GO-SCHED-SUB)
076500     IF SO-CURRENCY-CODE = SPACES
076600         MOVE GO-BASE-CURRENCY TO GO-SC-CURRENCY (GO-SCHED-SUB)
076700     END-IF
076800     MOVE SO-FREQUENCY TO GO-SC-FREQUENCY (GO-SCHED-SUB)
076900     MOVE GO-DUE-DATE TO GO-SC-DUE-DATE (GO-SCHED-SUB)
077000     MOVE SO-BRANCH-ID TO GO-SC-BRANCH (GO-SCHED-SUB)
077100     COMPUTE GO-TRANS-NUM-WORK = 97000000 + SO-INSTR-ID
077200     MOVE GO-TRANS-NUM-WORK TO GO-SC-TRANS-NUM (GO-SCHED-SUB)
077300     MOVE 0 TO GO-SC-PRIOR-SUB (GO-SCHED-SUB)
077400     IF GO-DUE-DATE NOT = GO-RUN-DATE-YYYYMMDD
077500         ADD 1 TO GO-ROLLED-COUNT
077600     END-IF
077700     IF SO-LAST-GEN-DATE NOT < GO-RUN-DATE-YYYYMMDD
077800         PERFORM 2700-CARRY-PRIOR-LINE THRU 2700-EXIT
077900         GO TO 2600-EXIT
078000     END-IF
078100     IF GO-SC-CURRENCY (GO-SCHED-SUB) NOT = GO-BASE-CURRENCY
078200         PERFORM 2800-LOOKUP-RATE THRU 2800-EXIT
078300         IF NOT GO-RATE-WAS-FOUND
078400             SET GO-SC-NO-RATE (GO-SCHED-SUB) TO TRUE
078500             ADD 1 TO GO-SKIPPED-COUNT
078600             DISPLAY "GENERER-ORDRES - NO RATE ON FILE FOR "
078700                 "CURRENCY " SO-CURRENCY-CODE " - INSTRUCTION "
078800                 SO-INSTR-ID " SKIPPED"
078900             MOVE 4 TO RETURN-CODE
079000             GO TO 2600-EXIT
079100         END-IF
079200     END-IF
079300     SET GO-SC-GENERATED (GO-SCHED-SUB) TO TRUE
079400     ADD 1 TO GO-GENERATED-COUNT
079500     ADD 1 TO GO-BATCH-COUNT
079600     ADD SO-AMOUNT TO GO-BATCH-TOTAL
079700     MOVE GO-RUN-DATE-YYYYMMDD TO SO-LAST-GEN-DATE.
079800 2600-EXIT.
079900     EXIT.
080000*
080100*-----------------------------------------------------------*
080200* 2700-CARRY-PRIOR-LINE - THE INSTRUCTION WAS GENERATED BY   *
080300*                   AN EARLIER RUN UNDER THIS BUSDATE CARD.  *
080400*                   FIND ITS LINE IN THAT RUN'S BATCH BY     *
080500*                   TRANS-NUM.                               *
080600*-----------------------------------------------------------*
080700 2700-CARRY-PRIOR-LINE.
080800     MOVE "N" TO GO-PRIOR-FOUND-SW
080900     PERFORM 2710-SCAN-PRIOR-TABLE THRU 2710-EXIT
081000         VARYING GO-PRIOR-SUB FROM 1 BY 1
081100         UNTIL GO-PRIOR-SUB > GO-PRIOR-COUNT
081200         OR GO-PRIOR-WAS-FOUND
081300     IF NOT GO-PRIOR-WAS-FOUND
081400         SET GO-SC-LINE-MISSING (GO-SCHED-SUB) TO TRUE
081500         ADD 1 TO GO-SKIPPED-COUNT
081600         DISPLAY "GENERER-ORDRES - INSTRUCTION " SO-INSTR-ID
081700             " ALREADY GENERATED " SO-LAST-GEN-DATE
081800             " BUT NOT ON THE EARLIER BATCH - SKIPPED"
081900         MOVE 4 TO RETURN-CODE
082000         GO TO 2700-EXIT
082100     END-IF
082200     SET GO-SC-CARRIED (GO-SCHED-SUB) TO TRUE
082300     MOVE GO-PRIOR-MATCH TO GO-SC-PRIOR-SUB (GO-SCHED-SUB)
082400     MOVE GO-PB-AMOUNT (GO-PRIOR-MATCH)
082500         TO GO-SC-AMOUNT (GO-SCHED-SUB)
082600     ADD 1 TO GO-CARRIED-COUNT
082700     ADD 1 TO GO-BATCH-COUNT
082800     ADD GO-PB-AMOUNT (GO-PRIOR-MATCH) TO GO-BATCH-TOTAL.
082900 2700-EXIT.
083000     EXIT.
083100*
083200 2710-SCAN-PRIOR-TABLE.
083300     IF GO-PB-TRANS-NUM (GO-PRIOR-SUB)
083400         = GO-SC-TRANS-NUM (GO-SCHED-SUB)
083500         SET GO-PRIOR-WAS-FOUND TO TRUE
083600         MOVE GO-PRIOR-SUB TO GO-PRIOR-MATCH
083700     END-IF.
083800 2710-EXIT.
083900     EXIT.
084000*
084100 2800-LOOKUP-RATE.
084200     MOVE "N" TO GO-RATE-FOUND-SW
084300     PERFORM 2810-SCAN-RATE-TABLE THRU 2810-EXIT
084400         VARYING GO-RATE-SUB FROM 1 BY 1
084500         UNTIL GO-RATE-SUB > GO-RATE-COUNT
084600         OR GO-RATE-WAS-FOUND.
084700 2800-EXIT.
084800     EXIT.
084900*
085000 2810-SCAN-RATE-TABLE.
085100     IF GO-RT-CURRENCY (GO-RATE-SUB)
085200         = GO-SC-CURRENCY (GO-SCHED-SUB)
085300         SET GO-RATE-WAS-FOUND TO TRUE
085400     END-IF.
085500 2810-EXIT.
085600     EXIT.
085700*
085800*-----------------------------------------------------------*
085900* 3000-WRITE-STANDING-BATCH - WRITE THE ORDERS AS A          *
086000*                   STANDALONE BATCH WITH ITS OWN HEADER AND *
086100*                   TRAILER, SEQUENCE ZERO, FOR              *
086200*                   CONSOLIDER-LOTS TO RECONCILE AND MERGE   *
086300*                   OFF THE BRANCHLIST CARDS. THE BATCH IS   *
086400*                   WRITTEN EVEN WHEN EMPTY SO THE LISTED    *
086500*                   FILE ALWAYS EXISTS. IT IS WRITTEN BEFORE *
086600*                   THE MASTER IS ROLLED, SO A FAILURE       *
086700*                   BETWEEN THE TWO LEAVES THE INSTRUCTIONS  *
086800*                   UNSTAMPED AND A RERUN SIMPLY GENERATES   *
086900*                   THEM AGAIN.                              *
087000*-----------------------------------------------------------*
087100 3000-WRITE-STANDING-BATCH.
087200     OPEN OUTPUT STANDING-BATCH-FILE
087300     MOVE SPACES TO STB-RECORD
087400     MOVE "H" TO STB-RECORD-TYPE
087500     MOVE GO-BATCH-COUNT TO STB-HDR-RECORD-COUNT
087600     MOVE GO-BATCH-TOTAL TO STB-HDR-CONTROL-TOTAL
087700     MOVE GO-RUN-DATE-YYYYMMDD TO STB-HDR-BATCH-DATE
087800     MOVE 0 TO STB-HDR-BATCH-SEQ
087900     WRITE STB-RECORD
088000     PERFORM 3100-WRITE-ONE-ORDER THRU 3100-EXIT
088100         VARYING GO-SCHED-SUB FROM 1 BY 1
088200         UNTIL GO-SCHED-SUB > GO-SCHED-COUNT
088300     MOVE SPACES TO STB-RECORD
088400     MOVE "T" TO STB-RECORD-TYPE
088500     MOVE GO-BATCH-COUNT TO STB-TRL-RECORD-COUNT
088600     MOVE GO-BATCH-TOTAL TO STB-TRL-CONTROL-TOTAL
088700     WRITE STB-RECORD
088800     CLOSE STANDING-BATCH-FILE.
088900 3000-EXIT.
089000     EXIT.
089100*
089200*-----------------------------------------------------------*
089300* 3100-WRITE-ONE-ORDER - A CARRIED LINE GOES OUT AS THE      *
089400*                   EARLIER RUN WROTE IT. A GENERATED ONE    *
089500*                   CARRIES THE BRANCH OF ORIGIN; IN THE     *
089600*                   BASE CURRENCY IT IS STAMPED CAD WITH ITS *
089700*                   ORIGINAL AMOUNT, OTHERWISE THE ORIGINAL  *
089800*                   AMOUNT IS LEFT BLANK FOR CONSOLIDER-LOTS *
089900*                   TO CONVERT.                              *
090000*-----------------------------------------------------------*
090100 3100-WRITE-ONE-ORDER.
090200     IF GO-SC-CARRIED (GO-SCHED-SUB)
090300         MOVE GO-PB-RECORD (GO-SC-PRIOR-SUB (GO-SCHED-SUB))
090400             TO STB-RECORD
090500         WRITE STB-RECORD
090600         GO TO 3100-EXIT
090700     END-IF
090800     IF NOT GO-SC-GENERATED (GO-SCHED-SUB)
090900         GO TO 3100-EXIT
091000     END-IF
091100     MOVE SPACES TO STB-RECORD
091200     MOVE "D" TO STB-RECORD-TYPE
091300     MOVE GO-SC-ACCOUNT (GO-SCHED-SUB) TO STB-ACCOUNT-NUM
091400     MOVE GO-SC-TRANS-NUM (GO-SCHED-SUB) TO STB-TRANS-NUM
091500     MOVE GO-SC-TYPE (GO-SCHED-SUB) TO STB-TRANS-TYPE
091600     MOVE GO-SC-BRANCH (GO-SCHED-SUB) TO STB-BRANCH-ID
091700     MOVE GO-RUN-DATE-YYYYMMDD TO STB-TRANS-DATE
091800     MOVE GO-SC-AMOUNT (GO-SCHED-SUB) TO STB-TRANS-AMOUNT
091900     MOVE GO-SC-CURRENCY (GO-SCHED-SUB) TO STB-CURRENCY-CODE
092000     IF GO-SC-CURRENCY (GO-SCHED-SUB) = GO-BASE-CURRENCY
092100         MOVE GO-SC-AMOUNT (GO-SCHED-SUB) TO STB-ORIG-AMOUNT
092200     END-IF
092300     WRITE STB-RECORD.
092400 3100-EXIT.
092500     EXIT.
092600*
092700*-----------------------------------------------------------*
092800* 4000-REWRITE-MASTER - COPY STANDING.NEW BACK OVER          *
092900*                   STANDING.DAT NOW THAT THE BATCH IS       *
093000*                   WRITTEN, THE SAME WAY                    *
093100*                   CALCUL-TRANSACTIONS ROLLS THE BALANCE    *
093200*                   MASTER.                                  *
093300*-----------------------------------------------------------*
093400 4000-REWRITE-MASTER.
093500     CLOSE NEW-STANDING-FILE
093600     IF NOT GO-MASTER-IS-PRESENT
093700         GO TO 4000-EXIT
093800     END-IF
093900     OPEN INPUT NEW-STANDING-FILE
094000     OPEN OUTPUT STANDING-FILE
094100     PERFORM 4100-COPY-ONE-INSTRUCTION THRU 4100-EXIT
094200         UNTIL GO-NEWSTD-EOF
094300     CLOSE NEW-STANDING-FILE
094400     CLOSE STANDING-FILE.
094500 4000-EXIT.
094600     EXIT.
094700*
094800 4100-COPY-ONE-INSTRUCTION.
094900     READ NEW-STANDING-FILE
095000         AT END
095100             SET GO-NEWSTD-EOF TO TRUE
095200         NOT AT END
095300             MOVE NSO-RECORD TO STANDING-RECORD
095400             WRITE STANDING-RECORD
095500     END-READ.
095600 4100-EXIT.
095700     EXIT.
095800*
095900*-----------------------------------------------------------*
096000* 5000-WRITE-REGISTER - THE SCHEDULE REGISTER - ONE LINE PER *
096100*                   INSTRUCTION DUE TONIGHT WITH WHAT BECAME *
096200*                   OF IT, THEN THE RUN'S TOTALS.            *
096300*-----------------------------------------------------------*
096400 5000-WRITE-REGISTER.
096500     OPEN OUTPUT REGISTER-FILE
096600     PERFORM 5200-WRITE-HEADINGS THRU 5200-EXIT
096700     IF NOT GO-RUN-IS-BUSINESS-DAY
096800         MOVE SPACES TO GO-REPORT-LINE
096900         STRING "  JOUR NON OUVRABLE - AUCUN ORDRE GENERE"
097000             DELIMITED BY SIZE
097100            INTO GO-REPORT-LINE
097200         WRITE REG-LINE FROM GO-REPORT-LINE
097300         ADD 1 TO GO-LINE-COUNT
097400     END-IF
097500     IF GO-RUN-IS-BUSINESS-DAY AND GO-SCHED-COUNT = 0
097600         MOVE SPACES TO GO-REPORT-LINE
097700         STRING "  AUCUN ORDRE A ECHEANCE" DELIMITED BY SIZE
097800            INTO GO-REPORT-LINE
097900         WRITE REG-LINE FROM GO-REPORT-LINE
098000         ADD 1 TO GO-LINE-COUNT
098100     END-IF
098200     PERFORM 5100-WRITE-ONE-ORDER THRU 5100-EXIT
098300         VARYING GO-SCHED-SUB FROM 1 BY 1
098400         UNTIL GO-SCHED-SUB > GO-SCHED-COUNT
098500     PERFORM 5400-WRITE-TOTALS THRU 5400-EXIT
098600     CLOSE REGISTER-FILE.
098700 5000-EXIT.
098800     EXIT.
098900*
099000 5100-WRITE-ONE-ORDER.
099100     PERFORM 5300-CHECK-PAGE-BREAK THRU 5300-EXIT
099200     MOVE GO-SC-AMOUNT (GO-SCHED-SUB) TO GO-AMOUNT-DISPLAY
099300     MOVE SPACES TO GO-ROLLED-TEXT
099400     IF GO-SC-DUE-DATE (GO-SCHED-SUB) NOT = GO-RUN-DATE-YYYYMMDD
099500         MOVE "REPORTE" TO GO-ROLLED-TEXT
099600     END-IF
099700     EVALUATE TRUE
099800         WHEN GO-SC-GENERATED (GO-SCHED-SUB)
099900             MOVE "GENERE" TO GO-STATUS-TEXT
100000         WHEN GO-SC-CARRIED (GO-SCHED-SUB)
100100             MOVE "DEJA GENERE - LIGNE REPRISE" TO GO-STATUS-TEXT
100200         WHEN GO-SC-LINE-MISSING (GO-SCHED-SUB)
100300             MOVE "SAUTE - DEJA GENERE, SANS LIGNE"
100400                 TO GO-STATUS-TEXT
100500         WHEN GO-SC-NO-RATE (GO-SCHED-SUB)
100600             MOVE "SAUTE - DEVISE SANS COURS" TO GO-STATUS-TEXT
100700     END-EVALUATE
100800     MOVE SPACES TO GO-REPORT-LINE
100900     STRING "  " DELIMITED BY SIZE
101000            GO-SC-ID (GO-SCHED-SUB) DELIMITED BY SIZE
101100            "  " DELIMITED BY SIZE
101200            GO-SC-ACCOUNT (GO-SCHED-SUB) DELIMITED BY SIZE
101300            "    " DELIMITED BY SIZE
101400            GO-SC-TYPE (GO-SCHED-SUB) DELIMITED BY SIZE
101500            "  " DELIMITED BY SIZE
101600            GO-AMOUNT-DISPLAY DELIMITED BY SIZE
101700            "  " DELIMITED BY SIZE
101800            GO-SC-CURRENCY (GO-SCHED-SUB) DELIMITED BY SIZE
101900            "    " DELIMITED BY SIZE
102000            GO-SC-FREQUENCY (GO-SCHED-SUB) DELIMITED BY SIZE
102100            "   " DELIMITED BY SIZE
102200            GO-SC-DUE-DATE (GO-SCHED-SUB) DELIMITED BY SIZE
102300            " " DELIMITED BY SIZE
102400            GO-ROLLED-TEXT DELIMITED BY SIZE
102500            "   " DELIMITED BY SIZE
102600            GO-SC-BRANCH (GO-SCHED-SUB) DELIMITED BY SIZE
102700            "   " DELIMITED BY SIZE
102800            GO-SC-TRANS-NUM (GO-SCHED-SUB) DELIMITED BY SIZE
102900            "  " DELIMITED BY SIZE
103000            GO-STATUS-TEXT DELIMITED BY SIZE
103100        INTO GO-REPORT-LINE
103200     WRITE REG-LINE FROM GO-REPORT-LINE
103300     ADD 1 TO GO-LINE-COUNT.
103400 5100-EXIT.
103500     EXIT.
103600*
103700 5200-WRITE-HEADINGS.
103800     ADD 1 TO GO-PAGE-NUM
103900     MOVE SPACES TO GO-REPORT-LINE
104000     STRING "REGISTRE DES ORDRES PERMANENTS" DELIMITED BY SIZE
104100            "          PAGE " DELIMITED BY SIZE
104200            GO-PAGE-NUM DELIMITED BY SIZE
104300        INTO GO-REPORT-LINE
104400     WRITE REG-LINE FROM GO-REPORT-LINE
104500     MOVE SPACES TO GO-REPORT-LINE
104600     STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
104700            GO-RUN-DATE-DISPLAY DELIMITED BY SIZE
104800            "     ECHEANCES DU " DELIMITED BY SIZE
104900            GO-WINDOW-FROM DELIMITED BY SIZE
105000            " AU " DELIMITED BY SIZE
105100            GO-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
105200        INTO GO-REPORT-LINE
105300     WRITE REG-LINE FROM GO-REPORT-LINE
105400     MOVE SPACES TO REG-LINE
105500     WRITE REG-LINE
105600     MOVE SPACES TO GO-REPORT-LINE
105700     STRING "   ORDRE  COMPTE TYPE     MONTANT  DEV  FREQ  "
105800         DELIMITED BY SIZE
105900         "ECHEANCE          SUCC  N.TRANS   STATUT"
106000         DELIMITED BY SIZE
106100        INTO GO-REPORT-LINE
106200     WRITE REG-LINE FROM GO-REPORT-LINE
106300     MOVE 0 TO GO-LINE-COUNT.
106400 5200-EXIT.
106500     EXIT.
106600*
106700 5300-CHECK-PAGE-BREAK.
106800     IF GO-LINE-COUNT >= GO-LINES-PER-PAGE
106900         PERFORM 5200-WRITE-HEADINGS THRU 5200-EXIT
107000     END-IF.
107100 5300-EXIT.
107200     EXIT.
107300*
107400 5400-WRITE-TOTALS.
107500     IF GO-LINE-COUNT + 8 > GO-LINES-PER-PAGE
107600         PERFORM 5200-WRITE-HEADINGS THRU 5200-EXIT
107700     END-IF
107800     MOVE SPACES TO REG-LINE
107900     WRITE REG-LINE
108000     MOVE GO-STD-READ TO GO-COUNT-DISPLAY
108100     MOVE SPACES TO GO-REPORT-LINE
108200     STRING "  ORDRES LUS                : " DELIMITED BY SIZE
108300            GO-COUNT-DISPLAY DELIMITED BY SIZE
108400        INTO GO-REPORT-LINE
108500     WRITE REG-LINE FROM GO-REPORT-LINE
108600     MOVE GO-SCHED-COUNT TO GO-COUNT-DISPLAY
108700     MOVE SPACES TO GO-REPORT-LINE
108800     STRING "  ORDRES A ECHEANCE         : " DELIMITED BY SIZE
108900            GO-COUNT-DISPLAY DELIMITED BY SIZE
109000        INTO GO-REPORT-LINE
109100     WRITE REG-LINE FROM GO-REPORT-LINE
109200     MOVE GO-ROLLED-COUNT TO GO-COUNT-DISPLAY
109300     MOVE SPACES TO GO-REPORT-LINE
109400     STRING "    DONT REPORTES           : " DELIMITED BY SIZE
109500            GO-COUNT-DISPLAY DELIMITED BY SIZE
109600        INTO GO-REPORT-LINE
109700     WRITE REG-LINE FROM GO-REPORT-LINE
109800     MOVE GO-GENERATED-COUNT TO GO-COUNT-DISPLAY
109900     MOVE SPACES TO GO-REPORT-LINE
110000     STRING "  ORDRES GENERES            : " DELIMITED BY SIZE
110100            GO-COUNT-DISPLAY DELIMITED BY SIZE
110200        INTO GO-REPORT-LINE
110300     WRITE REG-LINE FROM GO-REPORT-LINE
110400     MOVE GO-CARRIED-COUNT TO GO-COUNT-DISPLAY
110500     MOVE SPACES TO GO-REPORT-LINE
110600     STRING "  LIGNES REPRISES           : " DELIMITED BY SIZE
110700            GO-COUNT-DISPLAY DELIMITED BY SIZE
110800        INTO GO-REPORT-LINE
110900     WRITE REG-LINE FROM GO-REPORT-LINE
111000     MOVE GO-SKIPPED-COUNT TO GO-COUNT-DISPLAY
111100     MOVE SPACES TO GO-REPORT-LINE
111200     STRING "  ORDRES SAUTES             : " DELIMITED BY SIZE
111300            GO-COUNT-DISPLAY DELIMITED BY SIZE
111400        INTO GO-REPORT-LINE
111500     WRITE REG-LINE FROM GO-REPORT-LINE
111600     MOVE GO-BATCH-TOTAL TO GO-TOTAL-DISPLAY
111700     MOVE SPACES TO GO-REPORT-LINE
111800     STRING "  TOTAL DU LOT STANDING.TXT : " DELIMITED BY SIZE
111900            GO-TOTAL-DISPLAY DELIMITED BY SIZE
112000        INTO GO-REPORT-LINE
112100     WRITE REG-LINE FROM GO-REPORT-LINE
112200     ADD 8 TO GO-LINE-COUNT.
112300 5400-EXIT.
112400     EXIT.
112500*
112600*-----------------------------------------------------------*
112700* 7100-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
112800*                   DATE IN GO-WORK-DATE. RESULT 0=SATURDAY  *
112900*                   1=SUNDAY, 2=MONDAY ... 6=FRIDAY.         *
113000*-----------------------------------------------------------*
113100 7100-COMPUTE-DAY-OF-WEEK.
113200     MOVE GO-WORK-YYYY TO GO-Z-YEAR
113300     MOVE GO-WORK-MM TO GO-Z-MONTH
113400     IF GO-Z-MONTH < 3
113500         ADD 12 TO GO-Z-MONTH
113600         SUBTRACT 1 FROM GO-Z-YEAR
113700     END-IF
113800     DIVIDE GO-Z-YEAR BY 100 GIVING GO-Z-CENTURY
113900         REMAINDER GO-Z-YY
114000     COMPUTE GO-Z-WORK = GO-WORK-DD
114100         + ((13 * (GO-Z-MONTH + 1)) / 5)
114200         + GO-Z-YY + (GO-Z-YY / 4)
114300         + (GO-Z-CENTURY / 4) + (5 * GO-Z-CENTURY)
114400     DIVIDE GO-Z-WORK BY 7 GIVING GO-Z-WORK
114500         REMAINDER GO-DAY-OF-WEEK.
114600 7100-EXIT.
114700     EXIT.
114800*
114900*-----------------------------------------------------------*
115000* 7250-STEP-BACK-ONE-DAY - MOVE GO-WORK-DATE BACK ONE        *
115100*                   CALENDAR DAY AND FLAG WHETHER IT LANDS   *
115200*                   ON A WEEKDAY THAT IS NOT ON THE HOLIDAY  *
115300*                   TABLE.                                   *
115400*-----------------------------------------------------------*
115500 7250-STEP-BACK-ONE-DAY.
115600     MOVE "N" TO GO-BUSINESS-DAY-SW
115700     ADD 1 TO GO-STEP-COUNT
115800     PERFORM 7350-PREVIOUS-CALENDAR-DAY THRU 7350-EXIT
115900     IF GO-DAY-OF-WEEK = 0
116000         MOVE 6 TO GO-DAY-OF-WEEK
116100     ELSE
116200         SUBTRACT 1 FROM GO-DAY-OF-WEEK
116300     END-IF
116400     IF GO-DAY-OF-WEEK > 1
116500         PERFORM 7500-CHECK-HOLIDAY THRU 7500-EXIT
116600         IF NOT GO-IS-HOLIDAY
116700             SET GO-IS-BUSINESS-DAY TO TRUE
116800         END-IF
116900     END-IF.
117000 7250-EXIT.
117100     EXIT.
117200*
117300 7300-NEXT-CALENDAR-DAY.
117400     PERFORM 7400-DAYS-IN-MONTH THRU 7400-EXIT
117500     IF GO-WORK-DD < GO-DAYS-IN-MONTH
117600         ADD 1 TO GO-WORK-DD
117700     ELSE
117800         MOVE 1 TO GO-WORK-DD
117900         IF GO-WORK-MM < 12
118000             ADD 1 TO GO-WORK-MM
118100         ELSE
118200             MOVE 1 TO GO-WORK-MM
118300             ADD 1 TO GO-WORK-YYYY
118400         END-IF
118500     END-IF.
118600 7300-EXIT.
118700     EXIT.
118800*
118900 7350-PREVIOUS-CALENDAR-DAY.
119000     IF GO-WORK-DD > 1
119100         SUBTRACT 1 FROM GO-WORK-DD
119200     ELSE
119300         IF GO-WORK-MM > 1
119400             SUBTRACT 1 FROM GO-WORK-MM
119500         ELSE
119600             MOVE 12 TO GO-WORK-MM
119700             SUBTRACT 1 FROM GO-WORK-YYYY
119800         END-IF
119900         PERFORM 7400-DAYS-IN-MONTH THRU 7400-EXIT
120000         MOVE GO-DAYS-IN-MONTH TO GO-WORK-DD
120100     END-IF.
120200 7350-EXIT.
120300     EXIT.
120400*
120500 7400-DAYS-IN-MONTH.
120600     EVALUATE GO-WORK-MM
120700         WHEN 01 WHEN 03 WHEN 05 WHEN 07
120800         WHEN 08 WHEN 10 WHEN 12
120900             MOVE 31 TO GO-DAYS-IN-MONTH
121000         WHEN 04 WHEN 06 WHEN 09 WHEN 11
121100             MOVE 30 TO GO-DAYS-IN-MONTH
121200         WHEN 02
121300             MOVE 28 TO GO-DAYS-IN-MONTH
121400             DIVIDE GO-WORK-YYYY BY 4 GIVING GO-Z-WORK
121500                 REMAINDER GO-LEAP-REM
121600             IF GO-LEAP-REM = 0
121700                 DIVIDE GO-WORK-YYYY BY 100 GIVING GO-Z-WORK
121800                     REMAINDER GO-LEAP-REM
121900                 IF GO-LEAP-REM NOT = 0
122000                     MOVE 29 TO GO-DAYS-IN-MONTH
122100                 ELSE
122200                     DIVIDE GO-WORK-YYYY BY 400 GIVING GO-Z-WORK
122300                         REMAINDER GO-LEAP-REM
122400                     IF GO-LEAP-REM = 0
122500                         MOVE 29 TO GO-DAYS-IN-MONTH
122600                     END-IF
122700                 END-IF
122800             END-IF
122900     END-EVALUATE.
123000 7400-EXIT.
123100     EXIT.
123200*
123300*-----------------------------------------------------------*
123400* 7500-CHECK-HOLIDAY - IS THE DATE IN GO-WORK-DATE ON THE    *
123500*                   HOLIDAY TABLE?                           *
123600*-----------------------------------------------------------*
123700 7500-CHECK-HOLIDAY.
123800     MOVE "N" TO GO-HOL-FOUND-SW
123900     PERFORM 7600-SCAN-HOLIDAY-TABLE THRU 7600-EXIT
124000         VARYING GO-HOLIDAY-SUB FROM 1 BY 1
124100         UNTIL GO-HOLIDAY-SUB > GO-HOLIDAY-COUNT
124200         OR GO-IS-HOLIDAY.
124300 7500-EXIT.
124400     EXIT.
124500*
124600 7600-SCAN-HOLIDAY-TABLE.
124700     IF GO-HOLIDAY-DATE (GO-HOLIDAY-SUB) = GO-WORK-DATE
124800         SET GO-IS-HOLIDAY TO TRUE
124900     END-IF.
125000 7600-EXIT.
125100     EXIT.
125200*
125300*-----------------------------------------------------------*
125400* 7800-COMPUTE-DAY-NUMBER - THE JULIAN DAY NUMBER OF THE     *
125500*                   DATE IN GO-WORK-DATE, A RUNNING COUNT OF *
125600*                   DAYS THAT TWO DATES CAN BE SUBTRACTED    *
125700*                   ON. EACH DIVISION IS DONE ON ITS OWN SO  *
125800*                   IT DROPS ITS REMAINDER.                  *
125900*-----------------------------------------------------------*
126000 7800-COMPUTE-DAY-NUMBER.
126100     MOVE 0 TO GO-J-SHIFT
126200     IF GO-WORK-MM < 3
126300         MOVE 1 TO GO-J-SHIFT
126400     END-IF
126500     COMPUTE GO-J-YEAR = GO-WORK-YYYY + 4800 - GO-J-SHIFT
126600     COMPUTE GO-J-MONTH = GO-WORK-MM + (12 * GO-J-SHIFT) - 3
126700     COMPUTE GO-J-WORK = (153 * GO-J-MONTH) + 2
126800     DIVIDE GO-J-WORK BY 5 GIVING GO-J-MONTH-DAYS
126900     DIVIDE GO-J-YEAR BY 4 GIVING GO-J-QUAD
127000     DIVIDE GO-J-YEAR BY 100 GIVING GO-J-CENT
127100     DIVIDE GO-J-YEAR BY 400 GIVING GO-J-QUAD-CENT
127200     COMPUTE GO-DAY-NUMBER = GO-WORK-DD + GO-J-MONTH-DAYS
127300         + (365 * GO-J-YEAR) + GO-J-QUAD - GO-J-CENT
127400         + GO-J-QUAD-CENT - 32045.
127500 7800-EXIT.
127600     EXIT.
127700*
127800*-----------------------------------------------------------*
127900* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
128000*-----------------------------------------------------------*
128100 9000-TERMINATE.
128200     DISPLAY "GENERER-ORDRES - INSTRUCTIONS READ       : "
128300         GO-STD-READ
128400     DISPLAY "GENERER-ORDRES - INSTRUCTIONS UNREADABLE : "
128500         GO-UNREADABLE-COUNT
128600     DISPLAY "GENERER-ORDRES - INSTRUCTIONS NOT DUE    : "
128700         GO-NOT-DUE-COUNT
128800     DISPLAY "GENERER-ORDRES - INSTRUCTIONS DUE        : "
128900         GO-SCHED-COUNT
129000     DISPLAY "GENERER-ORDRES - DUE DATES ROLLED        : "
129100         GO-ROLLED-COUNT
129200     DISPLAY "GENERER-ORDRES - ORDERS GENERATED        : "
129300         GO-GENERATED-COUNT
129400     DISPLAY "GENERER-ORDRES - EARLIER LINES CARRIED   : "
129500         GO-CARRIED-COUNT
129600     DISPLAY "GENERER-ORDRES - ORDERS SKIPPED          : "
129700         GO-SKIPPED-COUNT
129800     DISPLAY "GENERER-ORDRES - BATCH TOTAL             : "
129900         GO-BATCH-TOTAL
130000     DISPLAY "GENERER-ORDRES - STANDING-ORDER BATCH WRITTEN TO "
130100         "standing.txt FOR THE CONSOLIDATION STEP".
130200 9000-EXIT.
130300     EXIT.
