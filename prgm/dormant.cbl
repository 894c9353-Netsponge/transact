000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Detecter-Dormants.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - MONTH-END BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - FINDS THE ACCOUNTS     *
001200*                   THAT HAVE GONE QUIET. EVERY OPEN ACCOUNT  *
001300*                   ON ACCOUNTS.DAT WITH NO CUSTOMER-         *
001400*                   INITIATED ACTIVITY (ANY DETAIL BUT A FEE  *
001500*                   F OR AN ADJUSTMENT A) ON THE HISTORY FILE *
001600*                   FOR THE LAST N BUSINESS DAYS IS SET TO    *
001700*                   STATUS D (DORMANT), STAMPED WITH THE RUN  *
001800*                   DATE, AND LISTED ON DORMANTS.TXT WITH ITS *
001900*                   LAST ACTIVITY DATE AND THE BALANCE IT     *
002000*                   HOLDS ON BALANCES.DAT. N COMES FROM THE   *
002100*                   DORMPARM CARD, DAYS ARE COUNTED AGAINST   *
002200*                   THE SHARED CALENDAR BUSCAL.TXT. THE       *
002300*                   ACTIVITY BEFORE THE LAST CLOSED MONTH IS  *
002400*                   TAKEN FROM THE BALANCE-FORWARD LINES, SO  *
002500*                   ONLY THE LIVE FILE IS READ. AN ACCOUNT    *
002600*                   ADDED OR REACTIVATED INSIDE THE WINDOW IS *
002700*                   NOT FLAGGED - ITS STATUS DATE COUNTS AS   *
002800*                   ACTIVITY.                                 *
002900*-----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS AC-ACCOUNT-NUM
003700         FILE STATUS IS DM-ACCT-FILE-STATUS.
003800     SELECT HISTORY-FILE ASSIGN TO "history.txt"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS DM-HIST-FILE-STATUS.
004100     SELECT BALANCE-FILE ASSIGN TO "balances.dat"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS DM-BAL-FILE-STATUS.
004400     SELECT DORM-PARM-FILE ASSIGN TO "dormparm.txt"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS DM-PARM-FILE-STATUS.
004700     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS DM-BDATE-FILE-STATUS.
005000     SELECT BUSCAL-FILE ASSIGN TO "buscal.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS DM-CAL-FILE-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO "dormants.txt"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  ACCOUNT-FILE.
005900     COPY ACCTREC.
006000*
006100 FD  HISTORY-FILE.
006200     COPY HISTREC.
006300*
006400 FD  BALANCE-FILE.
006500     COPY BALREC.
006600*
006700 FD  DORM-PARM-FILE.
006800 01  DORM-PARM-RECORD.
006900     05  DP-DORMANT-DAYS        PIC 9(03).
007000     05  FILLER                 PIC X(77).
007100*
007200 FD  BUSDATE-FILE.
007300     COPY BUSDATE.
007400*
007500 FD  BUSCAL-FILE.
007600     COPY CALREC.
007700*
007800 FD  REPORT-FILE.
007900 01  RPT-LINE                   PIC X(132).
008000*
008100 WORKING-STORAGE SECTION.
008200*-----------------------------------------------------------*
008300* SWITCHES AND FILE STATUS                                   *
008400*-----------------------------------------------------------*
008500 77  DM-ACCT-SWITCH             PIC X(01)  VALUE "N".
008600     88  DM-ACCT-EOF                        VALUE "Y".
008700 77  DM-HIST-SWITCH             PIC X(01)  VALUE "N".
008800     88  DM-HIST-EOF                        VALUE "Y".
008900 77  DM-BAL-SWITCH              PIC X(01)  VALUE "N".
009000     88  DM-BAL-EOF                         VALUE "Y".
009100 77  DM-PARM-SWITCH             PIC X(01)  VALUE "N".
009200     88  DM-PARM-EOF                        VALUE "Y".
009300 77  DM-BDATE-SWITCH            PIC X(01)  VALUE "N".
009400     88  DM-BDATE-EOF                       VALUE "Y".
009500 77  DM-ACT-FOUND-SW            PIC X(01)  VALUE "N".
009600     88  DM-ACT-WAS-FOUND                   VALUE "Y".
009700 77  DM-ACCT-FILE-STATUS        PIC X(02)  VALUE SPACES.
009800 77  DM-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
009900 77  DM-BAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
010000 77  DM-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
010100 77  DM-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
010200*
010300*-----------------------------------------------------------*
010400* BUSINESS CALENDAR - HOLIDAYS LOADED FROM BUSCAL.TXT AT     *
010500* STARTUP, THE SAME SHARED CALENDAR THE DAILY STREAM COUNTS  *
010600* AGAINST. A MISSING FILE MEANS NO HOLIDAYS.                 *
010700*-----------------------------------------------------------*
010800 77  DM-CAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
010900 77  DM-CAL-SWITCH              PIC X(01)  VALUE "N".
011000     88  DM-CAL-EOF                         VALUE "Y".
011100 01  DM-HOLIDAY-TABLE.
011200     05  DM-HOLIDAY-DATE        OCCURS 200 TIMES PIC 9(08).
011300 77  DM-HOLIDAY-COUNT           PIC 9(03) COMP  VALUE 0.
011400 77  DM-HOLIDAY-SUB             PIC 9(03) COMP  VALUE 0.
011500 77  DM-BUSDAY-SW               PIC X(01)  VALUE "N".
011600     88  DM-IS-BUSINESS-DAY                 VALUE "Y".
011700 77  DM-HOL-FOUND-SW            PIC X(01)  VALUE "N".
011800     88  DM-IS-HOLIDAY                      VALUE "Y".
011900 77  DM-DAY-OF-WEEK             PIC 9(01)  VALUE 0.
012000 77  DM-Z-YEAR                  PIC 9(04) COMP  VALUE 0.
012100 77  DM-Z-MONTH                 PIC 9(02) COMP  VALUE 0.
012200 77  DM-Z-CENTURY               PIC 9(02) COMP  VALUE 0.
012300 77  DM-Z-YY                    PIC 9(02) COMP  VALUE 0.
012400 77  DM-Z-WORK                  PIC 9(06) COMP  VALUE 0.
012500*
012600*-----------------------------------------------------------*
012700* DORMANCY WINDOW - THE NUMBER OF BUSINESS DAYS WITHOUT      *
012800* CUSTOMER ACTIVITY THAT MAKES AN ACCOUNT DORMANT, AND THE   *
012900* OLDEST DATE THAT STILL COUNTS AS RECENT ACTIVITY. WITHOUT  *
013000* A USABLE DORMPARM CARD THE WINDOW IS ABOUT A YEAR.         *
013100*-----------------------------------------------------------*
013200 77  DM-DORMANT-DAYS            PIC 9(03)  VALUE 250.
013300 77  DM-CUTOFF-DATE             PIC 9(08)  VALUE 0.
013400 01  DM-CUT-DATE                PIC 9(08).
013500 01  DM-CUT-DATE-GROUP REDEFINES DM-CUT-DATE.
013600     05  DM-CUT-YYYY            PIC 9(04).
013700     05  DM-CUT-MM              PIC 9(02).
013800     05  DM-CUT-DD              PIC 9(02).
013900 77  DM-CUT-DIM                 PIC 9(02)  VALUE 0.
014000 77  DM-CUT-LEAP-REM            PIC 9(04)  VALUE 0.
014100 77  DM-CUT-WORK                PIC 9(06) COMP  VALUE 0.
014200*
014300*-----------------------------------------------------------*
014400* ACTIVITY TABLE - ONE ENTRY PER ACCOUNT SEEN ON BALANCES.DAT *
014500* OR THE HISTORY FILE, WITH THE CLOSING BALANCE AND THE DATE *
014600* OF THE LAST CUSTOMER-INITIATED DETAIL.                     *
014700*-----------------------------------------------------------*
014800 01  DM-ACT-TABLE.
014900     05  DM-ACT-ENTRY           OCCURS 5000 TIMES.
015000         10  DM-ACT-ACCOUNT     PIC X(04).
015100         10  DM-ACT-LAST        PIC 9(08).
015200         10  DM-ACT-BALANCE     PIC S9(09)V99 COMP-3.
015300 77  DM-ACT-USED                PIC 9(04) COMP  VALUE 0.
015400 77  DM-ACT-SUB                 PIC 9(04) COMP  VALUE 0.
015500 77  DM-ACT-MATCH               PIC 9(04) COMP  VALUE 0.
015600 77  DM-ACT-KEY                 PIC X(04)  VALUE SPACES.
015700 77  DM-ACT-DATE                PIC 9(08)  VALUE 0.
015800*
015900*-----------------------------------------------------------*
016000* RUN COUNTS AND TOTALS                                      *
016100*-----------------------------------------------------------*
016200 77  DM-HIST-READ               PIC 9(07)       VALUE 0.
016300 77  DM-BAL-READ                PIC 9(07)       VALUE 0.
016400 77  DM-ACCT-READ               PIC 9(07)       VALUE 0.
016500 77  DM-ALREADY-DORMANT         PIC 9(07)       VALUE 0.
016600 77  DM-NEW-DORMANT             PIC 9(07)       VALUE 0.
016700 77  DM-DORMANT-BALANCE         PIC S9(09)V99 COMP-3 VALUE 0.
016800*
016900*-----------------------------------------------------------*
017000* RUN DATE                                                   *
017100*-----------------------------------------------------------*
017200 01  DM-RUN-DATE-YYYYMMDD       PIC 9(08).
017300 01  DM-RUN-DATE-GROUP REDEFINES DM-RUN-DATE-YYYYMMDD.
017400     05  DM-RUN-YYYY            PIC 9(04).
017500     05  DM-RUN-MM              PIC 9(02).
017600     05  DM-RUN-DD              PIC 9(02).
017700 01  DM-RUN-DATE-DISPLAY        PIC X(10).
017800*
017900*-----------------------------------------------------------*
018000* REPORT CONTROL FIELDS                                      *
018100*-----------------------------------------------------------*
018200 77  DM-PAGE-NUM                PIC 9(04) VALUE 0.
018300 77  DM-LINE-COUNT              PIC 9(02) VALUE 99.
018400 77  DM-LINES-PER-PAGE          PIC 9(02) VALUE 20.
018500 01  DM-REPORT-LINE             PIC X(132).
018600 01  DM-LAST-DATE               PIC 9(08).
018700 01  DM-LAST-DATE-GROUP REDEFINES DM-LAST-DATE.
018800     05  DM-LAST-YYYY           PIC 9(04).
018900     05  DM-LAST-MM             PIC 9(02).
019000     05  DM-LAST-DD             PIC 9(02).
019100 01  DM-LAST-DISPLAY            PIC X(10).
019200 01  DM-BALANCE-DISPLAY         PIC S9(09)V99
019300                                SIGN IS TRAILING SEPARATE.
019400 01  DM-COUNT-DISPLAY           PIC 9(07).
019500 01  DM-DAYS-DISPLAY            PIC 9(03).
019600 01  DM-CUTOFF-DISPLAY          PIC 9(08).
019700*
019800 PROCEDURE DIVISION.
019900*-----------------------------------------------------------*
020000* 0000-MAINLINE                                               *
020100*-----------------------------------------------------------*
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020400     PERFORM 2000-LOAD-BALANCES THRU 2000-EXIT
020500     PERFORM 3000-LOAD-ACTIVITY THRU 3000-EXIT
020600     PERFORM 4000-SCAN-ACCOUNTS THRU 4000-EXIT
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT
020800     STOP RUN.
020900*
021000*-----------------------------------------------------------*
021100* 1000-INITIALIZE - PICK UP THE RUN DATE, THE CALENDAR AND   *
021200*                   THE DORMANCY CARD, AND WORK OUT THE      *
021300*                   OLDEST DATE THAT STILL COUNTS AS RECENT. *
021400*-----------------------------------------------------------*
021500 1000-INITIALIZE.
021600     ACCEPT DM-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
021700     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT
021800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
021900     PERFORM 1100-READ-DORMANCY-PARM THRU 1100-EXIT
022000     PERFORM 1080-COMPUTE-CUTOFF THRU 1080-EXIT
022100     STRING DM-RUN-MM   DELIMITED BY SIZE
022200            "/"         DELIMITED BY SIZE
022300            DM-RUN-DD   DELIMITED BY SIZE
022400            "/"         DELIMITED BY SIZE
022500            DM-RUN-YYYY DELIMITED BY SIZE
022600        INTO DM-RUN-DATE-DISPLAY.
022700 1000-EXIT.
022800     EXIT.
022900*
023000*-----------------------------------------------------------*
023100* 1040-LOAD-CALENDAR - LOAD THE SHARED BUSINESS CALENDAR.    *
023200*                   A MISSING FILE MEANS NO HOLIDAYS; AN     *
023300*                   UNREADABLE OR OVERFLOWING CARD IS        *
023400*                   REPORTED AND DROPPED.                    *
023500*-----------------------------------------------------------*
023600 1040-LOAD-CALENDAR.
023700     OPEN INPUT BUSCAL-FILE
023800     IF DM-CAL-FILE-STATUS NOT = "00"
023900         SET DM-CAL-EOF TO TRUE
024000         GO TO 1040-EXIT
024100     END-IF
024200     PERFORM 1045-LOAD-ONE-HOLIDAY THRU 1045-EXIT
024300         UNTIL DM-CAL-EOF
024400     CLOSE BUSCAL-FILE.
024500 1040-EXIT.
024600     EXIT.
024700*
024800 1045-LOAD-ONE-HOLIDAY.
024900     READ BUSCAL-FILE
025000         AT END
025100             SET DM-CAL-EOF TO TRUE
025200         NOT AT END
025300             IF CD-HOLIDAY-DATE NOT NUMERIC
025400                 DISPLAY "DETECTER-DORMANTS - UNREADABLE "
025500                     "CALENDAR CARD DROPPED"
025600             ELSE
025700                 IF DM-HOLIDAY-COUNT >= 200
025800                     DISPLAY "DETECTER-DORMANTS - CALENDAR "
025900                         "TABLE FULL - CARD DROPPED"
026000                 ELSE
026100                     ADD 1 TO DM-HOLIDAY-COUNT
026200                     MOVE CD-HOLIDAY-DATE TO
026300                         DM-HOLIDAY-DATE (DM-HOLIDAY-COUNT)
026400                 END-IF
026500             END-IF
026600     END-READ.
026700 1045-EXIT.
026800     EXIT.
026900*
027000*-----------------------------------------------------------*
027100* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE DAILY   *
027200*                   STREAM READS, SO THE WINDOW ENDS ON THE  *
027300*                   DAY THE STREAM LAST POSTED. NO CARD      *
027400*                   MEANS THE MACHINE DATE.                  *
027500*-----------------------------------------------------------*
027600 1050-GET-BUSINESS-DATE.
027700     OPEN INPUT BUSDATE-FILE
027800     IF DM-BDATE-FILE-STATUS NOT = "00"
027900         GO TO 1050-EXIT
028000     END-IF
028100     READ BUSDATE-FILE
028200         AT END
028300             SET DM-BDATE-EOF TO TRUE
028400     END-READ
028500     IF NOT DM-BDATE-EOF
028600         AND BD-BUSINESS-DATE NUMERIC
028700         AND BD-BUSINESS-DATE > 0
028800         MOVE BD-BUSINESS-DATE TO DM-RUN-DATE-YYYYMMDD
028900     END-IF
029000     CLOSE BUSDATE-FILE.
029100 1050-EXIT.
029200     EXIT.
029300*
029400*-----------------------------------------------------------*
029500* 1080-COMPUTE-CUTOFF - STEP THE RUN DATE BACK DM-DORMANT-   *
029600*                   DAYS BUSINESS DAYS. ACTIVITY ON OR AFTER *
029700*                   THE RESULT KEEPS AN ACCOUNT OPEN.        *
029800*-----------------------------------------------------------*
029900 1080-COMPUTE-CUTOFF.
030000     MOVE DM-RUN-DATE-YYYYMMDD TO DM-CUT-DATE
030100     PERFORM 1085-BACK-ONE-BUSINESS-DAY THRU 1085-EXIT
030200         DM-DORMANT-DAYS TIMES
030300     MOVE DM-CUT-DATE TO DM-CUTOFF-DATE.
030400 1080-EXIT.
030500     EXIT.
030600*
030700*-----------------------------------------------------------*
030800* 1085-BACK-ONE-BUSINESS-DAY - STEP DM-CUT-DATE BACK ONE     *
030900*                   DAY, THEN KEEP STEPPING UNTIL IT LANDS   *
031000*                   ON A BUSINESS DAY.                       *
031100*-----------------------------------------------------------*
031200 1085-BACK-ONE-BUSINESS-DAY.
031300     PERFORM 1086-BACK-PAST-NONBUSINESS THRU 1086-EXIT
031400     PERFORM 1086-BACK-PAST-NONBUSINESS THRU 1086-EXIT
031500         UNTIL DM-IS-BUSINESS-DAY.
031600 1085-EXIT.
031700     EXIT.
031800*
031900 1086-BACK-PAST-NONBUSINESS.
032000     PERFORM 1090-BACK-ONE-DAY THRU 1090-EXIT
032100     PERFORM 1200-CHECK-BUSINESS-DAY THRU 1200-EXIT.
032200 1086-EXIT.
032300     EXIT.
032400*
032500 1090-BACK-ONE-DAY.
032600     IF DM-CUT-DD > 1
032700         SUBTRACT 1 FROM DM-CUT-DD
032800     ELSE
032900         IF DM-CUT-MM > 1
033000             SUBTRACT 1 FROM DM-CUT-MM
033100         ELSE
033200             MOVE 12 TO DM-CUT-MM
033300             SUBTRACT 1 FROM DM-CUT-YYYY
033400         END-IF
033500         PERFORM 1095-DAYS-IN-MONTH THRU 1095-EXIT
033600         MOVE DM-CUT-DIM TO DM-CUT-DD
033700     END-IF.
033800 1090-EXIT.
033900     EXIT.
034000*
034100 1095-DAYS-IN-MONTH.
034200     EVALUATE DM-CUT-MM
034300         WHEN 01 WHEN 03 WHEN 05 WHEN 07
034400         WHEN 08 WHEN 10 WHEN 12
034500             MOVE 31 TO DM-CUT-DIM
034600         WHEN 04 WHEN 06 WHEN 09 WHEN 11
034700             MOVE 30 TO DM-CUT-DIM
034800         WHEN 02
034900             MOVE 28 TO DM-CUT-DIM
035000             DIVIDE DM-CUT-YYYY BY 4 GIVING DM-CUT-WORK
035100                 REMAINDER DM-CUT-LEAP-REM
035200             IF DM-CUT-LEAP-REM = 0
035300                 DIVIDE DM-CUT-YYYY BY 100 GIVING DM-CUT-WORK
035400                     REMAINDER DM-CUT-LEAP-REM
035500                 IF DM-CUT-LEAP-REM NOT = 0
035600                     MOVE 29 TO DM-CUT-DIM
035700                 ELSE
035800                     DIVIDE DM-CUT-YYYY BY 400 GIVING DM-CUT-WORK
035900                         REMAINDER DM-CUT-LEAP-REM
036000                     IF DM-CUT-LEAP-REM = 0
036100                         MOVE 29 TO DM-CUT-DIM
036200                     END-IF
036300                 END-IF
036400             END-IF
036500     END-EVALUATE.
036600 1095-EXIT.
036700     EXIT.
036800*
036900*-----------------------------------------------------------*
037000* 1100-READ-DORMANCY-PARM - THE DORMANCY CARD CARRIES THE    *
037100*                   NUMBER OF BUSINESS DAYS. NO CARD, OR AN  *
037200*                   UNREADABLE OR ZERO ONE, KEEPS THE        *
037300*                   DEFAULT.                                 *
037400*-----------------------------------------------------------*
037500 1100-READ-DORMANCY-PARM.
037600     OPEN INPUT DORM-PARM-FILE
037700     IF DM-PARM-FILE-STATUS NOT = "00"
037800         GO TO 1100-EXIT
037900     END-IF
038000     READ DORM-PARM-FILE
038100         AT END
038200             SET DM-PARM-EOF TO TRUE
038300     END-READ
038400     IF NOT DM-PARM-EOF
038500         AND DP-DORMANT-DAYS NUMERIC
038600         AND DP-DORMANT-DAYS > 0
038700         MOVE DP-DORMANT-DAYS TO DM-DORMANT-DAYS
038800     END-IF
038900     CLOSE DORM-PARM-FILE.
039000 1100-EXIT.
039100     EXIT.
039200*
039300*-----------------------------------------------------------*
039400* 1200-CHECK-BUSINESS-DAY - IS THE DATE IN DM-CUT-DATE A     *
039500*                   BUSINESS DAY? A MONDAY-TO-FRIDAY DATE    *
039600*                   THAT IS NOT ON THE HOLIDAY TABLE.        *
039700*-----------------------------------------------------------*
039800 1200-CHECK-BUSINESS-DAY.
039900     MOVE "N" TO DM-BUSDAY-SW
040000     PERFORM 1210-COMPUTE-DAY-OF-WEEK THRU 1210-EXIT
040100     IF DM-DAY-OF-WEEK < 2
040200         GO TO 1200-EXIT
040300     END-IF
040400     MOVE "N" TO DM-HOL-FOUND-SW
040500     PERFORM 1220-SCAN-HOLIDAY-TABLE THRU 1220-EXIT
040600         VARYING DM-HOLIDAY-SUB FROM 1 BY 1
040700         UNTIL DM-HOLIDAY-SUB > DM-HOLIDAY-COUNT
040800         OR DM-IS-HOLIDAY
040900     IF NOT DM-IS-HOLIDAY
041000         SET DM-IS-BUSINESS-DAY TO TRUE
041100     END-IF.
041200 1200-EXIT.
041300     EXIT.
041400*
041500*-----------------------------------------------------------*
041600* 1210-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
041700*                   DATE IN DM-CUT-DATE. RESULT 0=SATURDAY,  *
041800*                   1=SUNDAY, 2=MONDAY ... 6=FRIDAY.         *
041900*-----------------------------------------------------------*
042000 1210-COMPUTE-DAY-OF-WEEK.
042100     MOVE DM-CUT-YYYY TO DM-Z-YEAR
042200     MOVE DM-CUT-MM TO DM-Z-MONTH
042300     IF DM-Z-MONTH < 3
042400         ADD 12 TO DM-Z-MONTH
042500         SUBTRACT 1 FROM DM-Z-YEAR
042600     END-IF
042700     DIVIDE DM-Z-YEAR BY 100 GIVING DM-Z-CENTURY
042800         REMAINDER DM-Z-YY
042900     COMPUTE DM-Z-WORK = DM-CUT-DD
043000         + ((13 * (DM-Z-MONTH + 1)) / 5)
043100         + DM-Z-YY + (DM-Z-YY / 4)
043200         + (DM-Z-CENTURY / 4) + (5 * DM-Z-CENTURY)
043300     DIVIDE DM-Z-WORK BY 7 GIVING DM-Z-WORK
043400         REMAINDER DM-DAY-OF-WEEK.
043500 1210-EXIT.
043600     EXIT.
043700*
043800 1220-SCAN-HOLIDAY-TABLE.
043900     IF DM-HOLIDAY-DATE (DM-HOLIDAY-SUB) = DM-CUT-DATE
044000         SET DM-IS-HOLIDAY TO TRUE
044100     END-IF.
044200 1220-EXIT.
044300     EXIT.
044400*
044500*-----------------------------------------------------------*
044600* 2000-LOAD-BALANCES - THE BALANCE EACH ACCOUNT HOLDS, FROM  *
044700*                   THE MASTER THE DAILY STREAM ROLLS        *
044800*                   FORWARD. WITHOUT ONE THE BALANCES PRINT  *
044900*                   AS ZERO AND THE CONSOLE SAYS SO.         *
045000*-----------------------------------------------------------*
045100 2000-LOAD-BALANCES.
045200     OPEN INPUT BALANCE-FILE
045300     IF DM-BAL-FILE-STATUS NOT = "00"
045400         DISPLAY "DETECTER-DORMANTS - BALANCE MASTER "
045500             "BALANCES.DAT NOT FOUND - BALANCES SHOWN AS ZERO"
045600         GO TO 2000-EXIT
045700     END-IF
045800     PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT
045900     PERFORM 2200-STORE-ONE-BALANCE THRU 2200-EXIT
046000         UNTIL DM-BAL-EOF
046100     CLOSE BALANCE-FILE.
046200 2000-EXIT.
046300     EXIT.
046400*
046500 2100-READ-BALANCE-RECORD.
046600     READ BALANCE-FILE
046700         AT END
046800             SET DM-BAL-EOF TO TRUE
046900     END-READ.
047000 2100-EXIT.
047100     EXIT.
047200*
047300 2200-STORE-ONE-BALANCE.
047400     ADD 1 TO DM-BAL-READ
047500     MOVE BA-ACCOUNT-NUM TO DM-ACT-KEY
047600     PERFORM 3300-FIND-ACT-SLOT THRU 3300-EXIT
047700     IF BA-CLOSE-BALANCE NUMERIC
047800         MOVE BA-CLOSE-BALANCE TO DM-ACT-BALANCE (DM-ACT-MATCH)
047900     END-IF
048000     PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT.
048100 2200-EXIT.
048200     EXIT.
048300*
048400*-----------------------------------------------------------*
048500* 3000-LOAD-ACTIVITY - THE LAST CUSTOMER ACTIVITY DATE PER   *
048600*                   ACCOUNT. A BALANCE-FORWARD LINE CARRIES  *
048700*                   IT FOR EVERYTHING UP TO THE LAST CLOSED  *
048800*                   MONTH; ONE WRITTEN BEFORE IT CARRIED THE *
048900*                   DATE COUNTS AS ACTIVITY AT ITS OWN CLOSE *
049000*                   DATE, SO NO ACCOUNT IS SET DORMANT ON    *
049100*                   MISSING EVIDENCE. EVERY DETAIL BUT A FEE *
049200*                   OR AN ADJUSTMENT COUNTS AT ITS TRANS-    *
049300*                   DATE; CONTROL LINES ARE IGNORED. NO      *
049400*                   HISTORY FILE ABORTS THE RUN - EVERY      *
049500*                   ACCOUNT WOULD LOOK DORMANT.              *
049600*-----------------------------------------------------------*
049700 3000-LOAD-ACTIVITY.
049800     OPEN INPUT HISTORY-FILE
049900     IF DM-HIST-FILE-STATUS NOT = "00"
050000         DISPLAY "DETECTER-DORMANTS - HISTORY FILE "
050100             "HISTORY.TXT COULD NOT BE OPENED - RUN ABORTED"
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF
050500     PERFORM 3100-READ-HISTORY-RECORD THRU 3100-EXIT
050600     PERFORM 3200-NOTE-ONE-RECORD THRU 3200-EXIT
050700         UNTIL DM-HIST-EOF
050800     CLOSE HISTORY-FILE.
050900 3000-EXIT.
051000     EXIT.
051100*
051200 3100-READ-HISTORY-RECORD.
051300     READ HISTORY-FILE
051400         AT END
051500             SET DM-HIST-EOF TO TRUE
051600     END-READ.
051700 3100-EXIT.
051800     EXIT.
051900*
052000 3200-NOTE-ONE-RECORD.
052100     ADD 1 TO DM-HIST-READ
052200     MOVE 0 TO DM-ACT-DATE
052300     EVALUATE TRUE
052400         WHEN HI-BALANCE-FORWARD
052500             IF HI-LAST-ACTIVITY NUMERIC
052600                 MOVE HI-LAST-ACTIVITY TO DM-ACT-DATE
052700             ELSE
052800                 IF HI-TRANS-DATE NUMERIC
052900                     MOVE HI-TRANS-DATE TO DM-ACT-DATE
053000                 END-IF
053100             END-IF
053200         WHEN HI-DETAIL-LINE
053300             IF HI-TRANS-TYPE NOT = "F"
053400                 AND HI-TRANS-TYPE NOT = "A"
053500                 AND HI-TRANS-DATE NUMERIC
053600                 MOVE HI-TRANS-DATE TO DM-ACT-DATE
053700             END-IF
053800         WHEN OTHER
053900             CONTINUE
054000     END-EVALUATE
054100     IF DM-ACT-DATE > 0
054200         MOVE HI-ACCOUNT-NUM TO DM-ACT-KEY
054300         PERFORM 3300-FIND-ACT-SLOT THRU 3300-EXIT
054400         IF DM-ACT-DATE > DM-ACT-LAST (DM-ACT-MATCH)
054500             MOVE DM-ACT-DATE TO DM-ACT-LAST (DM-ACT-MATCH)
054600         END-IF
054700     END-IF
054800     PERFORM 3100-READ-HISTORY-RECORD THRU 3100-EXIT.
054900 3200-EXIT.
055000     EXIT.
055100*
055200*-----------------------------------------------------------*
055300* 3300-FIND-ACT-SLOT - FIND OR OPEN THE SLOT FOR DM-ACT-KEY. *
055400*                   A TABLE BEYOND ITS CAPACITY ABORTS THE   *
055500*                   RUN BEFORE ANY ACCOUNT IS TOUCHED.       *
055600*-----------------------------------------------------------*
055700 3300-FIND-ACT-SLOT.
055800     MOVE "N" TO DM-ACT-FOUND-SW
055900     PERFORM 3310-SCAN-ACT-TABLE THRU 3310-EXIT
056000         VARYING DM-ACT-SUB FROM 1 BY 1
056100         UNTIL DM-ACT-SUB > DM-ACT-USED
056200         OR DM-ACT-WAS-FOUND
056300     IF NOT DM-ACT-WAS-FOUND
056400         IF DM-ACT-USED >= 5000
056500             DISPLAY "DETECTER-DORMANTS - ACTIVITY TABLE "
056600                 "EXCEEDS CAPACITY - RUN ABORTED"
056700             MOVE 16 TO RETURN-CODE
056800             STOP RUN
056900         END-IF
057000         ADD 1 TO DM-ACT-USED
057100         MOVE DM-ACT-USED TO DM-ACT-MATCH
057200         MOVE DM-ACT-KEY TO DM-ACT-ACCOUNT (DM-ACT-MATCH)
057300         MOVE 0 TO DM-ACT-LAST (DM-ACT-MATCH)
057400         MOVE 0 TO DM-ACT-BALANCE (DM-ACT-MATCH)
057500     END-IF.
057600 3300-EXIT.
057700     EXIT.
057800*
057900 3310-SCAN-ACT-TABLE.
058000     IF DM-ACT-ACCOUNT (DM-ACT-SUB) = DM-ACT-KEY
058100         SET DM-ACT-WAS-FOUND TO TRUE
058200         MOVE DM-ACT-SUB TO DM-ACT-MATCH
058300     END-IF.
058400 3310-EXIT.
058500     EXIT.
058600*
058700*-----------------------------------------------------------*
058800* 4000-SCAN-ACCOUNTS - PASS THE ACCOUNT MASTER IN KEY ORDER  *
058900*                   AND SET EVERY QUALIFYING OPEN ACCOUNT    *
059000*                   DORMANT IN PLACE. NO ACCOUNT MASTER, NO  *
059100*                   RUN.                                     *
059200*-----------------------------------------------------------*
059300 4000-SCAN-ACCOUNTS.
059400     OPEN I-O ACCOUNT-FILE
059500     IF DM-ACCT-FILE-STATUS NOT = "00"
059600         DISPLAY "DETECTER-DORMANTS - ACCOUNT MASTER FILE "
059700             "COULD NOT BE OPENED - RUN ABORTED"
059800         MOVE 16 TO RETURN-CODE
059900         STOP RUN
060000     END-IF
060100     OPEN OUTPUT REPORT-FILE
060200     PERFORM 4500-WRITE-HEADINGS THRU 4500-EXIT
060300     PERFORM 4100-READ-ACCOUNT-RECORD THRU 4100-EXIT
060400     PERFORM 4200-CHECK-ONE-ACCOUNT THRU 4200-EXIT
060500         UNTIL DM-ACCT-EOF
060600     PERFORM 4700-WRITE-TOTALS THRU 4700-EXIT
060700     CLOSE REPORT-FILE
060800     CLOSE ACCOUNT-FILE.
060900 4000-EXIT.
061000     EXIT.
061100*
061200 4100-READ-ACCOUNT-RECORD.
061300     READ ACCOUNT-FILE NEXT RECORD
061400         AT END
061500             SET DM-ACCT-EOF TO TRUE
061600     END-READ.
061700 4100-EXIT.
061800     EXIT.
061900*
062000*-----------------------------------------------------------*
062100* 4200-CHECK-ONE-ACCOUNT - THE LATER OF THE LAST CUSTOMER    *
062200*                   ACTIVITY AND THE DATE THE STATUS LAST    *
062300*                   CHANGED MUST FALL INSIDE THE WINDOW, OR  *
062400*                   THE OPEN ACCOUNT GOES DORMANT.           *
062500*-----------------------------------------------------------*
062600 4200-CHECK-ONE-ACCOUNT.
062700     ADD 1 TO DM-ACCT-READ
062800     IF AC-STATUS-DORMANT
062900         ADD 1 TO DM-ALREADY-DORMANT
063000     END-IF
063100     IF NOT AC-STATUS-OPEN
063200         GO TO 4200-NEXT
063300     END-IF
063400     MOVE AC-ACCOUNT-NUM TO DM-ACT-KEY
063500     PERFORM 3300-FIND-ACT-SLOT THRU 3300-EXIT
063600     MOVE DM-ACT-LAST (DM-ACT-MATCH) TO DM-ACT-DATE
063700     IF AC-STATUS-DATE NUMERIC
063800         AND AC-STATUS-DATE > DM-ACT-DATE
063900         MOVE AC-STATUS-DATE TO DM-ACT-DATE
064000     END-IF
064100     IF DM-ACT-DATE NOT < DM-CUTOFF-DATE
064200         GO TO 4200-NEXT
064300     END-IF
064400     SET AC-STATUS-DORMANT TO TRUE
064500     MOVE DM-RUN-DATE-YYYYMMDD TO AC-STATUS-DATE
064600     REWRITE ACCT-RECORD
064700         INVALID KEY
064800             DISPLAY "DETECTER-DORMANTS - ACCOUNT "
064900                 AC-ACCOUNT-NUM " COULD NOT BE REWRITTEN "
065000                 "- RUN ABORTED"
065100             MOVE 16 TO RETURN-CODE
065200             STOP RUN
065300     END-REWRITE
065400     ADD 1 TO DM-NEW-DORMANT
065500     ADD DM-ACT-BALANCE (DM-ACT-MATCH) TO DM-DORMANT-BALANCE
065600     PERFORM 4400-WRITE-DORMANT-LINE THRU 4400-EXIT.
065700 4200-NEXT.
065800     PERFORM 4100-READ-ACCOUNT-RECORD THRU 4100-EXIT.
065900 4200-EXIT.
066000     EXIT.
066100*
066200 4400-WRITE-DORMANT-LINE.
066300     PERFORM 4600-CHECK-PAGE-BREAK THRU 4600-EXIT
066400     IF DM-ACT-LAST (DM-ACT-MATCH) = 0
066500         MOVE "AUCUNE" TO DM-LAST-DISPLAY
066600     ELSE
066700         MOVE DM-ACT-LAST (DM-ACT-MATCH) TO DM-LAST-DATE
066800         MOVE SPACES TO DM-LAST-DISPLAY
066900         STRING DM-LAST-MM   DELIMITED BY SIZE
067000                "/"          DELIMITED BY SIZE
067100                DM-LAST-DD   DELIMITED BY SIZE
067200                "/"          DELIMITED BY SIZE
067300                DM-LAST-YYYY DELIMITED BY SIZE
067400            INTO DM-LAST-DISPLAY
067500     END-IF
067600     MOVE DM-ACT-BALANCE (DM-ACT-MATCH) TO DM-BALANCE-DISPLAY
067700     MOVE SPACES TO DM-REPORT-LINE
067800     STRING "  " DELIMITED BY SIZE
067900            AC-ACCOUNT-NUM DELIMITED BY SIZE
068000            "    " DELIMITED BY SIZE
068100            AC-ACCOUNT-NAME DELIMITED BY SIZE
068200            "    " DELIMITED BY SIZE
068300            DM-LAST-DISPLAY DELIMITED BY SIZE
068400            "      " DELIMITED BY SIZE
068500            DM-BALANCE-DISPLAY DELIMITED BY SIZE
068600        INTO DM-REPORT-LINE
068700     WRITE RPT-LINE FROM DM-REPORT-LINE
068800     ADD 1 TO DM-LINE-COUNT.
068900 4400-EXIT.
069000     EXIT.
069100*
069200 4500-WRITE-HEADINGS.
069300     ADD 1 TO DM-PAGE-NUM
069400     MOVE SPACES TO DM-REPORT-LINE
069500     STRING "COMPTES MIS EN SOMMEIL" DELIMITED BY SIZE
069600            "          PAGE " DELIMITED BY SIZE
069700            DM-PAGE-NUM DELIMITED BY SIZE
069800        INTO DM-REPORT-LINE
069900     WRITE RPT-LINE FROM DM-REPORT-LINE
070000     MOVE DM-DORMANT-DAYS TO DM-DAYS-DISPLAY
070100     MOVE DM-CUTOFF-DATE TO DM-CUTOFF-DISPLAY
070200     MOVE SPACES TO DM-REPORT-LINE
070300     STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
070400            DM-RUN-DATE-DISPLAY DELIMITED BY SIZE
070500            "     SANS ACTIVITE DEPUIS " DELIMITED BY SIZE
070600            DM-DAYS-DISPLAY DELIMITED BY SIZE
070700            " JOURS OUVRES (AVANT LE " DELIMITED BY SIZE
070800            DM-CUTOFF-DISPLAY DELIMITED BY SIZE
070900            ")" DELIMITED BY SIZE
071000        INTO DM-REPORT-LINE
071100     WRITE RPT-LINE FROM DM-REPORT-LINE
071200     MOVE SPACES TO RPT-LINE
071300     WRITE RPT-LINE
071400     MOVE SPACES TO DM-REPORT-LINE
071500     STRING "  COMPTE  NOM                     DERN. ACTIVITE"
071600         DELIMITED BY SIZE
071700         "  SOLDE DETENU" DELIMITED BY SIZE
071800        INTO DM-REPORT-LINE
071900     WRITE RPT-LINE FROM DM-REPORT-LINE
072000     MOVE 0 TO DM-LINE-COUNT.
072100 4500-EXIT.
072200     EXIT.
072300*
072400 4600-CHECK-PAGE-BREAK.
072500     IF DM-LINE-COUNT >= DM-LINES-PER-PAGE
072600         PERFORM 4500-WRITE-HEADINGS THRU 4500-EXIT
072700     END-IF.
072800 4600-EXIT.
072900     EXIT.
073000*
073100 4700-WRITE-TOTALS.
073200     IF DM-LINE-COUNT + 4 > DM-LINES-PER-PAGE
073300         PERFORM 4500-WRITE-HEADINGS THRU 4500-EXIT
073400     END-IF
073500     MOVE SPACES TO RPT-LINE
073600     WRITE RPT-LINE
073700     MOVE DM-NEW-DORMANT TO DM-COUNT-DISPLAY
073800     MOVE SPACES TO DM-REPORT-LINE
073900     STRING "  COMPTES MIS EN SOMMEIL    : " DELIMITED BY SIZE
074000            DM-COUNT-DISPLAY DELIMITED BY SIZE
074100        INTO DM-REPORT-LINE
074200     WRITE RPT-LINE FROM DM-REPORT-LINE
074300     MOVE DM-DORMANT-BALANCE TO DM-BALANCE-DISPLAY
074400     MOVE SPACES TO DM-REPORT-LINE
074500     STRING "  SOLDES DETENUS            : " DELIMITED BY SIZE
074600            DM-BALANCE-DISPLAY DELIMITED BY SIZE
074700        INTO DM-REPORT-LINE
074800     WRITE RPT-LINE FROM DM-REPORT-LINE
074900     MOVE DM-ALREADY-DORMANT TO DM-COUNT-DISPLAY
075000     MOVE SPACES TO DM-REPORT-LINE
075100     STRING "  DEJA EN SOMMEIL           : " DELIMITED BY SIZE
075200            DM-COUNT-DISPLAY DELIMITED BY SIZE
075300        INTO DM-REPORT-LINE
075400     WRITE RPT-LINE FROM DM-REPORT-LINE
075500     ADD 4 TO DM-LINE-COUNT.
075600 4700-EXIT.
075700     EXIT.
075800*
075900*-----------------------------------------------------------*
076000* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
076100*-----------------------------------------------------------*
076200 9000-TERMINATE.
076300     DISPLAY "DETECTER-DORMANTS - HISTORY LINES READ     : "
076400         DM-HIST-READ
076500     DISPLAY "DETECTER-DORMANTS - BALANCES READ          : "
076600         DM-BAL-READ
076700     DISPLAY "DETECTER-DORMANTS - ACCOUNTS READ          : "
076800         DM-ACCT-READ
076900     DISPLAY "DETECTER-DORMANTS - OLDEST ACTIVE DATE     : "
077000         DM-CUTOFF-DATE
077100     DISPLAY "DETECTER-DORMANTS - ACCOUNTS SET DORMANT   : "
077200         DM-NEW-DORMANT
077300     DISPLAY "DETECTER-DORMANTS - ALREADY DORMANT        : "
077400         DM-ALREADY-DORMANT.
077500 9000-EXIT.
077600     EXIT.
