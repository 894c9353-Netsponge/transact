000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Calculer-Interets.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - ACCRUES INTEREST EVERY *
001200*                   BUSINESS DAY OFF THE CLOSING BALANCES ON  *
001300*                   BALANCES.DAT, SO NOBODY WORKS IT OUT BY   *
001400*                   HAND ANY MORE. READS THE RATE TABLE       *
001500*                   (INTRATE.TXT - PER-ACCOUNT CARDS AND AN   *
001600*                   OPTIONAL **** DEFAULT CARD, EACH WITH AN  *
001700*                   ANNUAL CREDIT RATE AND AN ANNUAL DEBIT    *
001800*                   RATE, THE SAME WAY FEESCHED.TXT WORKS FOR *
001900*                   CALCULER-FRAIS). A CREDIT BALANCE ACCRUES *
002000*                   AT THE CREDIT RATE, A DEBIT BALANCE AT    *
002100*                   THE DEBIT RATE, ON AN ACTUAL/365 BASIS.   *
002200*                   THE BUSINESS DAY AND EVERY WEEKEND DAY OR *
002300*                   BUSCAL.TXT HOLIDAY AFTER IT ARE ACCRUED   *
002400*                   TOGETHER AT THE DAY'S CLOSE, SO A NON-    *
002500*                   BUSINESS DAY ACCRUES AT THE PRIOR DAY'S   *
002600*                   BALANCE AND A MONTH ENDING ON A WEEKEND   *
002700*                   IS COMPLETE BEFORE THE MONTH-END STREAM.  *
002800*                   ONE ACCRUAL RECORD (ACCRREC) PER ACCOUNT  *
002900*                   PER CALENDAR DAY IS KEPT ON ACCRUALS.DAT  *
003000*                   UNTIL CAPITALISER-INTERETS POSTS THE      *
003100*                   MONTH. A RERUN OF THE SAME BUSINESS DAY   *
003200*                   REPLACES THAT DAY'S RECORDS; A PROOF      *
003300*                   (ESSAI) RUN OF THE POSTING STEP ROLLED NO *
003400*                   BALANCES, SO NOTHING IS ACCRUED.          *
003500*-----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BALANCE-FILE ASSIGN TO "balances.dat"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS CI-BAL-FILE-STATUS.
004200     SELECT RATE-FILE ASSIGN TO "intrate.txt"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CI-RATE-FILE-STATUS.
004500     SELECT ACCRUAL-FILE ASSIGN TO "accruals.dat"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS CI-ACCR-FILE-STATUS.
004800     SELECT NEW-ACCRUAL-FILE ASSIGN TO "accruals.new"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT BUSCAL-FILE ASSIGN TO "buscal.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CI-CAL-FILE-STATUS.
005300     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS CI-BDATE-FILE-STATUS.
005600     SELECT RUN-MODE-FILE ASSIGN TO "runmode.txt"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CI-MODE-FILE-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  BALANCE-FILE.
006300     COPY BALREC.
006400*
006500 FD  RATE-FILE.
006600 01  RATE-RECORD.
006700     05  IR-ACCOUNT-NUM         PIC X(04).
006800         88  IR-DEFAULT-CARD            VALUE "****".
006900     05  FILLER                 PIC X(01).
007000     05  IR-CREDIT-RATE         PIC 9(02)V9(04).
007100     05  FILLER                 PIC X(01).
007200     05  IR-DEBIT-RATE          PIC 9(02)V9(04).
007300*
007400 FD  ACCRUAL-FILE.
007500     COPY ACCRREC.
007600*
007700 FD  NEW-ACCRUAL-FILE.
007800     COPY ACCRREC REPLACING
007900         ==ACCR-RECORD== BY ==NAR-RECORD==
008000         ==AR-ACCRUAL-DATE== BY ==NAR-ACCRUAL-DATE==
008100         ==AR-ACCOUNT-NUM== BY ==NAR-ACCOUNT-NUM==
008200         ==AR-RUN-DATE== BY ==NAR-RUN-DATE==
008300         ==AR-BALANCE== BY ==NAR-BALANCE==
008400         ==AR-RATE-TYPE== BY ==NAR-RATE-TYPE==
008500         ==AR-CREDIT-RATE== BY ==NAR-CREDIT-RATE==
008600         ==AR-DEBIT-RATE== BY ==NAR-DEBIT-RATE==
008700         ==AR-ANNUAL-RATE== BY ==NAR-ANNUAL-RATE==
008800         ==AR-AMOUNT== BY ==NAR-AMOUNT==.
008900*
009000 FD  BUSCAL-FILE.
009100     COPY CALREC.
009200*
009300 FD  BUSDATE-FILE.
009400     COPY BUSDATE.
009500*
009600 FD  RUN-MODE-FILE.
009700 01  RUNMODE-RECORD.
009800     05  RM-RUN-MODE            PIC X(06).
009900     05  FILLER                 PIC X(74).
010000*
010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------*
010300* SWITCHES AND FILE STATUS                                   *
010400*-----------------------------------------------------------*
010500 77  CI-BAL-SWITCH              PIC X(01)  VALUE "N".
010600     88  CI-BAL-EOF                         VALUE "Y".
010700 77  CI-RATE-SWITCH             PIC X(01)  VALUE "N".
010800     88  CI-RATE-EOF                        VALUE "Y".
010900 77  CI-ACCR-SWITCH             PIC X(01)  VALUE "N".
011000     88  CI-ACCR-EOF                        VALUE "Y".
011100 77  CI-NEWACCR-SWITCH          PIC X(01)  VALUE "N".
011200     88  CI-NEWACCR-EOF                     VALUE "Y".
011300 77  CI-BDATE-SWITCH            PIC X(01)  VALUE "N".
011400     88  CI-BDATE-EOF                       VALUE "Y".
011500 77  CI-MODE-SWITCH             PIC X(01)  VALUE "N".
011600     88  CI-MODE-EOF                        VALUE "Y".
011700 77  CI-RATE-FOUND-SW           PIC X(01)  VALUE "N".
011800     88  CI-RATE-WAS-FOUND                  VALUE "Y".
011900 77  CI-BAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
012000 77  CI-RATE-FILE-STATUS        PIC X(02)  VALUE SPACES.
012100 77  CI-ACCR-FILE-STATUS        PIC X(02)  VALUE SPACES.
012200 77  CI-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
012300 77  CI-MODE-FILE-STATUS        PIC X(02)  VALUE SPACES.
012400*
012500*-----------------------------------------------------------*
012600* RATE TABLE - ONE ENTRY PER ACCOUNT CARD, PLUS THE OPTIONAL *
012700* DEFAULT (****) RATES APPLIED TO EVERY ACCOUNT WITHOUT A    *
012800* CARD OF ITS OWN. RATES ARE ANNUAL PERCENTAGES.             *
012900*-----------------------------------------------------------*
013000 01  CI-RATE-TABLE.
013100     05  CI-RATE-ENTRY          OCCURS 500 TIMES.
013200         10  CI-RT-ACCOUNT          PIC X(04).
013300         10  CI-RT-CREDIT           PIC 9(02)V9(04) COMP-3.
013400         10  CI-RT-DEBIT            PIC 9(02)V9(04) COMP-3.
013500 77  CI-RATE-COUNT              PIC 9(03) COMP  VALUE 0.
013600 77  CI-RATE-SUB                PIC 9(03) COMP  VALUE 0.
013700 77  CI-DEFAULT-SW              PIC X(01)       VALUE "N".
013800     88  CI-DEFAULT-IS-PRESENT              VALUE "Y".
013900 77  CI-DEF-CREDIT              PIC 9(02)V9(04) COMP-3 VALUE 0.
014000 77  CI-DEF-DEBIT               PIC 9(02)V9(04) COMP-3 VALUE 0.
014100 77  CI-CREDIT-WORK             PIC 9(02)V9(04) COMP-3 VALUE 0.
014200 77  CI-DEBIT-WORK              PIC 9(02)V9(04) COMP-3 VALUE 0.
014300*
014400*-----------------------------------------------------------*
014500* ACCRUAL-DAY TABLE - TONIGHT'S BUSINESS DAY FOLLOWED BY THE *
014600* WEEKEND DAYS AND HOLIDAYS BEFORE THE NEXT BUSINESS DAY.    *
014700* EVERY ACCOUNT ACCRUES ONE RECORD PER ENTRY.                *
014800*-----------------------------------------------------------*
014900 01  CI-DAY-TABLE.
015000     05  CI-ACCRUAL-DAY         OCCURS 31 TIMES PIC 9(08).
015100 77  CI-DAY-COUNT               PIC 9(02) COMP  VALUE 0.
015200 77  CI-DAY-SUB                 PIC 9(02) COMP  VALUE 0.
015300*
015400*-----------------------------------------------------------*
015500* RUN COUNTS AND ACCRUAL WORK FIELDS                         *
015600*-----------------------------------------------------------*
015700 77  CI-BAL-READ                PIC 9(07)       VALUE 0.
015800 77  CI-ACCOUNTS-ACCRUED        PIC 9(07)       VALUE 0.
015900 77  CI-NO-RATE-COUNT           PIC 9(07)       VALUE 0.
016000 77  CI-RECORDS-KEPT            PIC 9(07)       VALUE 0.
016100 77  CI-RECORDS-REPLACED        PIC 9(07)       VALUE 0.
016200 77  CI-RECORDS-WRITTEN         PIC 9(07)       VALUE 0.
016300 77  CI-DAILY-AMOUNT            PIC S9(07)V9(06) COMP-3 VALUE 0.
016400 77  CI-CREDIT-TOTAL            PIC S9(09)V9(06) COMP-3 VALUE 0.
016500 77  CI-DEBIT-TOTAL             PIC S9(09)V9(06) COMP-3 VALUE 0.
016600 77  CI-ANNUAL-RATE             PIC 9(02)V9(04) COMP-3 VALUE 0.
016700 77  CI-RATE-TYPE               PIC X(01)       VALUE SPACES.
016800 77  CI-DAY-BASIS               PIC 9(03)       VALUE 365.
016900*
017000*-----------------------------------------------------------*
017100* RUN DATE AND CALENDAR WORK FIELDS                          *
017200*-----------------------------------------------------------*
017300 01  CI-RUN-DATE-YYYYMMDD       PIC 9(08).
017400 01  CI-RUN-DATE-GROUP REDEFINES CI-RUN-DATE-YYYYMMDD.
017500     05  CI-RUN-YYYY            PIC 9(04).
017600     05  CI-RUN-MM              PIC 9(02).
017700     05  CI-RUN-DD              PIC 9(02).
017800*
017900 01  CI-WORK-DATE               PIC 9(08).
018000 01  CI-WORK-DATE-GROUP REDEFINES CI-WORK-DATE.
018100     05  CI-WORK-YYYY           PIC 9(04).
018200     05  CI-WORK-MM             PIC 9(02).
018300     05  CI-WORK-DD             PIC 9(02).
018400 77  CI-DAY-OF-WEEK             PIC 9(01)       VALUE 0.
018500 77  CI-DAYS-IN-MONTH           PIC 9(02)       VALUE 0.
018600 77  CI-LEAP-REM                PIC 9(04)       VALUE 0.
018700 77  CI-Z-YEAR                  PIC 9(04) COMP  VALUE 0.
018800 77  CI-Z-MONTH                 PIC 9(02) COMP  VALUE 0.
018900 77  CI-Z-CENTURY               PIC 9(02) COMP  VALUE 0.
019000 77  CI-Z-YY                    PIC 9(02) COMP  VALUE 0.
019100 77  CI-Z-WORK                  PIC 9(06) COMP  VALUE 0.
019200 77  CI-BUSINESS-DAY-SW         PIC X(01)       VALUE "N".
019300     88  CI-IS-BUSINESS-DAY                 VALUE "Y".
019400*
019500*-----------------------------------------------------------*
019600* BUSINESS CALENDAR - HOLIDAYS LOADED FROM BUSCAL.TXT AT     *
019700* STARTUP, THE SAME SHARED CALENDAR THE REST OF THE STREAM   *
019800* COUNTS AGAINST. A MISSING FILE MEANS NO HOLIDAYS.          *
019900*-----------------------------------------------------------*
020000 77  CI-CAL-FILE-STATUS         PIC X(02)       VALUE SPACES.
020100 77  CI-CAL-SWITCH              PIC X(01)       VALUE "N".
020200     88  CI-CAL-EOF                         VALUE "Y".
020300 01  CI-HOLIDAY-TABLE.
020400     05  CI-HOLIDAY-DATE        OCCURS 200 TIMES PIC 9(08).
020500 77  CI-HOLIDAY-COUNT           PIC 9(03) COMP  VALUE 0.
020600 77  CI-HOLIDAY-SUB             PIC 9(03) COMP  VALUE 0.
020700 77  CI-HOL-FOUND-SW            PIC X(01)       VALUE "N".
020800     88  CI-IS-HOLIDAY                      VALUE "Y".
020900*
021000 PROCEDURE DIVISION.
021100*-----------------------------------------------------------*
021200* 0000-MAINLINE                                               *
021300*-----------------------------------------------------------*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     PERFORM 2000-CARRY-PRIOR-ACCRUALS THRU 2000-EXIT
021700     PERFORM 3000-ACCRUE-BALANCES THRU 3000-EXIT
021800     PERFORM 4000-REWRITE-ACCRUALS THRU 4000-EXIT
021900     PERFORM 9000-TERMINATE THRU 9000-EXIT
022000     STOP RUN.
022100*
022200*-----------------------------------------------------------*
022300* 1000-INITIALIZE - PICK UP THE RUN DATE AND RUN MODE, LOAD  *
022400*                   THE CALENDAR AND THE RATE TABLE, AND     *
022500*                   WORK OUT WHICH CALENDAR DAYS TONIGHT'S   *
022600*                   CLOSE ACCRUES FOR. NO RATE TABLE, NO RUN *
022700*                   - AN EMPTY ACCRUAL WOULD QUIETLY PAY     *
022800*                   NOTHING.                                 *
022900*-----------------------------------------------------------*
023000 1000-INITIALIZE.
023100     ACCEPT CI-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
023200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
023300     PERFORM 1060-GET-RUN-MODE THRU 1060-EXIT
023400     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
023500     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
023600     PERFORM 1400-BUILD-ACCRUAL-DAYS THRU 1400-EXIT
023700     OPEN INPUT BALANCE-FILE
023800     IF CI-BAL-FILE-STATUS NOT = "00"
023900         DISPLAY "CALCULER-INTERETS - BALANCE MASTER "
024000             "BALANCES.DAT COULD NOT BE OPENED - RUN ABORTED"
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF
024400     CLOSE BALANCE-FILE.
024500 1000-EXIT.
024600     EXIT.
024700*
024800*-----------------------------------------------------------*
024900* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD EVERY STEP  *
025000*                   OF THE STREAM READS, SO THE ACCRUAL      *
025100*                   COVERS THE DAY THE POSTING RUN ROLLED.   *
025200*                   NO CARD MEANS THE MACHINE DATE.          *
025300*-----------------------------------------------------------*
025400 1050-GET-BUSINESS-DATE.
025500     OPEN INPUT BUSDATE-FILE
025600     IF CI-BDATE-FILE-STATUS NOT = "00"
025700         GO TO 1050-EXIT
025800     END-IF
025900     READ BUSDATE-FILE
026000         AT END
026100             SET CI-BDATE-EOF TO TRUE
026200     END-READ
026300     IF NOT CI-BDATE-EOF
026400         AND BD-BUSINESS-DATE NUMERIC
026500         AND BD-BUSINESS-DATE > 0
026600         MOVE BD-BUSINESS-DATE TO CI-RUN-DATE-YYYYMMDD
026700     END-IF
026800     CLOSE BUSDATE-FILE.
026900 1050-EXIT.
027000     EXIT.
027100*
027200*-----------------------------------------------------------*
027300* 1060-GET-RUN-MODE - THE RUNMODE CARD THE POSTING STEP      *
027400*                   READ. AFTER A PROOF (ESSAI) RUN THE      *
027500*                   BALANCE MASTER STILL HOLDS THE PRIOR     *
027600*                   NIGHT, SO NOTHING IS ACCRUED.            *
027700*-----------------------------------------------------------*
027800 1060-GET-RUN-MODE.
027900     OPEN INPUT RUN-MODE-FILE
028000     IF CI-MODE-FILE-STATUS NOT = "00"
028100         GO TO 1060-EXIT
028200     END-IF
028300     READ RUN-MODE-FILE
028400         AT END
028500             SET CI-MODE-EOF TO TRUE
028600     END-READ
028700     CLOSE RUN-MODE-FILE
028800     IF NOT CI-MODE-EOF AND RM-RUN-MODE = "PROOF "
028900         DISPLAY "CALCULER-INTERETS - PROOF RUN - NO BALANCES "
029000             "ROLLED TONIGHT - NOTHING ACCRUED"
029100         MOVE 0 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400 1060-EXIT.
029500     EXIT.
029600*
029700*-----------------------------------------------------------*
029800* 1100-LOAD-CALENDAR - LOAD THE SHARED BUSINESS CALENDAR.    *
029900*                   A MISSING FILE MEANS NO HOLIDAYS; AN     *
030000*                   UNREADABLE OR OVERFLOWING CARD IS        *
030100*                   REPORTED AND DROPPED.                    *
030200*-----------------------------------------------------------*
030300 1100-LOAD-CALENDAR.
030400     OPEN INPUT BUSCAL-FILE
030500     IF CI-CAL-FILE-STATUS NOT = "00"
030600         SET CI-CAL-EOF TO TRUE
030700         GO TO 1100-EXIT
030800     END-IF
030900     PERFORM 1150-LOAD-ONE-HOLIDAY THRU 1150-EXIT
031000         UNTIL CI-CAL-EOF
031100     CLOSE BUSCAL-FILE.
031200 1100-EXIT.
031300     EXIT.
031400*
031500 1150-LOAD-ONE-HOLIDAY.
031600     READ BUSCAL-FILE
031700         AT END
031800             SET CI-CAL-EOF TO TRUE
031900         NOT AT END
032000             IF CD-HOLIDAY-DATE NOT NUMERIC
032100                 DISPLAY "CALCULER-INTERETS - UNREADABLE "
032200                     "CALENDAR CARD DROPPED"
032300             ELSE
032400                 IF CI-HOLIDAY-COUNT >= 200
032500                     DISPLAY "CALCULER-INTERETS - CALENDAR TABLE "
032600                         "FULL - CARD DROPPED"
032700                 ELSE
032800                     ADD 1 TO CI-HOLIDAY-COUNT
032900                     MOVE CD-HOLIDAY-DATE TO
033000                         CI-HOLIDAY-DATE (CI-HOLIDAY-COUNT)
033100                 END-IF
033200             END-IF
033300     END-READ.
033400 1150-EXIT.
033500     EXIT.
033600*
033700*-----------------------------------------------------------*
033800* 1200-LOAD-RATE-TABLE - ONE CARD PER ACCOUNT, PLUS THE      *
033900*                   OPTIONAL **** DEFAULT. A CARD WITH A      *
034000*                   NON-NUMERIC RATE IS REPORTED AND         *
034100*                   DROPPED.                                 *
034200*-----------------------------------------------------------*
034300 1200-LOAD-RATE-TABLE.
034400     OPEN INPUT RATE-FILE
034500     IF CI-RATE-FILE-STATUS NOT = "00"
034600         DISPLAY "CALCULER-INTERETS - RATE TABLE INTRATE.TXT "
034700             "COULD NOT BE OPENED - RUN ABORTED"
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF
035100     PERFORM 1300-LOAD-ONE-RATE-CARD THRU 1300-EXIT
035200         UNTIL CI-RATE-EOF
035300     CLOSE RATE-FILE
035400     IF CI-RATE-COUNT = 0 AND NOT CI-DEFAULT-IS-PRESENT
035500         DISPLAY "CALCULER-INTERETS - RATE TABLE IS EMPTY - "
035600             "RUN ABORTED"
035700         MOVE 16 TO RETURN-CODE
035800         STOP RUN
035900     END-IF.
036000 1200-EXIT.
036100     EXIT.
036200*
036300 1300-LOAD-ONE-RATE-CARD.
036400     READ RATE-FILE
036500         AT END
036600             SET CI-RATE-EOF TO TRUE
036700             GO TO 1300-EXIT
036800     END-READ
036900     IF IR-ACCOUNT-NUM = SPACES
037000         GO TO 1300-EXIT
037100     END-IF
037200     IF IR-CREDIT-RATE NOT NUMERIC
037300         OR IR-DEBIT-RATE NOT NUMERIC
037400         DISPLAY "CALCULER-INTERETS - UNREADABLE RATE ON "
037500             "RATE CARD FOR " IR-ACCOUNT-NUM
037600             " - CARD DROPPED"
037700         GO TO 1300-EXIT
037800     END-IF
037900     IF IR-DEFAULT-CARD
038000         SET CI-DEFAULT-IS-PRESENT TO TRUE
038100         MOVE IR-CREDIT-RATE TO CI-DEF-CREDIT
038200         MOVE IR-DEBIT-RATE TO CI-DEF-DEBIT
038300         GO TO 1300-EXIT
038400     END-IF
038500     IF CI-RATE-COUNT >= 500
038600         DISPLAY "CALCULER-INTERETS - RATE TABLE FULL - CARD "
038700             "FOR " IR-ACCOUNT-NUM " DROPPED"
038800         GO TO 1300-EXIT
038900     END-IF
039000     ADD 1 TO CI-RATE-COUNT
039100     MOVE IR-ACCOUNT-NUM TO CI-RT-ACCOUNT (CI-RATE-COUNT)
039200     MOVE IR-CREDIT-RATE TO CI-RT-CREDIT (CI-RATE-COUNT)
039300     MOVE IR-DEBIT-RATE TO CI-RT-DEBIT (CI-RATE-COUNT).
039400 1300-EXIT.
039500     EXIT.
039600*
039700*-----------------------------------------------------------*
039800* 1400-BUILD-ACCRUAL-DAYS - TONIGHT'S BUSINESS DAY, THEN     *
039900*                   EACH FOLLOWING CALENDAR DAY UNTIL THE    *
040000*                   NEXT WEEKDAY NOT ON THE HOLIDAY TABLE.   *
040100*                   THOSE DAYS HAVE NO POSTING RUN OF THEIR  *
040200*                   OWN AND ACCRUE AT TONIGHT'S CLOSE.       *
040300*-----------------------------------------------------------*
040400 1400-BUILD-ACCRUAL-DAYS.
040500     MOVE 1 TO CI-DAY-COUNT
040600     MOVE CI-RUN-DATE-YYYYMMDD TO CI-ACCRUAL-DAY (1)
040700     MOVE CI-RUN-DATE-YYYYMMDD TO CI-WORK-DATE
040800     PERFORM 7100-COMPUTE-DAY-OF-WEEK THRU 7100-EXIT
040900     PERFORM 7200-STEP-ONE-DAY THRU 7200-EXIT
041000     PERFORM 1410-ADD-ONE-DAY THRU 1410-EXIT
041100         UNTIL CI-IS-BUSINESS-DAY
041200         OR CI-DAY-COUNT >= 31.
041300 1400-EXIT.
041400     EXIT.
041500*
041600 1410-ADD-ONE-DAY.
041700     ADD 1 TO CI-DAY-COUNT
041800     MOVE CI-WORK-DATE TO CI-ACCRUAL-DAY (CI-DAY-COUNT)
041900     PERFORM 7200-STEP-ONE-DAY THRU 7200-EXIT.
042000 1410-EXIT.
042100     EXIT.
042200*
042300*-----------------------------------------------------------*
042400* 2000-CARRY-PRIOR-ACCRUALS - COPY THE ACCRUAL FILE TO       *
042500*                   ACCRUALS.NEW, DROPPING ANY RECORDS AN    *
042600*                   EARLIER RUN FOR TONIGHT'S BUSINESS DATE  *
042700*                   WROTE, SO A RERUN REPLACES RATHER THAN   *
042800*                   DOUBLES THE DAY. NO ACCRUAL FILE YET     *
042900*                   MEANS NOTHING TO CARRY.                  *
043000*-----------------------------------------------------------*
043100 2000-CARRY-PRIOR-ACCRUALS.
043200     OPEN OUTPUT NEW-ACCRUAL-FILE
043300     OPEN INPUT ACCRUAL-FILE
043400     IF CI-ACCR-FILE-STATUS NOT = "00"
043500         GO TO 2000-EXIT
043600     END-IF
043700     PERFORM 2100-CARRY-ONE-ACCRUAL THRU 2100-EXIT
043800         UNTIL CI-ACCR-EOF
043900     CLOSE ACCRUAL-FILE.
044000 2000-EXIT.
044100     EXIT.
044200*
044300 2100-CARRY-ONE-ACCRUAL.
044400     READ ACCRUAL-FILE
044500         AT END
044600             SET CI-ACCR-EOF TO TRUE
044700             GO TO 2100-EXIT
044800     END-READ
044900     IF AR-RUN-DATE = CI-RUN-DATE-YYYYMMDD
045000         ADD 1 TO CI-RECORDS-REPLACED
045100         GO TO 2100-EXIT
045200     END-IF
045300     MOVE ACCR-RECORD TO NAR-RECORD
045400     WRITE NAR-RECORD
045500     ADD 1 TO CI-RECORDS-KEPT.
045600 2100-EXIT.
045700     EXIT.
045800*
045900*-----------------------------------------------------------*
046000* 3000-ACCRUE-BALANCES - ONE PASS OF THE BALANCE MASTER.     *
046100*                   EVERY ACCOUNT WITH A NON-ZERO CLOSE AND A *
046200*                   RATE TO APPLY ACCRUES ONE RECORD PER DAY *
046300*                   IN THE ACCRUAL-DAY TABLE.                *
046400*-----------------------------------------------------------*
046500 3000-ACCRUE-BALANCES.
046600     MOVE "N" TO CI-BAL-SWITCH
046700     OPEN INPUT BALANCE-FILE
046800     PERFORM 3100-READ-BALANCE-RECORD THRU 3100-EXIT
046900     PERFORM 3200-ACCRUE-ONE-ACCOUNT THRU 3200-EXIT
047000         UNTIL CI-BAL-EOF
047100     CLOSE BALANCE-FILE.
047200 3000-EXIT.
047300     EXIT.
047400*
047500 3100-READ-BALANCE-RECORD.
047600     READ BALANCE-FILE
047700         AT END
047800             SET CI-BAL-EOF TO TRUE
047900     END-READ.
048000 3100-EXIT.
048100     EXIT.
048200*
048300*-----------------------------------------------------------*
048400* 3200-ACCRUE-ONE-ACCOUNT - PICK THE ACCOUNT'S OWN RATES OR  *
048500*                   THE DEFAULT, THEN THE CREDIT OR DEBIT    *
048600*                   RATE BY THE SIGN OF THE CLOSE. ONE DAY'S *
048700*                   INTEREST IS CLOSE X RATE / 100 / 365,    *
048800*                   KEPT TO SIX DECIMALS. AN ACCOUNT WITH NO *
048900*                   CARD AND NO DEFAULT, OR A ZERO RATE, IS  *
049000*                   SKIPPED.                                 *
049100*-----------------------------------------------------------*
049200 3200-ACCRUE-ONE-ACCOUNT.
049300     ADD 1 TO CI-BAL-READ
049400     PERFORM 3210-ACCRUE-ONE-BALANCE THRU 3210-EXIT
049500     PERFORM 3100-READ-BALANCE-RECORD THRU 3100-EXIT.
049600 3200-EXIT.
049700     EXIT.
049800*
049900 3210-ACCRUE-ONE-BALANCE.
050000     IF BA-CLOSE-BALANCE = 0
050100         GO TO 3210-EXIT
050200     END-IF
050300     PERFORM 3300-FIND-ACCOUNT-RATES THRU 3300-EXIT
050400     IF NOT CI-RATE-WAS-FOUND
050500         ADD 1 TO CI-NO-RATE-COUNT
050600         GO TO 3210-EXIT
050700     END-IF
050800     IF BA-CLOSE-BALANCE > 0
050900         MOVE "C" TO CI-RATE-TYPE
051000         MOVE CI-CREDIT-WORK TO CI-ANNUAL-RATE
051100     ELSE
051200         MOVE "D" TO CI-RATE-TYPE
051300         MOVE CI-DEBIT-WORK TO CI-ANNUAL-RATE
051400     END-IF
051500     IF CI-ANNUAL-RATE = 0
051600         GO TO 3210-EXIT
051700     END-IF
051800     COMPUTE CI-DAILY-AMOUNT ROUNDED =
051900         BA-CLOSE-BALANCE * CI-ANNUAL-RATE / 100 / CI-DAY-BASIS
052000     ADD 1 TO CI-ACCOUNTS-ACCRUED
052100     PERFORM 3500-WRITE-ONE-ACCRUAL THRU 3500-EXIT
052200         VARYING CI-DAY-SUB FROM 1 BY 1
052300         UNTIL CI-DAY-SUB > CI-DAY-COUNT.
052400 3210-EXIT.
052500     EXIT.
052600*
052700 3300-FIND-ACCOUNT-RATES.
052800     MOVE "N" TO CI-RATE-FOUND-SW
052900     PERFORM 3400-SCAN-RATE-TABLE THRU 3400-EXIT
053000         VARYING CI-RATE-SUB FROM 1 BY 1
053100         UNTIL CI-RATE-SUB > CI-RATE-COUNT
053200         OR CI-RATE-WAS-FOUND
053300     IF NOT CI-RATE-WAS-FOUND AND CI-DEFAULT-IS-PRESENT
053400         SET CI-RATE-WAS-FOUND TO TRUE
053500         MOVE CI-DEF-CREDIT TO CI-CREDIT-WORK
053600         MOVE CI-DEF-DEBIT TO CI-DEBIT-WORK
053700     END-IF.
053800 3300-EXIT.
053900     EXIT.
054000*
054100 3400-SCAN-RATE-TABLE.
054200     IF CI-RT-ACCOUNT (CI-RATE-SUB) = BA-ACCOUNT-NUM
054300         SET CI-RATE-WAS-FOUND TO TRUE
054400         MOVE CI-RT-CREDIT (CI-RATE-SUB) TO CI-CREDIT-WORK
054500         MOVE CI-RT-DEBIT (CI-RATE-SUB) TO CI-DEBIT-WORK
054600     END-IF.
054700 3400-EXIT.
054800     EXIT.
054900*
055000 3500-WRITE-ONE-ACCRUAL.
055100     MOVE SPACES TO NAR-RECORD
055200     MOVE CI-ACCRUAL-DAY (CI-DAY-SUB) TO NAR-ACCRUAL-DATE
055300     MOVE BA-ACCOUNT-NUM TO NAR-ACCOUNT-NUM
055400     MOVE CI-RUN-DATE-YYYYMMDD TO NAR-RUN-DATE
055500     MOVE BA-CLOSE-BALANCE TO NAR-BALANCE
055600     MOVE CI-RATE-TYPE TO NAR-RATE-TYPE
055700     MOVE CI-ANNUAL-RATE TO NAR-ANNUAL-RATE
055800     MOVE CI-DAILY-AMOUNT TO NAR-AMOUNT
055900     WRITE NAR-RECORD
056000     ADD 1 TO CI-RECORDS-WRITTEN
056100     IF CI-RATE-TYPE = "C"
056200         ADD CI-DAILY-AMOUNT TO CI-CREDIT-TOTAL
056300     ELSE
056400         ADD CI-DAILY-AMOUNT TO CI-DEBIT-TOTAL
056500     END-IF.
056600 3500-EXIT.
056700     EXIT.
056800*
056900*-----------------------------------------------------------*
057000* 4000-REWRITE-ACCRUALS - COPY ACCRUALS.NEW BACK OVER        *
057100*                   ACCRUALS.DAT, THE SAME WAY CALCUL-       *
057200*                   TRANSACTIONS ROLLS THE BALANCE MASTER.   *
057300*-----------------------------------------------------------*
057400 4000-REWRITE-ACCRUALS.
057500     CLOSE NEW-ACCRUAL-FILE
057600     OPEN INPUT NEW-ACCRUAL-FILE
057700     OPEN OUTPUT ACCRUAL-FILE
057800     PERFORM 4100-COPY-ONE-ACCRUAL THRU 4100-EXIT
057900         UNTIL CI-NEWACCR-EOF
058000     CLOSE NEW-ACCRUAL-FILE
058100     CLOSE ACCRUAL-FILE.
058200 4000-EXIT.
058300     EXIT.
058400*
058500 4100-COPY-ONE-ACCRUAL.
058600     READ NEW-ACCRUAL-FILE
058700         AT END
058800             SET CI-NEWACCR-EOF TO TRUE
058900         NOT AT END
059000             MOVE NAR-RECORD TO ACCR-RECORD
059100             WRITE ACCR-RECORD
059200     END-READ.
059300 4100-EXIT.
059400     EXIT.
059500*
059600*-----------------------------------------------------------*
059700* 7100-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE     *
059800*                   DATE IN CI-WORK-DATE. RESULT 0=SATURDAY *
059900*                   1=SUNDAY, 2=MONDAY ... 6=FRIDAY.        *
060000*-----------------------------------------------------------*
060100 7100-COMPUTE-DAY-OF-WEEK.
060200     MOVE CI-WORK-YYYY TO CI-Z-YEAR
060300     MOVE CI-WORK-MM TO CI-Z-MONTH
060400     IF CI-Z-MONTH < 3
060500         ADD 12 TO CI-Z-MONTH
060600         SUBTRACT 1 FROM CI-Z-YEAR
060700     END-IF
060800     DIVIDE CI-Z-YEAR BY 100 GIVING CI-Z-CENTURY
060900         REMAINDER CI-Z-YY
061000     COMPUTE CI-Z-WORK = CI-WORK-DD
061100         + ((13 * (CI-Z-MONTH + 1)) / 5)
061200         + CI-Z-YY + (CI-Z-YY / 4)
061300         + (CI-Z-CENTURY / 4) + (5 * CI-Z-CENTURY)
061400     DIVIDE CI-Z-WORK BY 7 GIVING CI-Z-WORK
061500         REMAINDER CI-DAY-OF-WEEK.
061600 7100-EXIT.
061700     EXIT.
061800*
061900*-----------------------------------------------------------*
062000* 7200-STEP-ONE-DAY - ADVANCE CI-WORK-DATE ONE CALENDAR DAY *
062100*                   AND FLAG WHETHER IT LANDS ON A WEEKDAY  *
062200*                   THAT IS NOT ON THE HOLIDAY TABLE.       *
062300*-----------------------------------------------------------*
062400 7200-STEP-ONE-DAY.
062500     MOVE "N" TO CI-BUSINESS-DAY-SW
062600     PERFORM 7300-NEXT-CALENDAR-DAY THRU 7300-EXIT
062700     ADD 1 TO CI-DAY-OF-WEEK
062800     IF CI-DAY-OF-WEEK > 6
062900         MOVE 0 TO CI-DAY-OF-WEEK
063000     END-IF
063100     IF CI-DAY-OF-WEEK > 1
063200         PERFORM 7500-CHECK-HOLIDAY THRU 7500-EXIT
063300         IF NOT CI-IS-HOLIDAY
063400             SET CI-IS-BUSINESS-DAY TO TRUE
063500         END-IF
063600     END-IF.
063700 7200-EXIT.
063800     EXIT.
063900*
064000 7300-NEXT-CALENDAR-DAY.
064100     PERFORM 7400-DAYS-IN-MONTH THRU 7400-EXIT
064200     IF CI-WORK-DD < CI-DAYS-IN-MONTH
064300         ADD 1 TO CI-WORK-DD
064400     ELSE
064500         MOVE 1 TO CI-WORK-DD
064600         IF CI-WORK-MM < 12
064700             ADD 1 TO CI-WORK-MM
064800         ELSE
064900             MOVE 1 TO CI-WORK-MM
065000             ADD 1 TO CI-WORK-YYYY
065100         END-IF
065200     END-IF.
065300 7300-EXIT.
065400     EXIT.
065500*
065600 7400-DAYS-IN-MONTH.
065700     EVALUATE CI-WORK-MM
065800         WHEN 01 WHEN 03 WHEN 05 WHEN 07
065900         WHEN 08 WHEN 10 WHEN 12
066000             MOVE 31 TO CI-DAYS-IN-MONTH
066100         WHEN 04 WHEN 06 WHEN 09 WHEN 11
066200             MOVE 30 TO CI-DAYS-IN-MONTH
066300         WHEN 02
066400             MOVE 28 TO CI-DAYS-IN-MONTH
066500             DIVIDE CI-WORK-YYYY BY 4 GIVING CI-Z-WORK
066600                 REMAINDER CI-LEAP-REM
066700             IF CI-LEAP-REM = 0
066800                 DIVIDE CI-WORK-YYYY BY 100 GIVING CI-Z-WORK
066900                     REMAINDER CI-LEAP-REM
067000                 IF CI-LEAP-REM NOT = 0
067100                     MOVE 29 TO CI-DAYS-IN-MONTH
067200                 ELSE
067300                     DIVIDE CI-WORK-YYYY BY 400 GIVING CI-Z-WORK
067400                         REMAINDER CI-LEAP-REM
067500                     IF CI-LEAP-REM = 0
067600                         MOVE 29 TO CI-DAYS-IN-MONTH
067700                     END-IF
067800                 END-IF
067900             END-IF
068000     END-EVALUATE.
068100 7400-EXIT.
068200     EXIT.
068300*
068400*-----------------------------------------------------------*
068500* 7500-CHECK-HOLIDAY - IS THE DATE IN CI-WORK-DATE ON THE   *
068600*                   HOLIDAY TABLE?                          *
068700*-----------------------------------------------------------*
068800 7500-CHECK-HOLIDAY.
068900     MOVE "N" TO CI-HOL-FOUND-SW
069000     PERFORM 7600-SCAN-HOLIDAY-TABLE THRU 7600-EXIT
069100         VARYING CI-HOLIDAY-SUB FROM 1 BY 1
069200         UNTIL CI-HOLIDAY-SUB > CI-HOLIDAY-COUNT
069300         OR CI-IS-HOLIDAY.
069400 7500-EXIT.
069500     EXIT.
069600*
069700 7600-SCAN-HOLIDAY-TABLE.
069800     IF CI-HOLIDAY-DATE (CI-HOLIDAY-SUB) = CI-WORK-DATE
069900         SET CI-IS-HOLIDAY TO TRUE
070000     END-IF.
070100 7600-EXIT.
070200     EXIT.
070300*
070400*-----------------------------------------------------------*
070500* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
070600*-----------------------------------------------------------*
070700 9000-TERMINATE.
070800     DISPLAY "CALCULER-INTERETS - RATE CARDS LOADED     : "
070900         CI-RATE-COUNT
071000     DISPLAY "CALCULER-INTERETS - CALENDAR DAYS ACCRUED : "
071100         CI-DAY-COUNT
071200     DISPLAY "CALCULER-INTERETS - BALANCES READ         : "
071300         CI-BAL-READ
071400     DISPLAY "CALCULER-INTERETS - ACCOUNTS ACCRUED      : "
071500         CI-ACCOUNTS-ACCRUED
071600     DISPLAY "CALCULER-INTERETS - ACCOUNTS WITHOUT RATE : "
071700         CI-NO-RATE-COUNT
071800     DISPLAY "CALCULER-INTERETS - RECORDS WRITTEN       : "
071900         CI-RECORDS-WRITTEN
072000     DISPLAY "CALCULER-INTERETS - RECORDS REPLACED      : "
072100         CI-RECORDS-REPLACED
072200     DISPLAY "CALCULER-INTERETS - CREDIT INTEREST       : "
072300         CI-CREDIT-TOTAL
072400     DISPLAY "CALCULER-INTERETS - DEBIT INTEREST        : "
072500         CI-DEBIT-TOTAL
072600     MOVE 0 TO RETURN-CODE.
072700 9000-EXIT.
072800     EXIT.
