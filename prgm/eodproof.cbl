000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Prouver-Journee.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - THE END-OF-DAY         *
001200*                   SUBLEDGER PROOF, RUN AS THE LAST STEP OF  *
001300*                   THE DAILY STREAM. INDEPENDENTLY OF        *
001400*                   CALCUL-TRANSACTIONS' OWN RUN-CONTROL      *
001500*                   BLOCK IT TIES TONIGHT'S FIGURES TOGETHER  *
001600*                   FOR THE BUSINESS DATE - THE BA-DAY-NET    *
001700*                   ROLLED ONTO BALANCES.DAT AGAINST THE      *
001800*                   HISTORY LINES POSTED TONIGHT (ACCOUNT BY  *
001900*                   ACCOUNT AND IN TOTAL), THAT TOTAL AGAINST *
002000*                   THE GL EXTRACT AND THE BRANCH-TOTALS      *
002100*                   EXTRACT, EVERY ACCOUNT'S OPENING BALANCE  *
002200*                   AGAINST ITS CLOSING BALANCE ON THE LAST   *
002300*                   PROVEN MASTER (BALANCES.PRV), AND EVERY   *
002400*                   HISTORY LINE AGAINST ITS POSTED-          *
002500*                   TRANSACTION REGISTRY KEY. EACH BREAK IS   *
002600*                   LISTED ON AN EXCEPTION REPORT AND THE     *
002700*                   STEP ENDS RC 8, SO A HALF-ROLLED MASTER   *
002800*                   OR A HALF-WRITTEN HISTORY APPEND IS       *
002900*                   CAUGHT THE SAME NIGHT. A CLEAN PROOF      *
003000*                   COPIES THE MASTER TO BALANCES.PRV FOR     *
003100*                   TOMORROW'S CONTINUITY CHECK.              *
003200*-----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BALANCE-FILE ASSIGN TO "balances.dat"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS PJ-BAL-FILE-STATUS.
003900     SELECT PRIOR-BALANCE-FILE ASSIGN TO "balances.prv"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS PJ-PRV-FILE-STATUS.
004200     SELECT HISTORY-FILE ASSIGN TO "history.txt"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS PJ-HIST-FILE-STATUS.
004500     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK01".
004600     SELECT POSTREG-FILE ASSIGN TO "postreg.dat"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS PJ-REG-FILE-STATUS.
004900     SELECT GL-EXTRACT-FILE ASSIGN TO "glextract.txt"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS PJ-GL-FILE-STATUS.
005200     SELECT BRANCH-TOTALS-FILE ASSIGN TO "branchtot.txt"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS PJ-BRT-FILE-STATUS.
005500     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS PJ-BDATE-FILE-STATUS.
005800     SELECT RUN-MODE-FILE ASSIGN TO "runmode.txt"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS PJ-MODE-FILE-STATUS.
006100     SELECT PROOF-REPORT-FILE ASSIGN TO "preuve.txt"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BALANCE-FILE.
006700     COPY BALREC.
006800*
006900 FD  PRIOR-BALANCE-FILE.
007000     COPY BALREC REPLACING
007100         ==BAL-RECORD== BY ==PBA-RECORD==
007200         ==BA-ACCOUNT-NUM== BY ==PBA-ACCOUNT-NUM==
007300         ==BA-BALANCE-DATE== BY ==PBA-BALANCE-DATE==
007400         ==BA-OPEN-BALANCE== BY ==PBA-OPEN-BALANCE==
007500         ==BA-DAY-NET== BY ==PBA-DAY-NET==
007600         ==BA-CLOSE-BALANCE== BY ==PBA-CLOSE-BALANCE==.
007700*
007800 FD  HISTORY-FILE.
007900     COPY HISTREC.
008000*
008100 SD  SORT-WORK-FILE.
008200 01  SW-RECORD.
008300     05  SW-ACCOUNT-NUM         PIC X(04).
008400     05  SW-TRANS-NUM           PIC X(08).
008500     05  SW-TRANS-DATE          PIC 9(08).
008600     05  SW-TRANS-AMOUNT        PIC S9(07)V99
008700                                SIGN IS TRAILING SEPARATE.
008800*
008900 FD  POSTREG-FILE.
009000     COPY PSTREG.
009100*
009200 FD  GL-EXTRACT-FILE.
009300 01  GL-EXTRACT-RECORD.
009400     05  GL-BATCH-DATE          PIC 9(08).
009500     05  GL-RECORD-COUNT        PIC 9(07).
009600     05  GL-TOTAL-AMOUNT        PIC S9(09)V99
009700                                SIGN IS TRAILING SEPARATE.
009800*
009900 FD  BRANCH-TOTALS-FILE.
010000     COPY BRTREC.
010100*
010200 FD  BUSDATE-FILE.
010300     COPY BUSDATE.
010400*
010500 FD  RUN-MODE-FILE.
010600 01  RUNMODE-RECORD.
010700     05  RM-RUN-MODE            PIC X(06).
010800     05  FILLER                 PIC X(74).
010900*
011000 FD  PROOF-REPORT-FILE.
011100 01  PRF-LINE                   PIC X(132).
011200*
011300 WORKING-STORAGE SECTION.
011400*-----------------------------------------------------------*
011500* SWITCHES AND FILE STATUS                                   *
011600*-----------------------------------------------------------*
011700 77  PJ-BAL-SWITCH              PIC X(01)  VALUE "N".
011800     88  PJ-BAL-EOF                         VALUE "Y".
011900 77  PJ-PRV-SWITCH              PIC X(01)  VALUE "N".
012000     88  PJ-PRV-EOF                         VALUE "Y".
012100 77  PJ-PRIOR-SW                PIC X(01)  VALUE "Y".
012200     88  PJ-PRIOR-IS-PRESENT                VALUE "Y".
012300     88  PJ-NO-PRIOR-MASTER                 VALUE "N".
012400 77  PJ-HIST-SWITCH             PIC X(01)  VALUE "N".
012500     88  PJ-HIST-EOF                        VALUE "Y".
012600 77  PJ-SORT-SWITCH             PIC X(01)  VALUE "N".
012700     88  PJ-SORT-EOF                        VALUE "Y".
012800 77  PJ-REG-SWITCH              PIC X(01)  VALUE "N".
012900     88  PJ-REG-EOF                         VALUE "Y".
013000 77  PJ-BRT-SWITCH              PIC X(01)  VALUE "N".
013100     88  PJ-BRT-EOF                         VALUE "Y".
013200 77  PJ-BDATE-SWITCH            PIC X(01)  VALUE "N".
013300     88  PJ-BDATE-EOF                       VALUE "Y".
013400 77  PJ-MODE-SWITCH             PIC X(01)  VALUE "N".
013500     88  PJ-MODE-EOF                        VALUE "Y".
013600 77  PJ-ACCT-SEEN-SW            PIC X(01)  VALUE "N".
013700     88  PJ-ACCT-WAS-SEEN                   VALUE "Y".
013800 77  PJ-DATE-OK-SW              PIC X(01)  VALUE "N".
013900     88  PJ-DATE-IS-OK                      VALUE "Y".
014000 77  PJ-BAL-FILE-STATUS         PIC X(02)  VALUE SPACES.
014100 77  PJ-PRV-FILE-STATUS         PIC X(02)  VALUE SPACES.
014200 77  PJ-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
014300 77  PJ-REG-FILE-STATUS         PIC X(02)  VALUE SPACES.
014400 77  PJ-GL-FILE-STATUS          PIC X(02)  VALUE SPACES.
014500 77  PJ-BRT-FILE-STATUS         PIC X(02)  VALUE SPACES.
014600 77  PJ-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
014700 77  PJ-MODE-FILE-STATUS        PIC X(02)  VALUE SPACES.
014800*
014900*-----------------------------------------------------------*
015000* PROOF FIGURES - WHAT EACH FILE SAYS TONIGHT POSTED.        *
015100*-----------------------------------------------------------*
015200 77  PJ-BAL-NET-TOTAL           PIC S9(09)V99 COMP-3 VALUE 0.
015300 77  PJ-BAL-ROLLED-COUNT        PIC 9(07)       VALUE 0.
015400 77  PJ-BAL-READ-COUNT          PIC 9(07)       VALUE 0.
015500 77  PJ-HIST-TOTAL              PIC S9(09)V99 COMP-3 VALUE 0.
015600 77  PJ-HIST-COUNT              PIC 9(07)       VALUE 0.
015700 77  PJ-GL-TOTAL                PIC S9(09)V99 COMP-3 VALUE 0.
015800 77  PJ-GL-COUNT                PIC 9(07)       VALUE 0.
015900 77  PJ-BRT-TOTAL               PIC S9(09)V99 COMP-3 VALUE 0.
016000 77  PJ-BRT-COUNT               PIC 9(07)       VALUE 0.
016100 77  PJ-BRT-RECORDS             PIC 9(04)       VALUE 0.
016200 77  PJ-EXCEPTION-COUNT         PIC 9(07)       VALUE 0.
016300 77  PJ-WORK-AMOUNT             PIC S9(09)V99 COMP-3 VALUE 0.
016400*
016500*-----------------------------------------------------------*
016600* HISTORY / REGISTRY / BALANCE MATCH FIELDS - TONIGHT'S      *
016700* HISTORY LINES COME BACK FROM THE SORT IN REGISTRY-KEY      *
016800* ORDER, SO THE REGISTRY AND THE BALANCE MASTER (BOTH KEPT   *
016900* IN ACCOUNT ORDER) ARE MATCH-MERGED AGAINST THEM IN ONE     *
017000* PASS.                                                      *
017100*-----------------------------------------------------------*
017200 01  PJ-SORTED-LINE.
017300     05  PJ-SL-ACCOUNT-NUM      PIC X(04).
017400     05  PJ-SL-TRANS-NUM        PIC X(08).
017500     05  PJ-SL-TRANS-DATE       PIC 9(08).
017600     05  PJ-SL-TRANS-AMOUNT     PIC S9(07)V99
017700                                SIGN IS TRAILING SEPARATE.
017800 01  PJ-HIST-KEY.
017900     05  PJ-HK-ACCOUNT          PIC X(04).
018000     05  PJ-HK-TRANS-NUM        PIC X(08).
018100     05  PJ-HK-DATE             PIC 9(08).
018200 01  PJ-PREV-KEY.
018300     05  PJ-PK-ACCOUNT          PIC X(04)  VALUE SPACES.
018400     05  PJ-PK-TRANS-NUM        PIC X(08)  VALUE SPACES.
018500     05  PJ-PK-DATE             PIC 9(08)  VALUE 0.
018600 77  PJ-PREV-ACCOUNT            PIC X(04)       VALUE SPACES.
018700 77  PJ-ACCT-NET                PIC S9(09)V99 COMP-3 VALUE 0.
018800*
018900*-----------------------------------------------------------*
019000* EXCEPTION LINE FIELDS - FILLED IN BY EACH CHECK BEFORE     *
019100* 7000-WRITE-EXCEPTION IS PERFORMED.                         *
019200*-----------------------------------------------------------*
019300 01  PJ-EXC-LABEL               PIC X(48)  VALUE SPACES.
019400 01  PJ-EXC-ACCOUNT             PIC X(04)  VALUE SPACES.
019500 01  PJ-EXC-TRANS-NUM           PIC X(08)  VALUE SPACES.
019600 01  PJ-EXC-EXPECTED            PIC S9(09)V99
019700                                SIGN IS TRAILING SEPARATE.
019800 01  PJ-EXC-FOUND               PIC S9(09)V99
019900                                SIGN IS TRAILING SEPARATE.
020000*
020100*-----------------------------------------------------------*
020200* RUN DATE AND DATE EDIT FIELDS                              *
020300*-----------------------------------------------------------*
020400 01  PJ-RUN-DATE-YYYYMMDD       PIC 9(08).
020500 01  PJ-RUN-DATE-GROUP REDEFINES PJ-RUN-DATE-YYYYMMDD.
020600     05  PJ-RUN-YYYY            PIC 9(04).
020700     05  PJ-RUN-MM              PIC 9(02).
020800     05  PJ-RUN-DD              PIC 9(02).
020900 01  PJ-RUN-DATE-DISPLAY        PIC X(10).
021000 01  PJ-CUT-DATE                PIC 9(08).
021100 01  PJ-CUT-DATE-GROUP REDEFINES PJ-CUT-DATE.
021200     05  PJ-CUT-YYYY            PIC 9(04).
021300     05  PJ-CUT-MM              PIC 9(02).
021400     05  PJ-CUT-DD              PIC 9(02).
021500 77  PJ-CUT-DIM                 PIC 9(02)       VALUE 0.
021600 77  PJ-CUT-LEAP-REM            PIC 9(04)       VALUE 0.
021700 77  PJ-CUT-WORK                PIC 9(06) COMP  VALUE 0.
021800*
021900*-----------------------------------------------------------*
022000* REPORT CONTROL FIELDS                                      *
022100*-----------------------------------------------------------*
022200 77  PJ-PAGE-NUM                PIC 9(04) VALUE 0.
022300 77  PJ-LINE-COUNT              PIC 9(02) VALUE 99.
022400 77  PJ-LINES-PER-PAGE          PIC 9(02) VALUE 20.
022500 01  PJ-REPORT-LINE             PIC X(132).
022600 01  PJ-COUNT-DISPLAY           PIC 9(07).
022700 01  PJ-TOTAL-DISPLAY           PIC S9(09)V99
022800                                SIGN IS TRAILING SEPARATE.
022900*
023000 PROCEDURE DIVISION.
023100*-----------------------------------------------------------*
023200* 0000-MAINLINE                                               *
023300*-----------------------------------------------------------*
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023600     PERFORM 2000-PROVE-BALANCES THRU 2000-EXIT
023700     PERFORM 3000-PROVE-HISTORY THRU 3000-EXIT
023800     PERFORM 4000-PROVE-EXTRACTS THRU 4000-EXIT
023900     PERFORM 5000-PROVE-TOTALS THRU 5000-EXIT
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT
024100     STOP RUN.
024200*
024300*-----------------------------------------------------------*
024400* 1000-INITIALIZE - PICK UP THE BUSINESS DATE AND THE RUN    *
024500*                   MODE AND OPEN THE EXCEPTION REPORT. A    *
024600*                   PROOF (ESSAI) RUN OF THE POSTING STEP    *
024700*                   POSTED NOTHING, SO THERE IS NOTHING TO   *
024800*                   PROVE - SAY SO AND END CLEAN.            *
024900*-----------------------------------------------------------*
025000 1000-INITIALIZE.
025100     ACCEPT PJ-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
025200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
025300     STRING PJ-RUN-MM   DELIMITED BY SIZE
025400            "/"         DELIMITED BY SIZE
025500            PJ-RUN-DD   DELIMITED BY SIZE
025600            "/"         DELIMITED BY SIZE
025700            PJ-RUN-YYYY DELIMITED BY SIZE
025800        INTO PJ-RUN-DATE-DISPLAY
025900     OPEN OUTPUT PROOF-REPORT-FILE
026000     PERFORM 1060-GET-RUN-MODE THRU 1060-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300*
026400*-----------------------------------------------------------*
026500* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD EVERY STEP  *
026600*                   OF THE STREAM READS, SO THE PROOF COVERS *
026700*                   THE DAY THE POSTING RUN STAMPED. NO CARD *
026800*                   MEANS THE MACHINE DATE; AN UNREADABLE    *
026900*                   CARD ABORTS.                             *
027000*-----------------------------------------------------------*
027100 1050-GET-BUSINESS-DATE.
027200     OPEN INPUT BUSDATE-FILE
027300     IF PJ-BDATE-FILE-STATUS NOT = "00"
027400         GO TO 1050-EXIT
027500     END-IF
027600     READ BUSDATE-FILE
027700         AT END
027800             SET PJ-BDATE-EOF TO TRUE
027900     END-READ
028000     IF NOT PJ-BDATE-EOF
028100         MOVE BD-BUSINESS-DATE TO PJ-CUT-DATE
028200         PERFORM 1070-EDIT-ONE-DATE THRU 1070-EXIT
028300         IF PJ-DATE-IS-OK
028400             MOVE BD-BUSINESS-DATE TO PJ-RUN-DATE-YYYYMMDD
028500         ELSE
028600             DISPLAY "PROUVER-JOURNEE - INVALID BUSINESS "
028700                 "DATE CARD - RUN ABORTED"
028800             CLOSE BUSDATE-FILE
028900             MOVE 16 TO RETURN-CODE
029000             STOP RUN
029100         END-IF
029200     END-IF
029300     CLOSE BUSDATE-FILE.
029400 1050-EXIT.
029500     EXIT.
029600*
029700*-----------------------------------------------------------*
029800* 1060-GET-RUN-MODE - THE RUNMODE CARD THE POSTING STEP      *
029900*                   READ. AFTER A PROOF (ESSAI) RUN NOTHING  *
030000*                   WAS POSTED AND THE FILES STILL HOLD THE  *
030100*                   PRIOR NIGHT, SO THE PROOF IS BYPASSED.   *
030200*-----------------------------------------------------------*
030300 1060-GET-RUN-MODE.
030400     OPEN INPUT RUN-MODE-FILE
030500     IF PJ-MODE-FILE-STATUS NOT = "00"
030600         GO TO 1060-EXIT
030700     END-IF
030800     READ RUN-MODE-FILE
030900         AT END
031000             SET PJ-MODE-EOF TO TRUE
031100     END-READ
031200     CLOSE RUN-MODE-FILE
031300     IF NOT PJ-MODE-EOF AND RM-RUN-MODE = "PROOF "
031400         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
031500         MOVE SPACES TO PJ-REPORT-LINE
031600         STRING "  EXECUTION A L'ESSAI - AUCUNE IMPUTATION CE "
031700             DELIMITED BY SIZE
031800             "SOIR - PREUVE NON EFFECTUEE" DELIMITED BY SIZE
031900            INTO PJ-REPORT-LINE
032000         WRITE PRF-LINE FROM PJ-REPORT-LINE
032100         CLOSE PROOF-REPORT-FILE
032200         DISPLAY "PROUVER-JOURNEE - PROOF RUN - NOTHING POSTED "
032300             "TONIGHT - PROOF BYPASSED"
032400         MOVE 0 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700 1060-EXIT.
032800     EXIT.
032900*
033000*-----------------------------------------------------------*
033100* 1070-EDIT-ONE-DATE - IS THE DATE IN PJ-CUT-DATE A REAL     *
033200*                   CALENDAR DATE? LEAP FEBRUARIES INCLUDED. *
033300*-----------------------------------------------------------*
033400 1070-EDIT-ONE-DATE.
033500     MOVE "N" TO PJ-DATE-OK-SW
033600     IF PJ-CUT-DATE NOT NUMERIC
033700         GO TO 1070-EXIT
033800     END-IF
033900     IF PJ-CUT-MM < 1 OR PJ-CUT-MM > 12
034000         GO TO 1070-EXIT
034100     END-IF
034200     IF PJ-CUT-YYYY < 1900
034300         GO TO 1070-EXIT
034400     END-IF
034500     PERFORM 1080-DAYS-IN-MONTH THRU 1080-EXIT
034600     IF PJ-CUT-DD < 1 OR PJ-CUT-DD > PJ-CUT-DIM
034700         GO TO 1070-EXIT
034800     END-IF
034900     SET PJ-DATE-IS-OK TO TRUE.
035000 1070-EXIT.
035100     EXIT.
035200*
035300 1080-DAYS-IN-MONTH.
035400     EVALUATE PJ-CUT-MM
035500         WHEN 01 WHEN 03 WHEN 05 WHEN 07
035600         WHEN 08 WHEN 10 WHEN 12
035700             MOVE 31 TO PJ-CUT-DIM
035800         WHEN 04 WHEN 06 WHEN 09 WHEN 11
035900             MOVE 30 TO PJ-CUT-DIM
036000         WHEN 02
036100             MOVE 28 TO PJ-CUT-DIM
036200             DIVIDE PJ-CUT-YYYY BY 4 GIVING PJ-CUT-WORK
036300                 REMAINDER PJ-CUT-LEAP-REM
036400             IF PJ-CUT-LEAP-REM = 0
036500                 DIVIDE PJ-CUT-YYYY BY 100 GIVING PJ-CUT-WORK
036600                     REMAINDER PJ-CUT-LEAP-REM
036700                 IF PJ-CUT-LEAP-REM NOT = 0
036800                     MOVE 29 TO PJ-CUT-DIM
036900                 ELSE
037000                     DIVIDE PJ-CUT-YYYY BY 400 GIVING PJ-CUT-WORK
037100                         REMAINDER PJ-CUT-LEAP-REM
037200                     IF PJ-CUT-LEAP-REM = 0
037300                         MOVE 29 TO PJ-CUT-DIM
037400                     END-IF
037500                 END-IF
037600             END-IF
037700     END-EVALUATE.
037800 1080-EXIT.
037900     EXIT.
038000*
038100*-----------------------------------------------------------*
038200* 2000-PROVE-BALANCES - MATCH-MERGE TONIGHT'S BALANCE MASTER *
038300*                   AGAINST THE LAST PROVEN COPY ON          *
038400*                   BALANCES.PRV. NO MASTER, NO PROOF. NO    *
038500*                   PROVEN COPY (THE FIRST NIGHT) MEANS THE  *
038600*                   CONTINUITY CHECK IS SKIPPED AND SAID SO; *
038700*                   THE REST OF THE PROOF STILL RUNS.        *
038800*-----------------------------------------------------------*
038900 2000-PROVE-BALANCES.
039000     OPEN INPUT BALANCE-FILE
039100     IF PJ-BAL-FILE-STATUS NOT = "00"
039200         DISPLAY "PROUVER-JOURNEE - BALANCE MASTER BALANCES.DAT "
039300             "COULD NOT BE OPENED - RUN ABORTED"
039400         CLOSE PROOF-REPORT-FILE
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF
039800     OPEN INPUT PRIOR-BALANCE-FILE
039900     IF PJ-PRV-FILE-STATUS NOT = "00"
040000         SET PJ-NO-PRIOR-MASTER TO TRUE
040100         SET PJ-PRV-EOF TO TRUE
040200         PERFORM 6100-CHECK-PAGE-BREAK THRU 6100-EXIT
040300         MOVE SPACES TO PJ-REPORT-LINE
040400         STRING "  AUCUN MASTER PROUVE (BALANCES.PRV) - "
040500             DELIMITED BY SIZE
040600             "CONTINUITE DES SOLDES NON VERIFIEE"
040700             DELIMITED BY SIZE
040800            INTO PJ-REPORT-LINE
040900         WRITE PRF-LINE FROM PJ-REPORT-LINE
041000         ADD 1 TO PJ-LINE-COUNT
041100     ELSE
041200         PERFORM 2150-READ-PRIOR-BALANCE THRU 2150-EXIT
041300     END-IF
041400     PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT
041500     PERFORM 2200-MATCH-ONE-BALANCE THRU 2200-EXIT
041600         UNTIL PJ-BAL-EOF AND PJ-PRV-EOF
041700     CLOSE BALANCE-FILE
041800     IF PJ-PRIOR-IS-PRESENT
041900         CLOSE PRIOR-BALANCE-FILE
042000     END-IF.
042100 2000-EXIT.
042200     EXIT.
042300*
042400 2100-READ-BALANCE-RECORD.
042500     READ BALANCE-FILE
042600         AT END
042700             SET PJ-BAL-EOF TO TRUE
042800     END-READ.
042900 2100-EXIT.
043000     EXIT.
043100*
043200 2150-READ-PRIOR-BALANCE.
043300     READ PRIOR-BALANCE-FILE
043400         AT END
043500             SET PJ-PRV-EOF TO TRUE
043600     END-READ.
043700 2150-EXIT.
043800     EXIT.
043900*
044000*-----------------------------------------------------------*
044100* 2200-MATCH-ONE-BALANCE - BOTH FILES ARE IN ACCOUNT ORDER.  *
044200*                   LOW KEY ON TONIGHT'S MASTER IS AN        *
044300*                   ACCOUNT NEW SINCE THE LAST PROOF, LOW    *
044400*                   KEY ON THE PROVEN COPY IS AN ACCOUNT     *
044500*                   THAT HAS DROPPED OFF THE MASTER.         *
044600*-----------------------------------------------------------*
044700 2200-MATCH-ONE-BALANCE.
044800     EVALUATE TRUE
044900         WHEN PJ-PRV-EOF
045000             PERFORM 2300-PROVE-ONE-BALANCE THRU 2300-EXIT
045100             PERFORM 2400-PROVE-NEW-ACCOUNT THRU 2400-EXIT
045200             PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT
045300         WHEN PJ-BAL-EOF
045400             PERFORM 2500-PROVE-DROPPED-ACCOUNT THRU 2500-EXIT
045500             PERFORM 2150-READ-PRIOR-BALANCE THRU 2150-EXIT
045600         WHEN BA-ACCOUNT-NUM < PBA-ACCOUNT-NUM
045700             PERFORM 2300-PROVE-ONE-BALANCE THRU 2300-EXIT
045800             PERFORM 2400-PROVE-NEW-ACCOUNT THRU 2400-EXIT
045900             PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT
046000         WHEN BA-ACCOUNT-NUM > PBA-ACCOUNT-NUM
046100             PERFORM 2500-PROVE-DROPPED-ACCOUNT THRU 2500-EXIT
046200             PERFORM 2150-READ-PRIOR-BALANCE THRU 2150-EXIT
046300         WHEN OTHER
046400             PERFORM 2300-PROVE-ONE-BALANCE THRU 2300-EXIT
046500             PERFORM 2600-PROVE-CONTINUITY THRU 2600-EXIT
046600             PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT
046700             PERFORM 2150-READ-PRIOR-BALANCE THRU 2150-EXIT
046800     END-EVALUATE.
046900 2200-EXIT.
047000     EXIT.
047100*
047200*-----------------------------------------------------------*
047300* 2300-PROVE-ONE-BALANCE - EVERY RECORD MUST FOOT (OPENING   *
047400*                   PLUS DAY NET IS CLOSING) AND NONE MAY    *
047500*                   BE DATED PAST TONIGHT. A RECORD ROLLED   *
047600*                   TONIGHT ADDS ITS DAY NET TO THE MASTER'S *
047700*                   SIDE OF THE PROOF.                       *
047800*-----------------------------------------------------------*
047900 2300-PROVE-ONE-BALANCE.
048000     ADD 1 TO PJ-BAL-READ-COUNT
048100     IF BA-BALANCE-DATE = PJ-RUN-DATE-YYYYMMDD
048200         ADD 1 TO PJ-BAL-ROLLED-COUNT
048300         ADD BA-DAY-NET TO PJ-BAL-NET-TOTAL
048400     END-IF
048500     IF BA-BALANCE-DATE > PJ-RUN-DATE-YYYYMMDD
048600         MOVE "SOLDE DATE APRES LA DATE D'EXECUTION"
048700             TO PJ-EXC-LABEL
048800         MOVE BA-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
048900         MOVE SPACES TO PJ-EXC-TRANS-NUM
049000         MOVE 0 TO PJ-EXC-EXPECTED
049100         MOVE BA-CLOSE-BALANCE TO PJ-EXC-FOUND
049200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
049300     END-IF
049400     ADD BA-OPEN-BALANCE BA-DAY-NET GIVING PJ-WORK-AMOUNT
049500     IF PJ-WORK-AMOUNT NOT = BA-CLOSE-BALANCE
049600         MOVE "OUVERTURE + NET DU JOUR DIFFERENT DE CLOTURE"
049700             TO PJ-EXC-LABEL
049800         MOVE BA-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
049900         MOVE SPACES TO PJ-EXC-TRANS-NUM
050000         MOVE PJ-WORK-AMOUNT TO PJ-EXC-EXPECTED
050100         MOVE BA-CLOSE-BALANCE TO PJ-EXC-FOUND
050200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
050300     END-IF.
050400 2300-EXIT.
050500     EXIT.
050600*
050700*-----------------------------------------------------------*
050800* 2400-PROVE-NEW-ACCOUNT - AN ACCOUNT NOT ON THE PROVEN COPY *
050900*                   CAN ONLY HAVE ARRIVED BY POSTING TONIGHT *
051000*                   AND MUST HAVE OPENED AT ZERO.            *
051100*-----------------------------------------------------------*
051200 2400-PROVE-NEW-ACCOUNT.
051300     IF PJ-NO-PRIOR-MASTER
051400         GO TO 2400-EXIT
051500     END-IF
051600     MOVE BA-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
051700     MOVE SPACES TO PJ-EXC-TRANS-NUM
051800     IF BA-BALANCE-DATE NOT = PJ-RUN-DATE-YYYYMMDD
051900         MOVE "COMPTE ABSENT DU MASTER PROUVE PRECEDENT"
052000             TO PJ-EXC-LABEL
052100         MOVE 0 TO PJ-EXC-EXPECTED
052200         MOVE BA-CLOSE-BALANCE TO PJ-EXC-FOUND
052300         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
052400         GO TO 2400-EXIT
052500     END-IF
052600     IF BA-OPEN-BALANCE NOT = 0
052700         MOVE "NOUVEAU COMPTE - SOLDE D'OUVERTURE NON NUL"
052800             TO PJ-EXC-LABEL
052900         MOVE 0 TO PJ-EXC-EXPECTED
053000         MOVE BA-OPEN-BALANCE TO PJ-EXC-FOUND
053100         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
053200     END-IF.
053300 2400-EXIT.
053400     EXIT.
053500*
053600*-----------------------------------------------------------*
053700* 2500-PROVE-DROPPED-ACCOUNT - THE MASTER NEVER LOSES AN     *
053800*                   ACCOUNT; ONE ON THE PROVEN COPY THAT IS  *
053900*                   MISSING TONIGHT TOOK ITS BALANCE WITH IT.*
054000*-----------------------------------------------------------*
054100 2500-PROVE-DROPPED-ACCOUNT.
054200     MOVE "COMPTE DISPARU DU MASTER DES SOLDES"
054300         TO PJ-EXC-LABEL
054400     MOVE PBA-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
054500     MOVE SPACES TO PJ-EXC-TRANS-NUM
054600     MOVE PBA-CLOSE-BALANCE TO PJ-EXC-EXPECTED
054700     MOVE 0 TO PJ-EXC-FOUND
054800     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
054900 2500-EXIT.
055000     EXIT.
055100*
055200*-----------------------------------------------------------*
055300* 2600-PROVE-CONTINUITY - AN ACCOUNT ROLLED TONIGHT MUST     *
055400*                   OPEN AT ITS PROVEN CLOSE; ONE WITH NO    *
055500*                   ACTIVITY MUST STILL STAND AT IT. WHEN    *
055600*                   THE PROVEN COPY IS ITSELF TONIGHT'S (THE *
055700*                   PROOF STEP RERUN) THE RECORD MUST NOT    *
055800*                   HAVE CHANGED AT ALL.                     *
055900*-----------------------------------------------------------*
056000 2600-PROVE-CONTINUITY.
056100     MOVE BA-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
056200     MOVE SPACES TO PJ-EXC-TRANS-NUM
056300     EVALUATE TRUE
056400         WHEN PBA-BALANCE-DATE = PJ-RUN-DATE-YYYYMMDD
056500             IF BAL-RECORD NOT = PBA-RECORD
056600                 MOVE "SOLDE MODIFIE DEPUIS LA PREUVE DE CE SOIR"
056700                     TO PJ-EXC-LABEL
056800                 MOVE PBA-CLOSE-BALANCE TO PJ-EXC-EXPECTED
056900                 MOVE BA-CLOSE-BALANCE TO PJ-EXC-FOUND
057000                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
057100             END-IF
057200         WHEN BA-BALANCE-DATE = PJ-RUN-DATE-YYYYMMDD
057300             IF BA-OPEN-BALANCE NOT = PBA-CLOSE-BALANCE
057400                 MOVE "OUVERTURE DIFFERENTE DE LA CLOTURE PROUVEE"
057500                     TO PJ-EXC-LABEL
057600                 MOVE PBA-CLOSE-BALANCE TO PJ-EXC-EXPECTED
057700                 MOVE BA-OPEN-BALANCE TO PJ-EXC-FOUND
057800                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
057900             END-IF
058000         WHEN OTHER
058100             IF BA-CLOSE-BALANCE NOT = PBA-CLOSE-BALANCE
058200                 MOVE "SOLDE MODIFIE SANS IMPUTATION CE SOIR"
058300                     TO PJ-EXC-LABEL
058400                 MOVE PBA-CLOSE-BALANCE TO PJ-EXC-EXPECTED
058500                 MOVE BA-CLOSE-BALANCE TO PJ-EXC-FOUND
058600                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
058700             END-IF
058800     END-EVALUATE.
058900 2600-EXIT.
059000     EXIT.
059100*
059200*-----------------------------------------------------------*
059300* 3000-PROVE-HISTORY - SORT THE HISTORY LINES POSTED TONIGHT *
059400*                   (HI-POST-DATE) INTO REGISTRY-KEY ORDER   *
059500*                   AND MATCH THEM AGAINST THE REGISTRY AND, *
059600*                   ACCOUNT BY ACCOUNT, THE BALANCE MASTER.  *
059700*                   A MISSING HISTORY FILE OR REGISTRY IS    *
059800*                   JUST AN EMPTY ONE - ANY BREAK SHOWS UP   *
059900*                   AGAINST THE OTHER FILES.                 *
060000*-----------------------------------------------------------*
060100 3000-PROVE-HISTORY.
060200     MOVE "N" TO PJ-BAL-SWITCH
060300     OPEN INPUT BALANCE-FILE
060400     PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT
060500     OPEN INPUT POSTREG-FILE
060600     IF PJ-REG-FILE-STATUS NOT = "00"
060700         SET PJ-REG-EOF TO TRUE
060800     ELSE
060900         PERFORM 3450-READ-REGISTRY-RECORD THRU 3450-EXIT
061000     END-IF
061100     SORT SORT-WORK-FILE
061200         ON ASCENDING KEY SW-ACCOUNT-NUM
061300                          SW-TRANS-NUM
061400                          SW-TRANS-DATE
061500         INPUT PROCEDURE 3100-SORT-INPUT THRU 3100-EXIT
061600         OUTPUT PROCEDURE 3300-SORT-OUTPUT THRU 3300-EXIT
061700     CLOSE BALANCE-FILE
061800     IF PJ-REG-FILE-STATUS = "00"
061900         CLOSE POSTREG-FILE
062000     END-IF.
062100 3000-EXIT.
062200     EXIT.
062300*
062400*-----------------------------------------------------------*
062500* 3100-SORT-INPUT - RELEASE EVERY HISTORY LINE WHOSE POST    *
062600*                   DATE IS TONIGHT'S BUSINESS DATE.         *
062700*-----------------------------------------------------------*
062800 3100-SORT-INPUT.
062900     OPEN INPUT HISTORY-FILE
063000     IF PJ-HIST-FILE-STATUS NOT = "00"
063100         GO TO 3100-EXIT
063200     END-IF
063300     PERFORM 3200-RELEASE-ONE-LINE THRU 3200-EXIT
063400         UNTIL PJ-HIST-EOF
063500     CLOSE HISTORY-FILE.
063600 3100-EXIT.
063700     EXIT.
063800*
063900 3200-RELEASE-ONE-LINE.
064000     READ HISTORY-FILE
064100         AT END
064200             SET PJ-HIST-EOF TO TRUE
064300             GO TO 3200-EXIT
064400     END-READ
064500     IF HI-POST-DATE NUMERIC
064600         AND HI-POST-DATE = PJ-RUN-DATE-YYYYMMDD
064700         MOVE HI-ACCOUNT-NUM TO SW-ACCOUNT-NUM
064800         MOVE HI-TRANS-NUM TO SW-TRANS-NUM
064900         MOVE HI-TRANS-DATE TO SW-TRANS-DATE
065000         MOVE HI-TRANS-AMOUNT TO SW-TRANS-AMOUNT
065100         RELEASE SW-RECORD
065200     END-IF.
065300 3200-EXIT.
065400     EXIT.
065500*
065600*-----------------------------------------------------------*
065700* 3300-SORT-OUTPUT - TAKE TONIGHT'S LINES BACK IN KEY ORDER, *
065800*                   THEN SWEEP UP THE REGISTRY ENTRIES AND   *
065900*                   BALANCE RECORDS LEFT OVER AFTER THE LAST *
066000*                   LINE.                                    *
066100*-----------------------------------------------------------*
066200 3300-SORT-OUTPUT.
066300     PERFORM 3310-RETURN-SORTED-LINE THRU 3310-EXIT
066400     PERFORM 3320-PROVE-ONE-LINE THRU 3320-EXIT
066500         UNTIL PJ-SORT-EOF
066600     IF PJ-ACCT-WAS-SEEN
066700         PERFORM 3500-PROVE-ACCOUNT-NET THRU 3500-EXIT
066800     END-IF
066900     PERFORM 3460-PASS-REGISTRY-ENTRY THRU 3460-EXIT
067000         UNTIL PJ-REG-EOF
067100     PERFORM 3550-PASS-BALANCE-RECORD THRU 3550-EXIT
067200         UNTIL PJ-BAL-EOF.
067300 3300-EXIT.
067400     EXIT.
067500*
067600 3310-RETURN-SORTED-LINE.
067700     RETURN SORT-WORK-FILE INTO PJ-SORTED-LINE
067800         AT END
067900             SET PJ-SORT-EOF TO TRUE
068000     END-RETURN.
068100 3310-EXIT.
068200     EXIT.
068300*
068400*-----------------------------------------------------------*
068500* 3320-PROVE-ONE-LINE - A KEY SEEN TWICE TONIGHT IS A LINE   *
068600*                   APPENDED TWICE. OTHERWISE THE LINE MUST  *
068700*                   BE ON THE REGISTRY, AND ITS AMOUNT NETS  *
068800*                   INTO THE ACCOUNT'S FIGURE FOR THE        *
068900*                   BALANCE CHECK AT THE ACCOUNT BREAK.      *
069000*-----------------------------------------------------------*
069100 3320-PROVE-ONE-LINE.
069200     IF PJ-ACCT-WAS-SEEN
069300         AND PJ-SL-ACCOUNT-NUM NOT = PJ-PREV-ACCOUNT
069400         PERFORM 3500-PROVE-ACCOUNT-NET THRU 3500-EXIT
069500         MOVE 0 TO PJ-ACCT-NET
069600     END-IF
069700     SET PJ-ACCT-WAS-SEEN TO TRUE
069800     MOVE PJ-SL-ACCOUNT-NUM TO PJ-PREV-ACCOUNT
069900     ADD 1 TO PJ-HIST-COUNT
070000     ADD PJ-SL-TRANS-AMOUNT TO PJ-HIST-TOTAL
070100     ADD PJ-SL-TRANS-AMOUNT TO PJ-ACCT-NET
070200     MOVE PJ-SL-ACCOUNT-NUM TO PJ-HK-ACCOUNT
070300     MOVE PJ-SL-TRANS-NUM TO PJ-HK-TRANS-NUM
070400     MOVE PJ-SL-TRANS-DATE TO PJ-HK-DATE
070500     IF PJ-HIST-KEY = PJ-PREV-KEY
070600         MOVE "LIGNE D'HISTORIQUE ECRITE EN DOUBLE"
070700             TO PJ-EXC-LABEL
070800         MOVE PJ-SL-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
070900         MOVE PJ-SL-TRANS-NUM TO PJ-EXC-TRANS-NUM
071000         MOVE 0 TO PJ-EXC-EXPECTED
071100         MOVE PJ-SL-TRANS-AMOUNT TO PJ-EXC-FOUND
071200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
071300     ELSE
071400         PERFORM 3400-CHECK-REGISTRY THRU 3400-EXIT
071500     END-IF
071600     MOVE PJ-HIST-KEY TO PJ-PREV-KEY
071700     PERFORM 3310-RETURN-SORTED-LINE THRU 3310-EXIT.
071800 3320-EXIT.
071900     EXIT.
072000*
072100*-----------------------------------------------------------*
072200* 3400-CHECK-REGISTRY - ADVANCE THE REGISTRY TO THE LINE'S   *
072300*                   KEY. THE KEY MUST BE THERE, POSTED       *
072400*                   TONIGHT.                                 *
072500*-----------------------------------------------------------*
072600 3400-CHECK-REGISTRY.
072700     PERFORM 3460-PASS-REGISTRY-ENTRY THRU 3460-EXIT
072800         UNTIL PJ-REG-EOF OR PR-REG-KEY >= PJ-HIST-KEY
072900     MOVE PJ-SL-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
073000     MOVE PJ-SL-TRANS-NUM TO PJ-EXC-TRANS-NUM
073100     MOVE 0 TO PJ-EXC-EXPECTED
073200     MOVE PJ-SL-TRANS-AMOUNT TO PJ-EXC-FOUND
073300     IF PJ-REG-EOF OR PR-REG-KEY NOT = PJ-HIST-KEY
073400         MOVE "LIGNE D'HISTORIQUE ABSENTE DU REGISTRE"
073500             TO PJ-EXC-LABEL
073600         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
073700         GO TO 3400-EXIT
073800     END-IF
073900     IF PR-POST-DATE NOT = PJ-RUN-DATE-YYYYMMDD
074000         MOVE "REGISTRE IMPUTE A UNE AUTRE DATE"
074100             TO PJ-EXC-LABEL
074200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
074300     END-IF
074400     PERFORM 3450-READ-REGISTRY-RECORD THRU 3450-EXIT.
074500 3400-EXIT.
074600     EXIT.
074700*
074800 3450-READ-REGISTRY-RECORD.
074900     READ POSTREG-FILE
075000         AT END
075100             SET PJ-REG-EOF TO TRUE
075200     END-READ.
075300 3450-EXIT.
075400     EXIT.
075500*
075600*-----------------------------------------------------------*
075700* 3460-PASS-REGISTRY-ENTRY - A REGISTRY ENTRY PASSED OVER    *
075800*                   WITHOUT A HISTORY LINE IS FINE UNLESS IT *
075900*                   WAS POSTED TONIGHT - THEN ITS HISTORY    *
076000*                   LINE NEVER MADE IT TO THE FILE.          *
076100*-----------------------------------------------------------*
076200 3460-PASS-REGISTRY-ENTRY.
076300     IF PR-POST-DATE = PJ-RUN-DATE-YYYYMMDD
076400         MOVE "INSCRIT AU REGISTRE SANS LIGNE D'HISTORIQUE"
076500             TO PJ-EXC-LABEL
076600         MOVE PR-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
076700         MOVE PR-TRANS-NUM TO PJ-EXC-TRANS-NUM
076800         MOVE 0 TO PJ-EXC-EXPECTED
076900         MOVE 0 TO PJ-EXC-FOUND
077000         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
077100     END-IF
077200     PERFORM 3450-READ-REGISTRY-RECORD THRU 3450-EXIT.
077300 3460-EXIT.
077400     EXIT.
077500*
077600*-----------------------------------------------------------*
077700* 3500-PROVE-ACCOUNT-NET - AT EACH ACCOUNT BREAK ADVANCE THE *
077800*                   BALANCE MASTER TO THE ACCOUNT. IT MUST   *
077900*                   HAVE BEEN ROLLED TONIGHT WITH A DAY NET  *
078000*                   EQUAL TO ITS HISTORY LINES.              *
078100*-----------------------------------------------------------*
078200 3500-PROVE-ACCOUNT-NET.
078300     PERFORM 3550-PASS-BALANCE-RECORD THRU 3550-EXIT
078400         UNTIL PJ-BAL-EOF OR BA-ACCOUNT-NUM >= PJ-PREV-ACCOUNT
078500     MOVE PJ-PREV-ACCOUNT TO PJ-EXC-ACCOUNT
078600     MOVE SPACES TO PJ-EXC-TRANS-NUM
078700     MOVE PJ-ACCT-NET TO PJ-EXC-EXPECTED
078800     IF PJ-BAL-EOF OR BA-ACCOUNT-NUM NOT = PJ-PREV-ACCOUNT
078900         MOVE "HISTORIQUE SANS COMPTE AU MASTER DES SOLDES"
079000             TO PJ-EXC-LABEL
079100         MOVE 0 TO PJ-EXC-FOUND
079200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
079300         GO TO 3500-EXIT
079400     END-IF
079500     EVALUATE TRUE
079600         WHEN BA-BALANCE-DATE NOT = PJ-RUN-DATE-YYYYMMDD
079700             MOVE "HISTORIQUE CE SOIR MAIS SOLDE NON ROULE"
079800                 TO PJ-EXC-LABEL
079900             MOVE 0 TO PJ-EXC-FOUND
080000             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
080100         WHEN BA-DAY-NET NOT = PJ-ACCT-NET
080200             MOVE "NET DU JOUR DIFFERENT DE L'HISTORIQUE"
080300                 TO PJ-EXC-LABEL
080400             MOVE BA-DAY-NET TO PJ-EXC-FOUND
080500             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
080600         WHEN OTHER
080700             CONTINUE
080800     END-EVALUATE
080900     PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT.
081000 3500-EXIT.
081100     EXIT.
081200*
081300*-----------------------------------------------------------*
081400* 3550-PASS-BALANCE-RECORD - A BALANCE RECORD PASSED OVER    *
081500*                   WITHOUT HISTORY IS FINE UNLESS IT WAS    *
081600*                   ROLLED TONIGHT - THEN THE LINES BEHIND   *
081700*                   ITS DAY NET ARE MISSING FROM HISTORY.    *
081800*-----------------------------------------------------------*
081900 3550-PASS-BALANCE-RECORD.
082000     IF BA-BALANCE-DATE = PJ-RUN-DATE-YYYYMMDD
082100         MOVE "SOLDE ROULE CE SOIR SANS LIGNE D'HISTORIQUE"
082200             TO PJ-EXC-LABEL
082300         MOVE BA-ACCOUNT-NUM TO PJ-EXC-ACCOUNT
082400         MOVE SPACES TO PJ-EXC-TRANS-NUM
082500         MOVE 0 TO PJ-EXC-EXPECTED
082600         MOVE BA-DAY-NET TO PJ-EXC-FOUND
082700         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
082800     END-IF
082900     PERFORM 2100-READ-BALANCE-RECORD THRU 2100-EXIT.
083000 3550-EXIT.
083100     EXIT.
083200*
083300*-----------------------------------------------------------*
083400* 4000-PROVE-EXTRACTS - PICK UP THE GL FIGURE AND THE SUM OF *
083500*                   THE PER-BRANCH FIGURES FOR TONIGHT. A    *
083600*                   MISSING OR STALE EXTRACT IS ITSELF A     *
083700*                   BREAK - THE POSTING RUN PUBLISHES BOTH   *
083800*                   ON EVERY BALANCED NIGHT.                 *
083900*-----------------------------------------------------------*
084000 4000-PROVE-EXTRACTS.
084100     PERFORM 4100-LOAD-GL-EXTRACT THRU 4100-EXIT
084200     PERFORM 4200-LOAD-BRANCH-TOTALS THRU 4200-EXIT.
084300 4000-EXIT.
084400     EXIT.
084500*
084600 4100-LOAD-GL-EXTRACT.
084700     MOVE SPACES TO PJ-EXC-ACCOUNT
084800     MOVE SPACES TO PJ-EXC-TRANS-NUM
084900     OPEN INPUT GL-EXTRACT-FILE
085000     IF PJ-GL-FILE-STATUS NOT = "00"
085100         MOVE "EXTRAIT GL GLEXTRACT.TXT INTROUVABLE"
085200             TO PJ-EXC-LABEL
085300         MOVE 0 TO PJ-EXC-EXPECTED
085400         MOVE 0 TO PJ-EXC-FOUND
085500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
085600         GO TO 4100-EXIT
085700     END-IF
085800     READ GL-EXTRACT-FILE
085900         AT END
086000             MOVE 0 TO GL-BATCH-DATE
086100     END-READ
086200     CLOSE GL-EXTRACT-FILE
086300     IF GL-BATCH-DATE NOT = PJ-RUN-DATE-YYYYMMDD
086400         MOVE "EXTRAIT GL VIDE OU D'UNE AUTRE DATE"
086500             TO PJ-EXC-LABEL
086600         MOVE PJ-RUN-DATE-YYYYMMDD TO PJ-EXC-EXPECTED
086700         MOVE GL-BATCH-DATE TO PJ-EXC-FOUND
086800         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
086900         GO TO 4100-EXIT
087000     END-IF
087100     MOVE GL-TOTAL-AMOUNT TO PJ-GL-TOTAL
087200     MOVE GL-RECORD-COUNT TO PJ-GL-COUNT.
087300 4100-EXIT.
087400     EXIT.
087500*
087600 4200-LOAD-BRANCH-TOTALS.
087700     MOVE SPACES TO PJ-EXC-ACCOUNT
087800     MOVE SPACES TO PJ-EXC-TRANS-NUM
087900     MOVE 0 TO PJ-EXC-EXPECTED
088000     MOVE 0 TO PJ-EXC-FOUND
088100     OPEN INPUT BRANCH-TOTALS-FILE
088200     IF PJ-BRT-FILE-STATUS NOT = "00"
088300         MOVE "EXTRAIT SUCCURSALES BRANCHTOT.TXT INTROUVABLE"
088400             TO PJ-EXC-LABEL
088500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
088600         GO TO 4200-EXIT
088700     END-IF
088800     PERFORM 4300-ADD-ONE-BRANCH-TOTAL THRU 4300-EXIT
088900         UNTIL PJ-BRT-EOF
089000     CLOSE BRANCH-TOTALS-FILE
089100     IF PJ-BRT-RECORDS = 0
089200         MOVE "EXTRAIT SUCCURSALES SANS LIGNE POUR CE SOIR"
089300             TO PJ-EXC-LABEL
089400         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
089500     END-IF.
089600 4200-EXIT.
089700     EXIT.
089800*
089900 4300-ADD-ONE-BRANCH-TOTAL.
090000     READ BRANCH-TOTALS-FILE
090100         AT END
090200             SET PJ-BRT-EOF TO TRUE
090300         NOT AT END
090400             IF BT-RUN-DATE = PJ-RUN-DATE-YYYYMMDD
090500                 ADD 1 TO PJ-BRT-RECORDS
090600                 ADD BT-POSTED-COUNT TO PJ-BRT-COUNT
090700                 ADD BT-POSTED-TOTAL TO PJ-BRT-TOTAL
090800             END-IF
090900     END-READ.
091000 4300-EXIT.
091100     EXIT.
091200*
091300*-----------------------------------------------------------*
091400* 5000-PROVE-TOTALS - THE FOUR FIGURES FOR TONIGHT MUST ALL  *
091500*                   AGREE: THE MASTER'S DAY NETS, THE        *
091600*                   HISTORY LINES, THE GL EXTRACT AND THE    *
091700*                   BRANCH EXTRACT. THE LINE COUNTS ARE HELD *
091800*                   TO THE SAME STANDARD. THEN THE SUMMARY.  *
091900*-----------------------------------------------------------*
092000 5000-PROVE-TOTALS.
092100     MOVE SPACES TO PJ-EXC-ACCOUNT
092200     MOVE SPACES TO PJ-EXC-TRANS-NUM
092300     MOVE PJ-HIST-TOTAL TO PJ-EXC-EXPECTED
092400     IF PJ-BAL-NET-TOTAL NOT = PJ-HIST-TOTAL
092500         MOVE "TOTAL DES NETS DU JOUR DIFFERENT DE L'HISTORIQUE"
092600             TO PJ-EXC-LABEL
092700         MOVE PJ-BAL-NET-TOTAL TO PJ-EXC-FOUND
092800         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
092900     END-IF
093000     IF PJ-GL-TOTAL NOT = PJ-HIST-TOTAL
093100         MOVE "TOTAL EXTRAIT GL DIFFERENT DE L'HISTORIQUE"
093200             TO PJ-EXC-LABEL
093300         MOVE PJ-GL-TOTAL TO PJ-EXC-FOUND
093400         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
093500     END-IF
093600     IF PJ-BRT-TOTAL NOT = PJ-HIST-TOTAL
093700         MOVE "TOTAL DES SUCCURSALES DIFFERENT DE L'HISTORIQUE"
093800             TO PJ-EXC-LABEL
093900         MOVE PJ-BRT-TOTAL TO PJ-EXC-FOUND
094000         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
094100     END-IF
094200     MOVE PJ-HIST-COUNT TO PJ-EXC-EXPECTED
094300     IF PJ-GL-COUNT NOT = PJ-HIST-COUNT
094400         MOVE "NOMBRE EXTRAIT GL DIFFERENT DE L'HISTORIQUE"
094500             TO PJ-EXC-LABEL
094600         MOVE PJ-GL-COUNT TO PJ-EXC-FOUND
094700         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
094800     END-IF
094900     IF PJ-BRT-COUNT NOT = PJ-HIST-COUNT
095000         MOVE "NOMBRE DES SUCCURSALES DIFFERENT DE L'HISTORIQUE"
095100             TO PJ-EXC-LABEL
095200         MOVE PJ-BRT-COUNT TO PJ-EXC-FOUND
095300         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
095400     END-IF
095500     PERFORM 5100-WRITE-SUMMARY THRU 5100-EXIT.
095600 5000-EXIT.
095700     EXIT.
095800*
095900*-----------------------------------------------------------*
096000* 5100-WRITE-SUMMARY - THE FIGURES EACH FILE GAVE, AND THE   *
096100*                   VERDICT, UNDER THE EXCEPTION LINES.      *
096200*-----------------------------------------------------------*
096300 5100-WRITE-SUMMARY.
096400     IF PJ-LINE-COUNT + 10 > PJ-LINES-PER-PAGE
096500         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
096600     END-IF
096700     MOVE SPACES TO PRF-LINE
096800     WRITE PRF-LINE
096900     MOVE PJ-BAL-NET-TOTAL TO PJ-TOTAL-DISPLAY
097000     MOVE SPACES TO PJ-REPORT-LINE
097100     STRING "  NETS DU JOUR AU MASTER DES SOLDES : "
097200         DELIMITED BY SIZE
097300         PJ-TOTAL-DISPLAY DELIMITED BY SIZE
097400        INTO PJ-REPORT-LINE
097500     WRITE PRF-LINE FROM PJ-REPORT-LINE
097600     MOVE PJ-HIST-TOTAL TO PJ-TOTAL-DISPLAY
097700     MOVE SPACES TO PJ-REPORT-LINE
097800     STRING "  LIGNES D'HISTORIQUE DE CE SOIR    : "
097900         DELIMITED BY SIZE
098000         PJ-TOTAL-DISPLAY DELIMITED BY SIZE
098100        INTO PJ-REPORT-LINE
098200     WRITE PRF-LINE FROM PJ-REPORT-LINE
098300     MOVE PJ-GL-TOTAL TO PJ-TOTAL-DISPLAY
098400     MOVE SPACES TO PJ-REPORT-LINE
098500     STRING "  EXTRAIT DU GRAND LIVRE            : "
098600         DELIMITED BY SIZE
098700         PJ-TOTAL-DISPLAY DELIMITED BY SIZE
098800        INTO PJ-REPORT-LINE
098900     WRITE PRF-LINE FROM PJ-REPORT-LINE
099000     MOVE PJ-BRT-TOTAL TO PJ-TOTAL-DISPLAY
099100     MOVE SPACES TO PJ-REPORT-LINE
099200     STRING "  EXTRAIT DES SUCCURSALES           : "
099300         DELIMITED BY SIZE
099400         PJ-TOTAL-DISPLAY DELIMITED BY SIZE
099500        INTO PJ-REPORT-LINE
099600     WRITE PRF-LINE FROM PJ-REPORT-LINE
099700     MOVE PJ-HIST-COUNT TO PJ-COUNT-DISPLAY
099800     MOVE SPACES TO PJ-REPORT-LINE
099900     STRING "  NOMBRE DE LIGNES D'HISTORIQUE     : "
100000         DELIMITED BY SIZE
100100         PJ-COUNT-DISPLAY DELIMITED BY SIZE
100200        INTO PJ-REPORT-LINE
100300     WRITE PRF-LINE FROM PJ-REPORT-LINE
100400     MOVE PJ-BAL-ROLLED-COUNT TO PJ-COUNT-DISPLAY
100500     MOVE SPACES TO PJ-REPORT-LINE
100600     STRING "  COMPTES ROULES CE SOIR            : "
100700         DELIMITED BY SIZE
100800         PJ-COUNT-DISPLAY DELIMITED BY SIZE
100900        INTO PJ-REPORT-LINE
101000     WRITE PRF-LINE FROM PJ-REPORT-LINE
101100     MOVE PJ-BAL-READ-COUNT TO PJ-COUNT-DISPLAY
101200     MOVE SPACES TO PJ-REPORT-LINE
101300     STRING "  COMPTES AU MASTER DES SOLDES      : "
101400         DELIMITED BY SIZE
101500         PJ-COUNT-DISPLAY DELIMITED BY SIZE
101600        INTO PJ-REPORT-LINE
101700     WRITE PRF-LINE FROM PJ-REPORT-LINE
101800     MOVE PJ-EXCEPTION-COUNT TO PJ-COUNT-DISPLAY
101900     MOVE SPACES TO PJ-REPORT-LINE
102000     STRING "  ANOMALIES                         : "
102100         DELIMITED BY SIZE
102200         PJ-COUNT-DISPLAY DELIMITED BY SIZE
102300        INTO PJ-REPORT-LINE
102400     WRITE PRF-LINE FROM PJ-REPORT-LINE
102500     MOVE SPACES TO PJ-REPORT-LINE
102600     IF PJ-EXCEPTION-COUNT = 0
102700         STRING "  VERDICT : PREUVE EQUILIBREE" DELIMITED BY SIZE
102800            INTO PJ-REPORT-LINE
102900     ELSE
103000         STRING "  VERDICT : PREUVE EN ECART" DELIMITED BY SIZE
103100            INTO PJ-REPORT-LINE
103200     END-IF
103300     WRITE PRF-LINE FROM PJ-REPORT-LINE
103400     ADD 10 TO PJ-LINE-COUNT.
103500 5100-EXIT.
103600     EXIT.
103700*
103800*-----------------------------------------------------------*
103900* 6000-WRITE-HEADINGS - START A NEW PAGE: RUN DATE, PAGE     *
104000*                   NUMBER AND COLUMN HEADINGS.              *
104100*-----------------------------------------------------------*
104200 6000-WRITE-HEADINGS.
104300     ADD 1 TO PJ-PAGE-NUM
104400     MOVE SPACES TO PJ-REPORT-LINE
104500     STRING "PREUVE DE FIN DE JOURNEE" DELIMITED BY SIZE
104600            "          PAGE " DELIMITED BY SIZE
104700            PJ-PAGE-NUM DELIMITED BY SIZE
104800        INTO PJ-REPORT-LINE
104900     WRITE PRF-LINE FROM PJ-REPORT-LINE
105000     MOVE SPACES TO PJ-REPORT-LINE
105100     STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
105200            PJ-RUN-DATE-DISPLAY DELIMITED BY SIZE
105300        INTO PJ-REPORT-LINE
105400     WRITE PRF-LINE FROM PJ-REPORT-LINE
105500     MOVE SPACES TO PRF-LINE
105600     WRITE PRF-LINE
105700     MOVE SPACES TO PJ-REPORT-LINE
105800     STRING "  COMPTE  N.TRANS   ATTENDU       TROUVE        "
105900         DELIMITED BY SIZE
106000         "ANOMALIE" DELIMITED BY SIZE
106100        INTO PJ-REPORT-LINE
106200     WRITE PRF-LINE FROM PJ-REPORT-LINE
106300     MOVE 0 TO PJ-LINE-COUNT.
106400 6000-EXIT.
106500     EXIT.
106600*
106700 6100-CHECK-PAGE-BREAK.
106800     IF PJ-LINE-COUNT >= PJ-LINES-PER-PAGE
106900         PERFORM 6000-WRITE-HEADINGS THRU 6000-EXIT
107000     END-IF.
107100 6100-EXIT.
107200     EXIT.
107300*
107400*-----------------------------------------------------------*
107500* 7000-WRITE-EXCEPTION - ONE LINE PER BREAK: ACCOUNT AND     *
107600*                   TRANS-NUM WHERE THERE IS ONE, THE FIGURE *
107700*                   EXPECTED, THE FIGURE FOUND AND WHAT IS   *
107800*                   WRONG.                                   *
107900*-----------------------------------------------------------*
108000 7000-WRITE-EXCEPTION.
108100     ADD 1 TO PJ-EXCEPTION-COUNT
108200     PERFORM 6100-CHECK-PAGE-BREAK THRU 6100-EXIT
108300     MOVE SPACES TO PJ-REPORT-LINE
108400     STRING "  " DELIMITED BY SIZE
108500            PJ-EXC-ACCOUNT DELIMITED BY SIZE
108600            "    " DELIMITED BY SIZE
108700            PJ-EXC-TRANS-NUM DELIMITED BY SIZE
108800            "  " DELIMITED BY SIZE
108900            PJ-EXC-EXPECTED DELIMITED BY SIZE
109000            "  " DELIMITED BY SIZE
109100            PJ-EXC-FOUND DELIMITED BY SIZE
109200            "  " DELIMITED BY SIZE
109300            PJ-EXC-LABEL DELIMITED BY SIZE
109400        INTO PJ-REPORT-LINE
109500     WRITE PRF-LINE FROM PJ-REPORT-LINE
109600     ADD 1 TO PJ-LINE-COUNT.
109700 7000-EXIT.
109800     EXIT.
109900*
110000*-----------------------------------------------------------*
110100* 9000-TERMINATE - A CLEAN PROOF COPIES TONIGHT'S MASTER TO  *
110200*                   BALANCES.PRV FOR TOMORROW'S CONTINUITY   *
110300*                   CHECK AND ENDS RC 0. A PROOF WITH BREAKS *
110400*                   LEAVES THE PROVEN COPY AS IT WAS, SO THE *
110500*                   NIGHT CAN BE PUT RIGHT AND PROVEN AGAIN  *
110600*                   AGAINST THE SAME STARTING POINT, AND     *
110700*                   ENDS RC 8.                               *
110800*-----------------------------------------------------------*
110900 9000-TERMINATE.
111000     CLOSE PROOF-REPORT-FILE
111100     DISPLAY "PROUVER-JOURNEE - HISTORY LINES TONIGHT   : "
111200         PJ-HIST-COUNT
111300     DISPLAY "PROUVER-JOURNEE - ACCOUNTS ROLLED TONIGHT : "
111400         PJ-BAL-ROLLED-COUNT
111500     DISPLAY "PROUVER-JOURNEE - EXCEPTIONS              : "
111600         PJ-EXCEPTION-COUNT
111700     IF PJ-EXCEPTION-COUNT = 0
111800         PERFORM 9100-SAVE-PROVEN-MASTER THRU 9100-EXIT
111900         DISPLAY "PROUVER-JOURNEE - SUBLEDGER PROVES - "
112000             "balances.prv REFRESHED"
112100         MOVE 0 TO RETURN-CODE
112200     ELSE
112300         DISPLAY "PROUVER-JOURNEE - SUBLEDGER DOES NOT PROVE - "
112400             "SEE preuve.txt - balances.prv NOT REFRESHED"
112500         MOVE 8 TO RETURN-CODE
112600     END-IF.
112700 9000-EXIT.
112800     EXIT.
112900*
113000 9100-SAVE-PROVEN-MASTER.
113100     MOVE "N" TO PJ-BAL-SWITCH
113200     OPEN INPUT BALANCE-FILE
113300     OPEN OUTPUT PRIOR-BALANCE-FILE
113400     PERFORM 9110-COPY-ONE-BALANCE THRU 9110-EXIT
113500         UNTIL PJ-BAL-EOF
113600     CLOSE BALANCE-FILE
113700     CLOSE PRIOR-BALANCE-FILE.
113800 9100-EXIT.
113900     EXIT.
114000*
114100 9110-COPY-ONE-BALANCE.
114200     READ BALANCE-FILE
114300         AT END
114400             SET PJ-BAL-EOF TO TRUE
114500         NOT AT END
114600             MOVE BAL-RECORD TO PBA-RECORD
114700             WRITE PBA-RECORD
114800     END-READ.
114900 9110-EXIT.
115000     EXIT.
