000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Capitaliser-Interets.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - MONTH-END BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - CAPITALIZES THE       *
001200*                   MONTH'S INTEREST. READS THE DAILY        *
001300*                   ACCRUALS CALCUL-INTERETS HAS BEEN        *
001400*                   LEAVING ON ACCRUALS.DAT (ACCRREC), TAKES *
001500*                   EVERY RECORD ACCRUED ON OR BEFORE THE    *
001600*                   LAST DAY OF THE INTEREST MONTH, ROUNDS   *
001700*                   EACH ACCOUNT'S CREDIT AND DEBIT INTEREST *
001800*                   TO CENTS AND WRITES THE NET AS ONE       *
001900*                   TYPE-A (ADJUSTMENT) DETAIL PER ACCOUNT   *
002000*                   IN A STANDALONE INTEREST.TXT BATCH WITH  *
002100*                   ITS OWN HEADER AND TRAILER, SEQUENCE     *
002200*                   ZERO - THE MARK OF AN IN-HOUSE BATCH -   *
002300*                   LISTED ON THE BRANCHLIST CARDS LIKE      *
002400*                   FEES.TXT, SO THE INTEREST POSTS THROUGH  *
002500*                   CONSOLIDER-LOTS AND THE NORMAL           *
002600*                   VALIDATION. AN ACCRUAL REGISTER          *
002700*                   (ACCOUNT, DAYS, CREDIT AND DEBIT         *
002800*                   INTEREST, AMOUNT POSTED, TRANS-NUM) IS   *
002900*                   PRINTED FOR THE AUDIT FOLDER. THE        *
003000*                   CAPITALIZED RECORDS ARE THEN DROPPED     *
003100*                   FROM ACCRUALS.DAT; ACCRUALS FOR DAYS     *
003200*                   AFTER THE MONTH (A MONTH CLOSING MID-    *
003300*                   WEEK WITH THE DAILY STREAM ALREADY ON    *
003400*                   THE NEXT MONTH) ARE CARRIED FORWARD. THE *
003500*                   INTEREST MONTH COMES FROM THE STMTMONTH  *
003600*                   CARD (YYYYMM), THE SAME CARD RELEVE-     *
003700*                   MENSUEL AND CALCULER-FRAIS READ.         *
003710*  2026-10-15  RD   A RERUN NO LONGER WIPES A MONTH ALREADY  *
003720*                   CAPITALIZED. WHEN NO ACCRUAL IS LEFT TO  *
003730*                   TAKE AND INTEREST.TXT ALREADY HOLDS THE  *
003740*                   MONTH'S 98-SERIES POSTINGS, THE BATCH,   *
003750*                   THE REGISTER AND ACCRUALS.DAT ARE LEFT   *
003760*                   AS THEY STAND AND THE STEP ENDS RC 4,    *
003770*                   THE WAY ARCHIVER-HISTORIQUE TREATS A     *
003780*                   MONTH IT HAS ALREADY CLOSED.             *
003800*-----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ACCRUAL-FILE ASSIGN TO "accruals.dat"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS CP-ACCR-FILE-STATUS.
004500     SELECT NEW-ACCRUAL-FILE ASSIGN TO "accruals.new"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT MONTH-PARM-FILE ASSIGN TO "stmtmonth.txt"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS CP-PARM-FILE-STATUS.
005000     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS CP-BDATE-FILE-STATUS.
005300     SELECT INTEREST-BATCH-FILE ASSIGN TO "interest.txt"
005400         ORGANIZATION IS LINE SEQUENTIAL
005410         FILE STATUS IS CP-INB-FILE-STATUS.
005500     SELECT REGISTER-FILE ASSIGN TO "intreg.txt"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700*
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ACCRUAL-FILE.
006100     COPY ACCRREC.
006200*
006300 FD  NEW-ACCRUAL-FILE.
006400     COPY ACCRREC REPLACING
006500         ==ACCR-RECORD== BY ==NAR-RECORD==
006600         ==AR-ACCRUAL-DATE== BY ==NAR-ACCRUAL-DATE==
006700         ==AR-ACCOUNT-NUM== BY ==NAR-ACCOUNT-NUM==
006800         ==AR-RUN-DATE== BY ==NAR-RUN-DATE==
006900         ==AR-BALANCE== BY ==NAR-BALANCE==
007000         ==AR-RATE-TYPE== BY ==NAR-RATE-TYPE==
007100         ==AR-CREDIT-RATE== BY ==NAR-CREDIT-RATE==
007200         ==AR-DEBIT-RATE== BY ==NAR-DEBIT-RATE==
007300         ==AR-ANNUAL-RATE== BY ==NAR-ANNUAL-RATE==
007400         ==AR-AMOUNT== BY ==NAR-AMOUNT==.
007500*
007600 FD  MONTH-PARM-FILE.
007700 01  PARM-RECORD.
007800     05  PM-STMT-MONTH          PIC 9(06).
007900     05  FILLER                 PIC X(74).
008000*
008100 FD  BUSDATE-FILE.
008200     COPY BUSDATE.
008300*
008400 FD  INTEREST-BATCH-FILE.
008500     COPY TRANREC REPLACING
008600         ==TRANS-RECORD== BY ==INB-RECORD==
008700         ==TR-RECORD-TYPE== BY ==INB-RECORD-TYPE==
008800         ==TR-HEADER-RECORD== BY ==INB-HEADER-RECORD==
008900         ==TR-DETAIL-RECORD== BY ==INB-DETAIL-RECORD==
009000         ==TR-TRAILER-RECORD== BY ==INB-TRAILER-RECORD==
009100         ==TR-DETAIL-AREA== BY ==INB-DETAIL-AREA==
009200         ==TR-ACCOUNT-NUM== BY ==INB-ACCOUNT-NUM==
009300         ==TRANS-NUM== BY ==INB-TRANS-NUM==
009400         ==TR-TRANS-TYPE== BY ==INB-TRANS-TYPE==
009500         ==TR-TYPE-PAYMENT== BY ==INB-TYPE-PAYMENT==
009600         ==TR-TYPE-REFUND== BY ==INB-TYPE-REFUND==
009700         ==TR-TYPE-REVERSAL== BY ==INB-TYPE-REVERSAL==
009800         ==TR-TYPE-FEE== BY ==INB-TYPE-FEE==
009900         ==TR-TYPE-ADJUSTMENT== BY ==INB-TYPE-ADJUSTMENT==
010000         ==TR-TYPE-VALID== BY ==INB-TYPE-VALID==
010100         ==TR-BRANCH-ID== BY ==INB-BRANCH-ID==
010200         ==TR-TRANS-DATE== BY ==INB-TRANS-DATE==
010300         ==TRANS-AMOUNT== BY ==INB-TRANS-AMOUNT==
010400         ==TR-CURRENCY-CODE== BY ==INB-CURRENCY-CODE==
010500         ==TR-ORIG-AMOUNT== BY ==INB-ORIG-AMOUNT==
010600         ==TR-HEADER-AREA== BY ==INB-HEADER-AREA==
010700         ==TR-HDR-RECORD-COUNT== BY ==INB-HDR-RECORD-COUNT==
010800         ==TR-HDR-CONTROL-TOTAL== BY ==INB-HDR-CONTROL-TOTAL==
010900         ==TR-HDR-BATCH-DATE== BY ==INB-HDR-BATCH-DATE==
011000         ==TR-HDR-BATCH-SEQ== BY ==INB-HDR-BATCH-SEQ==
011100         ==TR-TRAILER-AREA== BY ==INB-TRAILER-AREA==
011200         ==TR-TRL-RECORD-COUNT== BY ==INB-TRL-RECORD-COUNT==
011300         ==TR-TRL-CONTROL-TOTAL== BY ==INB-TRL-CONTROL-TOTAL==.
011400*
011500 FD  REGISTER-FILE.
011600 01  REG-LINE                   PIC X(132).
011700*
011800 WORKING-STORAGE SECTION.
011900*-----------------------------------------------------------*
012000* SWITCHES AND FILE STATUS                                   *
012100*-----------------------------------------------------------*
012200 77  CP-ACCR-SWITCH             PIC X(01)  VALUE "N".
012300     88  CP-ACCR-EOF                        VALUE "Y".
012400 77  CP-NEWACCR-SWITCH          PIC X(01)  VALUE "N".
012500     88  CP-NEWACCR-EOF                     VALUE "Y".
012600 77  CP-PARM-SWITCH             PIC X(01)  VALUE "N".
012700     88  CP-PARM-EOF                        VALUE "Y".
012800 77  CP-BDATE-SWITCH            PIC X(01)  VALUE "N".
012900     88  CP-BDATE-EOF                       VALUE "Y".
012910 77  CP-INB-SWITCH              PIC X(01)  VALUE "N".
012920     88  CP-INB-EOF                         VALUE "Y".
013000 77  CP-ACCT-FOUND-SW           PIC X(01)  VALUE "N".
013100     88  CP-ACCOUNT-WAS-FOUND               VALUE "Y".
013200 77  CP-ACCR-FILE-STATUS        PIC X(02)  VALUE SPACES.
013300 77  CP-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
013400 77  CP-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
013410 77  CP-INB-FILE-STATUS         PIC X(02)  VALUE SPACES.
013500*
013600*-----------------------------------------------------------*
013700* INTEREST TABLE - ONE ENTRY PER ACCOUNT WITH ACCRUALS IN    *
013800* THE MONTH, ACCUMULATED FIRST SO THE BATCH HEADER CAN CARRY *
013900* THE COUNT AND CONTROL TOTAL, THE SAME WAY CALCULER-FRAIS   *
014000* BUILDS FEES.TXT. THE DAILY FRACTIONS ARE HELD TO SIX       *
014100* DECIMALS AND ONLY ROUNDED TO CENTS HERE.                   *
014200*-----------------------------------------------------------*
014300 01  CP-INTEREST-TABLE.
014400     05  CP-INT-ENTRY           OCCURS 2000 TIMES.
014500         10  CP-INT-ACCOUNT         PIC X(04).
014600         10  CP-INT-DAYS            PIC 9(03) COMP-3.
014700         10  CP-INT-CREDIT          PIC S9(07)V9(06) COMP-3.
014800         10  CP-INT-DEBIT           PIC S9(07)V9(06) COMP-3.
014900         10  CP-INT-CREDIT-CENTS    PIC S9(07)V99 COMP-3.
015000         10  CP-INT-DEBIT-CENTS     PIC S9(07)V99 COMP-3.
015100         10  CP-INT-POSTED          PIC S9(07)V99 COMP-3.
015200         10  CP-INT-TRANS-NUM       PIC X(08).
015300 77  CP-INT-USED                PIC 9(04) COMP  VALUE 0.
015400 77  CP-INT-SUB                 PIC 9(04) COMP  VALUE 0.
015500 77  CP-INT-MATCH               PIC 9(04) COMP  VALUE 0.
015600*
015700*-----------------------------------------------------------*
015800* RUN COUNTS AND BATCH TOTALS                                *
015900*-----------------------------------------------------------*
016000 77  CP-ACCR-READ               PIC 9(07)       VALUE 0.
016100 77  CP-ACCR-TAKEN              PIC 9(07)       VALUE 0.
016200 77  CP-ACCR-CARRIED            PIC 9(07)       VALUE 0.
016300 77  CP-BATCH-COUNT             PIC 9(04) COMP  VALUE 0.
016400 77  CP-BATCH-TOTAL             PIC S9(09)V99 COMP-3 VALUE 0.
016500 77  CP-CREDIT-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
016600 77  CP-DEBIT-TOTAL             PIC S9(09)V99 COMP-3 VALUE 0.
016700 77  CP-BATCH-SEQ               PIC 9(04)       VALUE 0.
016800 77  CP-TRANS-NUM-WORK          PIC 9(08)       VALUE 0.
016900*
017000*-----------------------------------------------------------*
017100* INTEREST MONTH AND RUN DATE                                *
017200*-----------------------------------------------------------*
017300 01  CP-INT-MONTH               PIC 9(06)  VALUE 0.
017400 01  CP-INT-MONTH-GROUP REDEFINES CP-INT-MONTH.
017500     05  CP-INT-YYYY            PIC 9(04).
017600     05  CP-INT-MM              PIC 9(02).
017700 01  CP-RUN-DATE-YYYYMMDD       PIC 9(08).
017800 01  CP-RUN-DATE-GROUP REDEFINES CP-RUN-DATE-YYYYMMDD.
017900     05  CP-RUN-YYYY            PIC 9(04).
018000     05  CP-RUN-MM              PIC 9(02).
018100     05  CP-RUN-DD              PIC 9(02).
018200 01  CP-RUN-DATE-DISPLAY        PIC X(10).
018300 01  CP-ACCR-MONTH              PIC 9(06)  VALUE 0.
018305*
018310*-----------------------------------------------------------*
018315* WHAT AN EARLIER RUN LEFT ON INTEREST.TXT - THE MONTH OF    *
018320* ITS HEADER AND HOW MANY OF ITS DETAILS CARRY THIS MONTH'S  *
018325* 98MM TRANS-NUM.                                            *
018330*-----------------------------------------------------------*
018335 77  CP-PRIOR-MONTH             PIC 9(06)       VALUE 0.
018340 77  CP-PRIOR-POSTINGS          PIC 9(07)       VALUE 0.
018345 01  CP-PRIOR-TRANS-NUM         PIC X(08).
018350 01  CP-PRIOR-NUM-GROUP REDEFINES CP-PRIOR-TRANS-NUM.
018355     05  CP-PRIOR-SERIES        PIC X(02).
018360     05  CP-PRIOR-MM            PIC X(02).
018365     05  FILLER                 PIC X(04).
018370 01  CP-INT-MM-DISPLAY          PIC 9(02).
018400*
018500*-----------------------------------------------------------*
018600* REGISTER CONTROL FIELDS                                    *
018700*-----------------------------------------------------------*
018800 77  CP-PAGE-NUM                PIC 9(04) VALUE 0.
018900 77  CP-LINE-COUNT              PIC 9(02) VALUE 99.
019000 77  CP-LINES-PER-PAGE          PIC 9(02) VALUE 20.
019100 01  CP-REPORT-LINE             PIC X(132).
019200 01  CP-DAYS-DISPLAY            PIC 9(03).
019300 01  CP-CREDIT-DISPLAY          PIC S9(07)V99
019400                                SIGN IS TRAILING SEPARATE.
019500 01  CP-DEBIT-DISPLAY           PIC S9(07)V99
019600                                SIGN IS TRAILING SEPARATE.
019700 01  CP-POSTED-DISPLAY          PIC S9(07)V99
019800                                SIGN IS TRAILING SEPARATE.
019900 01  CP-TOTAL-DISPLAY           PIC S9(09)V99
020000                                SIGN IS TRAILING SEPARATE.
020100 01  CP-COUNT-DISPLAY           PIC 9(04).
020200*
020300 PROCEDURE DIVISION.
020400*-----------------------------------------------------------*
020500* 0000-MAINLINE                                              *
020600*-----------------------------------------------------------*
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     PERFORM 2000-TALLY-ACCRUALS THRU 2000-EXIT
020910     PERFORM 2600-CHECK-PRIOR-BATCH THRU 2600-EXIT
021000     PERFORM 3000-ROUND-INTEREST THRU 3000-EXIT
021100     PERFORM 4000-WRITE-INTEREST-BATCH THRU 4000-EXIT
021200     PERFORM 5000-WRITE-REGISTER THRU 5000-EXIT
021300     PERFORM 6000-REWRITE-ACCRUALS THRU 6000-EXIT
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT
021500     STOP RUN.
021600*
021700*-----------------------------------------------------------*
021800* 1000-INITIALIZE - PICK UP THE RUN DATE AND INTEREST MONTH  *
021900*                   AND OPEN THE ACCRUAL FILE. NO ACCRUAL    *
022000*                   FILE MEANS THE DAILY STEP HAS NEVER RUN  *
022100*                   - AN EMPTY BATCH WOULD QUIETLY PAY       *
022200*                   NOTHING, SO THE RUN ABORTS.              *
022300*-----------------------------------------------------------*
022400 1000-INITIALIZE.
022500     ACCEPT CP-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
022600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
022700     PERFORM 1100-READ-MONTH-PARM THRU 1100-EXIT
022800     STRING CP-RUN-MM   DELIMITED BY SIZE
022900            "/"         DELIMITED BY SIZE
023000            CP-RUN-DD   DELIMITED BY SIZE
023100            "/"         DELIMITED BY SIZE
023200            CP-RUN-YYYY DELIMITED BY SIZE
023300        INTO CP-RUN-DATE-DISPLAY
023400     OPEN INPUT ACCRUAL-FILE
023500     IF CP-ACCR-FILE-STATUS NOT = "00"
023600         DISPLAY "CAPITALISER-INTERETS - ACCRUAL FILE "
023700             "ACCRUALS.DAT COULD NOT BE OPENED - RUN ABORTED"
023800         MOVE 16 TO RETURN-CODE
023900         STOP RUN
024000     END-IF
024100     OPEN OUTPUT NEW-ACCRUAL-FILE.
024200 1000-EXIT.
024300     EXIT.
024400*
024500*-----------------------------------------------------------*
024600* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE DAILY   *
024700*                   STREAM READS, SO THE INTEREST DETAILS    *
024800*                   CARRY THE DAY THE STREAM WILL POST THEM  *
024900*                   AS. NO CARD MEANS THE MACHINE DATE.      *
025000*-----------------------------------------------------------*
025100 1050-GET-BUSINESS-DATE.
025200     OPEN INPUT BUSDATE-FILE
025300     IF CP-BDATE-FILE-STATUS NOT = "00"
025400         GO TO 1050-EXIT
025500     END-IF
025600     READ BUSDATE-FILE
025700         AT END
025800             SET CP-BDATE-EOF TO TRUE
025900     END-READ
026000     IF NOT CP-BDATE-EOF
026100         AND BD-BUSINESS-DATE NUMERIC
026200         AND BD-BUSINESS-DATE > 0
026300         MOVE BD-BUSINESS-DATE TO CP-RUN-DATE-YYYYMMDD
026400     END-IF
026500     CLOSE BUSDATE-FILE.
026600 1050-EXIT.
026700     EXIT.
026800*
026900*-----------------------------------------------------------*
027000* 1100-READ-MONTH-PARM - THE INTEREST MONTH CARD (YYYYMM).   *
027100*                   NO CARD, OR AN UNREADABLE ONE, MEANS THE *
027200*                   MACHINE DATE'S MONTH.                    *
027300*-----------------------------------------------------------*
027400 1100-READ-MONTH-PARM.
027500     COMPUTE CP-INT-MONTH = CP-RUN-DATE-YYYYMMDD / 100
027600     OPEN INPUT MONTH-PARM-FILE
027700     IF CP-PARM-FILE-STATUS NOT = "00"
027800         GO TO 1100-EXIT
027900     END-IF
028000     READ MONTH-PARM-FILE
028100         AT END
028200             SET CP-PARM-EOF TO TRUE
028300     END-READ
028400     IF NOT CP-PARM-EOF
028500         AND PM-STMT-MONTH NUMERIC
028600         AND PM-STMT-MONTH > 0
028700         MOVE PM-STMT-MONTH TO CP-INT-MONTH
028800     END-IF
028900     CLOSE MONTH-PARM-FILE.
029000 1100-EXIT.
029100     EXIT.
029200*
029300*-----------------------------------------------------------*
029400* 2000-TALLY-ACCRUALS - EVERY ACCRUAL DATED IN OR BEFORE THE *
029500*                   INTEREST MONTH IS TAKEN INTO ITS         *
029600*                   ACCOUNT'S FIGURES (AN EARLIER MONTH LEFT *
029700*                   BEHIND IS CAUGHT UP RATHER THAN LOST);   *
029800*                   ANYTHING LATER IS CARRIED FORWARD TO     *
029900*                   ACCRUALS.NEW UNTOUCHED.                  *
030000*-----------------------------------------------------------*
030100 2000-TALLY-ACCRUALS.
030200     PERFORM 2100-READ-ACCRUAL-RECORD THRU 2100-EXIT
030300     PERFORM 2200-TALLY-ONE-ACCRUAL THRU 2200-EXIT
030400         UNTIL CP-ACCR-EOF
030500     CLOSE ACCRUAL-FILE.
030600 2000-EXIT.
030700     EXIT.
030800*
030900 2100-READ-ACCRUAL-RECORD.
031000     READ ACCRUAL-FILE
031100         AT END
031200             SET CP-ACCR-EOF TO TRUE
031300     END-READ.
031400 2100-EXIT.
031500     EXIT.
031600*
031700 2200-TALLY-ONE-ACCRUAL.
031800     ADD 1 TO CP-ACCR-READ
031900     PERFORM 2210-FILE-ONE-ACCRUAL THRU 2210-EXIT
032000     PERFORM 2100-READ-ACCRUAL-RECORD THRU 2100-EXIT.
032100 2200-EXIT.
032200     EXIT.
032300*
032400 2210-FILE-ONE-ACCRUAL.
032500     IF AR-ACCRUAL-DATE NOT NUMERIC
032600         OR AR-AMOUNT NOT NUMERIC
032700         DISPLAY "CAPITALISER-INTERETS - UNREADABLE ACCRUAL "
032800             "FOR " AR-ACCOUNT-NUM " CARRIED FORWARD"
032900         PERFORM 2500-CARRY-ONE-ACCRUAL THRU 2500-EXIT
033000         GO TO 2210-EXIT
033100     END-IF
033200     COMPUTE CP-ACCR-MONTH = AR-ACCRUAL-DATE / 100
033300     IF CP-ACCR-MONTH > CP-INT-MONTH
033400         PERFORM 2500-CARRY-ONE-ACCRUAL THRU 2500-EXIT
033500     ELSE
033600         PERFORM 2300-BUMP-ACCOUNT-INTEREST THRU 2300-EXIT
033700     END-IF.
033800 2210-EXIT.
033900     EXIT.
034000*
034100*-----------------------------------------------------------*
034200* 2300-BUMP-ACCOUNT-INTEREST - FIND OR OPEN THE ACCOUNT'S    *
034300*                   SLOT AND ADD THE DAY IN. A TABLE BEYOND  *
034400*                   ITS CAPACITY ABORTS THE RUN - A KNOWN-   *
034500*                   INCOMPLETE INTEREST BATCH MUST NOT FLOW  *
034600*                   THROUGH THE STREAM.                      *
034700*-----------------------------------------------------------*
034800 2300-BUMP-ACCOUNT-INTEREST.
034900     ADD 1 TO CP-ACCR-TAKEN
035000     MOVE "N" TO CP-ACCT-FOUND-SW
035100     PERFORM 2400-SCAN-INTEREST-TABLE THRU 2400-EXIT
035200         VARYING CP-INT-SUB FROM 1 BY 1
035300         UNTIL CP-INT-SUB > CP-INT-USED
035400         OR CP-ACCOUNT-WAS-FOUND
035500     IF NOT CP-ACCOUNT-WAS-FOUND
035600         IF CP-INT-USED >= 2000
035700             DISPLAY "CAPITALISER-INTERETS - INTEREST TABLE "
035800                 "EXCEEDS CAPACITY - RUN ABORTED"
035900             MOVE 16 TO RETURN-CODE
036000             STOP RUN
036100         END-IF
036200         ADD 1 TO CP-INT-USED
036300         MOVE CP-INT-USED TO CP-INT-MATCH
036400         MOVE AR-ACCOUNT-NUM TO CP-INT-ACCOUNT (CP-INT-MATCH)
036500         MOVE 0 TO CP-INT-DAYS (CP-INT-MATCH)
036600         MOVE 0 TO CP-INT-CREDIT (CP-INT-MATCH)
036700         MOVE 0 TO CP-INT-DEBIT (CP-INT-MATCH)
036800         MOVE 0 TO CP-INT-POSTED (CP-INT-MATCH)
036900         MOVE SPACES TO CP-INT-TRANS-NUM (CP-INT-MATCH)
037000     END-IF
037100     ADD 1 TO CP-INT-DAYS (CP-INT-MATCH)
037200     IF AR-DEBIT-RATE
037300         ADD AR-AMOUNT TO CP-INT-DEBIT (CP-INT-MATCH)
037400     ELSE
037500         ADD AR-AMOUNT TO CP-INT-CREDIT (CP-INT-MATCH)
037600     END-IF.
037700 2300-EXIT.
037800     EXIT.
037900*
038000 2400-SCAN-INTEREST-TABLE.
038100     IF CP-INT-ACCOUNT (CP-INT-SUB) = AR-ACCOUNT-NUM
038200         SET CP-ACCOUNT-WAS-FOUND TO TRUE
038300         MOVE CP-INT-SUB TO CP-INT-MATCH
038400     END-IF.
038500 2400-EXIT.
038600     EXIT.
038700*
038800 2500-CARRY-ONE-ACCRUAL.
038900     MOVE ACCR-RECORD TO NAR-RECORD
039000     WRITE NAR-RECORD
039100     ADD 1 TO CP-ACCR-CARRIED.
039200 2500-EXIT.
039300     EXIT.
039301*
039302*-----------------------------------------------------------*
039303* 2600-CHECK-PRIOR-BATCH - A RUN THAT FINDS NOTHING TO TAKE  *
039304*                   MAY BE A RERUN OF A MONTH ALREADY        *
039305*                   CAPITALIZED (THE ACCRUALS WERE DROPPED   *
039306*                   LAST TIME). IF INTEREST.TXT STILL HOLDS  *
039307*                   THAT MONTH'S POSTINGS, AN EMPTY BATCH    *
039308*                   WRITTEN OVER THEM WOULD LOSE THE         *
039309*                   INTEREST, SO NOTHING IS TOUCHED AND THE  *
039310*                   STEP ENDS RC 4. NO FILE, OR ONE LEFT BY  *
039311*                   AN EARLIER MONTH, LETS THE EMPTY BATCH   *
039312*                   BE WRITTEN.                              *
039313*-----------------------------------------------------------*
039314 2600-CHECK-PRIOR-BATCH.
039315     IF CP-ACCR-TAKEN > 0
039316         GO TO 2600-EXIT
039317     END-IF
039318     OPEN INPUT INTEREST-BATCH-FILE
039319     IF CP-INB-FILE-STATUS NOT = "00"
039320         GO TO 2600-EXIT
039321     END-IF
039322     MOVE CP-INT-MM TO CP-INT-MM-DISPLAY
039323     PERFORM 2610-READ-PRIOR-BATCH THRU 2610-EXIT
039324     PERFORM 2620-CHECK-ONE-PRIOR THRU 2620-EXIT
039325         UNTIL CP-INB-EOF
039326     CLOSE INTEREST-BATCH-FILE
039327     IF CP-PRIOR-POSTINGS = 0
039328         OR CP-PRIOR-MONTH < CP-INT-MONTH
039329         GO TO 2600-EXIT
039330     END-IF
039331     DISPLAY "CAPITALISER-INTERETS - MONTH " CP-INT-MONTH
039332         " ALREADY CAPITALIZED - " CP-PRIOR-POSTINGS
039333         " POSTINGS ON interest.txt LEFT AS THEY STAND"
039334     CLOSE NEW-ACCRUAL-FILE
039335     MOVE 4 TO RETURN-CODE
039336     STOP RUN.
039337 2600-EXIT.
039338     EXIT.
039339*
039340 2610-READ-PRIOR-BATCH.
039341     READ INTEREST-BATCH-FILE
039342         AT END
039343             SET CP-INB-EOF TO TRUE
039344     END-READ.
039345 2610-EXIT.
039346     EXIT.
039347*
039348 2620-CHECK-ONE-PRIOR.
039349     IF INB-HEADER-RECORD
039350         AND INB-HDR-BATCH-DATE NUMERIC
039351         COMPUTE CP-PRIOR-MONTH = INB-HDR-BATCH-DATE / 100
039352     END-IF
039353     IF INB-DETAIL-RECORD
039354         MOVE INB-TRANS-NUM TO CP-PRIOR-TRANS-NUM
039355         IF CP-PRIOR-SERIES = "98"
039356             AND CP-PRIOR-MM = CP-INT-MM-DISPLAY
039357             ADD 1 TO CP-PRIOR-POSTINGS
039358         END-IF
039359     END-IF
039360     PERFORM 2610-READ-PRIOR-BATCH THRU 2610-EXIT.
039361 2620-EXIT.
039362     EXIT.
039400*
039500*-----------------------------------------------------------*
039600* 3000-ROUND-INTEREST - ROUND EACH ACCOUNT'S CREDIT AND      *
039700*                   DEBIT INTEREST TO CENTS SEPARATELY AND   *
039800*                   POST THE NET. A NET OF ZERO IS LISTED ON *
039900*                   THE REGISTER BUT NOT EMITTED. EACH       *
040000*                   DETAIL GETS A GENERATED NUMERIC TRANS-   *
040100*                   NUM - 98, THE INTEREST MONTH'S MM AND A  *
040200*                   FOUR-DIGIT SEQUENCE - UNIQUE WITHIN THE  *
040300*                   MONTH AND CLEAR OF THE FEE BATCH'S 99.   *
040400*-----------------------------------------------------------*
040500 3000-ROUND-INTEREST.
040600     PERFORM 3100-ROUND-ONE-ACCOUNT THRU 3100-EXIT
040700         VARYING CP-INT-SUB FROM 1 BY 1
040800         UNTIL CP-INT-SUB > CP-INT-USED.
040900 3000-EXIT.
041000     EXIT.
041100*
041200 3100-ROUND-ONE-ACCOUNT.
041300     COMPUTE CP-INT-CREDIT-CENTS (CP-INT-SUB) ROUNDED =
041400         CP-INT-CREDIT (CP-INT-SUB)
041500     COMPUTE CP-INT-DEBIT-CENTS (CP-INT-SUB) ROUNDED =
041600         CP-INT-DEBIT (CP-INT-SUB)
041700     ADD CP-INT-CREDIT-CENTS (CP-INT-SUB)
041800         CP-INT-DEBIT-CENTS (CP-INT-SUB)
041900         GIVING CP-INT-POSTED (CP-INT-SUB)
042000     ADD CP-INT-CREDIT-CENTS (CP-INT-SUB) TO CP-CREDIT-TOTAL
042100     ADD CP-INT-DEBIT-CENTS (CP-INT-SUB) TO CP-DEBIT-TOTAL
042200     IF CP-INT-POSTED (CP-INT-SUB) = 0
042300         GO TO 3100-EXIT
042400     END-IF
042500     ADD 1 TO CP-BATCH-COUNT
042600     ADD CP-INT-POSTED (CP-INT-SUB) TO CP-BATCH-TOTAL
042700     MOVE CP-BATCH-COUNT TO CP-BATCH-SEQ
042800     COMPUTE CP-TRANS-NUM-WORK = 98000000
042900         + (CP-INT-MM * 10000) + CP-BATCH-SEQ
043000     MOVE CP-TRANS-NUM-WORK TO CP-INT-TRANS-NUM (CP-INT-SUB).
043100 3100-EXIT.
043200     EXIT.
043300*
043400*-----------------------------------------------------------*
043500* 4000-WRITE-INTEREST-BATCH - WRITE THE POSTINGS AS A        *
043600*                   STANDALONE BATCH WITH ITS OWN HEADER AND *
043700*                   TRAILER, FOR CONSOLIDER-LOTS TO          *
043800*                   RECONCILE AND MERGE OFF THE BRANCHLIST   *
043900*                   CARDS. THE BATCH IS WRITTEN EVEN WHEN    *
044000*                   EMPTY SO THE LISTED FILE ALWAYS EXISTS.  *
044100*-----------------------------------------------------------*
044200 4000-WRITE-INTEREST-BATCH.
044300     OPEN OUTPUT INTEREST-BATCH-FILE
044400     MOVE SPACES TO INB-RECORD
044500     MOVE "H" TO INB-RECORD-TYPE
044600     MOVE CP-BATCH-COUNT TO INB-HDR-RECORD-COUNT
044700     MOVE CP-BATCH-TOTAL TO INB-HDR-CONTROL-TOTAL
044800     MOVE CP-RUN-DATE-YYYYMMDD TO INB-HDR-BATCH-DATE
044900     MOVE 0 TO INB-HDR-BATCH-SEQ
045000     WRITE INB-RECORD
045100     PERFORM 4100-WRITE-ONE-POSTING THRU 4100-EXIT
045200         VARYING CP-INT-SUB FROM 1 BY 1
045300         UNTIL CP-INT-SUB > CP-INT-USED
045400     MOVE SPACES TO INB-RECORD
045500     MOVE "T" TO INB-RECORD-TYPE
045600     MOVE CP-BATCH-COUNT TO INB-TRL-RECORD-COUNT
045700     MOVE CP-BATCH-TOTAL TO INB-TRL-CONTROL-TOTAL
045800     WRITE INB-RECORD
045900     CLOSE INTEREST-BATCH-FILE.
046000 4000-EXIT.
046100     EXIT.
046200*
046300 4100-WRITE-ONE-POSTING.
046400     IF CP-INT-POSTED (CP-INT-SUB) = 0
046500         GO TO 4100-EXIT
046600     END-IF
046700     MOVE SPACES TO INB-RECORD
046800     MOVE "D" TO INB-RECORD-TYPE
046900     MOVE CP-INT-ACCOUNT (CP-INT-SUB) TO INB-ACCOUNT-NUM
047000     MOVE CP-INT-TRANS-NUM (CP-INT-SUB) TO INB-TRANS-NUM
047100     MOVE "A" TO INB-TRANS-TYPE
047200     MOVE CP-RUN-DATE-YYYYMMDD TO INB-TRANS-DATE
047300     MOVE CP-INT-POSTED (CP-INT-SUB) TO INB-TRANS-AMOUNT
047400     MOVE "CAD" TO INB-CURRENCY-CODE
047500     MOVE CP-INT-POSTED (CP-INT-SUB) TO INB-ORIG-AMOUNT
047600     WRITE INB-RECORD.
047700 4100-EXIT.
047800     EXIT.
047900*
048000*-----------------------------------------------------------*
048100* 5000-WRITE-REGISTER - THE ACCRUAL REGISTER FOR THE AUDIT   *
048200*                   FOLDER - ONE LINE PER ACCOUNT, THEN THE  *
048300*                   MONTH'S TOTALS.                          *
048400*-----------------------------------------------------------*
048500 5000-WRITE-REGISTER.
048600     OPEN OUTPUT REGISTER-FILE
048700     PERFORM 5200-WRITE-HEADINGS THRU 5200-EXIT
048800     PERFORM 5100-WRITE-ONE-ACCOUNT THRU 5100-EXIT
048900         VARYING CP-INT-SUB FROM 1 BY 1
049000         UNTIL CP-INT-SUB > CP-INT-USED
049100     PERFORM 5400-WRITE-TOTALS THRU 5400-EXIT
049200     CLOSE REGISTER-FILE.
049300 5000-EXIT.
049400     EXIT.
049500*
049600 5100-WRITE-ONE-ACCOUNT.
049700     PERFORM 5300-CHECK-PAGE-BREAK THRU 5300-EXIT
049800     MOVE CP-INT-DAYS (CP-INT-SUB) TO CP-DAYS-DISPLAY
049900     MOVE CP-INT-CREDIT-CENTS (CP-INT-SUB) TO CP-CREDIT-DISPLAY
050000     MOVE CP-INT-DEBIT-CENTS (CP-INT-SUB) TO CP-DEBIT-DISPLAY
050100     MOVE CP-INT-POSTED (CP-INT-SUB) TO CP-POSTED-DISPLAY
050200     MOVE SPACES TO CP-REPORT-LINE
050300     STRING "  " DELIMITED BY SIZE
050400            CP-INT-ACCOUNT (CP-INT-SUB) DELIMITED BY SIZE
050500            "    " DELIMITED BY SIZE
050600            CP-DAYS-DISPLAY DELIMITED BY SIZE
050700            "    " DELIMITED BY SIZE
050800            CP-CREDIT-DISPLAY DELIMITED BY SIZE
050900            "    " DELIMITED BY SIZE
051000            CP-DEBIT-DISPLAY DELIMITED BY SIZE
051100            "    " DELIMITED BY SIZE
051200            CP-POSTED-DISPLAY DELIMITED BY SIZE
051300            "    " DELIMITED BY SIZE
051400            CP-INT-TRANS-NUM (CP-INT-SUB) DELIMITED BY SIZE
051500        INTO CP-REPORT-LINE
051600     WRITE REG-LINE FROM CP-REPORT-LINE
051700     ADD 1 TO CP-LINE-COUNT.
051800 5100-EXIT.
051900     EXIT.
052000*
052100 5200-WRITE-HEADINGS.
052200     ADD 1 TO CP-PAGE-NUM
052300     MOVE SPACES TO CP-REPORT-LINE
052400     STRING "REGISTRE DES INTERETS COURUS" DELIMITED BY SIZE
052500            "          PAGE " DELIMITED BY SIZE
052600            CP-PAGE-NUM DELIMITED BY SIZE
052700        INTO CP-REPORT-LINE
052800     WRITE REG-LINE FROM CP-REPORT-LINE
052900     MOVE SPACES TO CP-REPORT-LINE
053000     STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
053100            CP-RUN-DATE-DISPLAY DELIMITED BY SIZE
053200            "     MOIS CAPITALISE : " DELIMITED BY SIZE
053300            CP-INT-MONTH DELIMITED BY SIZE
053400        INTO CP-REPORT-LINE
053500     WRITE REG-LINE FROM CP-REPORT-LINE
053600     MOVE SPACES TO REG-LINE
053700     WRITE REG-LINE
053800     MOVE SPACES TO CP-REPORT-LINE
053900     STRING "  COMPTE  JOURS  INT. CREDITEUR  INT. DEBITEUR  "
054000         DELIMITED BY SIZE
054100         "  MONTANT IMPUTE  N.TRANS" DELIMITED BY SIZE
054200        INTO CP-REPORT-LINE
054300     WRITE REG-LINE FROM CP-REPORT-LINE
054400     MOVE 0 TO CP-LINE-COUNT.
054500 5200-EXIT.
054600     EXIT.
054700*
054800 5300-CHECK-PAGE-BREAK.
054900     IF CP-LINE-COUNT >= CP-LINES-PER-PAGE
055000         PERFORM 5200-WRITE-HEADINGS THRU 5200-EXIT
055100     END-IF.
055200 5300-EXIT.
055300     EXIT.
055400*
055500 5400-WRITE-TOTALS.
055600     IF CP-LINE-COUNT + 5 > CP-LINES-PER-PAGE
055700         PERFORM 5200-WRITE-HEADINGS THRU 5200-EXIT
055800     END-IF
055900     MOVE SPACES TO REG-LINE
056000     WRITE REG-LINE
056100     MOVE CP-CREDIT-TOTAL TO CP-TOTAL-DISPLAY
056200     MOVE SPACES TO CP-REPORT-LINE
056300     STRING "  TOTAL INTERETS CREDITEURS : " DELIMITED BY SIZE
056400            CP-TOTAL-DISPLAY DELIMITED BY SIZE
056500        INTO CP-REPORT-LINE
056600     WRITE REG-LINE FROM CP-REPORT-LINE
056700     MOVE CP-DEBIT-TOTAL TO CP-TOTAL-DISPLAY
056800     MOVE SPACES TO CP-REPORT-LINE
056900     STRING "  TOTAL INTERETS DEBITEURS  : " DELIMITED BY SIZE
057000            CP-TOTAL-DISPLAY DELIMITED BY SIZE
057100        INTO CP-REPORT-LINE
057200     WRITE REG-LINE FROM CP-REPORT-LINE
057300     MOVE CP-BATCH-TOTAL TO CP-TOTAL-DISPLAY
057400     MOVE SPACES TO CP-REPORT-LINE
057500     STRING "  TOTAL DU LOT INTEREST.TXT : " DELIMITED BY SIZE
057600            CP-TOTAL-DISPLAY DELIMITED BY SIZE
057700        INTO CP-REPORT-LINE
057800     WRITE REG-LINE FROM CP-REPORT-LINE
057900     MOVE CP-BATCH-COUNT TO CP-COUNT-DISPLAY
058000     MOVE SPACES TO CP-REPORT-LINE
058100     STRING "  ECRITURES DU LOT          : " DELIMITED BY SIZE
058200            CP-COUNT-DISPLAY DELIMITED BY SIZE
058300        INTO CP-REPORT-LINE
058400     WRITE REG-LINE FROM CP-REPORT-LINE
058500     ADD 5 TO CP-LINE-COUNT.
058600 5400-EXIT.
058700     EXIT.
058800*
058900*-----------------------------------------------------------*
059000* 6000-REWRITE-ACCRUALS - COPY ACCRUALS.NEW (THE RECORDS     *
059100*                   CARRIED FORWARD) BACK OVER ACCRUALS.DAT  *
059200*                   NOW THAT THE BATCH AND THE REGISTER ARE  *
059300*                   WRITTEN, SO THE MONTH IS NOT POSTED      *
059400*                   TWICE.                                   *
059500*-----------------------------------------------------------*
059600 6000-REWRITE-ACCRUALS.
059700     CLOSE NEW-ACCRUAL-FILE
059800     OPEN INPUT NEW-ACCRUAL-FILE
059900     OPEN OUTPUT ACCRUAL-FILE
060000     PERFORM 6100-COPY-ONE-ACCRUAL THRU 6100-EXIT
060100         UNTIL CP-NEWACCR-EOF
060200     CLOSE NEW-ACCRUAL-FILE
060300     CLOSE ACCRUAL-FILE.
060400 6000-EXIT.
060500     EXIT.
060600*
060700 6100-COPY-ONE-ACCRUAL.
060800     READ NEW-ACCRUAL-FILE
060900         AT END
061000             SET CP-NEWACCR-EOF TO TRUE
061100         NOT AT END
061200             MOVE NAR-RECORD TO ACCR-RECORD
061300             WRITE ACCR-RECORD
061400     END-READ.
061500 6100-EXIT.
061600     EXIT.
061700*
061800*-----------------------------------------------------------*
061900* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
062000*-----------------------------------------------------------*
062100 9000-TERMINATE.
062200     DISPLAY "CAPITALISER-INTERETS - ACCRUALS READ       : "
062300         CP-ACCR-READ
062400     DISPLAY "CAPITALISER-INTERETS - ACCRUALS CAPITALIZED: "
062500         CP-ACCR-TAKEN
062600     DISPLAY "CAPITALISER-INTERETS - ACCRUALS CARRIED    : "
062700         CP-ACCR-CARRIED
062800     DISPLAY "CAPITALISER-INTERETS - POSTINGS WRITTEN    : "
062900         CP-BATCH-COUNT
063000     DISPLAY "CAPITALISER-INTERETS - POSTINGS TOTAL      : "
063100         CP-BATCH-TOTAL
063200     DISPLAY "CAPITALISER-INTERETS - INTEREST BATCH WRITTEN TO "
063300         "interest.txt FOR THE CONSOLIDATION STEP".
063400 9000-EXIT.
063500     EXIT.
