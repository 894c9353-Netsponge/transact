000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Approuver-Cartes.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - SECOND-USER CONTROL    *
001200*                   OVER THE CARDS KEYED FOR MAINTENIR-       *
001300*                   TRANSACTIONS, MAINTENIR-COMPTES,          *
001400*                   RECYCLER-REJETS AND GERER-SUSPENS. EACH   *
001500*                   CARD CARRIES ITS MAKER'S USER ID AND THE  *
001600*                   APPRCTL CONTROL AREA. A NEW CARD IS GIVEN *
001700*                   A REFERENCE AND A RECEIVED DATE; AN       *
001800*                   APPROVAL CARD (APPRCARD.TXT) FROM A       *
001900*                   SECOND USER STAMPS THE CHECKER ON IT OR   *
002000*                   DECLINES IT. AN APPROVAL FROM THE CARD'S  *
002100*                   OWN MAKER IS REFUSED. EVERY CARD STILL    *
002200*                   WAITING IS LISTED ON APPRLIST.TXT WITH    *
002300*                   ITS AGE IN BUSINESS DAYS, AND ONE WAITING *
002400*                   LONGER THAN THE APPRPARM.TXT LIMIT IS     *
002500*                   FLAGGED. EVERY EVENT GOES TO THE SHARED   *
002600*                   APPROVAL LOG, APPRLOG.TXT.                *
002610*  2026-10-15  RD   A REFERENCE OR CHECKER ID ON A CARD IS NO *
002620*                   LONGER TAKEN AT ITS WORD. THE REFERENCES  *
002630*                   STILL OPEN ARE READ OFF APPRLOG.TXT; A    *
002640*                   CARD QUOTING ANY OTHER, OR A SECOND CARD  *
002650*                   QUOTING THE SAME ONE, IS RECEIVED AS NEW, *
002660*                   AND A CHECKER ID NO APPROVAL ON THE LOG   *
002670*                   BEARS OUT IS CLEARED.                     *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CARD-FILE ASSIGN USING AP-CARD-PATH
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS AP-CARD-FILE-STATUS.
003400     SELECT WORK-CARD-FILE ASSIGN TO "apprwork.txt"
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600     SELECT APPROVAL-FILE ASSIGN TO "apprcard.txt"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS AP-APV-FILE-STATUS.
003900     SELECT APPR-PARM-FILE ASSIGN TO "apprparm.txt"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS AP-PARM-FILE-STATUS.
004200     SELECT APPR-CONTROL-FILE ASSIGN TO "apprctl.dat"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS AP-CTL-FILE-STATUS.
004500     SELECT APPR-LOG-FILE ASSIGN TO "apprlog.txt"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS AP-LOG-FILE-STATUS.
004800     SELECT LIST-FILE ASSIGN TO "apprlist.txt"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT BUSCAL-FILE ASSIGN TO "buscal.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS AP-CAL-FILE-STATUS.
005300     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS AP-BDATE-FILE-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*-----------------------------------------------------------*
006000* CARD-FILE - ANY ONE OF THE FOUR CARD FILES. COLUMNS 1-48   *
006100*   ARE THE CARD AS ITS OWN PROGRAM READS IT; THE MAKER'S    *
006200*   USER ID SITS WHERE THAT LAYOUT PUTS IT, SO EACH SOURCE   *
006300*   HAS ITS OWN VIEW TO REACH IT.                            *
006400*-----------------------------------------------------------*
006500 FD  CARD-FILE.
006600 01  CARD-RECORD.
006700     05  CA-CARD-IMAGE          PIC X(48).
006800     05  CA-CARD-KEY REDEFINES CA-CARD-IMAGE.
006900         10  CA-ACTION          PIC X(01).
007000         10  CA-ACCOUNT-NUM     PIC X(04).
007100         10  FILLER             PIC X(43).
007200     COPY APPRCTL.
007300 01  CA-TRANSACTION-VIEW.
007400     05  FILLER                 PIC X(24).
007500     05  CA-TRANSACTION-MAKER   PIC X(08).
007600     05  FILLER                 PIC X(48).
007700 01  CA-ACCOUNT-VIEW.
007800     05  FILLER                 PIC X(35).
007900     05  CA-ACCOUNT-MAKER       PIC X(08).
008000     05  FILLER                 PIC X(37).
008100 01  CA-REPAIR-VIEW.
008200     05  FILLER                 PIC X(31).
008300     05  CA-REPAIR-MAKER        PIC X(08).
008400     05  FILLER                 PIC X(41).
008500 01  CA-SUSPENSE-VIEW.
008600     05  FILLER                 PIC X(13).
008700     05  CA-SUSPENSE-MAKER      PIC X(08).
008800     05  FILLER                 PIC X(59).
008900*
009000 FD  WORK-CARD-FILE.
009100 01  WORK-CARD-RECORD           PIC X(80).
009200*
009300 FD  APPROVAL-FILE.
009400 01  APPROVAL-RECORD.
009500     05  AV-ACTION              PIC X(01).
009600         88  AV-ACTION-IS-APPROVE       VALUE "A".
009700         88  AV-ACTION-IS-DECLINE       VALUE "J".
009800     05  AV-REFERENCE           PIC X(08).
009900     05  AV-CHECKER-ID          PIC X(08).
010000*
010100 FD  APPR-PARM-FILE.
010200 01  APPR-PARM-RECORD.
010300     05  AQ-PENDING-DAYS        PIC 9(02).
010400     05  FILLER                 PIC X(78).
010500*
010600 FD  APPR-CONTROL-FILE.
010700 01  APPR-CONTROL-RECORD.
010800     05  AO-LAST-REFERENCE      PIC 9(08).
010900     05  AO-LAST-RUN-DATE       PIC 9(08).
011000*
011100 FD  APPR-LOG-FILE.
011200     COPY APPRLOG.
011300*
011400 FD  LIST-FILE.
011500 01  LIST-LINE                  PIC X(132).
011600*
011700 FD  BUSCAL-FILE.
011800     COPY CALREC.
011900*
012000 FD  BUSDATE-FILE.
012100     COPY BUSDATE.
012200*
012300 WORKING-STORAGE SECTION.
012400*-----------------------------------------------------------*
012500* SWITCHES AND FILE STATUS                                   *
012600*-----------------------------------------------------------*
012700 77  AP-CARD-SWITCH             PIC X(01)  VALUE "N".
012800     88  AP-CARD-EOF                        VALUE "Y".
012900 77  AP-WORK-SWITCH             PIC X(01)  VALUE "N".
013000     88  AP-WORK-EOF                        VALUE "Y".
013100 77  AP-APV-SWITCH              PIC X(01)  VALUE "N".
013200     88  AP-APV-EOF                         VALUE "Y".
013300 77  AP-PARM-SWITCH             PIC X(01)  VALUE "N".
013400     88  AP-PARM-EOF                        VALUE "Y".
013500 77  AP-CTL-SWITCH              PIC X(01)  VALUE "N".
013600     88  AP-CTL-EOF                         VALUE "Y".
013700 77  AP-BDATE-SWITCH            PIC X(01)  VALUE "N".
013800     88  AP-BDATE-EOF                       VALUE "Y".
013810 77  AP-LOG-SWITCH              PIC X(01)  VALUE "N".
013820     88  AP-LOG-EOF                         VALUE "Y".
013900 77  AP-FOUND-SW                PIC X(01)  VALUE "N".
014000     88  AP-APPROVAL-WAS-FOUND              VALUE "Y".
014100 77  AP-KEEP-SW                 PIC X(01)  VALUE "Y".
014200     88  AP-KEEP-CARD                       VALUE "Y".
014300 77  AP-PENDING-SW              PIC X(01)  VALUE "N".
014400     88  AP-CARD-IS-PENDING                 VALUE "Y".
014500 77  AP-CARD-FILE-STATUS        PIC X(02)  VALUE SPACES.
014600 77  AP-APV-FILE-STATUS         PIC X(02)  VALUE SPACES.
014700 77  AP-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
014800 77  AP-CTL-FILE-STATUS         PIC X(02)  VALUE SPACES.
014900 77  AP-LOG-FILE-STATUS         PIC X(02)  VALUE SPACES.
015000 77  AP-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
015100*
015200*-----------------------------------------------------------*
015300* CARD FILES UNDER APPROVAL - NAME AND LOG SOURCE CODE. THE  *
015400* ORDER HERE IS THE ORDER THEY ARE LISTED IN.                *
015500*-----------------------------------------------------------*
015600 01  AP-SOURCE-LIST-VALUES.
015700     05  FILLER                 PIC X(17)
015800                                VALUE "maintenance.txt T".
015900     05  FILLER                 PIC X(17)
016000                                VALUE "acctmaint.txt   C".
016100     05  FILLER                 PIC X(17)
016200                                VALUE "rejrepair.txt   R".
016300     05  FILLER                 PIC X(17)
016400                                VALUE "susdecide.txt   S".
016500 01  AP-SOURCE-LIST REDEFINES AP-SOURCE-LIST-VALUES.
016600     05  AP-SOURCE-ENTRY        OCCURS 4 TIMES.
016700         10  AP-SOURCE-FILE     PIC X(16).
016800         10  AP-SOURCE-CODE     PIC X(01).
016900 77  AP-SOURCE-TOTAL            PIC 9(02) COMP  VALUE 4.
017000 77  AP-SOURCE-SUB              PIC 9(02) COMP  VALUE 0.
017100 77  AP-CARD-PATH               PIC X(64)  VALUE SPACES.
017200*
017300*-----------------------------------------------------------*
017400* APPROVAL CARD TABLE - ONE ENTRY PER APPROVAL CARD, MARKED  *
017500* OFF AS IT IS USED SO LEFTOVER CARDS CAN BE REPORTED.       *
017600*-----------------------------------------------------------*
017700 01  AP-APPROVAL-TABLE.
017800     05  AP-APPROVAL-ENTRY      OCCURS 999 TIMES.
017900         10  AP-APV-ACTION          PIC X(01).
018000         10  AP-APV-REFERENCE       PIC X(08).
018100         10  AP-APV-CHECKER         PIC X(08).
018200         10  AP-APV-USED            PIC X(01).
018300 77  AP-APPROVAL-COUNT          PIC 9(04) COMP  VALUE 0.
018400 77  AP-SUB                     PIC 9(04) COMP  VALUE 0.
018500 77  AP-MATCH-SUB               PIC 9(04) COMP  VALUE 0.
018600*
018700*-----------------------------------------------------------*
018800* THE CARD IN HAND                                           *
018900*-----------------------------------------------------------*
019000 77  AP-MAKER-ID                PIC X(08)  VALUE SPACES.
019100 77  AP-CARD-STATUS             PIC X(20)  VALUE SPACES.
019200 77  AP-LOG-EVENT               PIC X(01)  VALUE SPACES.
019300 77  AP-PENDING-DAYS            PIC 9(02)  VALUE 3.
019400 77  AP-NEXT-REFERENCE          PIC 9(08)  VALUE 0.
019500*
019600*-----------------------------------------------------------*
019700* RUN COUNTS                                                 *
019800*-----------------------------------------------------------*
019900 77  AP-CARDS-READ              PIC 9(07)       VALUE 0.
020000 77  AP-RECEIVED-COUNT          PIC 9(07)       VALUE 0.
020100 77  AP-APPROVED-COUNT          PIC 9(07)       VALUE 0.
020200 77  AP-DECLINED-COUNT          PIC 9(07)       VALUE 0.
020300 77  AP-REFUSED-COUNT           PIC 9(07)       VALUE 0.
020400 77  AP-PENDING-COUNT           PIC 9(07)       VALUE 0.
020500 77  AP-OVERDUE-COUNT           PIC 9(07)       VALUE 0.
020600 77  AP-WAITING-APPLY-COUNT     PIC 9(07)       VALUE 0.
020700 77  AP-UNMATCHED-COUNT         PIC 9(05)       VALUE 0.
020710 77  AP-RERECEIVED-COUNT        PIC 9(05)       VALUE 0.
020720 77  AP-CLEARED-COUNT           PIC 9(05)       VALUE 0.
020800*
020900*-----------------------------------------------------------*
021000* RUN DATE AND BUSINESS-DAY AGE WORK FIELDS                  *
021100*-----------------------------------------------------------*
021200 01  AP-RUN-DATE-YYYYMMDD       PIC 9(08).
021300 01  AP-RUN-DATE-GROUP REDEFINES AP-RUN-DATE-YYYYMMDD.
021400     05  AP-RUN-YYYY            PIC 9(04).
021500     05  AP-RUN-MM              PIC 9(02).
021600     05  AP-RUN-DD              PIC 9(02).
021700 01  AP-RUN-DATE-DISPLAY        PIC X(10).
021800 01  AP-RUN-TIME                PIC 9(08).
021900*
022000 01  AP-WORK-DATE               PIC 9(08).
022100 01  AP-WORK-DATE-GROUP REDEFINES AP-WORK-DATE.
022200     05  AP-WORK-YYYY           PIC 9(04).
022300     05  AP-WORK-MM             PIC 9(02).
022400     05  AP-WORK-DD             PIC 9(02).
022500 77  AP-AGE-DAYS                PIC 9(04)       VALUE 0.
022600 77  AP-DAY-OF-WEEK             PIC 9(01)       VALUE 0.
022700 77  AP-STEP-LIMIT              PIC 9(04)       VALUE 0.
022800 77  AP-DAYS-IN-MONTH           PIC 9(02)       VALUE 0.
022900 77  AP-LEAP-REM                PIC 9(04)       VALUE 0.
023000 77  AP-Z-YEAR                  PIC 9(04) COMP  VALUE 0.
023100 77  AP-Z-MONTH                 PIC 9(02) COMP  VALUE 0.
023200 77  AP-Z-CENTURY               PIC 9(02) COMP  VALUE 0.
023300 77  AP-Z-YY                    PIC 9(02) COMP  VALUE 0.
023400 77  AP-Z-WORK                  PIC 9(06) COMP  VALUE 0.
023500*
023600*-----------------------------------------------------------*
023700* BUSINESS CALENDAR - HOLIDAYS LOADED FROM BUSCAL.TXT AT     *
023800* STARTUP. A MISSING FILE MEANS NO HOLIDAYS.                 *
023900*-----------------------------------------------------------*
024000 77  AP-CAL-FILE-STATUS         PIC X(02)       VALUE SPACES.
024100 77  AP-CAL-SWITCH              PIC X(01)       VALUE "N".
024200     88  AP-CAL-EOF                             VALUE "Y".
024300 01  AP-HOLIDAY-TABLE.
024400     05  AP-HOLIDAY-DATE        OCCURS 200 TIMES PIC 9(08).
024500 77  AP-HOLIDAY-COUNT           PIC 9(03) COMP  VALUE 0.
024600 77  AP-HOLIDAY-SUB             PIC 9(03) COMP  VALUE 0.
024700 77  AP-HOL-FOUND-SW            PIC X(01)       VALUE "N".
024800     88  AP-IS-HOLIDAY                          VALUE "Y".
024900*
025000*-----------------------------------------------------------*
025100* LISTING CONTROL FIELDS                                     *
025200*-----------------------------------------------------------*
025300 77  AP-PAGE-NUM                PIC 9(04) VALUE 0.
025400 77  AP-LINE-COUNT              PIC 9(02) VALUE 99.
025500 77  AP-LINES-PER-PAGE          PIC 9(02) VALUE 20.
025600 01  AP-REPORT-LINE             PIC X(132).
025700 01  AP-AGE-DISPLAY             PIC 9(04).
025800*
025804*-----------------------------------------------------------*
025808* OPEN REFERENCE TABLE - EVERY REFERENCE GIVEN OUT AND NOT   *
025812* YET CLOSED, BY SOURCE, LOADED FROM APPRLOG.TXT. STATE R IS *
025816* RECEIVED, A APPROVED (CHECKER AND CARD IMAGE AS APPROVED), *
025820* C CLOSED AND FREE FOR REUSE. SEEN IS SET WHEN A CARD       *
025824* TONIGHT CARRIES THE REFERENCE, SO A COPY OF THE CARD       *
025828* CANNOT RIDE ON IT.                                         *
025832*-----------------------------------------------------------*
025836 01  AP-RECEIVED-TABLE.
025840     05  AP-RECEIVED-ENTRY      OCCURS 5000 TIMES.
025844         10  AP-RCV-SOURCE          PIC X(01).
025848         10  AP-RCV-REFERENCE       PIC X(08).
025852         10  AP-RCV-CHECKER         PIC X(08).
025856         10  AP-RCV-IMAGE           PIC X(48).
025860         10  AP-RCV-STATE           PIC X(01).
025864         10  AP-RCV-SEEN            PIC X(01).
025868 77  AP-RCV-COUNT               PIC 9(04) COMP  VALUE 0.
025872 77  AP-RCV-SUB                 PIC 9(04) COMP  VALUE 0.
025876 77  AP-RCV-MATCH               PIC 9(04) COMP  VALUE 0.
025880 77  AP-RCV-FREE                PIC 9(04) COMP  VALUE 0.
025884 77  AP-RCV-KEY-SOURCE          PIC X(01)  VALUE SPACES.
025888 77  AP-RCV-KEY-REFERENCE       PIC X(08)  VALUE SPACES.
025892*
025900 PROCEDURE DIVISION.
026000*-----------------------------------------------------------*
026100* 0000-MAINLINE                                              *
026200*-----------------------------------------------------------*
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026500     PERFORM 2000-LOAD-APPROVALS THRU 2000-EXIT
026600     PERFORM 3000-PROCESS-SOURCES THRU 3000-EXIT
026700     PERFORM 4000-REPORT-UNMATCHED THRU 4000-EXIT
026800     PERFORM 4500-SAVE-CONTROL THRU 4500-EXIT
026900     PERFORM 6000-WRITE-LIST-SUMMARY THRU 6000-EXIT
027000     PERFORM 9000-TERMINATE THRU 9000-EXIT
027100     STOP RUN.
027200*
027300*-----------------------------------------------------------*
027400* 1000-INITIALIZE - PICK UP THE RUN DATE, THE CALENDAR, THE  *
027500*                   PENDING LIMIT AND THE LAST REFERENCE     *
027600*                   GIVEN OUT, AND OPEN THE LOG AND LISTING. *
027700*-----------------------------------------------------------*
027800 1000-INITIALIZE.
027900     ACCEPT AP-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
028000     ACCEPT AP-RUN-TIME FROM TIME
028100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
028200     STRING AP-RUN-MM   DELIMITED BY SIZE
028300            "/"         DELIMITED BY SIZE
028400            AP-RUN-DD   DELIMITED BY SIZE
028500            "/"         DELIMITED BY SIZE
028600            AP-RUN-YYYY DELIMITED BY SIZE
028700        INTO AP-RUN-DATE-DISPLAY
028800     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
028900     PERFORM 1300-READ-APPROVAL-PARM THRU 1300-EXIT
029000     PERFORM 1400-READ-CONTROL THRU 1400-EXIT
029100     PERFORM 1500-OPEN-LOG-FILE THRU 1500-EXIT
029200     OPEN OUTPUT LIST-FILE.
029300 1000-EXIT.
029400     EXIT.
029500*
029600*-----------------------------------------------------------*
029700* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE REST OF *
029800*                   THE STREAM READS, SO CARDS ARE RECEIVED, *
029900*                   APPROVED AND AGED BY BUSINESS DATE. NO   *
030000*                   CARD MEANS THE MACHINE DATE.             *
030100*-----------------------------------------------------------*
030200 1050-GET-BUSINESS-DATE.
030300     OPEN INPUT BUSDATE-FILE
030400     IF AP-BDATE-FILE-STATUS NOT = "00"
030500         GO TO 1050-EXIT
030600     END-IF
030700     READ BUSDATE-FILE
030800         AT END
030900             SET AP-BDATE-EOF TO TRUE
031000     END-READ
031100     IF NOT AP-BDATE-EOF
031200         AND BD-BUSINESS-DATE NUMERIC
031300         AND BD-BUSINESS-DATE > 0
031400         MOVE BD-BUSINESS-DATE TO AP-RUN-DATE-YYYYMMDD
031500     END-IF
031600     CLOSE BUSDATE-FILE.
031700 1050-EXIT.
031800     EXIT.
031900*
032000*-----------------------------------------------------------*
032100* 1100-LOAD-CALENDAR - LOAD THE SHARED BUSINESS CALENDAR.    *
032200*                   A MISSING FILE MEANS NO HOLIDAYS; AN     *
032300*                   UNREADABLE OR OVERFLOWING CARD IS        *
032400*                   REPORTED AND DROPPED.                    *
032500*-----------------------------------------------------------*
032600 1100-LOAD-CALENDAR.
032700     OPEN INPUT BUSCAL-FILE
032800     IF AP-CAL-FILE-STATUS NOT = "00"
032900         SET AP-CAL-EOF TO TRUE
033000         GO TO 1100-EXIT
033100     END-IF
033200     PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
033300         UNTIL AP-CAL-EOF
033400     CLOSE BUSCAL-FILE.
033500 1100-EXIT.
033600     EXIT.
033700*
033800 1200-LOAD-ONE-HOLIDAY.
033900     READ BUSCAL-FILE
034000         AT END
034100             SET AP-CAL-EOF TO TRUE
034200         NOT AT END
034300             IF CD-HOLIDAY-DATE NOT NUMERIC
034400                 DISPLAY "APPROUVER-CARTES - UNREADABLE CALENDAR "
034500                     "CARD DROPPED"
034600             ELSE
034700                 IF AP-HOLIDAY-COUNT >= 200
034800                     DISPLAY "APPROUVER-CARTES - CALENDAR TABLE "
034900                         "FULL - CARD DROPPED"
035000                 ELSE
035100                     ADD 1 TO AP-HOLIDAY-COUNT
035200                     MOVE CD-HOLIDAY-DATE TO
035300                         AP-HOLIDAY-DATE (AP-HOLIDAY-COUNT)
035400                 END-IF
035500             END-IF
035600     END-READ.
035700 1200-EXIT.
035800     EXIT.
035900*
036000*-----------------------------------------------------------*
036100* 1300-READ-APPROVAL-PARM - THE APPRPARM CARD CARRIES THE    *
036200*                   NUMBER OF BUSINESS DAYS A CARD MAY WAIT  *
036300*                   FOR APPROVAL BEFORE IT IS FLAGGED. NO    *
036400*                   CARD, OR AN UNREADABLE OR ZERO ONE,      *
036500*                   KEEPS THE DEFAULT.                       *
036600*-----------------------------------------------------------*
036700 1300-READ-APPROVAL-PARM.
036800     OPEN INPUT APPR-PARM-FILE
036900     IF AP-PARM-FILE-STATUS NOT = "00"
037000         GO TO 1300-EXIT
037100     END-IF
037200     READ APPR-PARM-FILE
037300         AT END
037400             SET AP-PARM-EOF TO TRUE
037500     END-READ
037600     IF NOT AP-PARM-EOF
037700         AND AQ-PENDING-DAYS NUMERIC
037800         AND AQ-PENDING-DAYS > 0
037900         MOVE AQ-PENDING-DAYS TO AP-PENDING-DAYS
038000     END-IF
038100     CLOSE APPR-PARM-FILE.
038200 1300-EXIT.
038300     EXIT.
038400*
038500*-----------------------------------------------------------*
038600* 1400-READ-CONTROL - THE LAST REFERENCE GIVEN OUT. NO       *
038700*                   CONTROL FILE MEANS THE VERY FIRST RUN;   *
038800*                   AN UNREADABLE ONE STOPS THE RUN, SINCE   *
038900*                   REFERENCES WOULD BE GIVEN OUT TWICE.     *
039000*-----------------------------------------------------------*
039100 1400-READ-CONTROL.
039200     OPEN INPUT APPR-CONTROL-FILE
039300     IF AP-CTL-FILE-STATUS NOT = "00"
039400         GO TO 1400-EXIT
039500     END-IF
039600     READ APPR-CONTROL-FILE
039700         AT END
039800             SET AP-CTL-EOF TO TRUE
039900     END-READ
040000     IF NOT AP-CTL-EOF
040100         IF AO-LAST-REFERENCE NOT NUMERIC
040200             DISPLAY "APPROUVER-CARTES - apprctl.dat IS "
040300                 "UNREADABLE - RUN ABORTED"
040400             MOVE 16 TO RETURN-CODE
040500             STOP RUN
040600         END-IF
040700         MOVE AO-LAST-REFERENCE TO AP-NEXT-REFERENCE
040800     END-IF
040900     CLOSE APPR-CONTROL-FILE.
041000 1400-EXIT.
041100     EXIT.
041200*
041300*-----------------------------------------------------------*
041400* 1500-OPEN-LOG-FILE - EXTEND THE SHARED APPROVAL LOG IF IT  *
041500*                   ALREADY EXISTS; CREATE IT ON THE VERY    *
041600*                   FIRST RUN. THE REFERENCES STILL OPEN     *
041610*                   ARE READ OFF IT FIRST.                   *
041700*-----------------------------------------------------------*
041800 1500-OPEN-LOG-FILE.
041810     PERFORM 1600-LOAD-RECEIVED-LOG THRU 1600-EXIT
041900     OPEN EXTEND APPR-LOG-FILE
042000     IF AP-LOG-FILE-STATUS NOT = "00"
042100         OPEN OUTPUT APPR-LOG-FILE
042200     END-IF.
042300 1500-EXIT.
042400     EXIT.
042500*
042501*-----------------------------------------------------------*
042502* 1600-LOAD-RECEIVED-LOG - EVERY REFERENCE GIVEN OUT (R) AND *
042503*                   NOT YET APPLIED (P), DECLINED (J) OR     *
042504*                   DROPPED BY ITS PROGRAM (N) IS STILL      *
042505*                   OPEN; THE LAST APPROVAL (A) ON IT GIVES  *
042506*                   THE CHECKER AND CARD IMAGE IT WAS GIVEN  *
042507*                   FOR. NO LOG MEANS NOTHING IS OPEN.       *
042508*-----------------------------------------------------------*
042509 1600-LOAD-RECEIVED-LOG.
042510     OPEN INPUT APPR-LOG-FILE
042511     IF AP-LOG-FILE-STATUS NOT = "00"
042512         GO TO 1600-EXIT
042513     END-IF
042514     PERFORM 1610-LOAD-ONE-LOG-EVENT THRU 1610-EXIT
042515         UNTIL AP-LOG-EOF
042516     CLOSE APPR-LOG-FILE.
042517 1600-EXIT.
042518     EXIT.
042519*
042520 1610-LOAD-ONE-LOG-EVENT.
042521     READ APPR-LOG-FILE
042522         AT END
042523             SET AP-LOG-EOF TO TRUE
042524         NOT AT END
042525             PERFORM 1620-FILE-LOG-EVENT THRU 1620-EXIT
042526     END-READ.
042527 1610-EXIT.
042528     EXIT.
042529*
042530 1620-FILE-LOG-EVENT.
042531     IF AL-REFERENCE = SPACES
042532         OR AL-EVENT-REFUSED
042533         GO TO 1620-EXIT
042534     END-IF
042535     MOVE AL-SOURCE TO AP-RCV-KEY-SOURCE
042536     MOVE AL-REFERENCE TO AP-RCV-KEY-REFERENCE
042537     PERFORM 3450-FIND-RECEIVED THRU 3450-EXIT
042538     IF AL-EVENT-RECEIVED
042539         IF AP-RCV-MATCH = 0
042540             PERFORM 3470-ADD-RECEIVED THRU 3470-EXIT
042541         END-IF
042542         GO TO 1620-EXIT
042543     END-IF
042544     IF AP-RCV-MATCH = 0
042545         GO TO 1620-EXIT
042546     END-IF
042547     IF AL-EVENT-APPROVED
042548         MOVE "A" TO AP-RCV-STATE (AP-RCV-MATCH)
042549         MOVE AL-CHECKER-ID TO AP-RCV-CHECKER (AP-RCV-MATCH)
042550         MOVE AL-CARD-IMAGE TO AP-RCV-IMAGE (AP-RCV-MATCH)
042551     ELSE
042552         MOVE "C" TO AP-RCV-STATE (AP-RCV-MATCH)
042553     END-IF.
042554 1620-EXIT.
042555     EXIT.
042556*
042600*-----------------------------------------------------------*
042700* 2000-LOAD-APPROVALS - READ EVERY APPROVAL CARD AND FILE IT *
042800*                   AWAY BY REFERENCE. A MISSING FILE JUST   *
042900*                   MEANS A LISTING-ONLY RUN.                *
043000*-----------------------------------------------------------*
043100 2000-LOAD-APPROVALS.
043200     OPEN INPUT APPROVAL-FILE
043300     IF AP-APV-FILE-STATUS NOT = "00"
043400         SET AP-APV-EOF TO TRUE
043500         GO TO 2000-EXIT
043600     END-IF
043700     PERFORM 2100-READ-APPROVAL-RECORD THRU 2100-EXIT
043800     PERFORM 2200-FILE-APPROVAL-RECORD THRU 2200-EXIT
043900         UNTIL AP-APV-EOF
044000     CLOSE APPROVAL-FILE.
044100 2000-EXIT.
044200     EXIT.
044300*
044400 2100-READ-APPROVAL-RECORD.
044500     READ APPROVAL-FILE
044600         AT END
044700             SET AP-APV-EOF TO TRUE
044800     END-READ.
044900 2100-EXIT.
045000     EXIT.
045100*
045200*-----------------------------------------------------------*
045300* 2200-FILE-APPROVAL-RECORD - A CARD WITH A BAD ACTION CODE  *
045400*                   OR A BLANK REFERENCE IS REJECTED ON THE  *
045500*                   SPOT. THE CHECKER ID IS TESTED AGAINST   *
045600*                   THE MAKER WHEN THE CARD IS MATCHED.      *
045700*-----------------------------------------------------------*
045800 2200-FILE-APPROVAL-RECORD.
045900     EVALUATE TRUE
046000         WHEN NOT (AV-ACTION-IS-APPROVE OR AV-ACTION-IS-DECLINE)
046100             ADD 1 TO AP-UNMATCHED-COUNT
046200             DISPLAY "APPROUVER-CARTES - INVALID ACTION CODE "
046300                 AV-ACTION " - APPROVAL CARD IGNORED"
046400         WHEN AV-REFERENCE = SPACES
046500             ADD 1 TO AP-UNMATCHED-COUNT
046600             DISPLAY "APPROUVER-CARTES - BLANK REFERENCE ON "
046700                 "APPROVAL CARD - CARD IGNORED"
046800         WHEN AP-APPROVAL-COUNT >= 999
046900             ADD 1 TO AP-UNMATCHED-COUNT
047000             DISPLAY "APPROUVER-CARTES - APPROVAL TABLE FULL - "
047100                 "REFERENCE " AV-REFERENCE " IGNORED"
047200         WHEN OTHER
047300             ADD 1 TO AP-APPROVAL-COUNT
047400             MOVE AV-ACTION
047500                 TO AP-APV-ACTION (AP-APPROVAL-COUNT)
047600             MOVE AV-REFERENCE
047700                 TO AP-APV-REFERENCE (AP-APPROVAL-COUNT)
047800             MOVE AV-CHECKER-ID
047900                 TO AP-APV-CHECKER (AP-APPROVAL-COUNT)
048000             MOVE "N" TO AP-APV-USED (AP-APPROVAL-COUNT)
048100     END-EVALUATE
048200     PERFORM 2100-READ-APPROVAL-RECORD THRU 2100-EXIT.
048300 2200-EXIT.
048400     EXIT.
048500*
048600*-----------------------------------------------------------*
048700* 3000-PROCESS-SOURCES - EACH CARD FILE IN TURN.             *
048800*-----------------------------------------------------------*
048900 3000-PROCESS-SOURCES.
049000     PERFORM 3100-PROCESS-ONE-SOURCE THRU 3100-EXIT
049100         VARYING AP-SOURCE-SUB FROM 1 BY 1
049200         UNTIL AP-SOURCE-SUB > AP-SOURCE-TOTAL.
049300 3000-EXIT.
049400     EXIT.
049500*
049600*-----------------------------------------------------------*
049700* 3100-PROCESS-ONE-SOURCE - RUN ONE CARD FILE THROUGH TO THE *
049800*                   WORK FILE, THEN COPY THE WORK FILE BACK  *
049900*                   OVER IT. A FILE THAT IS NOT THERE HAS NO *
050000*                   CARDS WAITING.                           *
050100*-----------------------------------------------------------*
050200 3100-PROCESS-ONE-SOURCE.
050300     MOVE AP-SOURCE-FILE (AP-SOURCE-SUB) TO AP-CARD-PATH
050400     PERFORM 6300-CHECK-PAGE-BREAK THRU 6300-EXIT
050500     MOVE SPACES TO LIST-LINE
050600     WRITE LIST-LINE
050700     MOVE SPACES TO AP-REPORT-LINE
050800     STRING "FICHIER DE CARTES : " DELIMITED BY SIZE
050900            AP-SOURCE-FILE (AP-SOURCE-SUB) DELIMITED BY SIZE
051000        INTO AP-REPORT-LINE
051100     WRITE LIST-LINE FROM AP-REPORT-LINE
051200     ADD 2 TO AP-LINE-COUNT
051300     OPEN INPUT CARD-FILE
051400     IF AP-CARD-FILE-STATUS NOT = "00"
051500         MOVE SPACES TO AP-REPORT-LINE
051600         STRING "  AUCUNE CARTE" DELIMITED BY SIZE
051700            INTO AP-REPORT-LINE
051800         WRITE LIST-LINE FROM AP-REPORT-LINE
051900         ADD 1 TO AP-LINE-COUNT
052000         GO TO 3100-EXIT
052100     END-IF
052200     OPEN OUTPUT WORK-CARD-FILE
052300     MOVE "N" TO AP-CARD-SWITCH
052400     PERFORM 3150-READ-CARD-RECORD THRU 3150-EXIT
052500     PERFORM 3200-PROCESS-ONE-CARD THRU 3200-EXIT
052600         UNTIL AP-CARD-EOF
052700     CLOSE CARD-FILE
052800     CLOSE WORK-CARD-FILE
052900     PERFORM 3900-COPY-BACK THRU 3900-EXIT.
053000 3100-EXIT.
053100     EXIT.
053200*
053300 3150-READ-CARD-RECORD.
053400     READ CARD-FILE
053500         AT END
053600             SET AP-CARD-EOF TO TRUE
053700     END-READ.
053800 3150-EXIT.
053900     EXIT.
054000*
054100*-----------------------------------------------------------*
054200* 3200-PROCESS-ONE-CARD - RECEIVE A NEW CARD, APPLY ANY      *
054300*                   APPROVAL CARD FOR IT, AND KEEP           *
054400*                   EVERYTHING BUT A DECLINED CARD. A CARD   *
054500*                   ALREADY APPROVED WAITS FOR ITS OWN       *
054600*                   PROGRAM; AN APPROVAL CARD FOR IT CHANGES *
054700*                   NOTHING. A BLANK LINE IS DROPPED. THE    *
054710*                   REFERENCE AND CHECKER ID ON THE CARD ARE *
054720*                   TESTED AGAINST THE LOG FIRST.            *
054800*-----------------------------------------------------------*
054900 3200-PROCESS-ONE-CARD.
055000     IF CA-CARD-IMAGE = SPACES
055100         PERFORM 3150-READ-CARD-RECORD THRU 3150-EXIT
055200         GO TO 3200-EXIT
055300     END-IF
055400     ADD 1 TO AP-CARDS-READ
055500     PERFORM 3300-GET-MAKER THRU 3300-EXIT
055600     PERFORM 3250-CHECK-REFERENCE THRU 3250-EXIT
055900     MOVE "Y" TO AP-KEEP-SW
056000     MOVE "Y" TO AP-PENDING-SW
056100     MOVE "EN ATTENTE" TO AP-CARD-STATUS
056200     PERFORM 3500-LOOKUP-APPROVAL THRU 3500-EXIT
056300     IF CK-CHECKER-ID NOT = SPACES
056400         AND AP-MAKER-ID NOT = SPACES
056500         AND CK-CHECKER-ID NOT = AP-MAKER-ID
056600         MOVE "N" TO AP-PENDING-SW
056700         ADD 1 TO AP-WAITING-APPLY-COUNT
056800         MOVE "DEJA APPROUVEE" TO AP-CARD-STATUS
056900         IF AP-APPROVAL-WAS-FOUND
057000             MOVE "Y" TO AP-APV-USED (AP-MATCH-SUB)
057100         END-IF
057200     ELSE
057300         IF AP-APPROVAL-WAS-FOUND
057400             PERFORM 3600-APPLY-APPROVAL THRU 3600-EXIT
057500         END-IF
057600     END-IF
057700     MOVE 0 TO AP-AGE-DAYS
057800     IF AP-CARD-IS-PENDING
057900         ADD 1 TO AP-PENDING-COUNT
058000         PERFORM 7000-COMPUTE-BUSINESS-AGE THRU 7000-EXIT
058100         IF AP-AGE-DAYS > AP-PENDING-DAYS
058200             ADD 1 TO AP-OVERDUE-COUNT
058300             IF AP-CARD-STATUS = "EN ATTENTE"
058400                 MOVE "EN RETARD" TO AP-CARD-STATUS
058500             END-IF
058600         END-IF
058700     END-IF
058800     IF AP-KEEP-CARD
058900         WRITE WORK-CARD-RECORD FROM CARD-RECORD
059000     END-IF
059100     PERFORM 6100-WRITE-LIST-DETAIL THRU 6100-EXIT
059200     PERFORM 3150-READ-CARD-RECORD THRU 3150-EXIT.
059300 3200-EXIT.
059400     EXIT.
059500*
059502*-----------------------------------------------------------*
059504* 3250-CHECK-REFERENCE - A CARD IS TAKEN AT ITS WORD ONLY    *
059506*                   WHEN ITS REFERENCE IS ONE THIS PROGRAM   *
059508*                   GAVE OUT FOR THIS CARD FILE, IS STILL    *
059510*                   OPEN ON THE LOG, AND NO OTHER CARD       *
059512*                   TONIGHT HAS CLAIMED IT. ANY OTHER CARD   *
059514*                   IS RECEIVED AS NEW. A CHECKER ID THE LOG *
059516*                   DOES NOT BEAR OUT - NO APPROVAL, ANOTHER *
059518*                   CHECKER, OR A CARD CHANGED SINCE IT WAS  *
059520*                   APPROVED - IS CLEARED AND THE CARD WAITS *
059522*                   AGAIN.                                   *
059524*-----------------------------------------------------------*
059526 3250-CHECK-REFERENCE.
059528     IF CK-REFERENCE = SPACES
059530         PERFORM 3400-RECEIVE-CARD THRU 3400-EXIT
059532         GO TO 3250-EXIT
059534     END-IF
059536     MOVE AP-SOURCE-CODE (AP-SOURCE-SUB) TO AP-RCV-KEY-SOURCE
059538     MOVE CK-REFERENCE TO AP-RCV-KEY-REFERENCE
059540     PERFORM 3450-FIND-RECEIVED THRU 3450-EXIT
059542     IF AP-RCV-MATCH = 0
059544         OR AP-RCV-SEEN (AP-RCV-MATCH) = "Y"
059546         ADD 1 TO AP-RERECEIVED-COUNT
059548         DISPLAY "APPROUVER-CARTES - REFERENCE " CK-REFERENCE
059550             " NOT OPEN ON apprlog.txt - CARD RECEIVED AS NEW"
059552         PERFORM 3400-RECEIVE-CARD THRU 3400-EXIT
059554         GO TO 3250-EXIT
059556     END-IF
059558     MOVE "Y" TO AP-RCV-SEEN (AP-RCV-MATCH)
059560     IF CK-CHECKER-ID = SPACES
059562         GO TO 3250-EXIT
059564     END-IF
059566     IF AP-RCV-STATE (AP-RCV-MATCH) = "A"
059568         AND AP-RCV-CHECKER (AP-RCV-MATCH) = CK-CHECKER-ID
059570         AND AP-RCV-IMAGE (AP-RCV-MATCH) = CA-CARD-IMAGE
059572         GO TO 3250-EXIT
059574     END-IF
059576     ADD 1 TO AP-CLEARED-COUNT
059578     DISPLAY "APPROUVER-CARTES - REFERENCE " CK-REFERENCE
059580         " - CHECKER " CK-CHECKER-ID " NOT APPROVED ON "
059582         "apprlog.txt - CHECKER CLEARED"
059584     MOVE SPACES TO CK-CHECKER-ID
059586     MOVE SPACES TO CK-APPROVED-DATE.
059588 3250-EXIT.
059590     EXIT.
059592*
059600*-----------------------------------------------------------*
059700* 3300-GET-MAKER - THE MAKER'S USER ID, FROM WHERE THIS      *
059800*                   SOURCE'S CARD LAYOUT PUTS IT.            *
059900*-----------------------------------------------------------*
060000 3300-GET-MAKER.
060100     EVALUATE AP-SOURCE-CODE (AP-SOURCE-SUB)
060200         WHEN "T"
060300             MOVE CA-TRANSACTION-MAKER TO AP-MAKER-ID
060400         WHEN "C"
060500             MOVE CA-ACCOUNT-MAKER TO AP-MAKER-ID
060600         WHEN "R"
060700             MOVE CA-REPAIR-MAKER TO AP-MAKER-ID
060800         WHEN OTHER
060900             MOVE CA-SUSPENSE-MAKER TO AP-MAKER-ID
061000     END-EVALUATE.
061100 3300-EXIT.
061200     EXIT.
061300*
061400*-----------------------------------------------------------*
061500* 3400-RECEIVE-CARD - A CARD SEEN FOR THE FIRST TIME GETS    *
061600*                   THE NEXT REFERENCE AND TONIGHT'S DATE.   *
061700*                   ANYTHING KEYED IN THE CHECKER FIELDS IS  *
061800*                   CLEARED - ONLY AN APPROVAL CARD SETS     *
061900*                   THEM. THE NEW REFERENCE GOES ON THE      *
061910*                   TABLE OF REFERENCES OPEN.                *
062000*-----------------------------------------------------------*
062100 3400-RECEIVE-CARD.
062200     ADD 1 TO AP-NEXT-REFERENCE
062300     ADD 1 TO AP-RECEIVED-COUNT
062400     MOVE AP-RUN-DATE-YYYYMMDD TO CK-RECEIVED-DATE
062500     MOVE AP-NEXT-REFERENCE TO CK-REFERENCE
062600     MOVE SPACES TO CK-CHECKER-ID
062700     MOVE SPACES TO CK-APPROVED-DATE
062800     MOVE "R" TO AP-LOG-EVENT
062900     PERFORM 8000-WRITE-LOG-EVENT THRU 8000-EXIT
062910     MOVE AP-SOURCE-CODE (AP-SOURCE-SUB) TO AP-RCV-KEY-SOURCE
062920     MOVE CK-REFERENCE TO AP-RCV-KEY-REFERENCE
062930     PERFORM 3450-FIND-RECEIVED THRU 3450-EXIT
062940     PERFORM 3470-ADD-RECEIVED THRU 3470-EXIT
062950     MOVE "Y" TO AP-RCV-SEEN (AP-RCV-MATCH).
063000 3400-EXIT.
063100     EXIT.
063200*
063201*-----------------------------------------------------------*
063202* 3450-FIND-RECEIVED - THE OPEN ENTRY FOR THE SOURCE AND     *
063203*                   REFERENCE IN THE KEY, IF ANY, AND THE    *
063204*                   FIRST CLOSED SLOT. A NEW ENTRY TAKES     *
063205*                   THAT SLOT, OR THE NEXT ONE AT THE END; A *
063206*                   FULL TABLE STOPS THE RUN, SINCE CARDS    *
063207*                   WOULD BE RECEIVED TWICE.                 *
063208*-----------------------------------------------------------*
063209 3450-FIND-RECEIVED.
063210     MOVE 0 TO AP-RCV-MATCH
063211     MOVE 0 TO AP-RCV-FREE
063212     PERFORM 3460-SCAN-RECEIVED-TABLE THRU 3460-EXIT
063213         VARYING AP-RCV-SUB FROM 1 BY 1
063214         UNTIL AP-RCV-SUB > AP-RCV-COUNT
063215         OR AP-RCV-MATCH > 0.
063216 3450-EXIT.
063217     EXIT.
063218*
063219 3460-SCAN-RECEIVED-TABLE.
063220     IF AP-RCV-STATE (AP-RCV-SUB) = "C"
063221         IF AP-RCV-FREE = 0
063222             MOVE AP-RCV-SUB TO AP-RCV-FREE
063223         END-IF
063224         GO TO 3460-EXIT
063225     END-IF
063226     IF AP-RCV-SOURCE (AP-RCV-SUB) = AP-RCV-KEY-SOURCE
063227         AND AP-RCV-REFERENCE (AP-RCV-SUB) = AP-RCV-KEY-REFERENCE
063228         MOVE AP-RCV-SUB TO AP-RCV-MATCH
063229     END-IF.
063230 3460-EXIT.
063231     EXIT.
063232*
063233 3470-ADD-RECEIVED.
063234     IF AP-RCV-FREE = 0
063235         IF AP-RCV-COUNT >= 5000
063236             DISPLAY "APPROUVER-CARTES - MORE THAN 5000 "
063237                 "REFERENCES OPEN ON apprlog.txt - RUN ABORTED"
063238             MOVE 16 TO RETURN-CODE
063239             STOP RUN
063240         END-IF
063241         ADD 1 TO AP-RCV-COUNT
063242         MOVE AP-RCV-COUNT TO AP-RCV-FREE
063243     END-IF
063244     MOVE AP-RCV-FREE TO AP-RCV-MATCH
063245     MOVE AP-RCV-KEY-SOURCE TO AP-RCV-SOURCE (AP-RCV-MATCH)
063246     MOVE AP-RCV-KEY-REFERENCE TO AP-RCV-REFERENCE (AP-RCV-MATCH)
063247     MOVE SPACES TO AP-RCV-CHECKER (AP-RCV-MATCH)
063248     MOVE SPACES TO AP-RCV-IMAGE (AP-RCV-MATCH)
063249     MOVE "R" TO AP-RCV-STATE (AP-RCV-MATCH)
063250     MOVE "N" TO AP-RCV-SEEN (AP-RCV-MATCH).
063251 3470-EXIT.
063252     EXIT.
063253*
063300 3500-LOOKUP-APPROVAL.
063400     MOVE "N" TO AP-FOUND-SW
063500     MOVE 0 TO AP-MATCH-SUB
063600     PERFORM 3510-SCAN-APPROVAL-TABLE THRU 3510-EXIT
063700         VARYING AP-SUB FROM 1 BY 1
063800         UNTIL AP-SUB > AP-APPROVAL-COUNT
063900         OR AP-APPROVAL-WAS-FOUND.
064000 3500-EXIT.
064100     EXIT.
064200*
064300 3510-SCAN-APPROVAL-TABLE.
064400     IF AP-APV-USED (AP-SUB) = "N"
064500         AND AP-APV-REFERENCE (AP-SUB) = CK-REFERENCE
064600         SET AP-APPROVAL-WAS-FOUND TO TRUE
064700         MOVE AP-SUB TO AP-MATCH-SUB
064800     END-IF.
064900 3510-EXIT.
065000     EXIT.
065100*
065200*-----------------------------------------------------------*
065300* 3600-APPLY-APPROVAL - A DECLINE DROPS THE CARD. AN         *
065400*                   APPROVAL STAMPS THE CHECKER ON IT,       *
065500*                   UNLESS THE CHECKER IS BLANK OR IS THE    *
065600*                   CARD'S OWN MAKER, OR THE CARD HAS NO     *
065700*                   MAKER - THEN IT IS REFUSED AND THE CARD  *
065800*                   GOES ON WAITING.                         *
065900*-----------------------------------------------------------*
066000 3600-APPLY-APPROVAL.
066100     MOVE "Y" TO AP-APV-USED (AP-MATCH-SUB)
066200     EVALUATE TRUE
066300         WHEN AP-APV-ACTION (AP-MATCH-SUB) = "J"
066400             ADD 1 TO AP-DECLINED-COUNT
066500             MOVE "N" TO AP-KEEP-SW
066600             MOVE "N" TO AP-PENDING-SW
066700             MOVE "REJETEE" TO AP-CARD-STATUS
066800             MOVE AP-APV-CHECKER (AP-MATCH-SUB) TO CK-CHECKER-ID
066900             MOVE "J" TO AP-LOG-EVENT
067000         WHEN AP-MAKER-ID = SPACES
067100             OR AP-APV-CHECKER (AP-MATCH-SUB) = SPACES
067200             ADD 1 TO AP-REFUSED-COUNT
067300             MOVE "REFUS - ID MANQUANT" TO AP-CARD-STATUS
067400             MOVE AP-APV-CHECKER (AP-MATCH-SUB) TO CK-CHECKER-ID
067500             MOVE "X" TO AP-LOG-EVENT
067600         WHEN AP-APV-CHECKER (AP-MATCH-SUB) = AP-MAKER-ID
067700             ADD 1 TO AP-REFUSED-COUNT
067800             MOVE "REFUS - MEME AUTEUR" TO AP-CARD-STATUS
067900             MOVE AP-APV-CHECKER (AP-MATCH-SUB) TO CK-CHECKER-ID
068000             MOVE "X" TO AP-LOG-EVENT
068100             DISPLAY "APPROUVER-CARTES - REFERENCE "
068200                 CK-REFERENCE " - APPROVAL FROM MAKER "
068300                 AP-MAKER-ID " REFUSED"
068400         WHEN OTHER
068500             ADD 1 TO AP-APPROVED-COUNT
068600             MOVE "N" TO AP-PENDING-SW
068700             MOVE "APPROUVEE" TO AP-CARD-STATUS
068800             MOVE AP-APV-CHECKER (AP-MATCH-SUB) TO CK-CHECKER-ID
068900             MOVE AP-RUN-DATE-YYYYMMDD TO CK-APPROVED-DATE
069000             MOVE "A" TO AP-LOG-EVENT
069100     END-EVALUATE
069200     PERFORM 8000-WRITE-LOG-EVENT THRU 8000-EXIT
069210     IF AP-LOG-EVENT = "A"
069220         MOVE "A" TO AP-RCV-STATE (AP-RCV-MATCH)
069230         MOVE CK-CHECKER-ID TO AP-RCV-CHECKER (AP-RCV-MATCH)
069240         MOVE CA-CARD-IMAGE TO AP-RCV-IMAGE (AP-RCV-MATCH)
069250     END-IF
069260     IF AP-LOG-EVENT = "J"
069270         MOVE "C" TO AP-RCV-STATE (AP-RCV-MATCH)
069280     END-IF
069300     IF AP-LOG-EVENT = "X"
069400         MOVE SPACES TO CK-CHECKER-ID
069500     END-IF.
069600 3600-EXIT.
069700     EXIT.
069800*
069900*-----------------------------------------------------------*
070000* 3900-COPY-BACK - THE WORK FILE BECOMES THE CARD FILE, SO   *
070100*                   THE PROGRAM THAT APPLIES THE CARDS SEES  *
070200*                   THE REFERENCES AND APPROVALS.            *
070300*-----------------------------------------------------------*
070400 3900-COPY-BACK.
070500     OPEN INPUT WORK-CARD-FILE
070600     OPEN OUTPUT CARD-FILE
070700     MOVE "N" TO AP-WORK-SWITCH
070800     PERFORM 3910-COPY-ONE-CARD THRU 3910-EXIT
070900         UNTIL AP-WORK-EOF
071000     CLOSE WORK-CARD-FILE
071100     CLOSE CARD-FILE.
071200 3900-EXIT.
071300     EXIT.
071400*
071500 3910-COPY-ONE-CARD.
071600     READ WORK-CARD-FILE
071700         AT END
071800             SET AP-WORK-EOF TO TRUE
071900         NOT AT END
072000             MOVE WORK-CARD-RECORD TO CARD-RECORD
072100             WRITE CARD-RECORD
072200     END-READ.
072300 3910-EXIT.
072400     EXIT.
072500*
072600*-----------------------------------------------------------*
072700* 4000-REPORT-UNMATCHED - AN APPROVAL CARD STILL UNUSED      *
072800*                   MATCHED NO CARD WAITING IN ANY FILE -    *
072900*                   REPORT IT SO THE CHECKER CAN RE-KEY IT.  *
073000*-----------------------------------------------------------*
073100 4000-REPORT-UNMATCHED.
073200     PERFORM 4100-REPORT-ONE-UNMATCHED THRU 4100-EXIT
073300         VARYING AP-SUB FROM 1 BY 1
073400         UNTIL AP-SUB > AP-APPROVAL-COUNT.
073500 4000-EXIT.
073600     EXIT.
073700*
073800 4100-REPORT-ONE-UNMATCHED.
073900     IF AP-APV-USED (AP-SUB) = "N"
074000         ADD 1 TO AP-UNMATCHED-COUNT
074100         DISPLAY "APPROUVER-CARTES - " AP-APV-ACTION (AP-SUB)
074200             " CARD FROM " AP-APV-CHECKER (AP-SUB)
074300             " REFERENCE " AP-APV-REFERENCE (AP-SUB)
074400             " MATCHED NO CARD"
074500     END-IF.
074600 4100-EXIT.
074700     EXIT.
074800*
074900*-----------------------------------------------------------*
075000* 4500-SAVE-CONTROL - KEEP THE LAST REFERENCE GIVEN OUT FOR  *
075100*                   THE NEXT RUN.                            *
075200*-----------------------------------------------------------*
075300 4500-SAVE-CONTROL.
075400     OPEN OUTPUT APPR-CONTROL-FILE
075500     MOVE AP-NEXT-REFERENCE TO AO-LAST-REFERENCE
075600     MOVE AP-RUN-DATE-YYYYMMDD TO AO-LAST-RUN-DATE
075700     WRITE APPR-CONTROL-RECORD
075800     CLOSE APPR-CONTROL-FILE
075900     CLOSE APPR-LOG-FILE.
076000 4500-EXIT.
076100     EXIT.
076200*
076300*-----------------------------------------------------------*
076400* 6000-WRITE-LIST-SUMMARY - THE RUN COUNTS UNDER THE DETAIL  *
076500*                   LINES.                                   *
076600*-----------------------------------------------------------*
076700 6000-WRITE-LIST-SUMMARY.
076800     PERFORM 6300-CHECK-PAGE-BREAK THRU 6300-EXIT
076900     MOVE SPACES TO LIST-LINE
077000     WRITE LIST-LINE
077100     MOVE SPACES TO AP-REPORT-LINE
077200     STRING "CARTES LUES                      : "
077300         DELIMITED BY SIZE
077400            AP-CARDS-READ DELIMITED BY SIZE
077500        INTO AP-REPORT-LINE
077600     WRITE LIST-LINE FROM AP-REPORT-LINE
077700     MOVE SPACES TO AP-REPORT-LINE
077800     STRING "CARTES RECUES CE SOIR            : "
077900         DELIMITED BY SIZE
078000            AP-RECEIVED-COUNT DELIMITED BY SIZE
078100        INTO AP-REPORT-LINE
078200     WRITE LIST-LINE FROM AP-REPORT-LINE
078300     MOVE SPACES TO AP-REPORT-LINE
078400     STRING "CARTES APPROUVEES CE SOIR        : "
078500         DELIMITED BY SIZE
078600            AP-APPROVED-COUNT DELIMITED BY SIZE
078700        INTO AP-REPORT-LINE
078800     WRITE LIST-LINE FROM AP-REPORT-LINE
078900     MOVE SPACES TO AP-REPORT-LINE
079000     STRING "CARTES REJETEES CE SOIR          : "
079100         DELIMITED BY SIZE
079200            AP-DECLINED-COUNT DELIMITED BY SIZE
079300        INTO AP-REPORT-LINE
079400     WRITE LIST-LINE FROM AP-REPORT-LINE
079500     MOVE SPACES TO AP-REPORT-LINE
079600     STRING "APPROBATIONS REFUSEES            : "
079700         DELIMITED BY SIZE
079800            AP-REFUSED-COUNT DELIMITED BY SIZE
079900        INTO AP-REPORT-LINE
080000     WRITE LIST-LINE FROM AP-REPORT-LINE
080100     MOVE SPACES TO AP-REPORT-LINE
080200     STRING "CARTES EN ATTENTE D'APPROBATION  : "
080300         DELIMITED BY SIZE
080400            AP-PENDING-COUNT DELIMITED BY SIZE
080500        INTO AP-REPORT-LINE
080600     WRITE LIST-LINE FROM AP-REPORT-LINE
080700     MOVE SPACES TO AP-REPORT-LINE
080800     STRING "  DONT EN RETARD (PLUS DE " DELIMITED BY SIZE
080900            AP-PENDING-DAYS DELIMITED BY SIZE
081000            " JOURS)  : " DELIMITED BY SIZE
081100            AP-OVERDUE-COUNT DELIMITED BY SIZE
081200        INTO AP-REPORT-LINE
081300     WRITE LIST-LINE FROM AP-REPORT-LINE
081400     MOVE SPACES TO AP-REPORT-LINE
081500     STRING "CARTES APPROUVEES A APPLIQUER    : "
081600         DELIMITED BY SIZE
081700            AP-WAITING-APPLY-COUNT DELIMITED BY SIZE
081800        INTO AP-REPORT-LINE
081900     WRITE LIST-LINE FROM AP-REPORT-LINE
082000     MOVE SPACES TO AP-REPORT-LINE
082100     STRING "CARTES D'APPROBATION SANS SUITE  : "
082200         DELIMITED BY SIZE
082300            AP-UNMATCHED-COUNT DELIMITED BY SIZE
082400        INTO AP-REPORT-LINE
082500     WRITE LIST-LINE FROM AP-REPORT-LINE
082600     CLOSE LIST-FILE.
082700 6000-EXIT.
082800     EXIT.
082900*
083000*-----------------------------------------------------------*
083100* 6100-WRITE-LIST-DETAIL - ONE LINE PER CARD: REFERENCE,     *
083200*                   DATE RECEIVED, AGE IN BUSINESS DAYS      *
083300*                   WHILE IT WAITS, MAKER, CHECKER, STATUS   *
083400*                   AND THE CARD ITSELF.                     *
083500*-----------------------------------------------------------*
083600 6100-WRITE-LIST-DETAIL.
083700     PERFORM 6300-CHECK-PAGE-BREAK THRU 6300-EXIT
083800     MOVE SPACES TO AP-REPORT-LINE
083900     MOVE AP-AGE-DAYS TO AP-AGE-DISPLAY
084000     STRING "  " DELIMITED BY SIZE
084100            CK-REFERENCE DELIMITED BY SIZE
084200            "  " DELIMITED BY SIZE
084300            CK-RECEIVED-DATE DELIMITED BY SIZE
084400            "  " DELIMITED BY SIZE
084500            AP-AGE-DISPLAY DELIMITED BY SIZE
084600            "  " DELIMITED BY SIZE
084700            AP-MAKER-ID DELIMITED BY SIZE
084800            "  " DELIMITED BY SIZE
084900            CK-CHECKER-ID DELIMITED BY SIZE
085000            "  " DELIMITED BY SIZE
085100            AP-CARD-STATUS DELIMITED BY SIZE
085200            "  " DELIMITED BY SIZE
085300            CA-CARD-IMAGE DELIMITED BY SIZE
085400        INTO AP-REPORT-LINE
085500     WRITE LIST-LINE FROM AP-REPORT-LINE
085600     ADD 1 TO AP-LINE-COUNT.
085700 6100-EXIT.
085800     EXIT.
085900*
086000*-----------------------------------------------------------*
086100* 6200-WRITE-LIST-HEADINGS - START A NEW PAGE: RUN DATE,     *
086200*                   PENDING LIMIT, PAGE NUMBER AND COLUMN    *
086300*                   HEADINGS.                                *
086400*-----------------------------------------------------------*
086500 6200-WRITE-LIST-HEADINGS.
086600     ADD 1 TO AP-PAGE-NUM
086700     MOVE SPACES TO AP-REPORT-LINE
086800     STRING "CARTES EN ATTENTE D'APPROBATION" DELIMITED BY SIZE
086900            "           PAGE " DELIMITED BY SIZE
087000            AP-PAGE-NUM DELIMITED BY SIZE
087100        INTO AP-REPORT-LINE
087200     WRITE LIST-LINE FROM AP-REPORT-LINE
087300     MOVE SPACES TO AP-REPORT-LINE
087400     STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
087500            AP-RUN-DATE-DISPLAY DELIMITED BY SIZE
087600            "    DELAI : " DELIMITED BY SIZE
087700            AP-PENDING-DAYS DELIMITED BY SIZE
087800            " JOURS OUVRABLES" DELIMITED BY SIZE
087900        INTO AP-REPORT-LINE
088000     WRITE LIST-LINE FROM AP-REPORT-LINE
088100     MOVE SPACES TO LIST-LINE
088200     WRITE LIST-LINE
088300     MOVE SPACES TO AP-REPORT-LINE
088400     STRING "  REFERENC  RECUE LE  AGE   AUTEUR    APPROB.   "
088500         DELIMITED BY SIZE
088600         "STATUT                CARTE" DELIMITED BY SIZE
088700        INTO AP-REPORT-LINE
088800     WRITE LIST-LINE FROM AP-REPORT-LINE
088900     MOVE 0 TO AP-LINE-COUNT.
089000 6200-EXIT.
089100     EXIT.
089200*
089300 6300-CHECK-PAGE-BREAK.
089400     IF AP-LINE-COUNT >= AP-LINES-PER-PAGE
089500         PERFORM 6200-WRITE-LIST-HEADINGS THRU 6200-EXIT
089600     END-IF.
089700 6300-EXIT.
089800     EXIT.
089900*
090000*-----------------------------------------------------------*
090100* 7000-COMPUTE-BUSINESS-AGE - WALK FROM THE RECEIVED DATE TO *
090200*                   THE RUN DATE COUNTING BUSINESS DAYS. AN  *
090300*                   UNREADABLE OR FUTURE DATE AGES AS ZERO.  *
090400*-----------------------------------------------------------*
090500 7000-COMPUTE-BUSINESS-AGE.
090600     MOVE 0 TO AP-AGE-DAYS
090700     IF CK-RECEIVED-DATE NOT NUMERIC
090800         GO TO 7000-EXIT
090900     END-IF
091000     MOVE CK-RECEIVED-DATE TO AP-WORK-DATE
091100     IF AP-WORK-DATE >= AP-RUN-DATE-YYYYMMDD
091200         GO TO 7000-EXIT
091300     END-IF
091400     PERFORM 7100-COMPUTE-DAY-OF-WEEK THRU 7100-EXIT
091500     MOVE 0 TO AP-STEP-LIMIT
091600     PERFORM 7200-STEP-ONE-DAY THRU 7200-EXIT
091700         UNTIL AP-WORK-DATE >= AP-RUN-DATE-YYYYMMDD
091800         OR AP-STEP-LIMIT >= 3700.
091900 7000-EXIT.
092000     EXIT.
092100*
092200*-----------------------------------------------------------*
092300* 7100-COMPUTE-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON THE      *
092400*                   DATE IN AP-WORK-DATE. RESULT 0=SATURDAY  *
092500*                   1=SUNDAY, 2=MONDAY ... 6=FRIDAY.         *
092600*-----------------------------------------------------------*
092700 7100-COMPUTE-DAY-OF-WEEK.
092800     MOVE AP-WORK-YYYY TO AP-Z-YEAR
092900     MOVE AP-WORK-MM TO AP-Z-MONTH
093000     IF AP-Z-MONTH < 3
093100         ADD 12 TO AP-Z-MONTH
093200         SUBTRACT 1 FROM AP-Z-YEAR
093300     END-IF
093400     DIVIDE AP-Z-YEAR BY 100 GIVING AP-Z-CENTURY
093500         REMAINDER AP-Z-YY
093600     COMPUTE AP-Z-WORK = AP-WORK-DD
093700         + ((13 * (AP-Z-MONTH + 1)) / 5)
093800         + AP-Z-YY + (AP-Z-YY / 4)
093900         + (AP-Z-CENTURY / 4) + (5 * AP-Z-CENTURY)
094000     DIVIDE AP-Z-WORK BY 7 GIVING AP-Z-WORK
094100         REMAINDER AP-DAY-OF-WEEK.
094200 7100-EXIT.
094300     EXIT.
094400*
094500*-----------------------------------------------------------*
094600* 7200-STEP-ONE-DAY - ADVANCE AP-WORK-DATE ONE CALENDAR DAY  *
094700*                   AND COUNT IT IF IT LANDS ON A WEEKDAY    *
094800*                   THAT IS NOT ON THE HOLIDAY TABLE.        *
094900*-----------------------------------------------------------*
095000 7200-STEP-ONE-DAY.
095100     ADD 1 TO AP-STEP-LIMIT
095200     PERFORM 7300-NEXT-CALENDAR-DAY THRU 7300-EXIT
095300     ADD 1 TO AP-DAY-OF-WEEK
095400     IF AP-DAY-OF-WEEK > 6
095500         MOVE 0 TO AP-DAY-OF-WEEK
095600     END-IF
095700     IF AP-DAY-OF-WEEK > 1
095800         PERFORM 7500-CHECK-HOLIDAY THRU 7500-EXIT
095900         IF NOT AP-IS-HOLIDAY
096000             ADD 1 TO AP-AGE-DAYS
096100         END-IF
096200     END-IF.
096300 7200-EXIT.
096400     EXIT.
096500*
096600 7300-NEXT-CALENDAR-DAY.
096700     PERFORM 7400-DAYS-IN-MONTH THRU 7400-EXIT
096800     IF AP-WORK-DD < AP-DAYS-IN-MONTH
096900         ADD 1 TO AP-WORK-DD
097000     ELSE
097100         MOVE 1 TO AP-WORK-DD
097200         IF AP-WORK-MM < 12
097300             ADD 1 TO AP-WORK-MM
097400         ELSE
097500             MOVE 1 TO AP-WORK-MM
097600             ADD 1 TO AP-WORK-YYYY
097700         END-IF
097800     END-IF.
097900 7300-EXIT.
098000     EXIT.
098100*
098200 7400-DAYS-IN-MONTH.
098300     EVALUATE AP-WORK-MM
098400         WHEN 01 WHEN 03 WHEN 05 WHEN 07
098500         WHEN 08 WHEN 10 WHEN 12
098600             MOVE 31 TO AP-DAYS-IN-MONTH
098700         WHEN 04 WHEN 06 WHEN 09 WHEN 11
098800             MOVE 30 TO AP-DAYS-IN-MONTH
098900         WHEN 02
099000             MOVE 28 TO AP-DAYS-IN-MONTH
099100             DIVIDE AP-WORK-YYYY BY 4 GIVING AP-Z-WORK
099200                 REMAINDER AP-LEAP-REM
099300             IF AP-LEAP-REM = 0
099400                 DIVIDE AP-WORK-YYYY BY 100 GIVING AP-Z-WORK
099500                     REMAINDER AP-LEAP-REM
099600                 IF AP-LEAP-REM NOT = 0
099700                     MOVE 29 TO AP-DAYS-IN-MONTH
099800                 ELSE
099900                     DIVIDE AP-WORK-YYYY BY 400 GIVING AP-Z-WORK
100000                         REMAINDER AP-LEAP-REM
100100                     IF AP-LEAP-REM = 0
100200                         MOVE 29 TO AP-DAYS-IN-MONTH
100300                     END-IF
100400                 END-IF
100500             END-IF
100600     END-EVALUATE.
100700 7400-EXIT.
100800     EXIT.
100900*
101000*-----------------------------------------------------------*
101100* 7500-CHECK-HOLIDAY - IS THE DATE IN AP-WORK-DATE ON THE    *
101200*                   HOLIDAY TABLE?                           *
101300*-----------------------------------------------------------*
101400 7500-CHECK-HOLIDAY.
101500     MOVE "N" TO AP-HOL-FOUND-SW
101600     PERFORM 7600-SCAN-HOLIDAY-TABLE THRU 7600-EXIT
101700         VARYING AP-HOLIDAY-SUB FROM 1 BY 1
101800         UNTIL AP-HOLIDAY-SUB > AP-HOLIDAY-COUNT
101900         OR AP-IS-HOLIDAY.
102000 7500-EXIT.
102100     EXIT.
102200*
102300 7600-SCAN-HOLIDAY-TABLE.
102400     IF AP-HOLIDAY-DATE (AP-HOLIDAY-SUB) = AP-WORK-DATE
102500         SET AP-IS-HOLIDAY TO TRUE
102600     END-IF.
102700 7600-EXIT.
102800     EXIT.
102900*
103000*-----------------------------------------------------------*
103100* 8000-WRITE-LOG-EVENT - ONE LINE ON THE SHARED APPROVAL LOG *
103200*                   FOR THE CARD IN HAND.                    *
103300*-----------------------------------------------------------*
103400 8000-WRITE-LOG-EVENT.
103500     MOVE SPACES TO APPR-LOG-RECORD
103600     MOVE AP-RUN-DATE-YYYYMMDD TO AL-LOG-DATE
103700     MOVE AP-RUN-TIME TO AL-LOG-TIME
103800     MOVE AP-SOURCE-CODE (AP-SOURCE-SUB) TO AL-SOURCE
103900     MOVE AP-LOG-EVENT TO AL-EVENT
104000     MOVE CK-REFERENCE TO AL-REFERENCE
104100     MOVE AP-MAKER-ID TO AL-MAKER-ID
104200     MOVE CK-CHECKER-ID TO AL-CHECKER-ID
104300     MOVE CA-CARD-IMAGE TO AL-CARD-IMAGE
104400     WRITE APPR-LOG-RECORD.
104500 8000-EXIT.
104600     EXIT.
104700*
104800*-----------------------------------------------------------*
104900* 9000-TERMINATE - REPORT WHAT WAS DONE. CARDS WAITING PAST  *
105000*                   THE LIMIT, REFUSED APPROVALS AND         *
105100*                   APPROVAL CARDS THAT MATCHED NOTHING END  *
105200*                   THE RUN RC 4, AS DO CARDS RECEIVED       *
105210*                   AGAIN AND CHECKER IDS CLEARED FOR WANT   *
105220*                   OF AN APPROVAL ON THE LOG.               *
105300*-----------------------------------------------------------*
105400 9000-TERMINATE.
105500     DISPLAY "APPROUVER-CARTES - CARDS READ            : "
105600         AP-CARDS-READ
105700     DISPLAY "APPROUVER-CARTES - CARDS RECEIVED        : "
105800         AP-RECEIVED-COUNT
105900     DISPLAY "APPROUVER-CARTES - CARDS APPROVED        : "
106000         AP-APPROVED-COUNT
106100     DISPLAY "APPROUVER-CARTES - CARDS DECLINED        : "
106200         AP-DECLINED-COUNT
106300     DISPLAY "APPROUVER-CARTES - APPROVALS REFUSED     : "
106400         AP-REFUSED-COUNT
106500     DISPLAY "APPROUVER-CARTES - CARDS PENDING         : "
106600         AP-PENDING-COUNT
106700     DISPLAY "APPROUVER-CARTES - CARDS OVERDUE         : "
106800         AP-OVERDUE-COUNT
106900     DISPLAY "APPROUVER-CARTES - APPROVED, NOT APPLIED : "
107000         AP-WAITING-APPLY-COUNT
107100     DISPLAY "APPROUVER-CARTES - APPROVALS UNMATCHED   : "
107200         AP-UNMATCHED-COUNT
107210     DISPLAY "APPROUVER-CARTES - REFERENCES NOT ON LOG : "
107220         AP-RERECEIVED-COUNT
107230     DISPLAY "APPROUVER-CARTES - CHECKER IDS CLEARED   : "
107240         AP-CLEARED-COUNT
107300     IF AP-OVERDUE-COUNT > 0
107400         OR AP-REFUSED-COUNT > 0
107500         OR AP-UNMATCHED-COUNT > 0
107510         OR AP-RERECEIVED-COUNT > 0
107520         OR AP-CLEARED-COUNT > 0
107600         MOVE 4 TO RETURN-CODE
107700     ELSE
107800         MOVE 0 TO RETURN-CODE
107900     END-IF.
108000 9000-EXIT.
108100     EXIT.
