002286*                   LAST-CARD-WINS ANSWER, AND A CORRECT OR   *
002288*                   DELETE THAT MATCHES NO MASTER RECORD IS   *
002290*                   REPORTED ON THE SPOT.                     *
002292*  2026-10-15  RD   THE CARD NOW CARRIES THE AUTHORIZED       *
002294*                   OVERDRAFT LIMIT (AC-OVERDRAFT-LIMIT). ON  *
002296*                   AN ADD A BLANK LIMIT MEANS NO OVERDRAFT;  *
002297*                   ON A CORRECT A BLANK LIMIT KEEPS THE      *
002298*                   MASTER'S. A NON-NUMERIC LIMIT IS REJECTED.*
002308*  2026-10-15  RD   NEW ACTION R REACTIVATES A DORMANT (D)    *
002318*                   ACCOUNT; ON ANY OTHER ACCOUNT IT IS       *
002328*                   REJECTED. A CORRECT CANNOT REOPEN A       *
002338*                   DORMANT ACCOUNT - IT IS TOLD TO USE AN R  *
002348*                   CARD. AN ADD, A STATUS CHANGE AND A       *
002358*                   REACTIVATION STAMP AC-STATUS-DATE WITH    *
002368*                   THE BUSINESS DATE (BUSDATE CARD, ELSE THE *
002378*                   MACHINE DATE).                            *
002380*  2026-10-15  RD   DUAL CONTROL - THE CARD NOW CARRIES ITS   *
002381*                   MAKER'S USER ID (COLUMNS 36-43) AND THE   *
002382*                   APPRCTL CONTROL AREA, AND ONLY A CARD     *
002383*                   APPROVED BY A SECOND USER THROUGH         *
002384*                   APPROUVER-CARTES IS APPLIED. THE REST ARE *
002385*                   CARRIED FORWARD TO ACCTMAINT.NEW          *
002386*                   UNTOUCHED. EVERY APPROVED CARD GOES TO    *
002387*                   THE SHARED APPROVAL LOG AS APPLIED OR,    *
002388*                   WHEN IT WAS REJECTED OR UNMATCHED, AS NOT *
002389*                   APPLIED.                                  *
002390*  2026-10-15  RD   A CARD IS APPLIED ONLY WHEN APPRLOG.TXT   *
002391*                   HOLDS AN APPROVAL OF ITS REFERENCE BY THE *
002392*                   CHECKER IT NAMES, FOR THE SAME CARD       *
002393*                   IMAGE, NOT YET APPLIED. ANY OTHER         *
002394*                   APPROVED CARD IS REJECTED.                *
002399*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002780         FILE STATUS IS MC-ACCT-FILE-STATUS.
002900     SELECT ACCT-MAINT-FILE ASSIGN TO "acctmaint.txt"
003000         ORGANIZATION IS LINE SEQUENTIAL.
003020     SELECT NEW-MAINT-FILE ASSIGN TO "acctmaint.new"
003040         ORGANIZATION IS LINE SEQUENTIAL.
003060     SELECT APPR-LOG-FILE ASSIGN TO "apprlog.txt"
003070         ORGANIZATION IS LINE SEQUENTIAL
003080         FILE STATUS IS MC-LOG-FILE-STATUS.
003210     SELECT BALANCE-FILE ASSIGN TO "balances.dat"
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS MC-BAL-FILE-STATUS.
003240     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
003250         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS MC-BDATE-FILE-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
004710 FD  BALANCE-FILE.
004720     COPY BALREC.
004730*
004735 FD  BUSDATE-FILE.
004740     COPY BUSDATE.
004745*
004800 FD  ACCT-MAINT-FILE.
004900 01  AMAINT-RECORD.
005000     05  MC-ACTION              PIC X(01).
005100         88  MC-ACTION-IS-ADD           VALUE "A".
005200         88  MC-ACTION-IS-CORRECT       VALUE "C".
005300         88  MC-ACTION-IS-DELETE        VALUE "D".
005310         88  MC-ACTION-IS-REACTIVATE    VALUE "R".
005400     05  MC-ACCOUNT-NUM         PIC X(04).
005500     05  MC-ACCOUNT-NAME        PIC X(20).
005600     05  MC-STATUS              PIC X(01).
005610     05  MC-LIMIT-FIELD         PIC X(09).
005620     05  MC-OVERDRAFT-LIMIT     REDEFINES MC-LIMIT-FIELD
005630                                PIC 9(07)V99.
005640     05  MC-MAKER-ID            PIC X(08).
005650     05  FILLER                 PIC X(05).
005660     COPY APPRCTL.
005670 01  MC-CARD-VIEW.
005672     05  MC-CARD-IMAGE          PIC X(48).
005674     05  FILLER                 PIC X(32).
005676*
005680 FD  NEW-MAINT-FILE.
005682 01  NMC-RECORD                 PIC X(80).
005684*
005686 FD  APPR-LOG-FILE.
005688     COPY APPRLOG.
005700*
005800 WORKING-STORAGE SECTION.
005900*-----------------------------------------------------------*
006400 77  MC-ACCT-FILE-STATUS        PIC X(02)  VALUE SPACES.
006500 77  MC-FOUND-SW                PIC X(01)  VALUE "N".
006600     88  MC-ENTRY-WAS-FOUND                 VALUE "Y".
006610 77  MC-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
006620 77  MC-BDATE-SWITCH            PIC X(01)  VALUE "N".
006630     88  MC-BDATE-EOF                       VALUE "Y".
006640 77  MC-RUN-DATE-YYYYMMDD       PIC 9(08)  VALUE 0.
006650 77  MC-RUN-TIME                PIC 9(08)  VALUE 0.
006660 77  MC-LOG-FILE-STATUS         PIC X(02)  VALUE SPACES.
006665 77  MC-LOG-SWITCH              PIC X(01)  VALUE "N".
006670     88  MC-LOG-EOF                         VALUE "Y".
006675 77  MC-LOGGED-SW               PIC X(01)  VALUE "N".
006680     88  MC-APPROVAL-IS-LOGGED              VALUE "Y".
006700*
006710*-----------------------------------------------------------*
006720* APPROVAL TABLE - EVERY APPROVAL APPROUVER-CARTES HAS       *
006730* LOGGED FOR THESE CARDS, BY REFERENCE, WITH THE CHECKER AND *
006740* CARD IMAGE IT WAS GIVEN FOR. STATE A IS OPEN, Y TAKEN BY A *
006750* CARD THIS RUN, P APPLIED OR DROPPED - A SLOT FREE FOR      *
006760* REUSE.                                                     *
006770*-----------------------------------------------------------*
006780 01  MC-APPROVAL-TABLE.
006790     05  MC-APPROVAL-ENTRY      OCCURS 5000 TIMES.
006800         10  MC-APV-REFERENCE       PIC X(08).
006810         10  MC-APV-CHECKER         PIC X(08).
006820         10  MC-APV-IMAGE           PIC X(48).
006830         10  MC-APV-STATE           PIC X(01).
006840 77  MC-APV-COUNT               PIC 9(04) COMP  VALUE 0.
006850 77  MC-APV-SUB                 PIC 9(04) COMP  VALUE 0.
006860 77  MC-APV-MATCH               PIC 9(04) COMP  VALUE 0.
006870 77  MC-APV-FREE                PIC 9(04) COMP  VALUE 0.
006880 77  MC-APV-KEY                 PIC X(08)  VALUE SPACES.
006890*
008810*-----------------------------------------------------------*
008820* BALANCE MASTER TABLE - LOADED FROM BALANCES.DAT AT STARTUP *
008830* SO A DELETE OR A CLOSE CAN BE CHECKED AGAINST THE ACCOUNT'S *
009400 77  MC-DELETED-COUNT           PIC 9(05)       VALUE 0.
009500 77  MC-REJECTED-COUNT          PIC 9(05)       VALUE 0.
009600 77  MC-UNMATCHED-COUNT         PIC 9(05)       VALUE 0.
009610 77  MC-REACTIVATED-COUNT       PIC 9(05)       VALUE 0.
009620 77  MC-AWAITING-COUNT          PIC 9(05)       VALUE 0.
009630 77  MC-FAILED-BEFORE           PIC 9(05)       VALUE 0.
009700*
009800 PROCEDURE DIVISION.
009900*-----------------------------------------------------------*
011100*-----------------------------------------------------------*
011200* 1000-INITIALIZE - OPEN THE MAINTENANCE FILE AND THE        *
011220*                   INDEXED MASTER, AND LOAD THE BALANCE     *
011250*                   MASTER. NO ACCOUNT MASTER, NO RUN. THEN  *
011260*                   OPEN ACCTMAINT.NEW, WHERE THE CARDS NOT  *
011270*                   YET APPROVED ARE CARRIED FORWARD, AND    *
011280*                   THE APPROVAL LOG.                        *
011300*-----------------------------------------------------------*
011400 1000-INITIALIZE.
011410     ACCEPT MC-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
011420     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
011430     ACCEPT MC-RUN-TIME FROM TIME
011500     OPEN INPUT ACCT-MAINT-FILE
011505     OPEN I-O ACCOUNT-FILE
011510     IF MC-ACCT-FILE-STATUS NOT = "00"
011530         CLOSE ACCT-MAINT-FILE
011535         STOP RUN
011540     END-IF
011545     PERFORM 1100-LOAD-BALANCES THRU 1100-EXIT
011550     OPEN OUTPUT NEW-MAINT-FILE
011555     PERFORM 1300-OPEN-APPROVAL-LOG THRU 1300-EXIT.
011600 1000-EXIT.
011700     EXIT.
011710*
011822 1200-EXIT.
011824     EXIT.
011826*
011827*-----------------------------------------------------------*
011828* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE DAILY   *
011829*                   STREAM READS, SO A STATUS CHANGE IS      *
011830*                   DATED THE BUSINESS DAY IT WAS MADE. NO   *
011831*                   CARD MEANS THE MACHINE DATE.             *
011832*-----------------------------------------------------------*
011833 1050-GET-BUSINESS-DATE.
011834     OPEN INPUT BUSDATE-FILE
011835     IF MC-BDATE-FILE-STATUS NOT = "00"
011836         GO TO 1050-EXIT
011837     END-IF
011838     READ BUSDATE-FILE
011839         AT END
011840             SET MC-BDATE-EOF TO TRUE
011841     END-READ
011842     IF NOT MC-BDATE-EOF
011843         AND BD-BUSINESS-DATE NUMERIC
011844         AND BD-BUSINESS-DATE > 0
011845         MOVE BD-BUSINESS-DATE TO MC-RUN-DATE-YYYYMMDD
011846     END-IF
011847     CLOSE BUSDATE-FILE.
011848 1050-EXIT.
011849     EXIT.
011850*
011855*-----------------------------------------------------------*
011860* 1300-OPEN-APPROVAL-LOG - EXTEND THE SHARED APPROVAL LOG IF *
011865*                   IT ALREADY EXISTS; CREATE IT ON THE VERY *
011870*                   FIRST RUN. THE APPROVALS ON IT ARE       *
011874*                   LOADED FIRST.                            *
011875*-----------------------------------------------------------*
011880 1300-OPEN-APPROVAL-LOG.
011881     PERFORM 2050-LOAD-APPROVAL-LOG THRU 2050-EXIT
011882     OPEN EXTEND APPR-LOG-FILE
011884     IF MC-LOG-FILE-STATUS NOT = "00"
011886         OPEN OUTPUT APPR-LOG-FILE
011888     END-IF.
011890 1300-EXIT.
011892     EXIT.
011894*
011900*-----------------------------------------------------------*
012000* 2000-APPLY-MAINTENANCE - READ EVERY MAINTENANCE REQUEST    *
012100*                   AND APPLY IT TO THE INDEXED MASTER IN    *
012500     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
012600     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
012700         UNTIL MC-MAINT-EOF
012800     CLOSE ACCT-MAINT-FILE
012850     CLOSE NEW-MAINT-FILE.
012900 2000-EXIT.
013000     EXIT.
013100*
013101*-----------------------------------------------------------*
013102* 2050-LOAD-APPROVAL-LOG - EVERY APPROVAL (A)                *
013103*                   APPROUVER-CARTES HAS LOGGED FOR THESE    *
013104*                   CARDS, WITH THE CHECKER AND CARD IMAGE   *
013105*                   IT WAS GIVEN FOR. AN APPLIED (P) OR      *
013106*                   NOT-APPLIED (N) EVENT CLOSES THE         *
013107*                   REFERENCE FOR GOOD. NO LOG MEANS NO      *
013108*                   APPROVALS.                               *
013109*-----------------------------------------------------------*
013110 2050-LOAD-APPROVAL-LOG.
013111     OPEN INPUT APPR-LOG-FILE
013112     IF MC-LOG-FILE-STATUS NOT = "00"
013113         GO TO 2050-EXIT
013114     END-IF
013115     PERFORM 2060-LOAD-ONE-LOG-EVENT THRU 2060-EXIT
013116         UNTIL MC-LOG-EOF
013117     CLOSE APPR-LOG-FILE.
013118 2050-EXIT.
013119     EXIT.
013120*
013121 2060-LOAD-ONE-LOG-EVENT.
013122     READ APPR-LOG-FILE
013123         AT END
013124             SET MC-LOG-EOF TO TRUE
013125         NOT AT END
013126             PERFORM 2070-FILE-LOG-EVENT THRU 2070-EXIT
013127     END-READ.
013128 2060-EXIT.
013129     EXIT.
013130*
013131 2070-FILE-LOG-EVENT.
013132     IF NOT AL-SOURCE-ACCOUNT
013133         OR AL-REFERENCE = SPACES
013134         OR NOT (AL-EVENT-APPROVED OR AL-EVENT-APPLIED
013135                 OR AL-EVENT-NOT-APPLIED)
013136         GO TO 2070-EXIT
013137     END-IF
013138     MOVE AL-REFERENCE TO MC-APV-KEY
013139     PERFORM 2260-FIND-APPROVAL THRU 2260-EXIT
013140     IF NOT AL-EVENT-APPROVED
013141         IF MC-APV-MATCH > 0
013142             MOVE "P" TO MC-APV-STATE (MC-APV-MATCH)
013143         END-IF
013144         GO TO 2070-EXIT
013145     END-IF
013146     IF MC-APV-MATCH = 0
013147         PERFORM 2270-ADD-APPROVAL THRU 2270-EXIT
013148     END-IF
013149     IF MC-APV-STATE (MC-APV-MATCH) = "P"
013150         GO TO 2070-EXIT
013151     END-IF
013152     MOVE AL-CHECKER-ID TO MC-APV-CHECKER (MC-APV-MATCH)
013153     MOVE AL-CARD-IMAGE TO MC-APV-IMAGE (MC-APV-MATCH).
013154 2070-EXIT.
013155     EXIT.
013156*
013200 2100-READ-MAINT-RECORD.
013300     READ ACCT-MAINT-FILE
013400         AT END
013800     EXIT.
013900*
014000*-----------------------------------------------------------*
014010* 2200-APPLY-ONE-CARD - A CARD NOT APPROVED BY A SECOND USER *
014020*                   IS CARRIED FORWARD AS IT STANDS. AN      *
014100*                   APPROVED REQUEST WITH A BAD ACTION CODE, *
014200*                   A BLANK ACCOUNT NUMBER OR A STATUS OTHER *
014300*                   THAN O, C OR BLANK, OR A NON-NUMERIC      *
014350*                   OVERDRAFT LIMIT, IS REJECTED ON THE       *
014400*                   SPOT. EVERYTHING ELSE GOES STRAIGHT TO    *
014500*                   THE MASTER. R REACTIVATES A DORMANT      *
014510*                   ACCOUNT.                                 *
014520*                   AN APPROVED CARD THE APPROVAL LOG DOES   *
014530*                   NOT BEAR OUT IS REJECTED.                *
014600*-----------------------------------------------------------*
014700 2200-APPLY-ONE-CARD.
014710     IF CK-REFERENCE = SPACES
014720         OR CK-CHECKER-ID = SPACES
014730         OR MC-MAKER-ID = SPACES
014740         OR CK-CHECKER-ID = MC-MAKER-ID
014750         ADD 1 TO MC-AWAITING-COUNT
014760         WRITE NMC-RECORD FROM AMAINT-RECORD
014770         PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
014780         GO TO 2200-EXIT
014790     END-IF
014795     COMPUTE MC-FAILED-BEFORE =
014797         MC-REJECTED-COUNT + MC-UNMATCHED-COUNT
014799     PERFORM 2250-CHECK-APPROVAL-LOG THRU 2250-EXIT
014800     EVALUATE TRUE
014810         WHEN NOT MC-APPROVAL-IS-LOGGED
014820             ADD 1 TO MC-REJECTED-COUNT
014900         WHEN NOT (MC-ACTION-IS-ADD OR MC-ACTION-IS-CORRECT
015000             OR MC-ACTION-IS-DELETE OR MC-ACTION-IS-REACTIVATE)
015100             ADD 1 TO MC-REJECTED-COUNT
015200             DISPLAY "MAINTENIR-COMPTES - INVALID ACTION CODE "
015300                 MC-ACTION " - RECORD REJECTED"
016000             ADD 1 TO MC-REJECTED-COUNT
016100             DISPLAY "MAINTENIR-COMPTES - INVALID STATUS "
016200                 MC-STATUS " - RECORD REJECTED"
016210         WHEN MC-LIMIT-FIELD NOT = SPACES
016220             AND MC-OVERDRAFT-LIMIT NOT NUMERIC
016230             ADD 1 TO MC-REJECTED-COUNT
016240             DISPLAY "MAINTENIR-COMPTES - INVALID OVERDRAFT "
016250                 "LIMIT " MC-LIMIT-FIELD " - RECORD REJECTED"
016300         WHEN MC-ACTION-IS-ADD
016400             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
016500         WHEN MC-ACTION-IS-CORRECT
016600             PERFORM 3200-APPLY-CORRECT THRU 3200-EXIT
016700         WHEN MC-ACTION-IS-DELETE
016800             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
016810         WHEN MC-ACTION-IS-REACTIVATE
016820             PERFORM 3400-APPLY-REACTIVATE THRU 3400-EXIT
016900     END-EVALUATE
016950     PERFORM 2400-LOG-CARD THRU 2400-EXIT
017000     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
017100 2200-EXIT.
017200     EXIT.
017300*
017301*-----------------------------------------------------------*
017302* 2250-CHECK-APPROVAL-LOG - A CARD APPROUVER-CARTES HAS      *
017303*                   PASSED IS APPLIED ONLY IF THE LOG HOLDS  *
017304*                   AN APPROVAL OF ITS REFERENCE BY THE SAME *
017305*                   CHECKER, FOR THIS VERY CARD IMAGE, NOT   *
017306*                   YET APPLIED AND NOT TAKEN BY ANOTHER     *
017307*                   CARD THIS RUN. THE CARD THAT PASSES      *
017308*                   TAKES THE APPROVAL.                      *
017309*-----------------------------------------------------------*
017310 2250-CHECK-APPROVAL-LOG.
017311     MOVE "N" TO MC-LOGGED-SW
017312     MOVE CK-REFERENCE TO MC-APV-KEY
017313     PERFORM 2260-FIND-APPROVAL THRU 2260-EXIT
017314     EVALUATE TRUE
017315         WHEN MC-APV-MATCH = 0
017316             DISPLAY "MAINTENIR-COMPTES - REFERENCE "
017317                 CK-REFERENCE " HAS NO APPROVAL ON apprlog.txt"
017318                 " - RECORD REJECTED"
017319         WHEN MC-APV-STATE (MC-APV-MATCH) NOT = "A"
017320             DISPLAY "MAINTENIR-COMPTES - REFERENCE "
017321                 CK-REFERENCE " - APPROVAL ALREADY USED"
017322                 " - RECORD REJECTED"
017323         WHEN MC-APV-CHECKER (MC-APV-MATCH) NOT = CK-CHECKER-ID
017324             DISPLAY "MAINTENIR-COMPTES - REFERENCE "
017325                 CK-REFERENCE " NOT APPROVED BY " CK-CHECKER-ID
017326                 " - RECORD REJECTED"
017327         WHEN MC-APV-IMAGE (MC-APV-MATCH) NOT = MC-CARD-IMAGE
017328             DISPLAY "MAINTENIR-COMPTES - REFERENCE "
017329                 CK-REFERENCE " CHANGED SINCE IT WAS APPROVED"
017330                 " - RECORD REJECTED"
017331         WHEN OTHER
017332             SET MC-APPROVAL-IS-LOGGED TO TRUE
017333             MOVE "Y" TO MC-APV-STATE (MC-APV-MATCH)
017334     END-EVALUATE.
017335 2250-EXIT.
017336     EXIT.
017337*
017338*-----------------------------------------------------------*
017339* 2260-FIND-APPROVAL - THE ENTRY FOR THE REFERENCE IN THE    *
017340*                   KEY, IF ANY, AND THE FIRST FREE SLOT     *
017341*                   BEFORE IT. A NEW ENTRY TAKES THAT SLOT,  *
017342*                   OR THE NEXT ONE AT THE END; A FULL TABLE *
017343*                   STOPS THE RUN, SINCE AN APPROVAL LEFT    *
017344*                   OFF IT WOULD DROP ITS CARD.              *
017345*-----------------------------------------------------------*
017346 2260-FIND-APPROVAL.
017347     MOVE 0 TO MC-APV-MATCH
017348     MOVE 0 TO MC-APV-FREE
017349     PERFORM 2265-SCAN-APPROVAL-TABLE THRU 2265-EXIT
017350         VARYING MC-APV-SUB FROM 1 BY 1
017351         UNTIL MC-APV-SUB > MC-APV-COUNT
017352         OR MC-APV-MATCH > 0.
017353 2260-EXIT.
017354     EXIT.
017355*
017356 2265-SCAN-APPROVAL-TABLE.
017357     IF MC-APV-REFERENCE (MC-APV-SUB) = MC-APV-KEY
017358         MOVE MC-APV-SUB TO MC-APV-MATCH
017359         GO TO 2265-EXIT
017360     END-IF
017361     IF MC-APV-STATE (MC-APV-SUB) = "P"
017362         AND MC-APV-FREE = 0
017363         MOVE MC-APV-SUB TO MC-APV-FREE
017364     END-IF.
017365 2265-EXIT.
017366     EXIT.
017367*
017368 2270-ADD-APPROVAL.
017369     IF MC-APV-FREE = 0
017370         IF MC-APV-COUNT >= 5000
017371             DISPLAY "MAINTENIR-COMPTES - APPROVAL "
017372                 "TABLE FULL ON apprlog.txt - RUN ABORTED"
017373             MOVE 16 TO RETURN-CODE
017374             STOP RUN
017375         END-IF
017376         ADD 1 TO MC-APV-COUNT
017377         MOVE MC-APV-COUNT TO MC-APV-FREE
017378     END-IF
017379     MOVE MC-APV-FREE TO MC-APV-MATCH
017380     MOVE MC-APV-KEY TO MC-APV-REFERENCE (MC-APV-MATCH)
017381     MOVE "A" TO MC-APV-STATE (MC-APV-MATCH).
017382 2270-EXIT.
017383     EXIT.
017384*
017400*-----------------------------------------------------------*
017500* 2300-READ-MASTER-BY-KEY - FETCH THE MASTER RECORD FOR THE  *
017600*                   CARD'S ACCOUNT NUMBER, OR REPORT IT NOT  *
018700     END-READ.
018800 2300-EXIT.
018900     EXIT.
018905*
018910*-----------------------------------------------------------*
018915* 2400-LOG-CARD - ONE LINE ON THE SHARED APPROVAL LOG FOR    *
018920*                   THE APPROVED CARD JUST PROCESSED: APPLIED *
018925*                   UNLESS IT ADDED TO THE REJECTED OR        *
018930*                   UNMATCHED COUNT.                          *
018935*-----------------------------------------------------------*
018940 2400-LOG-CARD.
018942     MOVE SPACES TO APPR-LOG-RECORD
018944     MOVE MC-RUN-DATE-YYYYMMDD TO AL-LOG-DATE
018946     MOVE MC-RUN-TIME TO AL-LOG-TIME
018948     SET AL-SOURCE-ACCOUNT TO TRUE
018950     IF MC-REJECTED-COUNT + MC-UNMATCHED-COUNT
018952         > MC-FAILED-BEFORE
018954         SET AL-EVENT-NOT-APPLIED TO TRUE
018956     ELSE
018958         SET AL-EVENT-APPLIED TO TRUE
018960     END-IF
018962     MOVE CK-REFERENCE TO AL-REFERENCE
018964     MOVE MC-MAKER-ID TO AL-MAKER-ID
018966     MOVE CK-CHECKER-ID TO AL-CHECKER-ID
018968     MOVE MC-CARD-IMAGE TO AL-CARD-IMAGE
018970     WRITE APPR-LOG-RECORD.
018975 2400-EXIT.
018980     EXIT.
019000*
019100*-----------------------------------------------------------*
019200* 3100-APPLY-ADD - AN ADD THAT MATCHES AN ACCOUNT ALREADY ON *
019300*                   THE MASTER IS REJECTED SO A MISTYPED     *
019400*                   CARD CANNOT DUPLICATE AN ACCOUNT. A      *
019500*                   BLANK STATUS ON AN ADD DEFAULTS TO OPEN. *
019550*                   A BLANK LIMIT MEANS NO OVERDRAFT.        *
019600*-----------------------------------------------------------*
019700 3100-APPLY-ADD.
019800     PERFORM 2300-READ-MASTER-BY-KEY THRU 2300-EXIT
021100     ELSE
021200         MOVE MC-STATUS TO AC-STATUS
021300     END-IF
021320     IF MC-LIMIT-FIELD = SPACES
021340         MOVE 0 TO AC-OVERDRAFT-LIMIT
021360     ELSE
021380         MOVE MC-OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT
021390     END-IF
021395     MOVE MC-RUN-DATE-YYYYMMDD TO AC-STATUS-DATE
021400     WRITE ACCT-RECORD
021500         INVALID KEY
021600             ADD 1 TO MC-REJECTED-COUNT
022400     EXIT.
022500*
022600*-----------------------------------------------------------*
022700* 3200-APPLY-CORRECT - REWRITE THE NAME, STATUS AND LIMIT    *
022800*                   FROM THE REQUEST CARD (A BLANK ONE KEEPS *
022900*                   THE MASTER'S). A CARD THAT CLOSES        *
023000*                   THE ACCOUNT IS REFUSED WHEN THE ACCOUNT  *
023100*                   STANDS AT A NON-ZERO BALANCE - A CLOSED  *
023200*                   ACCOUNT REJECTS EVERY TRANSACTION RJ06,  *
024100             MC-ACCOUNT-NUM " NEVER APPLIED TO A MASTER RECORD"
024200         GO TO 3200-EXIT
024300     END-IF
024310     IF MC-STATUS = "O" AND AC-STATUS-DORMANT
024320         ADD 1 TO MC-REJECTED-COUNT
024330         DISPLAY "MAINTENIR-COMPTES - ACCOUNT "
024340             MC-ACCOUNT-NUM " IS DORMANT - USE A REACTIVATION "
024350             "CARD"
024360         GO TO 3200-EXIT
024370     END-IF
024400     IF MC-STATUS = "C" AND NOT AC-STATUS-CLOSED
024500         PERFORM 3600-LOOKUP-BALANCE THRU 3600-EXIT
024600         IF MC-BAL-LOOKUP-AMT NOT = 0
025400     IF MC-ACCOUNT-NAME NOT = SPACES
025500         MOVE MC-ACCOUNT-NAME TO AC-ACCOUNT-NAME
025600     END-IF
025700     IF MC-STATUS NOT = SPACE AND MC-STATUS NOT = AC-STATUS
025800         MOVE MC-STATUS TO AC-STATUS
025810         MOVE MC-RUN-DATE-YYYYMMDD TO AC-STATUS-DATE
025900     END-IF
025920     IF MC-LIMIT-FIELD NOT = SPACES
025940         MOVE MC-OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT
025960     END-IF
026000     REWRITE ACCT-RECORD
026100         INVALID KEY
026200             ADD 1 TO MC-REJECTED-COUNT
030200 3300-EXIT.
030300     EXIT.
030400*
030402*-----------------------------------------------------------*
030404* 3400-APPLY-REACTIVATE - REOPEN A DORMANT ACCOUNT AND DATE  *
030406*                   THE CHANGE, SO THE DORMANCY CLOCK STARTS *
030408*                   AGAIN FROM TODAY. AN ACCOUNT THAT IS NOT *
030410*                   DORMANT IS LEFT ALONE AND THE CARD IS    *
030412*                   REJECTED.                                *
030414*-----------------------------------------------------------*
030416 3400-APPLY-REACTIVATE.
030418     PERFORM 2300-READ-MASTER-BY-KEY THRU 2300-EXIT
030420     IF NOT MC-ENTRY-WAS-FOUND
030422         ADD 1 TO MC-UNMATCHED-COUNT
030424         DISPLAY "MAINTENIR-COMPTES - R REQUEST FOR ACCOUNT "
030426             MC-ACCOUNT-NUM " NEVER APPLIED TO A MASTER RECORD"
030428         GO TO 3400-EXIT
030430     END-IF
030432     IF NOT AC-STATUS-DORMANT
030434         ADD 1 TO MC-REJECTED-COUNT
030436         DISPLAY "MAINTENIR-COMPTES - ACCOUNT "
030438             MC-ACCOUNT-NUM " IS NOT DORMANT - REACTIVATION "
030440             "REJECTED"
030442         GO TO 3400-EXIT
030444     END-IF
030446     SET AC-STATUS-OPEN TO TRUE
030448     MOVE MC-RUN-DATE-YYYYMMDD TO AC-STATUS-DATE
030450     REWRITE ACCT-RECORD
030452         INVALID KEY
030454             ADD 1 TO MC-REJECTED-COUNT
030456             DISPLAY "MAINTENIR-COMPTES - ACCOUNT "
030458                 MC-ACCOUNT-NUM " COULD NOT BE REWRITTEN - "
030460                 "REACTIVATION REJECTED"
030462         NOT INVALID KEY
030464             ADD 1 TO MC-REACTIVATED-COUNT
030466     END-REWRITE.
030468 3400-EXIT.
030470     EXIT.
030472*
030500*-----------------------------------------------------------*
030600* 3600-LOOKUP-BALANCE - SCAN THE BALANCE TABLE FOR THE       *
030700*                   CARD'S ACCOUNT NUMBER. AN ACCOUNT NOT    *
038200*-----------------------------------------------------------*
038300 9000-TERMINATE.
038350     CLOSE ACCOUNT-FILE
038360     CLOSE APPR-LOG-FILE
038400     DISPLAY "MAINTENIR-COMPTES - ACCOUNTS ADDED     : "
038500         MC-ADDED-COUNT
038600     DISPLAY "MAINTENIR-COMPTES - ACCOUNTS CORRECTED : "
038700         MC-CORRECTED-COUNT
038800     DISPLAY "MAINTENIR-COMPTES - ACCOUNTS DELETED   : "
038900         MC-DELETED-COUNT
038910     DISPLAY "MAINTENIR-COMPTES - ACCOUNTS REACTIVATED: "
038920         MC-REACTIVATED-COUNT
039000     DISPLAY "MAINTENIR-COMPTES - REQUESTS REJECTED  : "
039100         MC-REJECTED-COUNT
039200     DISPLAY "MAINTENIR-COMPTES - REQUESTS UNMATCHED : "
039300         MC-UNMATCHED-COUNT
039320     DISPLAY "MAINTENIR-COMPTES - REQUESTS UNAPPROVED: "
039340         MC-AWAITING-COUNT
039400     DISPLAY "MAINTENIR-COMPTES - MASTER accounts.dat UPDATED "
039500         "IN PLACE"
039520     DISPLAY "MAINTENIR-COMPTES - CARDS AWAITING APPROVAL "
039540         "WRITTEN TO acctmaint.new - RENAME OVER "
039560         "acctmaint.txt WHEN READY".
039600 9000-EXIT.
039700     EXIT.
