007480*                   THAT). THE CORRECTED RECORD ALSO KEEPS ITS  *
007490*                   BRANCH ID WHATEVER THE CARD'S TYPE FIELD    *
007495*                   SAYS.                                       *
007496*  2026-10-15  RD   DUAL CONTROL - ONLY A CARD APPROVED BY A    *
007497*                   SECOND USER THROUGH APPROUVER-CARTES IS     *
007498*                   APPLIED; THE REST GO TO MAINTENANCE.NEW.    *
007499*                   APPLIED AND FAILED CARDS ARE LOGGED.        *
007509*  2026-10-15  RD   A CARD IS APPLIED ONLY WHEN APPRLOG.TXT     *
007519*                   HOLDS AN APPROVAL OF ITS REFERENCE BY THE   *
007529*                   CHECKER IT NAMES, FOR THE SAME CARD IMAGE,  *
007539*                   NOT YET APPLIED. ANY OTHER APPROVED CARD IS *
007549*                   REJECTED, AND A SECOND COPY OF AN ADD IS    *
007559*                   WRITTEN ONCE ONLY.                          *
007564*  2026-10-15  RD   AN APPROVED CARD CARRIED FORWARD BECAUSE    *
007569*                   THE PENDING LIST IS FULL IS COUNTED AS      *
007574*                   CARRIED OVER, NOT REJECTED, AND THE COUNT   *
007579*                   IS SHOWN IN THE RUN SUMMARY.                *
007590*-----------------------------------------------------------*
007600 ENVIRONMENT DIVISION.
007700 INPUT-OUTPUT SECTION.
007800 FILE-CONTROL.
009000     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS MT-BDATE-FILE-STATUS.
009210     SELECT NEW-MAINT-FILE ASSIGN TO "maintenance.new"
009220         ORGANIZATION IS LINE SEQUENTIAL.
009230     SELECT APPR-LOG-FILE ASSIGN TO "apprlog.txt"
009240         ORGANIZATION IS LINE SEQUENTIAL
009250         FILE STATUS IS MT-LOG-FILE-STATUS.
009300*
009400 DATA DIVISION.
009500 FILE SECTION.
013500     05  MT-AMOUNT              PIC S9(07)V99
013600                                SIGN IS TRAILING SEPARATE.
013700     05  MT-USER-ID             PIC X(08).
013710     05  FILLER                 PIC X(16).
013720     COPY APPRCTL.
013730 01  MT-CARD-VIEW.
013740     05  MT-CARD-IMAGE          PIC X(48).
013750     05  FILLER                 PIC X(32).
013760*
013770 FD  NEW-MAINT-FILE.
013780 01  NMT-RECORD                 PIC X(80).
013800*
013900 FD  AUDIT-FILE.
014000 01  AUDIT-RECORD.
016000*
016100 FD  BUSDATE-FILE.
016200     COPY BUSDATE.
016210*
016220 FD  APPR-LOG-FILE.
016230     COPY APPRLOG.
016300*
016400 WORKING-STORAGE SECTION.
016500*-----------------------------------------------------------*
017200*
017300 77  MT-TODAY-DATE              PIC 9(08)   VALUE 0.
017400 77  MT-AUDIT-FILE-STATUS       PIC X(02)   VALUE SPACES.
017410 77  MT-LOG-FILE-STATUS         PIC X(02)   VALUE SPACES.
017420 77  MT-RUN-TIME                PIC 9(08)   VALUE 0.
017430 77  MT-LOG-EVENT               PIC X(01)   VALUE SPACE.
017440 77  MT-APPROVED-SW             PIC X(01)   VALUE "N".
017450     88  MT-CARD-IS-APPROVED                VALUE "Y".
017460 77  MT-LOG-SWITCH              PIC X(01)  VALUE "N".
017470     88  MT-LOG-EOF                         VALUE "Y".
017480 77  MT-LOGGED-SW               PIC X(01)  VALUE "N".
017490     88  MT-APPROVAL-IS-LOGGED              VALUE "Y".
017500*
017505*-----------------------------------------------------------*
017510* APPROVAL TABLE - EVERY APPROVAL APPROUVER-CARTES HAS       *
017515* LOGGED FOR THESE CARDS, BY REFERENCE, WITH THE CHECKER AND *
017520* CARD IMAGE IT WAS GIVEN FOR. STATE A IS OPEN, Y TAKEN BY A *
017525* CARD THIS RUN, P APPLIED OR DROPPED - A SLOT FREE FOR      *
017530* REUSE.                                                     *
017535*-----------------------------------------------------------*
017540 01  MT-APPROVAL-TABLE.
017545     05  MT-APPROVAL-ENTRY      OCCURS 5000 TIMES.
017550         10  MT-APV-REFERENCE       PIC X(08).
017555         10  MT-APV-CHECKER         PIC X(08).
017560         10  MT-APV-IMAGE           PIC X(48).
017565         10  MT-APV-STATE           PIC X(01).
017570 77  MT-APV-COUNT               PIC 9(04) COMP  VALUE 0.
017575 77  MT-APV-SUB                 PIC 9(04) COMP  VALUE 0.
017580 77  MT-APV-MATCH               PIC 9(04) COMP  VALUE 0.
017585 77  MT-APV-FREE                PIC 9(04) COMP  VALUE 0.
017590 77  MT-APV-KEY                 PIC X(08)  VALUE SPACES.
017595*
017600*-----------------------------------------------------------*
017700* BUSINESS DATE CARD AND DATE EDIT FIELDS                    *
017800*-----------------------------------------------------------*
020700                                    SIGN IS TRAILING SEPARATE.
020800         10  MT-PENDING-USER        PIC X(08).
020900         10  MT-PENDING-APPLIED     PIC X(01).
020910         10  MT-PENDING-REFERENCE   PIC X(08).
020920         10  MT-PENDING-CHECKER     PIC X(08).
021000 01  MT-PENDING-HOLD.
021100     05  MT-HOLD-TRANS-NUM      PIC X(08).
021200     05  MT-HOLD-ACTION         PIC X(01).
021600                                SIGN IS TRAILING SEPARATE.
021700     05  MT-HOLD-USER           PIC X(08).
021800     05  MT-HOLD-APPLIED        PIC X(01).
021810     05  MT-HOLD-REFERENCE      PIC X(08).
021820     05  MT-HOLD-CHECKER        PIC X(08).
021900 77  MT-PENDING-COUNT           PIC 9(05) COMP  VALUE 0.
022000 77  MT-PEND-SUB                PIC 9(05) COMP  VALUE 0.
022100 77  MT-PEND-LO                 PIC 9(05) COMP  VALUE 0.
022400 77  MT-MATCH-SUB               PIC 9(05) COMP  VALUE 0.
022500 77  MT-PEND-FOUND-SW           PIC X(01)       VALUE "N".
022600     88  MT-PENDING-WAS-FOUND               VALUE "Y".
022602*
022604*-----------------------------------------------------------*
022606* A FILED CARD REBUILT FROM ITS PENDING ENTRY FOR THE        *
022608* APPROVAL LOG - MAINT-FILE IS LONG CLOSED BY THEN.          *
022610*-----------------------------------------------------------*
022612 01  MT-LOG-CARD.
022614     05  MT-LOG-ACTION          PIC X(01).
022616     05  MT-LOG-ACCOUNT         PIC X(04).
022618     05  MT-LOG-TRANS-NUM       PIC X(08).
022620     05  MT-LOG-TYPE            PIC X(01).
022622     05  MT-LOG-AMOUNT          PIC S9(07)V99
022624                                SIGN IS TRAILING SEPARATE.
022626     05  MT-LOG-USER            PIC X(08).
022628     05  FILLER                 PIC X(16).
022630*
022800*-----------------------------------------------------------*
022900* ADD CARDS ARE ONLY TALLIED ON PASS ONE - PASS TWO RE-READS *
023000* MAINT-FILE AND WRITES THEM STRAIGHT THROUGH, SO THERE IS   *
024100 77  MT-DELETED-COUNT           PIC 9(05)       VALUE 0.
024200 77  MT-REJECTED-COUNT          PIC 9(05)       VALUE 0.
024300 77  MT-UNMATCHED-COUNT         PIC 9(05)       VALUE 0.
024310 77  MT-AWAITING-COUNT          PIC 9(05)       VALUE 0.
024320 77  MT-CARRIED-COUNT           PIC 9(05)       VALUE 0.
024400*
024500*-----------------------------------------------------------*
024600* PROOF REPORT CONTROL FIELDS                                *
028500 1000-INITIALIZE.
028600     ACCEPT MT-TODAY-DATE FROM DATE YYYYMMDD
028700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
028750     ACCEPT MT-RUN-TIME FROM TIME
028800     MOVE MT-TODAY-DATE TO MT-RUN-DATE-WORK
028900     STRING MT-RUN-MM   DELIMITED BY SIZE
029000            "/"         DELIMITED BY SIZE
029300            MT-RUN-YYYY DELIMITED BY SIZE
029400        INTO MT-RUN-DATE-DISPLAY
029500     PERFORM 1030-OPEN-AUDIT-FILE THRU 1030-EXIT
029550     PERFORM 1040-OPEN-APPROVAL-LOG THRU 1040-EXIT
029600     OPEN OUTPUT PROOF-FILE
029700     OPEN INPUT MAINT-FILE.
029800 1000-EXIT.
031000     END-IF.
031100 1030-EXIT.
031200     EXIT.
031210*
031220*-----------------------------------------------------------*
031230* 1040-OPEN-APPROVAL-LOG - EXTEND THE SHARED APPROVAL LOG IF *
031240*                   IT ALREADY EXISTS; CREATE IT ON THE VERY *
031250*                   FIRST RUN. THE APPROVALS ON IT ARE       *
031255*                   LOADED FIRST.                            *
031260*-----------------------------------------------------------*
031270 1040-OPEN-APPROVAL-LOG.
031274     PERFORM 1045-LOAD-APPROVAL-LOG THRU 1045-EXIT
031275     OPEN EXTEND APPR-LOG-FILE
031280     IF MT-LOG-FILE-STATUS NOT = "00"
031285         OPEN OUTPUT APPR-LOG-FILE
031290     END-IF.
031295 1040-EXIT.
031297     EXIT.
031300*
031301*-----------------------------------------------------------*
031302* 1045-LOAD-APPROVAL-LOG - EVERY APPROVAL (A)                *
031303*                   APPROUVER-CARTES HAS LOGGED FOR THESE    *
031304*                   CARDS, WITH THE CHECKER AND CARD IMAGE   *
031305*                   IT WAS GIVEN FOR. AN APPLIED (P) OR      *
031306*                   NOT-APPLIED (N) EVENT CLOSES THE         *
031307*                   REFERENCE FOR GOOD. NO LOG MEANS NO      *
031308*                   APPROVALS.                               *
031309*-----------------------------------------------------------*
031310 1045-LOAD-APPROVAL-LOG.
031311     OPEN INPUT APPR-LOG-FILE
031312     IF MT-LOG-FILE-STATUS NOT = "00"
031313         GO TO 1045-EXIT
031314     END-IF
031315     PERFORM 1046-LOAD-ONE-LOG-EVENT THRU 1046-EXIT
031316         UNTIL MT-LOG-EOF
031317     CLOSE APPR-LOG-FILE.
031318 1045-EXIT.
031319     EXIT.
031320*
031321 1046-LOAD-ONE-LOG-EVENT.
031322     READ APPR-LOG-FILE
031323         AT END
031324             SET MT-LOG-EOF TO TRUE
031325         NOT AT END
031326             PERFORM 1047-FILE-LOG-EVENT THRU 1047-EXIT
031327     END-READ.
031328 1046-EXIT.
031329     EXIT.
031330*
031331 1047-FILE-LOG-EVENT.
031332     IF NOT AL-SOURCE-TRANSACTION
031333         OR AL-REFERENCE = SPACES
031334         OR NOT (AL-EVENT-APPROVED OR AL-EVENT-APPLIED
031335                 OR AL-EVENT-NOT-APPLIED)
031336         GO TO 1047-EXIT
031337     END-IF
031338     MOVE AL-REFERENCE TO MT-APV-KEY
031339     PERFORM 2170-FIND-APPROVAL THRU 2170-EXIT
031340     IF NOT AL-EVENT-APPROVED
031341         IF MT-APV-MATCH > 0
031342             MOVE "P" TO MT-APV-STATE (MT-APV-MATCH)
031343         END-IF
031344         GO TO 1047-EXIT
031345     END-IF
031346     IF MT-APV-MATCH = 0
031347         PERFORM 2180-ADD-APPROVAL THRU 2180-EXIT
031348     END-IF
031349     IF MT-APV-STATE (MT-APV-MATCH) = "P"
031350         GO TO 1047-EXIT
031351     END-IF
031352     MOVE AL-CHECKER-ID TO MT-APV-CHECKER (MT-APV-MATCH)
031353     MOVE AL-CARD-IMAGE TO MT-APV-IMAGE (MT-APV-MATCH).
031354 1047-EXIT.
031355     EXIT.
031356*
031400*-----------------------------------------------------------*
031500* 1050-GET-BUSINESS-DATE - A BUSDATE CARD OVERRIDES THE      *
031600*                   MACHINE DATE NEW ADDS ARE STAMPED WITH,  *
039900* 2000-LOAD-MAINTENANCE - READ EVERY MAINTENANCE REQUEST AND *
040000*                   FILE IT AWAY BY TRANS-NUM SO THE MASTER   *
040100*                   PASSES BELOW CAN APPLY IT.                *
040120*                   CARDS NOT YET APPROVED ARE CARRIED        *
040140*                   FORWARD TO MAINTENANCE.NEW.               *
040200*-----------------------------------------------------------*
040300 2000-LOAD-MAINTENANCE.
040350     OPEN OUTPUT NEW-MAINT-FILE
040400     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
040500     PERFORM 2200-FILE-MAINT-RECORD THRU 2200-EXIT
040600         UNTIL MT-MAINT-EOF
040700     CLOSE MAINT-FILE
040750     CLOSE NEW-MAINT-FILE
040800     PERFORM 2500-SORT-PENDING-LIST THRU 2500-EXIT.
040900 2000-EXIT.
041000     EXIT.
041600     END-READ.
041700 2100-EXIT.
041800     EXIT.
041810*
041820*-----------------------------------------------------------*
041830* 2150-TEST-APPROVAL - A CARD IS APPROVED ONCE APPROUVER-    *
041840*                   CARTES HAS GIVEN IT A REFERENCE AND A    *
041850*                   CHECKER WHO IS NOT THE CARD'S MAKER.     *
041860*-----------------------------------------------------------*
041870 2150-TEST-APPROVAL.
041872     MOVE "N" TO MT-APPROVED-SW
041874     IF CK-REFERENCE NOT = SPACES
041876         AND CK-CHECKER-ID NOT = SPACES
041878         AND MT-USER-ID NOT = SPACES
041880         AND CK-CHECKER-ID NOT = MT-USER-ID
041882         SET MT-CARD-IS-APPROVED TO TRUE
041884     END-IF.
041886 2150-EXIT.
041888     EXIT.
041900*
041901*-----------------------------------------------------------*
041902* 2160-CHECK-APPROVAL-LOG - A CARD APPROUVER-CARTES HAS      *
041903*                   PASSED IS APPLIED ONLY IF THE LOG HOLDS  *
041904*                   AN APPROVAL OF ITS REFERENCE BY THE SAME *
041905*                   CHECKER, FOR THIS VERY CARD IMAGE, NOT   *
041906*                   YET APPLIED AND NOT TAKEN BY ANOTHER     *
041907*                   CARD THIS RUN. THE CARD THAT PASSES      *
041908*                   TAKES THE APPROVAL.                      *
041909*-----------------------------------------------------------*
041910 2160-CHECK-APPROVAL-LOG.
041911     MOVE "N" TO MT-LOGGED-SW
041912     MOVE CK-REFERENCE TO MT-APV-KEY
041913     PERFORM 2170-FIND-APPROVAL THRU 2170-EXIT
041914     EVALUATE TRUE
041915         WHEN MT-APV-MATCH = 0
041916             DISPLAY "MAINTENIR-TRANSACTIONS - REFERENCE "
041917                 CK-REFERENCE " HAS NO APPROVAL ON apprlog.txt"
041918                 " - CARD REJECTED"
041919         WHEN MT-APV-STATE (MT-APV-MATCH) NOT = "A"
041920             DISPLAY "MAINTENIR-TRANSACTIONS - REFERENCE "
041921                 CK-REFERENCE " - APPROVAL ALREADY USED"
041922                 " - CARD REJECTED"
041923         WHEN MT-APV-CHECKER (MT-APV-MATCH) NOT = CK-CHECKER-ID
041924             DISPLAY "MAINTENIR-TRANSACTIONS - REFERENCE "
041925                 CK-REFERENCE " NOT APPROVED BY " CK-CHECKER-ID
041926                 " - CARD REJECTED"
041927         WHEN MT-APV-IMAGE (MT-APV-MATCH) NOT = MT-CARD-IMAGE
041928             DISPLAY "MAINTENIR-TRANSACTIONS - REFERENCE "
041929                 CK-REFERENCE " CHANGED SINCE IT WAS APPROVED"
041930                 " - CARD REJECTED"
041931         WHEN OTHER
041932             SET MT-APPROVAL-IS-LOGGED TO TRUE
041933             MOVE "Y" TO MT-APV-STATE (MT-APV-MATCH)
041934     END-EVALUATE.
041935 2160-EXIT.
041936     EXIT.
041937*
041938*-----------------------------------------------------------*
041939* 2170-FIND-APPROVAL - THE ENTRY FOR THE REFERENCE IN THE    *
041940*                   KEY, IF ANY, AND THE FIRST FREE SLOT     *
041941*                   BEFORE IT. A NEW ENTRY TAKES THAT SLOT,  *
041942*                   OR THE NEXT ONE AT THE END; A FULL TABLE *
041943*                   STOPS THE RUN, SINCE AN APPROVAL LEFT    *
041944*                   OFF IT WOULD DROP ITS CARD.              *
041945*-----------------------------------------------------------*
041946 2170-FIND-APPROVAL.
041947     MOVE 0 TO MT-APV-MATCH
041948     MOVE 0 TO MT-APV-FREE
041949     PERFORM 2175-SCAN-APPROVAL-TABLE THRU 2175-EXIT
041950         VARYING MT-APV-SUB FROM 1 BY 1
041951         UNTIL MT-APV-SUB > MT-APV-COUNT
041952         OR MT-APV-MATCH > 0.
041953 2170-EXIT.
041954     EXIT.
041955*
041956 2175-SCAN-APPROVAL-TABLE.
041957     IF MT-APV-REFERENCE (MT-APV-SUB) = MT-APV-KEY
041958         MOVE MT-APV-SUB TO MT-APV-MATCH
041959         GO TO 2175-EXIT
041960     END-IF
041961     IF MT-APV-STATE (MT-APV-SUB) = "P"
041962         AND MT-APV-FREE = 0
041963         MOVE MT-APV-SUB TO MT-APV-FREE
041964     END-IF.
041965 2175-EXIT.
041966     EXIT.
041967*
041968 2180-ADD-APPROVAL.
041969     IF MT-APV-FREE = 0
041970         IF MT-APV-COUNT >= 5000
041971             DISPLAY "MAINTENIR-TRANSACTIONS - APPROVAL "
041972                 "TABLE FULL ON apprlog.txt - RUN ABORTED"
041973             MOVE 16 TO RETURN-CODE
041974             STOP RUN
041975         END-IF
041976         ADD 1 TO MT-APV-COUNT
041977         MOVE MT-APV-COUNT TO MT-APV-FREE
041978     END-IF
041979     MOVE MT-APV-FREE TO MT-APV-MATCH
041980     MOVE MT-APV-KEY TO MT-APV-REFERENCE (MT-APV-MATCH)
041981     MOVE "A" TO MT-APV-STATE (MT-APV-MATCH).
041982 2180-EXIT.
041983     EXIT.
041984*
042000*-----------------------------------------------------------*
042010* 2200-FILE-MAINT-RECORD - A CARD NOT APPROVED BY A SECOND  *
042020*                   USER IS CARRIED FORWARD AS IT STANDS.    *
042030*                   ONE THE APPROVAL LOG DOES NOT BEAR OUT   *
042040*                   IS REJECTED.                             *
042100*                   APPROVED ADD REQUESTS ARE ONLY TALLIED   *
042200*                   HERE (PASS TWO RE-READS THE FILE TO      *
042300*                   WRITE THEM); CORRECT AND DELETE REQUESTS *
042400*                   ARE FILED INTO THE PENDING-ACTION LIST,  *
042500*                   SUBJECT TO ITS OCCURS 50000 CAPACITY.    *
042520*                   A CARD THE FULL LIST CANNOT TAKE IS      *
042540*                   CARRIED FORWARD, APPROVAL AND ALL.       *
042600*-----------------------------------------------------------*
042700 2200-FILE-MAINT-RECORD.
042710     PERFORM 2150-TEST-APPROVAL THRU 2150-EXIT
042720     IF NOT MT-CARD-IS-APPROVED
042730         ADD 1 TO MT-AWAITING-COUNT
042740         WRITE NMT-RECORD FROM MAINT-RECORD
042750         PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
042760         GO TO 2200-EXIT
042770     END-IF
042780     PERFORM 2160-CHECK-APPROVAL-LOG THRU 2160-EXIT
042800     EVALUATE TRUE
042810         WHEN NOT MT-APPROVAL-IS-LOGGED
042820             ADD 1 TO MT-REJECTED-COUNT
042830             PERFORM 8520-LOG-CARD-NOT-APPLIED THRU 8520-EXIT
042900         WHEN MT-ACTION-IS-ADD
043000             ADD 1 TO MT-ADD-COUNT
043100             ADD MT-AMOUNT TO MT-ADD-TOTAL
043500                 DISPLAY "MAINTENIR-TRANSACTIONS - BLANK OR "
043600                     "NON-NUMERIC TRANS-NUM ON " MT-ACTION
043700                     " RECORD - REJECTED"
043750                 PERFORM 8520-LOG-CARD-NOT-APPLIED THRU 8520-EXIT
043800             ELSE
043900                 IF MT-PENDING-COUNT >= 50000
044000                     ADD 1 TO MT-CARRIED-COUNT
044100                     DISPLAY "MAINTENIR-TRANSACTIONS - PENDING "
044200                         "LIST FULL - TRANS-NUM " MT-TRANS-NUM
044300                         " CARRIED FORWARD"
044350                     WRITE NMT-RECORD FROM MAINT-RECORD
044400                 ELSE
044500                     ADD 1 TO MT-PENDING-COUNT
044600                     MOVE MT-TRANS-NUM
045800                         TO MT-PENDING-USER (MT-PENDING-COUNT)
045900                     MOVE "N"
046000                         TO MT-PENDING-APPLIED (MT-PENDING-COUNT)
046020                     MOVE CK-REFERENCE TO MT-PENDING-REFERENCE
046040                         (MT-PENDING-COUNT)
046060                     MOVE CK-CHECKER-ID
046080                         TO MT-PENDING-CHECKER (MT-PENDING-COUNT)
046100                 END-IF
046200             END-IF
046300         WHEN OTHER
046320             ADD 1 TO MT-REJECTED-COUNT
046340             DISPLAY "MAINTENIR-TRANSACTIONS - INVALID ACTION "
046360                 "CODE " MT-ACTION " - CARD REJECTED"
046380             PERFORM 8520-LOG-CARD-NOT-APPLIED THRU 8520-EXIT
046390     END-EVALUATE
046400     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
046500 2200-EXIT.
046600     EXIT.
072200                     ADD 1 TO MT-DELETED-COUNT
072300                     MOVE "Y" TO MT-PENDING-APPLIED (MT-MATCH-SUB)
072400                     PERFORM 7100-AUDIT-DELETE THRU 7100-EXIT
072450                     PERFORM 8530-LOG-ENTRY-APPLIED THRU 8530-EXIT
072500                 WHEN MT-PENDING-WAS-FOUND
072600                     AND MT-PENDING-ACTION (MT-MATCH-SUB) = "C"
072700                     ADD 1 TO MT-CORRECTED-COUNT
074300                     PERFORM 4900-WRITE-OUT-RECORD THRU 4900-EXIT
074400                     MOVE "Y" TO MT-PENDING-APPLIED (MT-MATCH-SUB)
074500                     PERFORM 7200-AUDIT-CORRECT THRU 7200-EXIT
074550                     PERFORM 8530-LOG-ENTRY-APPLIED THRU 8530-EXIT
074600                 WHEN OTHER
074700                     MOVE SPACES TO NTF-RECORD
074800                     MOVE "D" TO NTF-RECORD-TYPE
076400* 4400-WRITE-ADD-RECORDS - RE-READ MAINT-FILE AND WRITE      *
076500*                   EVERY ADD CARD AS A NEW DETAIL LINE,     *
076600*                   STAMPED WITH THE BUSINESS DATE. NO       *
076700*                   QUEUE, NO CEILING. A CARD NOT APPROVED   *
076750*                   WENT FORWARD ON PASS ONE - SKIP IT.      *
076800*-----------------------------------------------------------*
076900 4400-WRITE-ADD-RECORDS.
077000     MOVE "N" TO MT-MAINT-SWITCH
077700     EXIT.
077800*
077900 4410-WRITE-ONE-ADD-RECORD.
077950     PERFORM 2150-TEST-APPROVAL THRU 2150-EXIT
077960     IF MT-ACTION-IS-ADD AND MT-CARD-IS-APPROVED
077970         PERFORM 4420-TAKE-PASSED-ADD THRU 4420-EXIT
077980     END-IF
078000     IF MT-ACTION-IS-ADD AND MT-CARD-IS-APPROVED
078100         ADD 1 TO MT-ADDED-COUNT
078200         MOVE SPACES TO NTF-RECORD
078300         MOVE "D" TO NTF-RECORD-TYPE
079200         MOVE MT-AMOUNT TO NTF-TRANS-AMOUNT
079300         PERFORM 4900-WRITE-OUT-RECORD THRU 4900-EXIT
079400         PERFORM 7300-AUDIT-ADD THRU 7300-EXIT
079450         PERFORM 8510-LOG-CARD-APPLIED THRU 8510-EXIT
079500     END-IF
079600     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
079700 4410-EXIT.
079800     EXIT.
079900*
079905*-----------------------------------------------------------*
079910* 4420-TAKE-PASSED-ADD - ONLY AN ADD WHOSE APPROVAL PASS ONE *
079915*                   TOOK IS WRITTEN, AND ONLY ONCE - A       *
079920*                   SECOND COPY OF THE CARD IS PASSED OVER.  *
079925*-----------------------------------------------------------*
079930 4420-TAKE-PASSED-ADD.
079935     MOVE CK-REFERENCE TO MT-APV-KEY
079940     PERFORM 2170-FIND-APPROVAL THRU 2170-EXIT
079945     IF MT-APV-MATCH > 0
079950         AND MT-APV-STATE (MT-APV-MATCH) = "Y"
079955         AND MT-APV-CHECKER (MT-APV-MATCH) = CK-CHECKER-ID
079960         AND MT-APV-IMAGE (MT-APV-MATCH) = MT-CARD-IMAGE
079965         MOVE "W" TO MT-APV-STATE (MT-APV-MATCH)
079970     ELSE
079975         MOVE "N" TO MT-APPROVED-SW
079980     END-IF.
079985 4420-EXIT.
079990     EXIT.
079995*
080000 4500-WRITE-TRAILER.
080100     MOVE SPACES TO NTF-RECORD
080200     MOVE "T" TO NTF-RECORD-TYPE
084700                 DELIMITED BY SIZE
084800            INTO MT-PROOF-REPORT-LINE
084900         PERFORM 8120-WRITE-PROOF-LINE THRU 8120-EXIT
084920         MOVE MT-PEND-SUB TO MT-MATCH-SUB
084940         MOVE "N" TO MT-LOG-EVENT
084960         PERFORM 8540-LOG-TABLE-ENTRY THRU 8540-EXIT
085000     END-IF.
085100 5100-EXIT.
085200     EXIT.
099100     ADD 1 TO MT-PROOF-LINE-COUNT.
099200 8120-EXIT.
099300     EXIT.
099302*
099304*-----------------------------------------------------------*
099306* 8500-WRITE-LOG-EVENT - ONE LINE ON THE SHARED APPROVAL LOG *
099308*                   FOR A MAINTENANCE CARD. 8510 AND 8520    *
099310*                   LOG THE CARD IN HAND; 8530 AND 8540 LOG  *
099312*                   A FILED CORRECT OR DELETE FROM ITS       *
099314*                   PENDING ENTRY.                           *
099316*-----------------------------------------------------------*
099318 8500-WRITE-LOG-EVENT.
099320     MOVE MT-TODAY-DATE TO AL-LOG-DATE
099322     MOVE MT-RUN-TIME TO AL-LOG-TIME
099324     SET AL-SOURCE-TRANSACTION TO TRUE
099326     WRITE APPR-LOG-RECORD.
099328 8500-EXIT.
099330     EXIT.
099332*
099334 8510-LOG-CARD-APPLIED.
099336     MOVE "P" TO MT-LOG-EVENT
099338     PERFORM 8550-LOG-CARD-IN-HAND THRU 8550-EXIT.
099340 8510-EXIT.
099342     EXIT.
099344*
099346 8520-LOG-CARD-NOT-APPLIED.
099348     MOVE "N" TO MT-LOG-EVENT
099350     PERFORM 8550-LOG-CARD-IN-HAND THRU 8550-EXIT.
099352 8520-EXIT.
099354     EXIT.
099356*
099358 8530-LOG-ENTRY-APPLIED.
099360     MOVE "P" TO MT-LOG-EVENT
099362     PERFORM 8540-LOG-TABLE-ENTRY THRU 8540-EXIT.
099364 8530-EXIT.
099366     EXIT.
099368*
099370 8540-LOG-TABLE-ENTRY.
099371     MOVE SPACES TO MT-LOG-CARD
099372     MOVE MT-PENDING-ACTION (MT-MATCH-SUB) TO MT-LOG-ACTION
099373     MOVE MT-PENDING-ACCOUNT (MT-MATCH-SUB) TO MT-LOG-ACCOUNT
099374     MOVE MT-PENDING-TRANS-NUM (MT-MATCH-SUB) TO MT-LOG-TRANS-NUM
099375     MOVE MT-PENDING-TYPE (MT-MATCH-SUB) TO MT-LOG-TYPE
099376     MOVE MT-PENDING-AMOUNT (MT-MATCH-SUB) TO MT-LOG-AMOUNT
099377     MOVE MT-PENDING-USER (MT-MATCH-SUB) TO MT-LOG-USER
099378     MOVE SPACES TO APPR-LOG-RECORD
099379     MOVE MT-LOG-EVENT TO AL-EVENT
099380     MOVE MT-PENDING-REFERENCE (MT-MATCH-SUB) TO AL-REFERENCE
099381     MOVE MT-PENDING-USER (MT-MATCH-SUB) TO AL-MAKER-ID
099382     MOVE MT-PENDING-CHECKER (MT-MATCH-SUB) TO AL-CHECKER-ID
099383     MOVE MT-LOG-CARD TO AL-CARD-IMAGE
099384     PERFORM 8500-WRITE-LOG-EVENT THRU 8500-EXIT.
099385 8540-EXIT.
099386     EXIT.
099387*
099388 8550-LOG-CARD-IN-HAND.
099389     MOVE SPACES TO APPR-LOG-RECORD
099390     MOVE MT-LOG-EVENT TO AL-EVENT
099391     MOVE CK-REFERENCE TO AL-REFERENCE
099392     MOVE MT-USER-ID TO AL-MAKER-ID
099393     MOVE CK-CHECKER-ID TO AL-CHECKER-ID
099394     MOVE MT-CARD-IMAGE TO AL-CARD-IMAGE
099395     PERFORM 8500-WRITE-LOG-EVENT THRU 8500-EXIT.
099396 8550-EXIT.
099397     EXIT.
099400*
099500*-----------------------------------------------------------*
099600* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
100600         MT-REJECTED-COUNT
100700     DISPLAY "MAINTENIR-TRANSACTIONS - REQUESTS UNMATCHED: "
100800         MT-UNMATCHED-COUNT
100850     DISPLAY "MAINTENIR-TRANSACTIONS - CARDS UNAPPROVED  : "
100870         MT-AWAITING-COUNT
100880     DISPLAY "MAINTENIR-TRANSACTIONS - CARDS CARRIED OVER: "
100890         MT-CARRIED-COUNT
100900     IF MT-PROOF-PAGE-NUM = 0
101000         PERFORM 8100-WRITE-PROOF-HEADINGS THRU 8100-EXIT
101100         MOVE SPACES TO MT-PROOF-REPORT-LINE
101700     DISPLAY "MAINTENIR-TRANSACTIONS - NEW FILE WRITTEN TO "
101800         "transactions.new - RENAME OVER transactions.txt "
101900         "WHEN READY"
101920     DISPLAY "MAINTENIR-TRANSACTIONS - CARDS AWAITING APPROVAL "
101940         "WRITTEN TO maintenance.new - RENAME OVER "
101960         "maintenance.txt WHEN READY"
101980     CLOSE APPR-LOG-FILE
102000     CLOSE AUDIT-FILE
102100     CLOSE PROOF-FILE.
102200 9000-EXIT.
