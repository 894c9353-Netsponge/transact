002774*                   RELEASE UNCHANGED - THE AMOUNT IS         *
002776*                   ALREADY IN BASE, SO THE CONSOLIDATION     *
002778*                   STEP MERGES IT WITHOUT RECONVERTING.      *
002780*  2026-10-15  RD   DUAL CONTROL - THE DECISION CARD NOW      *
002782*                   CARRIES ITS MAKER'S USER ID (COLUMNS      *
002784*                   14-21) AND THE APPRCTL CONTROL AREA, AND  *
002786*                   ONLY A CARD APPROVED BY A SECOND USER     *
002788*                   THROUGH APPROUVER-CARTES IS APPLIED. THE  *
002790*                   REST ARE CARRIED FORWARD TO SUSDECIDE.NEW *
002792*                   UNTOUCHED. EVERY RELEASE OR RETURN, AND   *
002794*                   EVERY APPROVED CARD NOT APPLIED, IS       *
002796*                   WRITTEN TO THE SHARED APPROVAL LOG.       *
002806*  2026-10-15  RD   A CARD IS APPLIED ONLY WHEN APPRLOG.TXT   *
002816*                   HOLDS AN APPROVAL OF ITS REFERENCE BY THE *
002826*                   CHECKER IT NAMES, FOR THE SAME CARD       *
002836*                   IMAGE, NOT YET APPLIED. ANY OTHER         *
002846*                   APPROVED CARD IS IGNORED.                 *
002856*  2026-10-15  RD   AN APPROVED CARD CARRIED FORWARD BECAUSE  *
002866*                   THE DECISION QUEUE IS FULL IS COUNTED AS  *
002876*                   CARRIED OVER, NOT UNMATCHED, AND THE      *
002886*                   COUNT IS SHOWN IN THE RUN SUMMARY.        *
002890*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003700     SELECT DECISION-FILE ASSIGN TO "susdecide.txt"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS GS-DEC-FILE-STATUS.
003920     SELECT NEW-DECISION-FILE ASSIGN TO "susdecide.new"
003940         ORGANIZATION IS LINE SEQUENTIAL.
003960     SELECT APPR-LOG-FILE ASSIGN TO "apprlog.txt"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS GS-LOG-FILE-STATUS.
004000     SELECT RELEASE-FILE ASSIGN TO "susrel.txt"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT AGING-FILE ASSIGN TO "susaging.txt"
009700         88  DC-ACTION-IS-RETURN        VALUE "X".
009800     05  DC-ACCOUNT-NUM         PIC X(04).
009900     05  DC-TRANS-NUM           PIC X(08).
009910     05  DC-MAKER-ID            PIC X(08).
009920     05  FILLER                 PIC X(27).
009930     COPY APPRCTL.
009940 01  DC-CARD-VIEW.
009950     05  DC-CARD-IMAGE          PIC X(48).
009960     05  FILLER                 PIC X(32).
009970*
009980 FD  NEW-DECISION-FILE.
009990 01  NDC-RECORD                 PIC X(80).
010000*
010100 FD  AGING-FILE.
010200 01  AGE-LINE                   PIC X(132).
010520*
010540 FD  BUSDATE-FILE.
010560     COPY BUSDATE.
010580*
010590 FD  APPR-LOG-FILE.
010595     COPY APPRLOG.
010600*
010700 WORKING-STORAGE SECTION.
010800*-----------------------------------------------------------*
011820 77  GS-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
011840 77  GS-BDATE-SWITCH            PIC X(01)  VALUE "N".
011860     88  GS-BDATE-EOF                       VALUE "Y".
011870 77  GS-LOG-FILE-STATUS         PIC X(02)  VALUE SPACES.
011880 77  GS-LOG-EVENT               PIC X(01)  VALUE SPACES.
011884 77  GS-LOG-SWITCH              PIC X(01)  VALUE "N".
011888     88  GS-LOG-EOF                         VALUE "Y".
011892 77  GS-LOGGED-SW               PIC X(01)  VALUE "N".
011896     88  GS-APPROVAL-IS-LOGGED              VALUE "Y".
011900*
011905*-----------------------------------------------------------*
011910* APPROVAL TABLE - EVERY APPROVAL APPROUVER-CARTES HAS       *
011915* LOGGED FOR THESE CARDS, BY REFERENCE, WITH THE CHECKER AND *
011920* CARD IMAGE IT WAS GIVEN FOR. STATE A IS OPEN, Y TAKEN BY A *
011925* CARD THIS RUN, P APPLIED OR DROPPED - A SLOT FREE FOR      *
011930* REUSE.                                                     *
011935*-----------------------------------------------------------*
011940 01  GS-APPROVAL-TABLE.
011945     05  GS-APPROVAL-ENTRY      OCCURS 5000 TIMES.
011950         10  GS-APV-REFERENCE       PIC X(08).
011955         10  GS-APV-CHECKER         PIC X(08).
011960         10  GS-APV-IMAGE           PIC X(48).
011965         10  GS-APV-STATE           PIC X(01).
011970 77  GS-APV-COUNT               PIC 9(04) COMP  VALUE 0.
011975 77  GS-APV-SUB                 PIC 9(04) COMP  VALUE 0.
011980 77  GS-APV-MATCH               PIC 9(04) COMP  VALUE 0.
011985 77  GS-APV-FREE                PIC 9(04) COMP  VALUE 0.
011990 77  GS-APV-KEY                 PIC X(08)  VALUE SPACES.
011995*
012000*-----------------------------------------------------------*
012100* DECISION CARD TABLE - ONE ENTRY PER CARD, MARKED OFF AS IT *
012200* IS APPLIED SO LEFTOVER CARDS CAN BE REPORTED AT THE END.   *
012210* THE REFERENCE, MAKER, CHECKER AND CARD IMAGE GO TO THE     *
012220* APPROVAL LOG WHEN THE CARD IS APPLIED OR LEFT OVER.        *
012300*-----------------------------------------------------------*
012400 01  GS-DECISION-TABLE.
012500     05  GS-DECISION-ENTRY      OCCURS 999 TIMES.
012700         10  GS-DEC-ACCOUNT         PIC X(04).
012800         10  GS-DEC-TRANS-NUM       PIC X(08).
012900         10  GS-DEC-APPLIED         PIC X(01).
012910         10  GS-DEC-REFERENCE       PIC X(08).
012920         10  GS-DEC-MAKER           PIC X(08).
012930         10  GS-DEC-CHECKER         PIC X(08).
012940         10  GS-DEC-IMAGE           PIC X(48).
013000 77  GS-DECISION-COUNT          PIC 9(04) COMP  VALUE 0.
013100 77  GS-SUB                     PIC 9(04) COMP  VALUE 0.
013200 77  GS-MATCH-SUB               PIC 9(04) COMP  VALUE 0.
015400 77  GS-RETURNED-COUNT          PIC 9(07)       VALUE 0.
015500 77  GS-OUTSTANDING-COUNT       PIC 9(07)       VALUE 0.
015600 77  GS-UNMATCHED-COUNT         PIC 9(05)       VALUE 0.
015650 77  GS-AWAITING-COUNT          PIC 9(05)       VALUE 0.
015660 77  GS-CARRIED-COUNT           PIC 9(05)       VALUE 0.
015700 77  GS-AGE-1-COUNT             PIC 9(07)       VALUE 0.
015800 77  GS-AGE-3-COUNT             PIC 9(07)       VALUE 0.
015900 77  GS-AGE-5-COUNT             PIC 9(07)       VALUE 0.
016700     05  GS-RUN-MM              PIC 9(02).
016800     05  GS-RUN-DD              PIC 9(02).
016900 01  GS-RUN-DATE-DISPLAY        PIC X(10).
016950 01  GS-RUN-TIME                PIC 9(08).
017000*
017100 01  GS-WORK-DATE               PIC 9(08).
017200 01  GS-WORK-DATE-GROUP REDEFINES GS-WORK-DATE.
023300 1000-INITIALIZE.
023400     ACCEPT GS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
023420     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
023440     ACCEPT GS-RUN-TIME FROM TIME
023500     STRING GS-RUN-MM   DELIMITED BY SIZE
023600            "/"         DELIMITED BY SIZE
023700            GS-RUN-DD   DELIMITED BY SIZE
024400     END-IF
024500     OPEN OUTPUT NEW-SUSPENSE-FILE
024600     OPEN OUTPUT AGING-FILE
024700     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
024750     PERFORM 1300-OPEN-APPROVAL-LOG THRU 1300-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000*
028700     END-READ.
028800 1200-EXIT.
028900     EXIT.
028910*
028920*-----------------------------------------------------------*
028930* 1300-OPEN-APPROVAL-LOG - EXTEND THE SHARED APPROVAL LOG IF *
028940*                   IT ALREADY EXISTS; CREATE IT ON THE VERY *
028950*                   FIRST RUN. THE APPROVALS ON IT ARE       *
028955*                   LOADED FIRST.                            *
028960*-----------------------------------------------------------*
028970 1300-OPEN-APPROVAL-LOG.
028974     PERFORM 2050-LOAD-APPROVAL-LOG THRU 2050-EXIT
028975     OPEN EXTEND APPR-LOG-FILE
028980     IF GS-LOG-FILE-STATUS NOT = "00"
028985         OPEN OUTPUT APPR-LOG-FILE
028990     END-IF.
028995 1300-EXIT.
028997     EXIT.
029000*
029100*-----------------------------------------------------------*
029200* 2000-LOAD-DECISIONS - READ EVERY DECISION CARD AND FILE IT *
029300*                   AWAY SO THE SUSPENSE PASS CAN APPLY IT.  *
029400*                   A MISSING DECISION FILE JUST MEANS AN    *
029500*                   AGING-ONLY RUN.                          *
029520*                   CARDS NOT YET APPROVED ARE CARRIED       *
029540*                   FORWARD TO SUSDECIDE.NEW.                *
029600*-----------------------------------------------------------*
029700 2000-LOAD-DECISIONS.
029750     OPEN OUTPUT NEW-DECISION-FILE
029800     OPEN INPUT DECISION-FILE
029900     IF GS-DEC-FILE-STATUS NOT = "00"
030000         SET GS-DEC-EOF TO TRUE
030100         CLOSE NEW-DECISION-FILE
030150         GO TO 2000-EXIT
030200     END-IF
030300     PERFORM 2100-READ-DECISION-RECORD THRU 2100-EXIT
030400     PERFORM 2200-FILE-DECISION-RECORD THRU 2200-EXIT
030500         UNTIL GS-DEC-EOF
030600     CLOSE DECISION-FILE
030650     CLOSE NEW-DECISION-FILE.
030700 2000-EXIT.
030800     EXIT.
030900*
030901*-----------------------------------------------------------*
030902* 2050-LOAD-APPROVAL-LOG - EVERY APPROVAL (A)                *
030903*                   APPROUVER-CARTES HAS LOGGED FOR THESE    *
030904*                   CARDS, WITH THE CHECKER AND CARD IMAGE   *
030905*                   IT WAS GIVEN FOR. AN APPLIED (P) OR      *
030906*                   NOT-APPLIED (N) EVENT CLOSES THE         *
030907*                   REFERENCE FOR GOOD. NO LOG MEANS NO      *
030908*                   APPROVALS.                               *
030909*-----------------------------------------------------------*
030910 2050-LOAD-APPROVAL-LOG.
030911     OPEN INPUT APPR-LOG-FILE
030912     IF GS-LOG-FILE-STATUS NOT = "00"
030913         GO TO 2050-EXIT
030914     END-IF
030915     PERFORM 2060-LOAD-ONE-LOG-EVENT THRU 2060-EXIT
030916         UNTIL GS-LOG-EOF
030917     CLOSE APPR-LOG-FILE.
030918 2050-EXIT.
030919     EXIT.
030920*
030921 2060-LOAD-ONE-LOG-EVENT.
030922     READ APPR-LOG-FILE
030923         AT END
030924             SET GS-LOG-EOF TO TRUE
030925         NOT AT END
030926             PERFORM 2070-FILE-LOG-EVENT THRU 2070-EXIT
030927     END-READ.
030928 2060-EXIT.
030929     EXIT.
030930*
030931 2070-FILE-LOG-EVENT.
030932     IF NOT AL-SOURCE-SUSPENSE
030933         OR AL-REFERENCE = SPACES
030934         OR NOT (AL-EVENT-APPROVED OR AL-EVENT-APPLIED
030935                 OR AL-EVENT-NOT-APPLIED)
030936         GO TO 2070-EXIT
030937     END-IF
030938     MOVE AL-REFERENCE TO GS-APV-KEY
030939     PERFORM 2260-FIND-APPROVAL THRU 2260-EXIT
030940     IF NOT AL-EVENT-APPROVED
030941         IF GS-APV-MATCH > 0
030942             MOVE "P" TO GS-APV-STATE (GS-APV-MATCH)
030943         END-IF
030944         GO TO 2070-EXIT
030945     END-IF
030946     IF GS-APV-MATCH = 0
030947         PERFORM 2270-ADD-APPROVAL THRU 2270-EXIT
030948     END-IF
030949     IF GS-APV-STATE (GS-APV-MATCH) = "P"
030950         GO TO 2070-EXIT
030951     END-IF
030952     MOVE AL-CHECKER-ID TO GS-APV-CHECKER (GS-APV-MATCH)
030953     MOVE AL-CARD-IMAGE TO GS-APV-IMAGE (GS-APV-MATCH).
030954 2070-EXIT.
030955     EXIT.
030956*
031000 2100-READ-DECISION-RECORD.
031100     READ DECISION-FILE
031200         AT END
031600     EXIT.
031700*
031800*-----------------------------------------------------------*
031900* 2200-FILE-DECISION-RECORD - A CARD NOT APPROVED BY A       *
031920*                   SECOND USER IS CARRIED FORWARD AS IT     *
031940*                   STANDS. AN APPROVED CARD WITH A BAD      *
032000*                   ACTION CODE OR A BLANK KEY IS REJECTED   *
032020*                   ON THE SPOT.                             *
032030*                   AN APPROVED CARD THE APPROVAL LOG DOES   *
032040*                   NOT BEAR OUT IS IGNORED.                 *
032100*-----------------------------------------------------------*
032200 2200-FILE-DECISION-RECORD.
032210     IF CK-REFERENCE = SPACES
032220         OR CK-CHECKER-ID = SPACES
032230         OR DC-MAKER-ID = SPACES
032240         OR CK-CHECKER-ID = DC-MAKER-ID
032250         ADD 1 TO GS-AWAITING-COUNT
032260         WRITE NDC-RECORD FROM DECISION-RECORD
032270         PERFORM 2100-READ-DECISION-RECORD THRU 2100-EXIT
032280         GO TO 2200-EXIT
032290     END-IF
032300     PERFORM 2250-CHECK-APPROVAL-LOG THRU 2250-EXIT
032310     EVALUATE TRUE
032320         WHEN NOT GS-APPROVAL-IS-LOGGED
032330             ADD 1 TO GS-UNMATCHED-COUNT
032340             PERFORM 8100-LOG-CARD-NOT-APPLIED THRU 8100-EXIT
032400         WHEN NOT (DC-ACTION-IS-RELEASE OR DC-ACTION-IS-RETURN)
032500             ADD 1 TO GS-UNMATCHED-COUNT
032600             DISPLAY "GERER-SUSPENS - INVALID ACTION CODE "
032700                 DC-ACTION " - CARD IGNORED"
032750             PERFORM 8100-LOG-CARD-NOT-APPLIED THRU 8100-EXIT
032800         WHEN DC-ACCOUNT-NUM = SPACES
032900             OR DC-TRANS-NUM = SPACES
033000             ADD 1 TO GS-UNMATCHED-COUNT
033100             DISPLAY "GERER-SUSPENS - BLANK ACCOUNT OR "
033200                 "TRANS-NUM ON DECISION CARD - CARD IGNORED"
033250             PERFORM 8100-LOG-CARD-NOT-APPLIED THRU 8100-EXIT
033300         WHEN GS-DECISION-COUNT >= 999
033400             ADD 1 TO GS-CARRIED-COUNT
033500             DISPLAY "GERER-SUSPENS - DECISION QUEUE FULL - "
033600                 "TRANS-NUM " DC-TRANS-NUM " CARRIED FORWARD"
033650             WRITE NDC-RECORD FROM DECISION-RECORD
033700         WHEN OTHER
033800             ADD 1 TO GS-DECISION-COUNT
033900             MOVE DC-ACTION
034300             MOVE DC-TRANS-NUM
034400                 TO GS-DEC-TRANS-NUM (GS-DECISION-COUNT)
034500             MOVE "N" TO GS-DEC-APPLIED (GS-DECISION-COUNT)
034510             MOVE CK-REFERENCE
034520                 TO GS-DEC-REFERENCE (GS-DECISION-COUNT)
034530             MOVE DC-MAKER-ID
034540                 TO GS-DEC-MAKER (GS-DECISION-COUNT)
034550             MOVE CK-CHECKER-ID
034560                 TO GS-DEC-CHECKER (GS-DECISION-COUNT)
034570             MOVE DC-CARD-IMAGE
034580                 TO GS-DEC-IMAGE (GS-DECISION-COUNT)
034600     END-EVALUATE
034700     PERFORM 2100-READ-DECISION-RECORD THRU 2100-EXIT.
034800 2200-EXIT.
034900     EXIT.
035000*
035001*-----------------------------------------------------------*
035002* 2250-CHECK-APPROVAL-LOG - A CARD APPROUVER-CARTES HAS      *
035003*                   PASSED IS APPLIED ONLY IF THE LOG HOLDS  *
035004*                   AN APPROVAL OF ITS REFERENCE BY THE SAME *
035005*                   CHECKER, FOR THIS VERY CARD IMAGE, NOT   *
035006*                   YET APPLIED AND NOT TAKEN BY ANOTHER     *
035007*                   CARD THIS RUN. THE CARD THAT PASSES      *
035008*                   TAKES THE APPROVAL.                      *
035009*-----------------------------------------------------------*
035010 2250-CHECK-APPROVAL-LOG.
035011     MOVE "N" TO GS-LOGGED-SW
035012     MOVE CK-REFERENCE TO GS-APV-KEY
035013     PERFORM 2260-FIND-APPROVAL THRU 2260-EXIT
035014     EVALUATE TRUE
035015         WHEN GS-APV-MATCH = 0
035016             DISPLAY "GERER-SUSPENS - REFERENCE "
035017                 CK-REFERENCE " HAS NO APPROVAL ON apprlog.txt"
035018                 " - CARD IGNORED"
035019         WHEN GS-APV-STATE (GS-APV-MATCH) NOT = "A"
035020             DISPLAY "GERER-SUSPENS - REFERENCE "
035021                 CK-REFERENCE " - APPROVAL ALREADY USED"
035022                 " - CARD IGNORED"
035023         WHEN GS-APV-CHECKER (GS-APV-MATCH) NOT = CK-CHECKER-ID
035024             DISPLAY "GERER-SUSPENS - REFERENCE "
035025                 CK-REFERENCE " NOT APPROVED BY " CK-CHECKER-ID
035026                 " - CARD IGNORED"
035027         WHEN GS-APV-IMAGE (GS-APV-MATCH) NOT = DC-CARD-IMAGE
035028             DISPLAY "GERER-SUSPENS - REFERENCE "
035029                 CK-REFERENCE " CHANGED SINCE IT WAS APPROVED"
035030                 " - CARD IGNORED"
035031         WHEN OTHER
035032             SET GS-APPROVAL-IS-LOGGED TO TRUE
035033             MOVE "Y" TO GS-APV-STATE (GS-APV-MATCH)
035034     END-EVALUATE.
035035 2250-EXIT.
035036     EXIT.
035037*
035038*-----------------------------------------------------------*
035039* 2260-FIND-APPROVAL - THE ENTRY FOR THE REFERENCE IN THE    *
035040*                   KEY, IF ANY, AND THE FIRST FREE SLOT     *
035041*                   BEFORE IT. A NEW ENTRY TAKES THAT SLOT,  *
035042*                   OR THE NEXT ONE AT THE END; A FULL TABLE *
035043*                   STOPS THE RUN, SINCE AN APPROVAL LEFT    *
035044*                   OFF IT WOULD DROP ITS CARD.              *
035045*-----------------------------------------------------------*
035046 2260-FIND-APPROVAL.
035047     MOVE 0 TO GS-APV-MATCH
035048     MOVE 0 TO GS-APV-FREE
035049     PERFORM 2265-SCAN-APPROVAL-TABLE THRU 2265-EXIT
035050         VARYING GS-APV-SUB FROM 1 BY 1
035051         UNTIL GS-APV-SUB > GS-APV-COUNT
035052         OR GS-APV-MATCH > 0.
035053 2260-EXIT.
035054     EXIT.
035055*
035056 2265-SCAN-APPROVAL-TABLE.
035057     IF GS-APV-REFERENCE (GS-APV-SUB) = GS-APV-KEY
035058         MOVE GS-APV-SUB TO GS-APV-MATCH
035059         GO TO 2265-EXIT
035060     END-IF
035061     IF GS-APV-STATE (GS-APV-SUB) = "P"
035062         AND GS-APV-FREE = 0
035063         MOVE GS-APV-SUB TO GS-APV-FREE
035064     END-IF.
035065 2265-EXIT.
035066     EXIT.
035067*
035068 2270-ADD-APPROVAL.
035069     IF GS-APV-FREE = 0
035070         IF GS-APV-COUNT >= 5000
035071             DISPLAY "GERER-SUSPENS - APPROVAL "
035072                 "TABLE FULL ON apprlog.txt - RUN ABORTED"
035073             MOVE 16 TO RETURN-CODE
035074             STOP RUN
035075         END-IF
035076         ADD 1 TO GS-APV-COUNT
035077         MOVE GS-APV-COUNT TO GS-APV-FREE
035078     END-IF
035079     MOVE GS-APV-FREE TO GS-APV-MATCH
035080     MOVE GS-APV-KEY TO GS-APV-REFERENCE (GS-APV-MATCH)
035081     MOVE "A" TO GS-APV-STATE (GS-APV-MATCH).
035082 2270-EXIT.
035083     EXIT.
035084*
035100*-----------------------------------------------------------*
035200* 3000-PROCESS-SUSPENSE - RUN THE WHOLE QUEUE. EACH HELD     *
035300*                   ITEM IS RELEASED, RETURNED OR CARRIED    *
038700         WHEN GS-DEC-ACTION (GS-MATCH-SUB) = "X"
038800             ADD 1 TO GS-RETURNED-COUNT
038900             MOVE "Y" TO GS-DEC-APPLIED (GS-MATCH-SUB)
038950             PERFORM 8200-LOG-ENTRY-APPLIED THRU 8200-EXIT
039000         WHEN OTHER
039100             PERFORM 3500-RELEASE-ITEM THRU 3500-EXIT
039200     END-EVALUATE
042900         GO TO 3500-EXIT
043000     END-IF
043100     MOVE "Y" TO GS-DEC-APPLIED (GS-MATCH-SUB)
043150     PERFORM 8200-LOG-ENTRY-APPLIED THRU 8200-EXIT
043200     ADD 1 TO GS-RELEASE-COUNT
043300     MOVE SU-ACCOUNT-NUM TO GS-REL-ACCOUNT (GS-RELEASE-COUNT)
043400     MOVE SU-TRANS-NUM TO GS-REL-TRANS-NUM (GS-RELEASE-COUNT)
052300             " CARD FOR ACCOUNT " GS-DEC-ACCOUNT (GS-SUB)
052400             " TRANS-NUM " GS-DEC-TRANS-NUM (GS-SUB)
052500             " MATCHED NO HELD ITEM"
052550         MOVE GS-SUB TO GS-MATCH-SUB
052560         MOVE "N" TO GS-LOG-EVENT
052570         PERFORM 8300-LOG-TABLE-ENTRY THRU 8300-EXIT
052600     END-IF.
052700 5100-EXIT.
052800     EXIT.
075100 7600-EXIT.
075200     EXIT.
075300*
075310*-----------------------------------------------------------*
075320* 8000-WRITE-LOG-EVENT - ONE LINE ON THE SHARED APPROVAL LOG *
075330*                   FOR A DECISION CARD. 8100 LOGS THE CARD  *
075340*                   IN HAND AS NOT APPLIED; 8200 AND 8300    *
075350*                   LOG A FILED CARD FROM THE TABLE.         *
075360*-----------------------------------------------------------*
075362 8000-WRITE-LOG-EVENT.
075364     MOVE GS-RUN-DATE-YYYYMMDD TO AL-LOG-DATE
075366     MOVE GS-RUN-TIME TO AL-LOG-TIME
075368     SET AL-SOURCE-SUSPENSE TO TRUE
075370     WRITE APPR-LOG-RECORD.
075372 8000-EXIT.
075374     EXIT.
075376*
075378 8100-LOG-CARD-NOT-APPLIED.
075380     MOVE SPACES TO APPR-LOG-RECORD
075382     SET AL-EVENT-NOT-APPLIED TO TRUE
075384     MOVE CK-REFERENCE TO AL-REFERENCE
075386     MOVE DC-MAKER-ID TO AL-MAKER-ID
075388     MOVE CK-CHECKER-ID TO AL-CHECKER-ID
075390     MOVE DC-CARD-IMAGE TO AL-CARD-IMAGE
075392     PERFORM 8000-WRITE-LOG-EVENT THRU 8000-EXIT.
075394 8100-EXIT.
075396     EXIT.
075398*
075400 8200-LOG-ENTRY-APPLIED.
075402     MOVE "P" TO GS-LOG-EVENT
075404     PERFORM 8300-LOG-TABLE-ENTRY THRU 8300-EXIT.
075406 8200-EXIT.
075408     EXIT.
075410*
075412 8300-LOG-TABLE-ENTRY.
075416     MOVE SPACES TO APPR-LOG-RECORD
075418     MOVE GS-LOG-EVENT TO AL-EVENT
075420     MOVE GS-DEC-REFERENCE (GS-MATCH-SUB) TO AL-REFERENCE
075422     MOVE GS-DEC-MAKER (GS-MATCH-SUB) TO AL-MAKER-ID
075424     MOVE GS-DEC-CHECKER (GS-MATCH-SUB) TO AL-CHECKER-ID
075426     MOVE GS-DEC-IMAGE (GS-MATCH-SUB) TO AL-CARD-IMAGE
075428     PERFORM 8000-WRITE-LOG-EVENT THRU 8000-EXIT.
075430 8300-EXIT.
075432     EXIT.
075434*
075440*-----------------------------------------------------------*
075500* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
075600*-----------------------------------------------------------*
075700 9000-TERMINATE.
075750     CLOSE APPR-LOG-FILE
075800     DISPLAY "GERER-SUSPENS - HELD ITEMS READ       : "
075900         GS-SUSPENSE-READ
076000     DISPLAY "GERER-SUSPENS - ITEMS RELEASED        : "
076500         GS-OUTSTANDING-COUNT
076600     DISPLAY "GERER-SUSPENS - CARDS UNMATCHED       : "
076700         GS-UNMATCHED-COUNT
076720     DISPLAY "GERER-SUSPENS - CARDS NOT APPROVED    : "
076740         GS-AWAITING-COUNT
076750     DISPLAY "GERER-SUSPENS - CARDS CARRIED OVER    : "
076760         GS-CARRIED-COUNT
076800     DISPLAY "GERER-SUSPENS - RELEASE BATCH WRITTEN TO "
076900         "susrel.txt FOR THE CONSOLIDATION STEP"
077000     DISPLAY "GERER-SUSPENS - NEW SUSPENSE QUEUE WRITTEN TO "
077100         "suspense.new - RENAME OVER suspense.dat WHEN READY"
077120     DISPLAY "GERER-SUSPENS - CARDS AWAITING APPROVAL WRITTEN TO "
077140         "susdecide.new - RENAME OVER susdecide.txt WHEN READY".
077200 9000-EXIT.
077300     EXIT.
