003580*                   A NOT-YET-CONVERTED REJECT IS KEYED IN     *
003582*                   THE ORIGINAL CURRENCY AND CONSOLIDER-LOTS  *
003584*                   CONVERTS IT ON THE MERGE.                  *
003585*  2026-10-15  RD   DUAL CONTROL - THE REPAIR CARD NOW CARRIES *
003586*                   ITS MAKER'S USER ID (COLUMNS 32-39) AND    *
003587*                   THE APPRCTL CONTROL AREA, AND ONLY A CARD  *
003588*                   APPROVED BY A SECOND USER THROUGH          *
003589*                   APPROUVER-CARTES IS APPLIED. THE REST ARE  *
003590*                   CARRIED FORWARD TO REJREPAIR.NEW           *
003591*                   UNTOUCHED. EVERY RECYCLE OR PURGE, AND     *
003592*                   EVERY APPROVED CARD NOT APPLIED, IS        *
003593*                   WRITTEN TO THE SHARED APPROVAL LOG.        *
003594*  2026-10-15  RD   A CARD IS APPLIED ONLY WHEN APPRLOG.TXT    *
003595*                   HOLDS AN APPROVAL OF ITS REFERENCE BY THE  *
003596*                   CHECKER IT NAMES, FOR THE SAME CARD IMAGE, *
003597*                   NOT YET APPLIED. ANY OTHER APPROVED CARD   *
003598*                   IS IGNORED.                                *
003608*  2026-10-15  RD   AN APPROVED CARD CARRIED FORWARD BECAUSE   *
003618*                   THE REPAIR QUEUE IS FULL IS COUNTED AS     *
003628*                   CARRIED OVER, NOT UNMATCHED, AND THE COUNT *
003638*                   IS SHOWN IN THE RUN SUMMARY.               *
003690*-----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004500     SELECT REPAIR-FILE ASSIGN TO "rejrepair.txt"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS RY-RPR-FILE-STATUS.
004720     SELECT NEW-REPAIR-FILE ASSIGN TO "rejrepair.new"
004740         ORGANIZATION IS LINE SEQUENTIAL.
004760     SELECT APPR-LOG-FILE ASSIGN TO "apprlog.txt"
004770         ORGANIZATION IS LINE SEQUENTIAL
004780         FILE STATUS IS RY-LOG-FILE-STATUS.
004800     SELECT RECYCLE-FILE ASSIGN TO "recycle.txt"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT AGING-FILE ASSIGN TO "rejaging.txt"
011300     05  RP-NEW-TRANS-NUM       PIC X(08).
011400     05  RP-NEW-AMOUNT          PIC S9(07)V99
011500                                SIGN IS TRAILING SEPARATE.
011510     05  RP-MAKER-ID            PIC X(08).
011520     05  FILLER                 PIC X(09).
011530     COPY APPRCTL.
011540 01  RP-CARD-VIEW.
011550     05  RP-CARD-IMAGE          PIC X(48).
011560     05  FILLER                 PIC X(32).
011570*
011580 FD  NEW-REPAIR-FILE.
011590 01  NRP-RECORD                 PIC X(80).
011600*
011700 FD  AGING-FILE.
011800 01  AGE-LINE                   PIC X(132).
011870*
011880 FD  BUSDATE-FILE.
011890     COPY BUSDATE.
011892*
011894 FD  APPR-LOG-FILE.
011896     COPY APPRLOG.
011900*
012000 WORKING-STORAGE SECTION.
012100*-----------------------------------------------------------*
013110 77  RY-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
013120 77  RY-BDATE-SWITCH            PIC X(01)  VALUE "N".
013130     88  RY-BDATE-EOF                       VALUE "Y".
013140 77  RY-LOG-FILE-STATUS         PIC X(02)  VALUE SPACES.
013150 77  RY-LOG-EVENT               PIC X(01)  VALUE SPACES.
013160 77  RY-LOG-SWITCH              PIC X(01)  VALUE "N".
013170     88  RY-LOG-EOF                         VALUE "Y".
013180 77  RY-LOGGED-SW               PIC X(01)  VALUE "N".
013190     88  RY-APPROVAL-IS-LOGGED              VALUE "Y".
013200*
013205*-----------------------------------------------------------*
013210* APPROVAL TABLE - EVERY APPROVAL APPROUVER-CARTES HAS       *
013215* LOGGED FOR THESE CARDS, BY REFERENCE, WITH THE CHECKER AND *
013220* CARD IMAGE IT WAS GIVEN FOR. STATE A IS OPEN, Y TAKEN BY A *
013225* CARD THIS RUN, P APPLIED OR DROPPED - A SLOT FREE FOR      *
013230* REUSE.                                                     *
013235*-----------------------------------------------------------*
013240 01  RY-APPROVAL-TABLE.
013245     05  RY-APPROVAL-ENTRY      OCCURS 5000 TIMES.
013250         10  RY-APV-REFERENCE       PIC X(08).
013255         10  RY-APV-CHECKER         PIC X(08).
013260         10  RY-APV-IMAGE           PIC X(48).
013265         10  RY-APV-STATE           PIC X(01).
013270 77  RY-APV-COUNT               PIC 9(04) COMP  VALUE 0.
013275 77  RY-APV-SUB                 PIC 9(04) COMP  VALUE 0.
013280 77  RY-APV-MATCH               PIC 9(04) COMP  VALUE 0.
013285 77  RY-APV-FREE                PIC 9(04) COMP  VALUE 0.
013290 77  RY-APV-KEY                 PIC X(08)  VALUE SPACES.
013295*
013300*-----------------------------------------------------------*
013400* REPAIR CARD TABLE - ONE ENTRY PER CARD, MARKED OFF AS IT   *
013500* IS APPLIED SO LEFTOVER CARDS CAN BE REPORTED AT THE END.   *
013510* THE REFERENCE, MAKER, CHECKER AND CARD IMAGE GO TO THE     *
013520* APPROVAL LOG WHEN THE CARD IS APPLIED OR LEFT OVER.        *
013600*-----------------------------------------------------------*
013700 01  RY-REPAIR-TABLE.
013800     05  RY-REPAIR-ENTRY        OCCURS 999 TIMES.
014400                                    SIGN IS TRAILING SEPARATE.
014500         10  RY-RPR-HAS-AMOUNT      PIC X(01).
014600         10  RY-RPR-APPLIED         PIC X(01).
014610         10  RY-RPR-REFERENCE       PIC X(08).
014620         10  RY-RPR-MAKER           PIC X(08).
014630         10  RY-RPR-CHECKER         PIC X(08).
014640         10  RY-RPR-IMAGE           PIC X(48).
014700 77  RY-REPAIR-COUNT            PIC 9(04) COMP  VALUE 0.
014800 77  RY-SUB                     PIC 9(04) COMP  VALUE 0.
014900 77  RY-MATCH-SUB               PIC 9(04) COMP  VALUE 0.
017100 77  RY-PURGED-COUNT            PIC 9(07)       VALUE 0.
017200 77  RY-OUTSTANDING-COUNT       PIC 9(07)       VALUE 0.
017300 77  RY-UNMATCHED-COUNT         PIC 9(05)       VALUE 0.
017350 77  RY-AWAITING-COUNT          PIC 9(05)       VALUE 0.
017360 77  RY-CARRIED-COUNT           PIC 9(05)       VALUE 0.
017400 77  RY-AGE-1-COUNT             PIC 9(07)       VALUE 0.
017500 77  RY-AGE-3-COUNT             PIC 9(07)       VALUE 0.
017600 77  RY-AGE-5-COUNT             PIC 9(07)       VALUE 0.
018400     05  RY-RUN-MM              PIC 9(02).
018500     05  RY-RUN-DD              PIC 9(02).
018600 01  RY-RUN-DATE-DISPLAY        PIC X(10).
018650 01  RY-RUN-TIME                PIC 9(08).
018700*
018800 01  RY-WORK-DATE               PIC 9(08).
018900 01  RY-WORK-DATE-GROUP REDEFINES RY-WORK-DATE.
023300 1000-INITIALIZE.
023400     ACCEPT RY-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
023420     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
023440     ACCEPT RY-RUN-TIME FROM TIME
023500     STRING RY-RUN-MM   DELIMITED BY SIZE
023600            "/"         DELIMITED BY SIZE
023700            RY-RUN-DD   DELIMITED BY SIZE
024700     END-IF
024800     OPEN OUTPUT NEW-REJECT-FILE
024900     OPEN OUTPUT AGING-FILE
024920     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
024940     PERFORM 8000-OPEN-APPROVAL-LOG THRU 8000-EXIT.
025000 1000-EXIT.
025100     EXIT.
025102*
025500*                   AWAY SO THE REJECT PASS CAN APPLY IT. A   *
025600*                   MISSING REPAIR FILE JUST MEANS AN AGING-   *
025700*                   ONLY RUN.                                  *
025720*                   CARDS NOT YET APPROVED ARE CARRIED         *
025740*                   FORWARD TO REJREPAIR.NEW.                  *
025800*-----------------------------------------------------------*
025900 2000-LOAD-REPAIRS.
025950     OPEN OUTPUT NEW-REPAIR-FILE
026000     OPEN INPUT REPAIR-FILE
026100     IF RY-RPR-FILE-STATUS NOT = "00"
026200         SET RY-REPAIR-EOF TO TRUE
026250         CLOSE NEW-REPAIR-FILE
026300         GO TO 2000-EXIT
026400     END-IF
026500     PERFORM 2100-READ-REPAIR-RECORD THRU 2100-EXIT
026600     PERFORM 2200-FILE-REPAIR-RECORD THRU 2200-EXIT
026700         UNTIL RY-REPAIR-EOF
026800     CLOSE REPAIR-FILE
026850     CLOSE NEW-REPAIR-FILE.
026900 2000-EXIT.
027000     EXIT.
027100*
027101*-----------------------------------------------------------*
027102* 2050-LOAD-APPROVAL-LOG - EVERY APPROVAL (A)                *
027103*                   APPROUVER-CARTES HAS LOGGED FOR THESE    *
027104*                   CARDS, WITH THE CHECKER AND CARD IMAGE   *
027105*                   IT WAS GIVEN FOR. AN APPLIED (P) OR      *
027106*                   NOT-APPLIED (N) EVENT CLOSES THE         *
027107*                   REFERENCE FOR GOOD. NO LOG MEANS NO      *
027108*                   APPROVALS.                               *
027109*-----------------------------------------------------------*
027110 2050-LOAD-APPROVAL-LOG.
027111     OPEN INPUT APPR-LOG-FILE
027112     IF RY-LOG-FILE-STATUS NOT = "00"
027113         GO TO 2050-EXIT
027114     END-IF
027115     PERFORM 2060-LOAD-ONE-LOG-EVENT THRU 2060-EXIT
027116         UNTIL RY-LOG-EOF
027117     CLOSE APPR-LOG-FILE.
027118 2050-EXIT.
027119     EXIT.
027120*
027121 2060-LOAD-ONE-LOG-EVENT.
027122     READ APPR-LOG-FILE
027123         AT END
027124             SET RY-LOG-EOF TO TRUE
027125         NOT AT END
027126             PERFORM 2070-FILE-LOG-EVENT THRU 2070-EXIT
027127     END-READ.
027128 2060-EXIT.
027129     EXIT.
027130*
027131 2070-FILE-LOG-EVENT.
027132     IF NOT AL-SOURCE-REPAIR
027133         OR AL-REFERENCE = SPACES
027134         OR NOT (AL-EVENT-APPROVED OR AL-EVENT-APPLIED
027135                 OR AL-EVENT-NOT-APPLIED)
027136         GO TO 2070-EXIT
027137     END-IF
027138     MOVE AL-REFERENCE TO RY-APV-KEY
027139     PERFORM 2260-FIND-APPROVAL THRU 2260-EXIT
027140     IF NOT AL-EVENT-APPROVED
027141         IF RY-APV-MATCH > 0
027142             MOVE "P" TO RY-APV-STATE (RY-APV-MATCH)
027143         END-IF
027144         GO TO 2070-EXIT
027145     END-IF
027146     IF RY-APV-MATCH = 0
027147         PERFORM 2270-ADD-APPROVAL THRU 2270-EXIT
027148     END-IF
027149     IF RY-APV-STATE (RY-APV-MATCH) = "P"
027150         GO TO 2070-EXIT
027151     END-IF
027152     MOVE AL-CHECKER-ID TO RY-APV-CHECKER (RY-APV-MATCH)
027153     MOVE AL-CARD-IMAGE TO RY-APV-IMAGE (RY-APV-MATCH).
027154 2070-EXIT.
027155     EXIT.
027156*
027200 2100-READ-REPAIR-RECORD.
027300     READ REPAIR-FILE
027400         AT END
027800     EXIT.
027900*
028000*-----------------------------------------------------------*
028100* 2200-FILE-REPAIR-RECORD - A CARD NOT APPROVED BY A SECOND  *
028120*                   USER IS CARRIED FORWARD AS IT STANDS. AN *
028140*                   APPROVED CARD WITH A BAD ACTION CODE,    *
028200*                   OR A RECYCLE WHOSE REPLACEMENT AMOUNT IS *
028300*                   KEYED BUT NOT NUMERIC, IS REJECTED ON    *
028350*                   THE SPOT. A BLANK REPLACEMENT AMOUNT     *
028360*                   MEANS KEEP THE ORIGINAL - LEGITIMATE FOR *
028370*                   A TRANS-NUM-ONLY REPAIR.                 *
028380*                   AN APPROVED CARD THE APPROVAL LOG DOES   *
028390*                   NOT BEAR OUT IS IGNORED.                 *
028400*-----------------------------------------------------------*
028500 2200-FILE-REPAIR-RECORD.
028510     IF CK-REFERENCE = SPACES
028520         OR CK-CHECKER-ID = SPACES
028530         OR RP-MAKER-ID = SPACES
028540         OR CK-CHECKER-ID = RP-MAKER-ID
028550         ADD 1 TO RY-AWAITING-COUNT
028560         WRITE NRP-RECORD FROM REPAIR-RECORD
028570         PERFORM 2100-READ-REPAIR-RECORD THRU 2100-EXIT
028580         GO TO 2200-EXIT
028590     END-IF
028600     PERFORM 2250-CHECK-APPROVAL-LOG THRU 2250-EXIT
028610     EVALUATE TRUE
028620         WHEN NOT RY-APPROVAL-IS-LOGGED
028630             ADD 1 TO RY-UNMATCHED-COUNT
028640             PERFORM 8200-LOG-CARD-NOT-APPLIED THRU 8200-EXIT
028700         WHEN NOT (RP-ACTION-IS-RECYCLE OR RP-ACTION-IS-PURGE)
028800             ADD 1 TO RY-UNMATCHED-COUNT
028900             DISPLAY "RECYCLER-REJETS - INVALID ACTION CODE "
029000                 RP-ACTION " - CARD IGNORED"
029010             PERFORM 8200-LOG-CARD-NOT-APPLIED THRU 8200-EXIT
029020         WHEN RP-ACTION-IS-RECYCLE
029030             AND RP-NEW-AMOUNT NOT = SPACES
029040             AND RP-NEW-AMOUNT NOT NUMERIC
029060             DISPLAY "RECYCLER-REJETS - REPLACEMENT AMOUNT NOT "
029070                 "NUMERIC ON TRANS-NUM " RP-TRANS-NUM
029080                 " - CARD IGNORED"
029090             PERFORM 8200-LOG-CARD-NOT-APPLIED THRU 8200-EXIT
029100         WHEN RY-REPAIR-COUNT >= 999
029200             ADD 1 TO RY-CARRIED-COUNT
029300             DISPLAY "RECYCLER-REJETS - REPAIR QUEUE FULL - "
029400                 "TRANS-NUM " RP-TRANS-NUM " CARRIED FORWARD"
029450             WRITE NRP-RECORD FROM REPAIR-RECORD
029500         WHEN OTHER
029600             ADD 1 TO RY-REPAIR-COUNT
029700             MOVE RP-ACTION
031100                 MOVE "N" TO RY-RPR-HAS-AMOUNT (RY-REPAIR-COUNT)
031200             END-IF
031300             MOVE "N" TO RY-RPR-APPLIED (RY-REPAIR-COUNT)
031310             MOVE CK-REFERENCE
031320                 TO RY-RPR-REFERENCE (RY-REPAIR-COUNT)
031330             MOVE RP-MAKER-ID
031340                 TO RY-RPR-MAKER (RY-REPAIR-COUNT)
031350             MOVE CK-CHECKER-ID
031360                 TO RY-RPR-CHECKER (RY-REPAIR-COUNT)
031370             MOVE RP-CARD-IMAGE
031380                 TO RY-RPR-IMAGE (RY-REPAIR-COUNT)
031400     END-EVALUATE
031500     PERFORM 2100-READ-REPAIR-RECORD THRU 2100-EXIT.
031600 2200-EXIT.
031700     EXIT.
031800*
031801*-----------------------------------------------------------*
031802* 2250-CHECK-APPROVAL-LOG - A CARD APPROUVER-CARTES HAS      *
031803*                   PASSED IS APPLIED ONLY IF THE LOG HOLDS  *
031804*                   AN APPROVAL OF ITS REFERENCE BY THE SAME *
031805*                   CHECKER, FOR THIS VERY CARD IMAGE, NOT   *
031806*                   YET APPLIED AND NOT TAKEN BY ANOTHER     *
031807*                   CARD THIS RUN. THE CARD THAT PASSES      *
031808*                   TAKES THE APPROVAL.                      *
031809*-----------------------------------------------------------*
031810 2250-CHECK-APPROVAL-LOG.
031811     MOVE "N" TO RY-LOGGED-SW
031812     MOVE CK-REFERENCE TO RY-APV-KEY
031813     PERFORM 2260-FIND-APPROVAL THRU 2260-EXIT
031814     EVALUATE TRUE
031815         WHEN RY-APV-MATCH = 0
031816             DISPLAY "RECYCLER-REJETS - REFERENCE "
031817                 CK-REFERENCE " HAS NO APPROVAL ON apprlog.txt"
031818                 " - CARD IGNORED"
031819         WHEN RY-APV-STATE (RY-APV-MATCH) NOT = "A"
031820             DISPLAY "RECYCLER-REJETS - REFERENCE "
031821                 CK-REFERENCE " - APPROVAL ALREADY USED"
031822                 " - CARD IGNORED"
031823         WHEN RY-APV-CHECKER (RY-APV-MATCH) NOT = CK-CHECKER-ID
031824             DISPLAY "RECYCLER-REJETS - REFERENCE "
031825                 CK-REFERENCE " NOT APPROVED BY " CK-CHECKER-ID
031826                 " - CARD IGNORED"
031827         WHEN RY-APV-IMAGE (RY-APV-MATCH) NOT = RP-CARD-IMAGE
031828             DISPLAY "RECYCLER-REJETS - REFERENCE "
031829                 CK-REFERENCE " CHANGED SINCE IT WAS APPROVED"
031830                 " - CARD IGNORED"
031831         WHEN OTHER
031832             SET RY-APPROVAL-IS-LOGGED TO TRUE
031833             MOVE "Y" TO RY-APV-STATE (RY-APV-MATCH)
031834     END-EVALUATE.
031835 2250-EXIT.
031836     EXIT.
031837*
031838*-----------------------------------------------------------*
031839* 2260-FIND-APPROVAL - THE ENTRY FOR THE REFERENCE IN THE    *
031840*                   KEY, IF ANY, AND THE FIRST FREE SLOT     *
031841*                   BEFORE IT. A NEW ENTRY TAKES THAT SLOT,  *
031842*                   OR THE NEXT ONE AT THE END; A FULL TABLE *
031843*                   STOPS THE RUN, SINCE AN APPROVAL LEFT    *
031844*                   OFF IT WOULD DROP ITS CARD.              *
031845*-----------------------------------------------------------*
031846 2260-FIND-APPROVAL.
031847     MOVE 0 TO RY-APV-MATCH
031848     MOVE 0 TO RY-APV-FREE
031849     PERFORM 2265-SCAN-APPROVAL-TABLE THRU 2265-EXIT
031850         VARYING RY-APV-SUB FROM 1 BY 1
031851         UNTIL RY-APV-SUB > RY-APV-COUNT
031852         OR RY-APV-MATCH > 0.
031853 2260-EXIT.
031854     EXIT.
031855*
031856 2265-SCAN-APPROVAL-TABLE.
031857     IF RY-APV-REFERENCE (RY-APV-SUB) = RY-APV-KEY
031858         MOVE RY-APV-SUB TO RY-APV-MATCH
031859         GO TO 2265-EXIT
031860     END-IF
031861     IF RY-APV-STATE (RY-APV-SUB) = "P"
031862         AND RY-APV-FREE = 0
031863         MOVE RY-APV-SUB TO RY-APV-FREE
031864     END-IF.
031865 2265-EXIT.
031866     EXIT.
031867*
031868 2270-ADD-APPROVAL.
031869     IF RY-APV-FREE = 0
031870         IF RY-APV-COUNT >= 5000
031871             DISPLAY "RECYCLER-REJETS - APPROVAL "
031872                 "TABLE FULL ON apprlog.txt - RUN ABORTED"
031873             MOVE 16 TO RETURN-CODE
031874             STOP RUN
031875         END-IF
031876         ADD 1 TO RY-APV-COUNT
031877         MOVE RY-APV-COUNT TO RY-APV-FREE
031878     END-IF
031879     MOVE RY-APV-FREE TO RY-APV-MATCH
031880     MOVE RY-APV-KEY TO RY-APV-REFERENCE (RY-APV-MATCH)
031881     MOVE "A" TO RY-APV-STATE (RY-APV-MATCH).
031882 2270-EXIT.
031883     EXIT.
031884*
031900*-----------------------------------------------------------*
032000* 3000-PROCESS-REJECTS - RUN THE WHOLE REJECT QUEUE. EACH     *
032100*                   REJECT IS RECYCLED, PURGED OR CARRIED     *
035300         WHEN RY-RPR-ACTION (RY-MATCH-SUB) = "P"
035400             ADD 1 TO RY-PURGED-COUNT
035500             MOVE "Y" TO RY-RPR-APPLIED (RY-MATCH-SUB)
035550             PERFORM 8300-LOG-ENTRY-APPLIED THRU 8300-EXIT
035600         WHEN OTHER
035700             PERFORM 3500-RECYCLE-REJECT THRU 3500-EXIT
035800     END-EVALUATE
039400         GO TO 3500-EXIT
039500     END-IF
039600     MOVE "Y" TO RY-RPR-APPLIED (RY-MATCH-SUB)
039650     PERFORM 8300-LOG-ENTRY-APPLIED THRU 8300-EXIT
039700     ADD 1 TO RY-RECYCLE-COUNT
039800     MOVE RJ-ACCOUNT-NUM TO RY-RCY-ACCOUNT (RY-RECYCLE-COUNT)
039900     IF RY-RPR-NEW-TRANS-NUM (RY-MATCH-SUB) = SPACES
050100             " CARD FOR ACCOUNT " RY-RPR-ACCOUNT (RY-SUB)
050200             " TRANS-NUM " RY-RPR-TRANS-NUM (RY-SUB)
050300             " MATCHED NO REJECT"
050310         MOVE RY-SUB TO RY-MATCH-SUB
050320         MOVE "N" TO RY-LOG-EVENT
050330         PERFORM 8400-LOG-TABLE-ENTRY THRU 8400-EXIT
050400     END-IF.
050500 5100-EXIT.
050600     EXIT.
070200     END-EVALUATE.
070300 7400-EXIT.
070400     EXIT.
070405*
070410*-----------------------------------------------------------*
070415* 8000-OPEN-APPROVAL-LOG - EXTEND THE SHARED APPROVAL LOG IF *
070420*                   IT ALREADY EXISTS; CREATE IT ON THE VERY *
070425*                   FIRST RUN. THE APPROVALS ON IT ARE       *
070429*                   LOADED FIRST.                            *
070430*-----------------------------------------------------------*
070435 8000-OPEN-APPROVAL-LOG.
070439     PERFORM 2050-LOAD-APPROVAL-LOG THRU 2050-EXIT
070440     OPEN EXTEND APPR-LOG-FILE
070445     IF RY-LOG-FILE-STATUS NOT = "00"
070450         OPEN OUTPUT APPR-LOG-FILE
070455     END-IF.
070460 8000-EXIT.
070465     EXIT.
070470*
070475*-----------------------------------------------------------*
070480* 8100-WRITE-LOG-EVENT - ONE LINE ON THE SHARED APPROVAL LOG *
070485*                   FOR A REPAIR CARD. 8200 LOGS THE CARD IN *
070490*                   HAND AS NOT APPLIED; 8300 AND 8400 LOG A *
070495*                   FILED CARD FROM THE TABLE.               *
070500*-----------------------------------------------------------*
070505 8100-WRITE-LOG-EVENT.
070510     MOVE RY-RUN-DATE-YYYYMMDD TO AL-LOG-DATE
070515     MOVE RY-RUN-TIME TO AL-LOG-TIME
070520     SET AL-SOURCE-REPAIR TO TRUE
070525     WRITE APPR-LOG-RECORD.
070530 8100-EXIT.
070535     EXIT.
070540*
070545 8200-LOG-CARD-NOT-APPLIED.
070550     MOVE SPACES TO APPR-LOG-RECORD
070555     SET AL-EVENT-NOT-APPLIED TO TRUE
070560     MOVE CK-REFERENCE TO AL-REFERENCE
070565     MOVE RP-MAKER-ID TO AL-MAKER-ID
070570     MOVE CK-CHECKER-ID TO AL-CHECKER-ID
070575     MOVE RP-CARD-IMAGE TO AL-CARD-IMAGE
070580     PERFORM 8100-WRITE-LOG-EVENT THRU 8100-EXIT.
070585 8200-EXIT.
070590     EXIT.
070595*
070600 8300-LOG-ENTRY-APPLIED.
070605     MOVE "P" TO RY-LOG-EVENT
070610     PERFORM 8400-LOG-TABLE-ENTRY THRU 8400-EXIT.
070615 8300-EXIT.
070620     EXIT.
070625*
070630 8400-LOG-TABLE-ENTRY.
070635     MOVE SPACES TO APPR-LOG-RECORD
070640     MOVE RY-LOG-EVENT TO AL-EVENT
070645     MOVE RY-RPR-REFERENCE (RY-MATCH-SUB) TO AL-REFERENCE
070650     MOVE RY-RPR-MAKER (RY-MATCH-SUB) TO AL-MAKER-ID
070655     MOVE RY-RPR-CHECKER (RY-MATCH-SUB) TO AL-CHECKER-ID
070660     MOVE RY-RPR-IMAGE (RY-MATCH-SUB) TO AL-CARD-IMAGE
070665     PERFORM 8100-WRITE-LOG-EVENT THRU 8100-EXIT.
070670 8400-EXIT.
070675     EXIT.
070680*
070700*-----------------------------------------------------------*
070750* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
070800*-----------------------------------------------------------*
070900 9000-TERMINATE.
070950     CLOSE APPR-LOG-FILE
071000     DISPLAY "RECYCLER-REJETS - REJECTS READ        : "
071100         RY-REJECTS-READ
071200     DISPLAY "RECYCLER-REJETS - REJECTS RECYCLED    : "
071700         RY-OUTSTANDING-COUNT
071800     DISPLAY "RECYCLER-REJETS - CARDS UNMATCHED     : "
071900         RY-UNMATCHED-COUNT
071920     DISPLAY "RECYCLER-REJETS - CARDS NOT APPROVED  : "
071940         RY-AWAITING-COUNT
071950     DISPLAY "RECYCLER-REJETS - CARDS CARRIED OVER  : "
071960         RY-CARRIED-COUNT
072000     DISPLAY "RECYCLER-REJETS - RECYCLE BATCH WRITTEN TO "
072100         "recycle.txt FOR THE CONSOLIDATION STEP"
072200     DISPLAY "RECYCLER-REJETS - NEW REJECT QUEUE WRITTEN TO "
072300         "rejects.new - RENAME OVER rejects.dat WHEN READY"
072320     DISPLAY "RECYCLER-REJETS - CARDS AWAITING APPROVAL WRITTEN "
072340         "TO rejrepair.new - RENAME OVER rejrepair.txt WHEN "
072360         "READY".
072400 9000-EXIT.
072500     EXIT.
