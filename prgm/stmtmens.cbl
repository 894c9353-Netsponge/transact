002302*                   THE RETIRED CEILING AND AN OVERFLOW NOW   *
002303*                   ABORTS THE RUN INSTEAD OF PRINTING A      *
002304*                   WRONG BALANCE FOR THE OVERFLOW ACCOUNTS.  *
002309*  2026-10-15  RD   HISTORY.TXT IS NOW CLOSED OFF A MONTH AT  *
002314*                   A TIME INTO ARCHIVE GENERATIONS           *
002319*                   (HISTYYYYMM.TXT), LEAVING ONE BALANCE-    *
002324*                   FORWARD LINE PER ACCOUNT ON THE LIVE      *
002329*                   FILE. THE OPENING BALANCE NOW STARTS      *
002334*                   FROM THAT LINE INSTEAD OF NETTING         *
002339*                   HISTORY FROM DAY ONE. A STATEMENT FOR A   *
002344*                   MONTH ALREADY CLOSED READS THAT MONTH'S   *
002349*                   ARCHIVE AND THE LATER ONES - NEVER THE    *
002354*                   EARLIER ONES - AHEAD OF THE LIVE FILE.    *
002359*                   EACH ARCHIVE IS PROVED AGAINST ITS        *
002364*                   CONTROL LINE; ONE THAT DOES NOT PROVE,    *
002369*                   OR A GENERATION MISSING FROM THE CHAIN,   *
002374*                   STOPS THE RUN.                            *
002378*  2026-10-15  RD   A MISSING ARCHIVE GENERATION AHEAD OF THE *
002382*                   FIRST ONE FOUND NO LONGER PASSES          *
002386*                   UNNOTICED: A FIRST GENERATION LATER THAN  *
002390*                   THE MONTH WANTED THAT OPENS WITH          *
002394*                   BALANCE-FORWARD LINES IS NOT THE OLDEST,  *
002398*                   AND THE RUN STOPS RC 16.                  *
002399*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
003720         ACCESS MODE IS RANDOM
003740         RECORD KEY IS AC-ACCOUNT-NUM
003800         FILE STATUS IS RM-ACCT-FILE-STATUS.
003810     SELECT ARCHIVE-FILE ASSIGN USING RM-ARCH-PATH
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS RM-ARCH-FILE-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
006000*
006100 FD  ACCOUNT-FILE.
006200     COPY ACCTREC.
006210*
006220 FD  ARCHIVE-FILE.
006230 01  ARCH-RECORD                PIC X(87).
006300*
006400 WORKING-STORAGE SECTION.
006500*-----------------------------------------------------------*
007800 77  RM-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
007900 77  RM-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
008000 77  RM-ACCT-FILE-STATUS        PIC X(02)  VALUE SPACES.
008010 77  RM-ARCH-SWITCH             PIC X(01)  VALUE "N".
008020     88  RM-ARCH-EOF                        VALUE "Y".
008030 77  RM-ARCH-FOUND-SW           PIC X(01)  VALUE "N".
008040     88  RM-ARCH-WAS-FOUND                  VALUE "Y".
008050 77  RM-CTL-SEEN-SW             PIC X(01)  VALUE "N".
008060     88  RM-CONTROL-WAS-SEEN                VALUE "Y".
008070 77  RM-LEADING-SW              PIC X(01)  VALUE "N".
008080     88  RM-LEADING-IS-DONE                 VALUE "Y".
008090 77  RM-ARCH-FILE-STATUS        PIC X(02)  VALUE SPACES.
008100*
008200*-----------------------------------------------------------*
008300* STATEMENT MONTH AND RUN DATE                               *
009400 01  RM-RUN-DATE-DISPLAY        PIC X(10).
009500 01  RM-STMT-MONTH-DISPLAY      PIC X(07).
009600 01  RM-HIST-MONTH              PIC 9(06)  VALUE 0.
009605*
009610*-----------------------------------------------------------*
009615* ARCHIVE GENERATIONS - THE MONTH LAST CLOSED (OFF THE       *
009620* BALANCE-FORWARD LINES AT THE HEAD OF THE LIVE FILE), THE   *
009625* GENERATION BEING READ AND ITS CONTROL FIGURES. AN ARCHIVE  *
009630* CARRIES THE HISTREC LAYOUT AND IS READ INTO HIST-RECORD.   *
009635*-----------------------------------------------------------*
009640 77  RM-LAST-CLOSED             PIC 9(06)  VALUE 0.
009645 01  RM-ARCH-MONTH              PIC 9(06)  VALUE 0.
009650 01  RM-ARCH-MONTH-GROUP REDEFINES RM-ARCH-MONTH.
009655     05  RM-ARCH-YYYY           PIC 9(04).
009660     05  RM-ARCH-MM             PIC 9(02).
009665 77  RM-ARCH-PATH               PIC X(64)  VALUE SPACES.
009670 77  RM-ARCH-COUNT              PIC 9(08)  VALUE 0.
009675 77  RM-ARCH-NET                PIC S9(09)V99 COMP-3 VALUE 0.
009680 77  RM-CTL-COUNT               PIC 9(08)  VALUE 0.
009685 77  RM-CTL-NET                 PIC S9(09)V99 COMP-3 VALUE 0.
009690 77  RM-ARCHIVES-READ           PIC 9(04)  VALUE 0.
009700*
009800*-----------------------------------------------------------*
009900* ACCUMULATORS                                               *
012230 77  RM-BAL-FOUND-SW            PIC X(01)       VALUE "N".
012240     88  RM-BAL-WAS-FOUND                       VALUE "Y".
012270 77  RM-OPEN-BALANCE            PIC S9(09)V99 COMP-3 VALUE 0.
012275 77  RM-PRIOR-AMOUNT            PIC S9(09)V99 COMP-3 VALUE 0.
012280 01  RM-BALANCE-DISPLAY         PIC S9(09)V99
012290                                SIGN IS TRAILING SEPARATE.
012292*
016400            "/"          DELIMITED BY SIZE
016500            RM-STMT-YYYY DELIMITED BY SIZE
016600        INTO RM-STMT-MONTH-DISPLAY
016610     PERFORM 1400-FIND-LAST-CLOSED THRU 1400-EXIT
016700     OPEN INPUT HISTORY-FILE
016800     IF RM-HIST-FILE-STATUS NOT = "00"
016900         DISPLAY "RELEVE-MENSUEL - HISTORY FILE COULD NOT BE "
021100     END-IF.
021500 1300-EXIT.
021600     EXIT.
021610*
021620*-----------------------------------------------------------*
021630* 1400-FIND-LAST-CLOSED - THE BALANCE-FORWARD LINES SIT AT   *
021640*                   THE HEAD OF THE LIVE FILE, DATED THE     *
021650*                   LAST DAY OF THE MONTH LAST CLOSED. A     *
021660*                   FILE WITH NONE HAS NEVER BEEN ARCHIVED   *
021670*                   AND STILL HOLDS EVERY MONTH.             *
021680*-----------------------------------------------------------*
021690 1400-FIND-LAST-CLOSED.
021700     OPEN INPUT HISTORY-FILE
021710     IF RM-HIST-FILE-STATUS NOT = "00"
021720         GO TO 1400-EXIT
021730     END-IF
021740     PERFORM 1410-READ-LEADING-LINE THRU 1410-EXIT
021750         UNTIL RM-HIST-EOF
021760         OR RM-LEADING-IS-DONE
021770     CLOSE HISTORY-FILE
021780     MOVE "N" TO RM-HIST-SWITCH.
021790 1400-EXIT.
021800     EXIT.
021810*
021820 1410-READ-LEADING-LINE.
021830     READ HISTORY-FILE
021840         AT END
021850             SET RM-HIST-EOF TO TRUE
021860             GO TO 1410-EXIT
021870     END-READ
021880     IF NOT HI-BALANCE-FORWARD
021890         SET RM-LEADING-IS-DONE TO TRUE
021900         GO TO 1410-EXIT
021910     END-IF
021920     IF HI-TRANS-DATE NUMERIC
021930         COMPUTE RM-HIST-MONTH = HI-TRANS-DATE / 100
021940         IF RM-HIST-MONTH > RM-LAST-CLOSED
021950             MOVE RM-HIST-MONTH TO RM-LAST-CLOSED
021960         END-IF
021970     END-IF.
021980 1410-EXIT.
021990     EXIT.
023300*
023400*-----------------------------------------------------------*
023500* 2000-SORT-AND-REPORT - KEEP THE STATEMENT MONTH'S HISTORY  *
024800     EXIT.
024900*
025000 2200-SORT-INPUT.
025010     IF RM-LAST-CLOSED > 0
025020         AND RM-STMT-MONTH NOT > RM-LAST-CLOSED
025030         PERFORM 2400-READ-ARCHIVES THRU 2400-EXIT
025040     END-IF
025100     PERFORM 2210-READ-HISTORY-RECORD THRU 2210-EXIT
025200     PERFORM 2220-RELEASE-MONTH-RECORD THRU 2220-EXIT
025300         UNTIL RM-HIST-EOF.
026900*                   TO ANY MONTH AND IS LEFT BEHIND.         *
027000*-----------------------------------------------------------*
027100 2220-RELEASE-MONTH-RECORD.
027105     PERFORM 2225-SELECT-MONTH-RECORD THRU 2225-EXIT
027110     PERFORM 2210-READ-HISTORY-RECORD THRU 2210-EXIT.
027115 2220-EXIT.
027120     EXIT.
027125*
027130*-----------------------------------------------------------*
027135* 2225-SELECT-MONTH-RECORD - ONE LINE OFF THE LIVE FILE OR   *
027140*                   AN ARCHIVE. A BALANCE-FORWARD LINE DATED *
027145*                   BEFORE THE STATEMENT MONTH OPENS THE     *
027150*                   ACCOUNT'S PRIOR NET; ONE DATED IN OR     *
027155*                   AFTER IT IS ALREADY COVERED BY THE LINES *
027160*                   READ AND IS PASSED OVER, AS IS AN        *
027165*                   ARCHIVE'S CONTROL LINE.                  *
027170*-----------------------------------------------------------*
027175 2225-SELECT-MONTH-RECORD.
027200     ADD 1 TO RM-RECORDS-READ
027205     IF HI-ARCHIVE-CONTROL
027210         GO TO 2225-EXIT
027215     END-IF
027220     IF HI-BALANCE-FORWARD
027225         IF HI-TRANS-DATE NUMERIC
027230             COMPUTE RM-HIST-MONTH = HI-TRANS-DATE / 100
027235             IF RM-HIST-MONTH < RM-STMT-MONTH
027240                 MOVE HI-RUNNING-TOTAL TO RM-PRIOR-AMOUNT
027245                 PERFORM 2230-TALLY-PRIOR-NET THRU 2230-EXIT
027250             END-IF
027255         END-IF
027260         GO TO 2225-EXIT
027265     END-IF
027300     IF HI-TRANS-DATE NUMERIC
027400         COMPUTE RM-HIST-MONTH = HI-TRANS-DATE / 100
027500         IF RM-HIST-MONTH = RM-STMT-MONTH
028100             RELEASE SW-RECORD
028120         ELSE
028140             IF RM-HIST-MONTH < RM-STMT-MONTH
028150                 MOVE HI-TRANS-AMOUNT TO RM-PRIOR-AMOUNT
028160                 PERFORM 2230-TALLY-PRIOR-NET THRU 2230-EXIT
028180             END-IF
028200         END-IF
028300     END-IF.
028500 2225-EXIT.
028600     EXIT.
028610*
028620*-----------------------------------------------------------*
028726         MOVE HI-ACCOUNT-NUM TO RM-BAL-ACCT (RM-BAL-MATCH)
028728         MOVE 0 TO RM-BAL-PRIOR-NET (RM-BAL-MATCH)
028730     END-IF
028732     ADD RM-PRIOR-AMOUNT TO RM-BAL-PRIOR-NET (RM-BAL-MATCH).
028734 2230-EXIT.
028736     EXIT.
028738*
034200     PERFORM 2310-RETURN-SORTED-RECORD THRU 2310-EXIT.
034300 2320-EXIT.
034400     EXIT.
034401*
034402*-----------------------------------------------------------*
034403* 2400-READ-ARCHIVES - A STATEMENT FOR A MONTH ALREADY       *
034404*                   CLOSED READS THAT MONTH'S ARCHIVE AND    *
034405*                   EVERY LATER ONE (A LINE POSTED LATE IS   *
034406*                   ARCHIVED WITH THE MONTH IT CAME IN WITH) *
034407*                   AHEAD OF THE LIVE FILE. EARLIER ARCHIVES *
034408*                   ARE NOT NEEDED - THE OPENING BALANCE     *
034409*                   COMES FROM THE BALANCE-FORWARD LINES THE *
034410*                   FIRST ONE OPENS WITH. A MONTH FROM BEFORE*
034411*                   THE FIRST CLOSE LIVES IN THE FIRST       *
034412*                   ARCHIVE; PAST THAT, A MISSING GENERATION *
034413*                   STOPS THE RUN.                           *
034414*-----------------------------------------------------------*
034415 2400-READ-ARCHIVES.
034416     MOVE RM-STMT-MONTH TO RM-ARCH-MONTH
034417     PERFORM 2410-READ-ONE-ARCHIVE THRU 2410-EXIT
034418         UNTIL RM-ARCH-MONTH > RM-LAST-CLOSED
034419     IF NOT RM-ARCH-WAS-FOUND
034420         DISPLAY "RELEVE-MENSUEL - NO HISTORY ARCHIVE FOUND "
034421             "FOR MONTH " RM-STMT-MONTH " - RUN ABORTED"
034422         MOVE 16 TO RETURN-CODE
034423         STOP RUN
034424     END-IF.
034425 2400-EXIT.
034426     EXIT.
034427*
034428 2410-READ-ONE-ARCHIVE.
034429     PERFORM 2420-SCAN-ONE-ARCHIVE THRU 2420-EXIT
034430     IF RM-ARCH-MM < 12
034431         ADD 1 TO RM-ARCH-MM
034432     ELSE
034433         MOVE 1 TO RM-ARCH-MM
034434         ADD 1 TO RM-ARCH-YYYY
034435     END-IF.
034436 2410-EXIT.
034437     EXIT.
034438*
034439*-----------------------------------------------------------*
034440* 2420-SCAN-ONE-ARCHIVE - ONE GENERATION, HISTYYYYMM.TXT,    *
034441*                   THROUGH THE SAME SELECTION AS THE LIVE   *
034442*                   FILE, PROVED AGAINST ITS CONTROL LINE.   *
034443*-----------------------------------------------------------*
034444 2420-SCAN-ONE-ARCHIVE.
034445     MOVE SPACES TO RM-ARCH-PATH
034446     STRING "hist"         DELIMITED BY SIZE
034447            RM-ARCH-MONTH  DELIMITED BY SIZE
034448            ".txt"         DELIMITED BY SIZE
034449        INTO RM-ARCH-PATH
034450     OPEN INPUT ARCHIVE-FILE
034451     IF RM-ARCH-FILE-STATUS NOT = "00"
034452         IF RM-ARCH-WAS-FOUND
034453             DISPLAY "RELEVE-MENSUEL - HISTORY ARCHIVE "
034454                 RM-ARCH-PATH " IS MISSING - RUN ABORTED"
034455             MOVE 16 TO RETURN-CODE
034456             STOP RUN
034457         END-IF
034458         GO TO 2420-EXIT
034459     END-IF
034460     PERFORM 2450-CHECK-FIRST-ARCHIVE THRU 2450-EXIT
034461     ADD 1 TO RM-ARCHIVES-READ
034462     MOVE "N" TO RM-ARCH-SWITCH
034463     MOVE "N" TO RM-CTL-SEEN-SW
034464     MOVE 0 TO RM-ARCH-COUNT
034465     MOVE 0 TO RM-ARCH-NET
034466     PERFORM 2430-READ-ARCHIVE-RECORD THRU 2430-EXIT
034467     PERFORM 2440-SELECT-ARCHIVE-RECORD THRU 2440-EXIT
034468         UNTIL RM-ARCH-EOF
034469     CLOSE ARCHIVE-FILE
034470     IF NOT RM-CONTROL-WAS-SEEN
034471         OR RM-ARCH-COUNT NOT = RM-CTL-COUNT
034472         OR RM-ARCH-NET NOT = RM-CTL-NET
034473         DISPLAY "RELEVE-MENSUEL - HISTORY ARCHIVE "
034474             RM-ARCH-PATH " DOES NOT AGREE WITH ITS CONTROL "
034475             "LINE - RUN ABORTED"
034476         MOVE 16 TO RETURN-CODE
034477         STOP RUN
034478     END-IF.
034479 2420-EXIT.
034480     EXIT.
034481*
034482 2430-READ-ARCHIVE-RECORD.
034483     READ ARCHIVE-FILE INTO HIST-RECORD
034484         AT END
034485             SET RM-ARCH-EOF TO TRUE
034486     END-READ.
034487 2430-EXIT.
034488     EXIT.
034489*
034490 2440-SELECT-ARCHIVE-RECORD.
034491     IF HI-ARCHIVE-CONTROL
034492         SET RM-CONTROL-WAS-SEEN TO TRUE
034493         MOVE HI-CONTROL-COUNT TO RM-CTL-COUNT
034494         MOVE HI-RUNNING-TOTAL TO RM-CTL-NET
034495     END-IF
034496     IF HI-DETAIL-LINE
034497         ADD 1 TO RM-ARCH-COUNT
034498         ADD HI-TRANS-AMOUNT TO RM-ARCH-NET
034499     END-IF
034500     PERFORM 2225-SELECT-MONTH-RECORD THRU 2225-EXIT
034501     PERFORM 2430-READ-ARCHIVE-RECORD THRU 2430-EXIT.
034502 2440-EXIT.
034503     EXIT.
034505*
034507*-----------------------------------------------------------*
034509* 2450-CHECK-FIRST-ARCHIVE - THE FIRST GENERATION FOUND FOR  *
034511*                   A LATER MONTH THAN THE ONE WANTED MUST   *
034513*                   BE THE OLDEST ON HAND, WHICH OPENS WITH  *
034515*                   NO BALANCE-FORWARD LINES. ONE THAT OPENS *
034517*                   WITH THEM HAD A GENERATION BEFORE IT,    *
034519*                   NOW MISSING, SO THE RUN STOPS.           *
034521*-----------------------------------------------------------*
034523 2450-CHECK-FIRST-ARCHIVE.
034525     IF RM-ARCH-WAS-FOUND
034527         GO TO 2450-EXIT
034529     END-IF
034531     SET RM-ARCH-WAS-FOUND TO TRUE
034533     IF RM-ARCH-MONTH = RM-STMT-MONTH
034535         GO TO 2450-EXIT
034537     END-IF
034539     READ ARCHIVE-FILE INTO HIST-RECORD
034541         AT END
034543             MOVE SPACES TO HIST-RECORD
034545     END-READ
034547     CLOSE ARCHIVE-FILE
034549     IF HI-BALANCE-FORWARD
034551         DISPLAY "RELEVE-MENSUEL - HISTORY ARCHIVE BEFORE "
034553             RM-ARCH-PATH " IS MISSING - RUN ABORTED"
034555         MOVE 16 TO RETURN-CODE
034557         STOP RUN
034559     END-IF
034561     OPEN INPUT ARCHIVE-FILE.
034563 2450-EXIT.
034565     EXIT.
034599*
034600*-----------------------------------------------------------*
034700* 3500-WRITE-ACCOUNT-HEADING - NAME THE ACCOUNT THE LINES    *
034800*                   BELOW BELONG TO.                         *
048300     DISPLAY "RELEVE-MENSUEL - HISTORY RECORDS READ : "
048400         RM-RECORDS-READ
048500     DISPLAY "RELEVE-MENSUEL - RECORDS IN MONTH     : "
048600         RM-RECORDS-KEPT
048610     DISPLAY "RELEVE-MENSUEL - ARCHIVES READ        : "
048620         RM-ARCHIVES-READ.
048700 9000-EXIT.
048800     EXIT.
