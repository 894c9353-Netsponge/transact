002100*                   AND THE REGISTRY ENTRY SHOWING WHEN THE   *
002200*                   DETAIL POSTED - IN THE SAME REPORT STYLE  *
002300*                   AS RAPPORT DES TRANSACTIONS.              *
002305*  2026-10-15  RD   HISTORY.TXT IS NOW CLOSED OFF A MONTH AT  *
002310*                   A TIME INTO ARCHIVE GENERATIONS           *
002315*                   (HISTYYYYMM.TXT). A CARD WHOSE DATE RANGE *
002320*                   REACHES INTO A CLOSED MONTH SEARCHES THE  *
002325*                   GENERATIONS FROM THAT MONTH THROUGH THE   *
002330*                   LAST CLOSED (A LINE POSTED LATE IS        *
002335*                   ARCHIVED WITH THE MONTH IT CAME IN WITH)  *
002340*                   AHEAD OF THE LIVE FILE. BALANCE-FORWARD   *
002345*                   AND CONTROL LINES ARE NEVER LISTED. AN    *
002350*                   ARCHIVE THAT DOES NOT PROVE TO ITS        *
002355*                   CONTROL LINE, OR A GAP IN THE CHAIN,      *
002360*                   STOPS THE RUN.                            *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003100     SELECT HISTORY-FILE ASSIGN TO "history.txt"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS RC-HIST-FILE-STATUS.
003310     SELECT ARCHIVE-FILE ASSIGN USING RC-ARCH-PATH
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS RC-ARCH-FILE-STATUS.
003400     SELECT REJECT-FILE ASSIGN TO "rejects.dat"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS RC-REJ-FILE-STATUS.
005800*
005900 FD  HISTORY-FILE.
006000     COPY HISTREC.
006010*
006020 FD  ARCHIVE-FILE.
006030 01  ARCH-RECORD                PIC X(87).
006100*
006200 FD  REJECT-FILE.
006300     COPY REJREC.
008000     88  RC-REJ-EOF                         VALUE "Y".
008100 77  RC-REG-SWITCH              PIC X(01)  VALUE "N".
008200     88  RC-REG-EOF                         VALUE "Y".
008210 77  RC-ARCH-MODE-SW            PIC X(01)  VALUE "N".
008220     88  RC-READING-ARCHIVE                 VALUE "Y".
008230 77  RC-ARCH-GAP-SW             PIC X(01)  VALUE "N".
008240     88  RC-ARCH-IS-MISSING                 VALUE "Y".
008250 77  RC-CTL-SEEN-SW             PIC X(01)  VALUE "N".
008260     88  RC-CONTROL-WAS-SEEN                VALUE "Y".
008270 77  RC-LEADING-SW              PIC X(01)  VALUE "N".
008280     88  RC-LEADING-IS-DONE                 VALUE "Y".
008300 77  RC-REQ-FILE-STATUS         PIC X(02)  VALUE SPACES.
008400 77  RC-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
008500 77  RC-REJ-FILE-STATUS         PIC X(02)  VALUE SPACES.
008600 77  RC-REG-FILE-STATUS         PIC X(02)  VALUE SPACES.
008610 77  RC-ARCH-FILE-STATUS        PIC X(02)  VALUE SPACES.
008700*
008800*-----------------------------------------------------------*
008900* REQUEST IN PROGRESS - THE CARD'S CRITERIA, NORMALIZED.     *
012200 01  RC-TOTAL-DISPLAY           PIC S9(09)V99
012300                                SIGN IS TRAILING SEPARATE.
012400 01  RC-COUNT-DISPLAY           PIC 9(07).
012404*
012408*-----------------------------------------------------------*
012412* ARCHIVE GENERATIONS - THE MONTH LAST CLOSED (OFF THE       *
012416* BALANCE-FORWARD LINES AT THE HEAD OF THE LIVE FILE), THE   *
012420* OLDEST GENERATION ON HAND, THE ONE BEING SEARCHED AND ITS  *
012424* CONTROL FIGURES. AN ARCHIVE CARRIES THE HISTREC LAYOUT AND *
012428* IS READ INTO HIST-RECORD.                                  *
012432*-----------------------------------------------------------*
012436 77  RC-LAST-CLOSED             PIC 9(06)  VALUE 0.
012440 77  RC-FIRST-ARCHIVE           PIC 9(06)  VALUE 0.
012444 77  RC-FROM-MONTH              PIC 9(06)  VALUE 0.
012448 77  RC-HIST-MONTH              PIC 9(06)  VALUE 0.
012452 01  RC-ARCH-MONTH              PIC 9(06)  VALUE 0.
012456 01  RC-ARCH-MONTH-GROUP REDEFINES RC-ARCH-MONTH.
012460     05  RC-ARCH-YYYY           PIC 9(04).
012464     05  RC-ARCH-MM             PIC 9(02).
012468 77  RC-ARCH-PATH               PIC X(64)  VALUE SPACES.
012472 77  RC-ARCH-COUNT              PIC 9(08)  VALUE 0.
012476 77  RC-ARCH-NET                PIC S9(09)V99 COMP-3 VALUE 0.
012480 77  RC-CTL-COUNT               PIC 9(08)  VALUE 0.
012484 77  RC-CTL-NET                 PIC S9(09)V99 COMP-3 VALUE 0.
012500*
012600 PROCEDURE DIVISION.
012700*-----------------------------------------------------------*
013600*-----------------------------------------------------------*
013700* 1000-INITIALIZE - OPEN THE REQUEST CARDS AND THE REPORT.   *
013800*                   NO CARDS, NO RUN.                        *
013810*                   THE ARCHIVE GENERATIONS ON HAND ARE      *
013820*                   FOUND ONCE, UP FRONT.                    *
013900*-----------------------------------------------------------*
014000 1000-INITIALIZE.
014100     ACCEPT RC-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
015200         MOVE 16 TO RETURN-CODE
015300         STOP RUN
015400     END-IF
015410     PERFORM 1100-FIND-LAST-CLOSED THRU 1100-EXIT
015500     OPEN OUTPUT SEARCH-RPT-FILE.
015600 1000-EXIT.
015700     EXIT.
015701*
015702*-----------------------------------------------------------*
015703* 1100-FIND-LAST-CLOSED - THE BALANCE-FORWARD LINES SIT AT   *
015704*                   THE HEAD OF THE LIVE FILE, DATED THE     *
015705*                   LAST DAY OF THE MONTH LAST CLOSED. A     *
015706*                   FILE WITH NONE HAS NEVER BEEN ARCHIVED   *
015707*                   AND STILL HOLDS EVERY MONTH.             *
015708*-----------------------------------------------------------*
015709 1100-FIND-LAST-CLOSED.
015710     OPEN INPUT HISTORY-FILE
015711     IF RC-HIST-FILE-STATUS NOT = "00"
015712         GO TO 1100-EXIT
015713     END-IF
015714     MOVE "N" TO RC-HIST-SWITCH
015715     PERFORM 1110-READ-LEADING-LINE THRU 1110-EXIT
015716         UNTIL RC-HIST-EOF
015717         OR RC-LEADING-IS-DONE
015718     CLOSE HISTORY-FILE
015719     IF RC-LAST-CLOSED > 0
015720         PERFORM 1200-FIND-FIRST-ARCHIVE THRU 1200-EXIT
015721     END-IF.
015722 1100-EXIT.
015723     EXIT.
015724*
015725 1110-READ-LEADING-LINE.
015726     READ HISTORY-FILE
015727         AT END
015728             SET RC-HIST-EOF TO TRUE
015729             GO TO 1110-EXIT
015730     END-READ
015731     IF NOT HI-BALANCE-FORWARD
015732         SET RC-LEADING-IS-DONE TO TRUE
015733         GO TO 1110-EXIT
015734     END-IF
015735     IF HI-TRANS-DATE NUMERIC
015736         COMPUTE RC-HIST-MONTH = HI-TRANS-DATE / 100
015737         IF RC-HIST-MONTH > RC-LAST-CLOSED
015738             MOVE RC-HIST-MONTH TO RC-LAST-CLOSED
015739         END-IF
015740     END-IF.
015741 1110-EXIT.
015742     EXIT.
015743*
015744*-----------------------------------------------------------*
015745* 1200-FIND-FIRST-ARCHIVE - THE LAST CLOSED MONTH'S          *
015746*                   GENERATION MUST BE ON HAND. FROM THERE,  *
015747*                   STEP BACK A MONTH AT A TIME UNTIL ONE IS *
015748*                   NOT FOUND - THE LAST FOUND IS THE OLDEST,*
015749*                   AND HOLDS EVERY LINE DATED BEFORE IT.    *
015750*-----------------------------------------------------------*
015751 1200-FIND-FIRST-ARCHIVE.
015752     MOVE RC-LAST-CLOSED TO RC-ARCH-MONTH
015753     PERFORM 1300-BUILD-ARCH-PATH THRU 1300-EXIT
015754     OPEN INPUT ARCHIVE-FILE
015755     IF RC-ARCH-FILE-STATUS NOT = "00"
015756         DISPLAY "RECHERCHER-TRANSACTIONS - HISTORY ARCHIVE "
015757             RC-ARCH-PATH " IS MISSING - RUN ABORTED"
015758         MOVE 16 TO RETURN-CODE
015759         STOP RUN
015760     END-IF
015761     CLOSE ARCHIVE-FILE
015762     MOVE RC-LAST-CLOSED TO RC-FIRST-ARCHIVE
015763     PERFORM 1210-STEP-BACK-ONE-MONTH THRU 1210-EXIT
015764         UNTIL RC-ARCH-IS-MISSING.
015765 1200-EXIT.
015766     EXIT.
015767*
015768 1210-STEP-BACK-ONE-MONTH.
015769     IF RC-ARCH-MM > 1
015770         SUBTRACT 1 FROM RC-ARCH-MM
015771     ELSE
015772         MOVE 12 TO RC-ARCH-MM
015773         SUBTRACT 1 FROM RC-ARCH-YYYY
015774     END-IF
015775     PERFORM 1300-BUILD-ARCH-PATH THRU 1300-EXIT
015776     OPEN INPUT ARCHIVE-FILE
015777     IF RC-ARCH-FILE-STATUS NOT = "00"
015778         SET RC-ARCH-IS-MISSING TO TRUE
015779         GO TO 1210-EXIT
015780     END-IF
015781     CLOSE ARCHIVE-FILE
015782     MOVE RC-ARCH-MONTH TO RC-FIRST-ARCHIVE.
015783 1210-EXIT.
015784     EXIT.
015785*
015786 1300-BUILD-ARCH-PATH.
015787     MOVE SPACES TO RC-ARCH-PATH
015788     STRING "hist"         DELIMITED BY SIZE
015789            RC-ARCH-MONTH  DELIMITED BY SIZE
015790            ".txt"         DELIMITED BY SIZE
015791        INTO RC-ARCH-PATH.
015792 1300-EXIT.
015793     EXIT.
015800*
015900*-----------------------------------------------------------*
016000* 2000-PROCESS-ALL-REQUESTS - ONE CONSOLIDATED ANSWER PER    *
029100*                   CRITERIA, WITH THE RUNNING TOTAL AT THE  *
029200*                   POINT IT POSTED. A MISSING HISTORY FILE  *
029300*                   IS JUST AN EMPTY ONE.                    *
029310*                   CLOSED MONTHS IN RANGE ARE SEARCHED IN   *
029320*                   THEIR ARCHIVE GENERATIONS FIRST.         *
029400*-----------------------------------------------------------*
029500 4000-SEARCH-HISTORY.
029600     MOVE 0 TO RC-HIST-FOUND
030500     IF RC-HIST-FILE-STATUS NOT = "00"
030600         GO TO 4000-EXIT
030700     END-IF
030710     COMPUTE RC-FROM-MONTH = RC-CRIT-DATE-FROM / 100
030720     IF RC-LAST-CLOSED > 0
030730         AND RC-FROM-MONTH NOT > RC-LAST-CLOSED
030740         PERFORM 4300-SEARCH-ARCHIVES THRU 4300-EXIT
030750     END-IF
030760     MOVE "N" TO RC-ARCH-MODE-SW
030770     MOVE "N" TO RC-HIST-SWITCH
030800     PERFORM 4100-READ-HISTORY-RECORD THRU 4100-EXIT
030900     PERFORM 4200-MATCH-ONE-HISTORY THRU 4200-EXIT
031000         UNTIL RC-HIST-EOF
031300     EXIT.
031400*
031500 4100-READ-HISTORY-RECORD.
031510     IF RC-READING-ARCHIVE
031520         PERFORM 4110-READ-ARCHIVE-RECORD THRU 4110-EXIT
031530         GO TO 4100-EXIT
031540     END-IF
031600     READ HISTORY-FILE
031700         AT END
031800             SET RC-HIST-EOF TO TRUE
031900     END-READ.
032000 4100-EXIT.
032100     EXIT.
032105*
032110 4110-READ-ARCHIVE-RECORD.
032115     READ ARCHIVE-FILE INTO HIST-RECORD
032120         AT END
032125             SET RC-HIST-EOF TO TRUE
032130             GO TO 4110-EXIT
032135     END-READ
032140     IF HI-ARCHIVE-CONTROL
032145         SET RC-CONTROL-WAS-SEEN TO TRUE
032150         MOVE HI-CONTROL-COUNT TO RC-CTL-COUNT
032155         MOVE HI-RUNNING-TOTAL TO RC-CTL-NET
032160     END-IF
032165     IF HI-DETAIL-LINE
032170         ADD 1 TO RC-ARCH-COUNT
032175         ADD HI-TRANS-AMOUNT TO RC-ARCH-NET
032180     END-IF.
032185 4110-EXIT.
032190     EXIT.
032200*
032300 4200-MATCH-ONE-HISTORY.
032400     MOVE "N" TO RC-MATCH-SW
033200         OR RC-CRIT-BRANCH = HI-BRANCH-ID)
033300         AND HI-TRANS-DATE >= RC-CRIT-DATE-FROM
033400         AND HI-TRANS-DATE <= RC-CRIT-DATE-TO
033410         AND HI-DETAIL-LINE
033500         SET RC-RECORD-MATCHES TO TRUE
033600     END-IF
033700     IF RC-RECORD-MATCHES
036100     PERFORM 4100-READ-HISTORY-RECORD THRU 4100-EXIT.
036200 4200-EXIT.
036300     EXIT.
036301*
036302*-----------------------------------------------------------*
036303* 4300-SEARCH-ARCHIVES - THE GENERATIONS FROM THE CARD'S     *
036304*                   FROM-MONTH (OR THE OLDEST ON HAND)       *
036305*                   THROUGH THE LAST CLOSED, THROUGH THE SAME*
036306*                   MATCH AS THE LIVE FILE. EACH IS PROVED   *
036307*                   AGAINST ITS CONTROL LINE AS IT IS READ.  *
036308*-----------------------------------------------------------*
036309 4300-SEARCH-ARCHIVES.
036310     IF RC-FROM-MONTH > RC-FIRST-ARCHIVE
036311         MOVE RC-FROM-MONTH TO RC-ARCH-MONTH
036312     ELSE
036313         MOVE RC-FIRST-ARCHIVE TO RC-ARCH-MONTH
036314     END-IF
036315     SET RC-READING-ARCHIVE TO TRUE
036316     PERFORM 4310-SEARCH-ONE-ARCHIVE THRU 4310-EXIT
036317         UNTIL RC-ARCH-MONTH > RC-LAST-CLOSED.
036318 4300-EXIT.
036319     EXIT.
036320*
036321 4310-SEARCH-ONE-ARCHIVE.
036322     PERFORM 1300-BUILD-ARCH-PATH THRU 1300-EXIT
036323     OPEN INPUT ARCHIVE-FILE
036324     IF RC-ARCH-FILE-STATUS NOT = "00"
036325         DISPLAY "RECHERCHER-TRANSACTIONS - HISTORY ARCHIVE "
036326             RC-ARCH-PATH " IS MISSING - RUN ABORTED"
036327         MOVE 16 TO RETURN-CODE
036328         STOP RUN
036329     END-IF
036330     MOVE "N" TO RC-HIST-SWITCH
036331     MOVE "N" TO RC-CTL-SEEN-SW
036332     MOVE 0 TO RC-ARCH-COUNT
036333     MOVE 0 TO RC-ARCH-NET
036334     PERFORM 4100-READ-HISTORY-RECORD THRU 4100-EXIT
036335     PERFORM 4200-MATCH-ONE-HISTORY THRU 4200-EXIT
036336         UNTIL RC-HIST-EOF
036337     CLOSE ARCHIVE-FILE
036338     IF NOT RC-CONTROL-WAS-SEEN
036339         OR RC-ARCH-COUNT NOT = RC-CTL-COUNT
036340         OR RC-ARCH-NET NOT = RC-CTL-NET
036341         DISPLAY "RECHERCHER-TRANSACTIONS - HISTORY ARCHIVE "
036342             RC-ARCH-PATH " DOES NOT AGREE WITH ITS CONTROL "
036343             "LINE - RUN ABORTED"
036344         MOVE 16 TO RETURN-CODE
036345         STOP RUN
036346     END-IF
036347     IF RC-ARCH-MM < 12
036348         ADD 1 TO RC-ARCH-MM
036349     ELSE
036350         MOVE 1 TO RC-ARCH-MM
036351         ADD 1 TO RC-ARCH-YYYY
036352     END-IF.
036353 4310-EXIT.
036354     EXIT.
036400*
036500*-----------------------------------------------------------*
036600* 5000-SEARCH-REJECTS - EVERY REJECT MATCHING THE CRITERIA,  *
