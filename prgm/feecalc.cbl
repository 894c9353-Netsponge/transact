003082*  2026-09-02  RD   AN ACTIVITY-TABLE OVERFLOW NOW ABORTS THE *
003084*                   RUN INSTEAD OF EMITTING A FEE BATCH KNOWN *
003086*                   TO BE MISSING ACCOUNTS.                   *
003087*  2026-10-15  RD   HISTORY.TXT IS NOW CLOSED OFF A MONTH AT  *
003088*                   A TIME INTO ARCHIVE GENERATIONS           *
003089*                   (HISTYYYYMM.TXT), SO THE ACTIVITY PASS    *
003090*                   ONLY READS THE OPEN MONTHS. A FEE MONTH   *
003091*                   ALREADY CLOSED IS TALLIED OFF ITS OWN     *
003092*                   ARCHIVE AND THE LATER ONES AHEAD OF THE   *
003093*                   LIVE FILE, EACH PROVED AGAINST ITS        *
003094*                   CONTROL LINE. BALANCE-FORWARD AND         *
003095*                   CONTROL LINES NEVER COUNT AS ACTIVITY.    *
003105*  2026-10-15  RD   A DORM CARD ON THE SCHEDULE CARRIES THE   *
003115*                   MONTHLY DORMANT FEE. EVERY ACCOUNT THE    *
003125*                   MASTER HOLDS AS DORMANT IS CHARGED THAT   *
003135*                   FEE IN PLACE OF ITS SERVICE CHARGE (OWN   *
003145*                   CARD OR DEFAULT), ACTIVITY FEES AS        *
003155*                   BEFORE, AND A DORMANT ACCOUNT WITH NO     *
003165*                   CARD AND NO ACTIVITY IS CHARGED THE       *
003175*                   DORMANT FEE ALONE. NO DORM CARD, NO       *
003185*                   CHANGE.                                   *
003187*  2026-10-15  RD   A MISSING ARCHIVE GENERATION AHEAD OF THE *
003189*                   FIRST ONE FOUND NO LONGER PASSES          *
003191*                   UNNOTICED: A FIRST GENERATION LATER THAN  *
003193*                   THE MONTH WANTED THAT OPENS WITH          *
003195*                   BALANCE-FORWARD LINES IS NOT THE OLDEST,  *
003197*                   AND THE RUN STOPS RC 16.                  *
003199*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HISTORY-FILE ASSIGN TO "history.txt"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS FR-HIST-FILE-STATUS.
003710     SELECT ARCHIVE-FILE ASSIGN USING FR-ARCH-PATH
003720         ORGANIZATION IS LINE SEQUENTIAL
003730         FILE STATUS IS FR-ARCH-FILE-STATUS.
003800     SELECT FEE-SCHED-FILE ASSIGN TO "feesched.txt"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FR-SCHED-FILE-STATUS.
004600         FILE STATUS IS FR-BDATE-FILE-STATUS.
004700     SELECT FEE-BATCH-FILE ASSIGN TO "fees.txt"
004800         ORGANIZATION IS LINE SEQUENTIAL.
004810     SELECT ACCOUNT-FILE ASSIGN TO "accounts.dat"
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS SEQUENTIAL
004840         RECORD KEY IS AC-ACCOUNT-NUM
004850         FILE STATUS IS FR-ACCT-FILE-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  HISTORY-FILE.
005300     COPY HISTREC.
005310*
005320 FD  ARCHIVE-FILE.
005330 01  ARCH-RECORD                PIC X(87).
005340*
005350 FD  ACCOUNT-FILE.
005360     COPY ACCTREC.
005400*
005500 FD  FEE-SCHED-FILE.
005600 01  FEESCHED-RECORD.
005700     05  FS-ACCOUNT-NUM         PIC X(04).
005800         88  FS-DEFAULT-CARD            VALUE "****".
005810         88  FS-DORMANT-CARD            VALUE "DORM".
005900     05  FILLER                 PIC X(01).
006000     05  FS-SERVICE-CHARGE      PIC S9(05)V99
006100                                SIGN IS TRAILING SEPARATE.
011400     88  FR-ACTIVITY-WAS-FOUND              VALUE "Y".
011500 77  FR-SPEC-FOUND-SW           PIC X(01)  VALUE "N".
011600     88  FR-SPECIFIC-WAS-FOUND              VALUE "Y".
011610 77  FR-ARCH-MODE-SW            PIC X(01)  VALUE "N".
011620     88  FR-READING-ARCHIVE                 VALUE "Y".
011630 77  FR-ARCH-FOUND-SW           PIC X(01)  VALUE "N".
011640     88  FR-ARCH-WAS-FOUND                  VALUE "Y".
011650 77  FR-CTL-SEEN-SW             PIC X(01)  VALUE "N".
011660     88  FR-CONTROL-WAS-SEEN                VALUE "Y".
011670 77  FR-LEADING-SW              PIC X(01)  VALUE "N".
011680     88  FR-LEADING-IS-DONE                 VALUE "Y".
011682 77  FR-ACCT-SWITCH             PIC X(01)  VALUE "N".
011684     88  FR-ACCT-EOF                        VALUE "Y".
011686 77  FR-DORM-CARD-SW            PIC X(01)  VALUE "N".
011688     88  FR-DORM-CARD-IS-PRESENT            VALUE "Y".
011690 77  FR-DORM-FOUND-SW           PIC X(01)  VALUE "N".
011692     88  FR-DORM-WAS-FOUND                  VALUE "Y".
011700 77  FR-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
011800 77  FR-SCHED-FILE-STATUS       PIC X(02)  VALUE SPACES.
011900 77  FR-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
012000 77  FR-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
012010 77  FR-ARCH-FILE-STATUS        PIC X(02)  VALUE SPACES.
012020 77  FR-ACCT-FILE-STATUS        PIC X(02)  VALUE SPACES.
012100*
012200*-----------------------------------------------------------*
012300* FEE SCHEDULE TABLES - ONE ENTRY PER ACCOUNT CARD, PLUS THE *
013500     88  FR-DEFAULT-IS-PRESENT              VALUE "Y".
013600 77  FR-DEF-SERVICE             PIC S9(05)V99 COMP-3 VALUE 0.
013700 77  FR-DEF-ACTIVITY            PIC S9(03)V99 COMP-3 VALUE 0.
013710 77  FR-DORM-FEE                PIC S9(05)V99 COMP-3 VALUE 0.
013800*
013900*-----------------------------------------------------------*
014000* ACTIVITY TABLE - POSTED TRANSACTIONS PER ACCOUNT IN THE    *
015000 77  FR-ACT-USED                PIC 9(04) COMP  VALUE 0.
015100 77  FR-ACT-SUB                 PIC 9(04) COMP  VALUE 0.
015200 77  FR-ACT-MATCH               PIC 9(04) COMP  VALUE 0.
015210*
015220*-----------------------------------------------------------*
015230* DORMANT TABLE - ACCOUNTS THE MASTER HOLDS AS DORMANT,      *
015240* LOADED ONLY WHEN A DORM CARD IS ON THE SCHEDULE. THE       *
015250* APPLIED FLAG IS SET AS A CARD OR THE DEFAULT CHARGES THE   *
015260* DORMANT FEE SO THE FINAL SWEEP ONLY PICKS UP THE REST.     *
015270*-----------------------------------------------------------*
015280 01  FR-DORM-TABLE.
015290     05  FR-DORM-ENTRY          OCCURS 2000 TIMES.
015300         10  FR-DORM-ACCOUNT        PIC X(04).
015310         10  FR-DORM-APPLIED        PIC X(01).
015320 77  FR-DORM-USED               PIC 9(04) COMP  VALUE 0.
015330 77  FR-DORM-SUB                PIC 9(04) COMP  VALUE 0.
015340 77  FR-DORM-MATCH              PIC 9(04) COMP  VALUE 0.
015350 77  FR-DORM-CHARGED            PIC 9(04)       VALUE 0.
015500*
015600*-----------------------------------------------------------*
015700* COMPUTED-FEE TABLE - ONE ENTRY PER TYPE-F TRANSACTION TO   *
016900 77  FR-FEE-SEQ                 PIC 9(04)       VALUE 0.
017000 77  FR-TRANS-NUM-WORK          PIC 9(08)       VALUE 0.
017050 77  FR-FEE-ACCT-WORK           PIC X(04)       VALUE SPACES.
017060 77  FR-SERVICE-WORK            PIC S9(05)V99 COMP-3 VALUE 0.
017100*
017200*-----------------------------------------------------------*
017300* FEE MONTH AND RUN DATE                                     *
018200     05  FR-RUN-MM              PIC 9(02).
018300     05  FR-RUN-DD              PIC 9(02).
018400 01  FR-HIST-MONTH              PIC 9(06)  VALUE 0.
018405*
018410*-----------------------------------------------------------*
018415* ARCHIVE GENERATIONS - THE MONTH LAST CLOSED (OFF THE       *
018420* BALANCE-FORWARD LINES AT THE HEAD OF THE LIVE FILE), THE   *
018425* GENERATION BEING READ AND ITS CONTROL FIGURES. AN ARCHIVE  *
018430* CARRIES THE HISTREC LAYOUT AND IS READ INTO HIST-RECORD.   *
018435*-----------------------------------------------------------*
018440 77  FR-LAST-CLOSED             PIC 9(06)  VALUE 0.
018445 01  FR-ARCH-MONTH              PIC 9(06)  VALUE 0.
018450 01  FR-ARCH-MONTH-GROUP REDEFINES FR-ARCH-MONTH.
018455     05  FR-ARCH-YYYY           PIC 9(04).
018460     05  FR-ARCH-MM             PIC 9(02).
018465 77  FR-ARCH-PATH               PIC X(64)  VALUE SPACES.
018470 77  FR-ARCH-COUNT              PIC 9(08)  VALUE 0.
018475 77  FR-ARCH-NET                PIC S9(09)V99 COMP-3 VALUE 0.
018480 77  FR-CTL-COUNT               PIC 9(08)  VALUE 0.
018485 77  FR-CTL-NET                 PIC S9(09)V99 COMP-3 VALUE 0.
018490 77  FR-ARCHIVES-READ           PIC 9(04)  VALUE 0.
018500*
018600 PROCEDURE DIVISION.
018700*-----------------------------------------------------------*
020600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
020700     PERFORM 1100-READ-MONTH-PARM THRU 1100-EXIT
020800     PERFORM 1200-LOAD-FEE-SCHEDULE THRU 1200-EXIT
020810     PERFORM 1400-FIND-LAST-CLOSED THRU 1400-EXIT
020820     PERFORM 1500-LOAD-DORMANT-ACCOUNTS THRU 1500-EXIT
020900     OPEN INPUT HISTORY-FILE
021000     IF FR-HIST-FILE-STATUS NOT = "00"
021100         DISPLAY "CALCULER-FRAIS - HISTORY FILE COULD NOT BE "
028200         UNTIL FR-SCHED-EOF
028300     CLOSE FEE-SCHED-FILE
028400     IF FR-SCHED-COUNT = 0 AND NOT FR-DEFAULT-IS-PRESENT
028410         AND NOT FR-DORM-CARD-IS-PRESENT
028500         DISPLAY "CALCULER-FRAIS - FEE SCHEDULE IS EMPTY - "
028600             "RUN ABORTED"
028700         MOVE 16 TO RETURN-CODE
031200         MOVE FS-ACTIVITY-FEE TO FR-DEF-ACTIVITY
031300         GO TO 1300-EXIT
031400     END-IF
031410     IF FS-DORMANT-CARD
031420         SET FR-DORM-CARD-IS-PRESENT TO TRUE
031430         MOVE FS-SERVICE-CHARGE TO FR-DORM-FEE
031440         GO TO 1300-EXIT
031450     END-IF
031500     IF FR-SCHED-COUNT >= 500
031600         DISPLAY "CALCULER-FRAIS - SCHEDULE TABLE FULL - CARD "
031700             "FOR " FS-ACCOUNT-NUM " DROPPED"
032300     MOVE FS-ACTIVITY-FEE TO FR-SCH-ACTIVITY (FR-SCHED-COUNT).
032400 1300-EXIT.
032500     EXIT.
032502*
032504*-----------------------------------------------------------*
032506* 1400-FIND-LAST-CLOSED - THE BALANCE-FORWARD LINES SIT AT   *
032508*                   THE HEAD OF THE LIVE FILE, DATED THE     *
032510*                   LAST DAY OF THE MONTH LAST CLOSED. A     *
032512*                   FILE WITH NONE HAS NEVER BEEN ARCHIVED   *
032514*                   AND STILL HOLDS EVERY MONTH.             *
032516*-----------------------------------------------------------*
032518 1400-FIND-LAST-CLOSED.
032520     OPEN INPUT HISTORY-FILE
032522     IF FR-HIST-FILE-STATUS NOT = "00"
032524         GO TO 1400-EXIT
032526     END-IF
032528     PERFORM 1410-READ-LEADING-LINE THRU 1410-EXIT
032530         UNTIL FR-HIST-EOF
032532         OR FR-LEADING-IS-DONE
032534     CLOSE HISTORY-FILE
032536     MOVE "N" TO FR-HIST-SWITCH.
032538 1400-EXIT.
032540     EXIT.
032542*
032544 1410-READ-LEADING-LINE.
032546     READ HISTORY-FILE
032548         AT END
032550             SET FR-HIST-EOF TO TRUE
032552             GO TO 1410-EXIT
032554     END-READ
032556     IF NOT HI-BALANCE-FORWARD
032558         SET FR-LEADING-IS-DONE TO TRUE
032560         GO TO 1410-EXIT
032562     END-IF
032564     IF HI-TRANS-DATE NUMERIC
032566         COMPUTE FR-HIST-MONTH = HI-TRANS-DATE / 100
032568         IF FR-HIST-MONTH > FR-LAST-CLOSED
032570             MOVE FR-HIST-MONTH TO FR-LAST-CLOSED
032572         END-IF
032574     END-IF.
032576 1410-EXIT.
032578     EXIT.
032580*
032582*-----------------------------------------------------------*
032584* 1500-LOAD-DORMANT-ACCOUNTS - WITH A DORM CARD ON THE       *
032586*                   SCHEDULE, EVERY ACCOUNT THE MASTER HOLDS *
032588*                   AS DORMANT IS LOADED. A MASTER THAT WILL *
032590*                   NOT OPEN STOPS THE RUN RATHER THAN LET   *
032592*                   THE DORMANT FEES GO UNCHARGED.           *
032594*-----------------------------------------------------------*
032596 1500-LOAD-DORMANT-ACCOUNTS.
032598     IF NOT FR-DORM-CARD-IS-PRESENT
032600         GO TO 1500-EXIT
032602     END-IF
032604     OPEN INPUT ACCOUNT-FILE
032606     IF FR-ACCT-FILE-STATUS NOT = "00"
032608         DISPLAY "CALCULER-FRAIS - ACCOUNT MASTER FILE COULD NOT "
032610             "BE OPENED - RUN ABORTED"
032612         MOVE 16 TO RETURN-CODE
032614         STOP RUN
032616     END-IF
032618     PERFORM 1510-LOAD-ONE-ACCOUNT THRU 1510-EXIT
032620         UNTIL FR-ACCT-EOF
032622     CLOSE ACCOUNT-FILE.
032624 1500-EXIT.
032626     EXIT.
032628*
032630 1510-LOAD-ONE-ACCOUNT.
032632     READ ACCOUNT-FILE NEXT RECORD
032634         AT END
032636             SET FR-ACCT-EOF TO TRUE
032638             GO TO 1510-EXIT
032640     END-READ
032642     IF NOT AC-STATUS-DORMANT
032644         GO TO 1510-EXIT
032646     END-IF
032648     IF FR-DORM-USED >= 2000
032650         DISPLAY "CALCULER-FRAIS - DORMANT TABLE EXCEEDS "
032652             "CAPACITY - RUN ABORTED"
032654         MOVE 16 TO RETURN-CODE
032656         STOP RUN
032658     END-IF
032660     ADD 1 TO FR-DORM-USED
032662     MOVE AC-ACCOUNT-NUM TO FR-DORM-ACCOUNT (FR-DORM-USED)
032664     MOVE "N" TO FR-DORM-APPLIED (FR-DORM-USED).
032666 1510-EXIT.
032668     EXIT.
032699*
032700*-----------------------------------------------------------*
032800* 2000-TALLY-ACTIVITY - COUNT EACH ACCOUNT'S POSTED          *
032900*                   TRANSACTIONS IN THE FEE MONTH OFF THE    *
033000*                   HISTORY FILE. TYPE-F LINES ARE LEFT OUT  *
033100*                   SO A FEE NEVER DRAWS A FEE.              *
033110*                   A FEE MONTH ALREADY CLOSED IS READ OFF   *
033120*                   ITS ARCHIVE GENERATIONS FIRST.           *
033200*-----------------------------------------------------------*
033300 2000-TALLY-ACTIVITY.
033310     IF FR-LAST-CLOSED > 0
033320         AND FR-FEE-MONTH NOT > FR-LAST-CLOSED
033330         PERFORM 2500-READ-ARCHIVES THRU 2500-EXIT
033340     END-IF
033350     MOVE "N" TO FR-ARCH-MODE-SW
033360     MOVE "N" TO FR-HIST-SWITCH
033400     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
033500     PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
033600         UNTIL FR-HIST-EOF
033900     EXIT.
034000*
034100 2100-READ-HISTORY-RECORD.
034110     IF FR-READING-ARCHIVE
034120         PERFORM 2110-READ-ARCHIVE-RECORD THRU 2110-EXIT
034130         GO TO 2100-EXIT
034140     END-IF
034200     READ HISTORY-FILE
034300         AT END
034400             SET FR-HIST-EOF TO TRUE
034500     END-READ.
034600 2100-EXIT.
034700     EXIT.
034705*
034710 2110-READ-ARCHIVE-RECORD.
034715     READ ARCHIVE-FILE INTO HIST-RECORD
034720         AT END
034725             SET FR-HIST-EOF TO TRUE
034730             GO TO 2110-EXIT
034735     END-READ
034740     IF HI-ARCHIVE-CONTROL
034745         SET FR-CONTROL-WAS-SEEN TO TRUE
034750         MOVE HI-CONTROL-COUNT TO FR-CTL-COUNT
034755         MOVE HI-RUNNING-TOTAL TO FR-CTL-NET
034760     END-IF
034765     IF HI-DETAIL-LINE
034770         ADD 1 TO FR-ARCH-COUNT
034775         ADD HI-TRANS-AMOUNT TO FR-ARCH-NET
034780     END-IF.
034785 2110-EXIT.
034790     EXIT.
034800*
034900 2200-TALLY-ONE-RECORD.
035000     IF HI-TRANS-DATE NUMERIC
035100         AND HI-TRANS-TYPE NOT = "F"
035110         AND HI-DETAIL-LINE
035200         COMPUTE FR-HIST-MONTH = HI-TRANS-DATE / 100
035300         IF FR-HIST-MONTH = FR-FEE-MONTH
035400             PERFORM 2300-BUMP-ACCOUNT-COUNT THRU 2300-EXIT
039500     END-IF.
039600 2400-EXIT.
039700     EXIT.
039701*
039702*-----------------------------------------------------------*
039703* 2500-READ-ARCHIVES - A FEE MONTH ALREADY CLOSED IS READ    *
039704*                   OFF THAT MONTH'S ARCHIVE AND EVERY LATER *
039705*                   ONE (A LINE POSTED LATE IS ARCHIVED WITH *
039706*                   THE MONTH IT CAME IN WITH) AHEAD OF THE  *
039707*                   LIVE FILE. A MONTH FROM BEFORE THE FIRST *
039708*                   CLOSE LIVES IN THE FIRST ARCHIVE; PAST   *
039709*                   THAT, A MISSING GENERATION STOPS THE RUN.*
039710*-----------------------------------------------------------*
039711 2500-READ-ARCHIVES.
039712     MOVE FR-FEE-MONTH TO FR-ARCH-MONTH
039713     SET FR-READING-ARCHIVE TO TRUE
039714     PERFORM 2510-READ-ONE-ARCHIVE THRU 2510-EXIT
039715         UNTIL FR-ARCH-MONTH > FR-LAST-CLOSED
039716     IF NOT FR-ARCH-WAS-FOUND
039717         DISPLAY "CALCULER-FRAIS - NO HISTORY ARCHIVE FOUND "
039718             "FOR MONTH " FR-FEE-MONTH " - RUN ABORTED"
039719         MOVE 16 TO RETURN-CODE
039720         STOP RUN
039721     END-IF.
039722 2500-EXIT.
039723     EXIT.
039724*
039725 2510-READ-ONE-ARCHIVE.
039726     PERFORM 2520-SCAN-ONE-ARCHIVE THRU 2520-EXIT
039727     IF FR-ARCH-MM < 12
039728         ADD 1 TO FR-ARCH-MM
039729     ELSE
039730         MOVE 1 TO FR-ARCH-MM
039731         ADD 1 TO FR-ARCH-YYYY
039732     END-IF.
039733 2510-EXIT.
039734     EXIT.
039735*
039736 2520-SCAN-ONE-ARCHIVE.
039737     MOVE SPACES TO FR-ARCH-PATH
039738     STRING "hist"         DELIMITED BY SIZE
039739            FR-ARCH-MONTH  DELIMITED BY SIZE
039740            ".txt"         DELIMITED BY SIZE
039741        INTO FR-ARCH-PATH
039742     OPEN INPUT ARCHIVE-FILE
039743     IF FR-ARCH-FILE-STATUS NOT = "00"
039744         IF FR-ARCH-WAS-FOUND
039745             DISPLAY "CALCULER-FRAIS - HISTORY ARCHIVE "
039746                 FR-ARCH-PATH " IS MISSING - RUN ABORTED"
039747             MOVE 16 TO RETURN-CODE
039748             STOP RUN
039749         END-IF
039750         GO TO 2520-EXIT
039751     END-IF
039752     PERFORM 2530-CHECK-FIRST-ARCHIVE THRU 2530-EXIT
039753     ADD 1 TO FR-ARCHIVES-READ
039754     MOVE "N" TO FR-HIST-SWITCH
039755     MOVE "N" TO FR-CTL-SEEN-SW
039756     MOVE 0 TO FR-ARCH-COUNT
039757     MOVE 0 TO FR-ARCH-NET
039758     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
039759     PERFORM 2200-TALLY-ONE-RECORD THRU 2200-EXIT
039760         UNTIL FR-HIST-EOF
039761     CLOSE ARCHIVE-FILE
039762     IF NOT FR-CONTROL-WAS-SEEN
039763         OR FR-ARCH-COUNT NOT = FR-CTL-COUNT
039764         OR FR-ARCH-NET NOT = FR-CTL-NET
039765         DISPLAY "CALCULER-FRAIS - HISTORY ARCHIVE "
039766             FR-ARCH-PATH " DOES NOT AGREE WITH ITS CONTROL "
039767             "LINE - RUN ABORTED"
039768         MOVE 16 TO RETURN-CODE
039769         STOP RUN
039770     END-IF.
039771 2520-EXIT.
039772     EXIT.
039800*
039802*-----------------------------------------------------------*
039804* 2530-CHECK-FIRST-ARCHIVE - THE FIRST GENERATION FOUND FOR  *
039806*                   A LATER MONTH THAN THE ONE WANTED MUST   *
039808*                   BE THE OLDEST ON HAND, WHICH OPENS WITH  *
039810*                   NO BALANCE-FORWARD LINES. ONE THAT OPENS *
039812*                   WITH THEM HAD A GENERATION BEFORE IT,    *
039814*                   NOW MISSING, SO THE RUN STOPS.           *
039816*-----------------------------------------------------------*
039818 2530-CHECK-FIRST-ARCHIVE.
039820     IF FR-ARCH-WAS-FOUND
039822         GO TO 2530-EXIT
039824     END-IF
039826     SET FR-ARCH-WAS-FOUND TO TRUE
039828     IF FR-ARCH-MONTH = FR-FEE-MONTH
039830         GO TO 2530-EXIT
039832     END-IF
039834     READ ARCHIVE-FILE INTO HIST-RECORD
039836         AT END
039838             MOVE SPACES TO HIST-RECORD
039840     END-READ
039842     CLOSE ARCHIVE-FILE
039844     IF HI-BALANCE-FORWARD
039846         DISPLAY "CALCULER-FRAIS - HISTORY ARCHIVE BEFORE "
039848             FR-ARCH-PATH " IS MISSING - RUN ABORTED"
039850         MOVE 16 TO RETURN-CODE
039852         STOP RUN
039854     END-IF
039856     OPEN INPUT ARCHIVE-FILE.
039858 2530-EXIT.
039860     EXIT.
039862*
039900*-----------------------------------------------------------*
040000* 3000-COMPUTE-FEES - EVERY ACCOUNT WITH ITS OWN SCHEDULE    *
040100*                   CARD IS ASSESSED ITS SERVICE CHARGE PLUS *
040400*                   EVERY ACCOUNT WITH MONTH ACTIVITY AND NO *
040500*                   CARD OF ITS OWN. A FEE THAT COMPUTES TO  *
040600*                   ZERO IS NOT EMITTED.                     *
040610*                   A DORMANT ACCOUNT IS CHARGED THE DORM    *
040620*                   CARD'S FEE IN PLACE OF THE SERVICE       *
040630*                   CHARGE, AND ONE NEITHER PICKED UP IS     *
040640*                   CHARGED THE DORMANT FEE ALONE.           *
040700*-----------------------------------------------------------*
040800 3000-COMPUTE-FEES.
040900     PERFORM 3100-ASSESS-ONE-CARD THRU 3100-EXIT
041300         PERFORM 3300-ASSESS-ONE-DEFAULT THRU 3300-EXIT
041400             VARYING FR-ACT-SUB FROM 1 BY 1
041500             UNTIL FR-ACT-SUB > FR-ACT-USED
041600     END-IF
041610     IF FR-DORM-CARD-IS-PRESENT
041620         PERFORM 3400-ASSESS-ONE-DORMANT THRU 3400-EXIT
041630             VARYING FR-DORM-SUB FROM 1 BY 1
041640             UNTIL FR-DORM-SUB > FR-DORM-USED
041650     END-IF.
041700 3000-EXIT.
041800     EXIT.
041900*
042000 3100-ASSESS-ONE-CARD.
042010     MOVE FR-SCH-ACCOUNT (FR-SCHED-SUB) TO FR-FEE-ACCT-WORK
042020     MOVE FR-SCH-SERVICE (FR-SCHED-SUB) TO FR-SERVICE-WORK
042030     PERFORM 3600-CHECK-DORMANT THRU 3600-EXIT
042100     MOVE "N" TO FR-ACT-FOUND-SW
042200     MOVE 0 TO FR-ACT-MATCH
042300     PERFORM 3200-SCAN-FOR-CARD-ACCOUNT THRU 3200-EXIT
042700     IF FR-ACTIVITY-WAS-FOUND
042800         MOVE "Y" TO FR-ACT-APPLIED (FR-ACT-MATCH)
042900         COMPUTE FR-FEE-WORK =
043000             FR-SERVICE-WORK
043100             + (FR-ACT-COUNT (FR-ACT-MATCH)
043200             * FR-SCH-ACTIVITY (FR-SCHED-SUB))
043300     ELSE
043400         MOVE FR-SERVICE-WORK TO FR-FEE-WORK
043500     END-IF
043700     PERFORM 3500-QUEUE-ONE-FEE THRU 3500-EXIT.
043800 3100-EXIT.
043900     EXIT.
045100     IF FR-ACT-APPLIED (FR-ACT-SUB) = "Y"
045200         GO TO 3300-EXIT
045300     END-IF
045310     MOVE FR-ACT-ACCOUNT (FR-ACT-SUB) TO FR-FEE-ACCT-WORK
045320     MOVE FR-DEF-SERVICE TO FR-SERVICE-WORK
045330     PERFORM 3600-CHECK-DORMANT THRU 3600-EXIT
045400     COMPUTE FR-FEE-WORK = FR-SERVICE-WORK
045500         + (FR-ACT-COUNT (FR-ACT-SUB) * FR-DEF-ACTIVITY)
045700     PERFORM 3500-QUEUE-ONE-FEE THRU 3500-EXIT.
045800 3300-EXIT.
045900     EXIT.
045905*
045910 3400-ASSESS-ONE-DORMANT.
045915     IF FR-DORM-APPLIED (FR-DORM-SUB) = "Y"
045920         GO TO 3400-EXIT
045925     END-IF
045930     MOVE "Y" TO FR-DORM-APPLIED (FR-DORM-SUB)
045935     ADD 1 TO FR-DORM-CHARGED
045940     MOVE FR-DORM-FEE TO FR-FEE-WORK
045945     MOVE FR-DORM-ACCOUNT (FR-DORM-SUB) TO FR-FEE-ACCT-WORK
045950     PERFORM 3500-QUEUE-ONE-FEE THRU 3500-EXIT.
045955 3400-EXIT.
045960     EXIT.
046000*
046100*-----------------------------------------------------------*
046200* 3500-QUEUE-ONE-FEE - FILE THE COMPUTED FEE (ACCOUNT LEFT   *
047900     ADD FR-FEE-WORK TO FR-FEE-TOTAL.
048000 3500-EXIT.
048100     EXIT.
048102*
048104*-----------------------------------------------------------*
048106* 3600-CHECK-DORMANT - AN ACCOUNT (LEFT IN FR-FEE-ACCT-WORK) *
048108*                   THE MASTER HOLDS AS DORMANT HAS ITS      *
048110*                   SERVICE CHARGE IN FR-SERVICE-WORK        *
048112*                   REPLACED BY THE DORMANT FEE.             *
048114*-----------------------------------------------------------*
048116 3600-CHECK-DORMANT.
048118     IF NOT FR-DORM-CARD-IS-PRESENT
048120         GO TO 3600-EXIT
048122     END-IF
048124     MOVE "N" TO FR-DORM-FOUND-SW
048126     PERFORM 3700-SCAN-DORMANT-TABLE THRU 3700-EXIT
048128         VARYING FR-DORM-SUB FROM 1 BY 1
048130         UNTIL FR-DORM-SUB > FR-DORM-USED
048132         OR FR-DORM-WAS-FOUND
048134     IF FR-DORM-WAS-FOUND
048136         MOVE FR-DORM-FEE TO FR-SERVICE-WORK
048138         MOVE "Y" TO FR-DORM-APPLIED (FR-DORM-MATCH)
048140         ADD 1 TO FR-DORM-CHARGED
048142     END-IF.
048144 3600-EXIT.
048146     EXIT.
048148*
048150 3700-SCAN-DORMANT-TABLE.
048152     IF FR-DORM-ACCOUNT (FR-DORM-SUB) = FR-FEE-ACCT-WORK
048154         SET FR-DORM-WAS-FOUND TO TRUE
048156         MOVE FR-DORM-SUB TO FR-DORM-MATCH
048158     END-IF.
048160 3700-EXIT.
048162     EXIT.
048200*
048300*-----------------------------------------------------------*
048400* 4000-WRITE-FEE-BATCH - WRITE THE COMPUTED FEES AS A        *
053300         FR-SCHED-COUNT
053400     DISPLAY "CALCULER-FRAIS - ACCOUNTS WITH ACTIVITY: "
053500         FR-ACT-USED
053510     DISPLAY "CALCULER-FRAIS - ARCHIVES READ         : "
053520         FR-ARCHIVES-READ
053530     DISPLAY "CALCULER-FRAIS - DORMANT FEES CHARGED  : "
053540         FR-DORM-CHARGED
053600     DISPLAY "CALCULER-FRAIS - FEES ASSESSED         : "
053700         FR-FEE-COUNT
053800     DISPLAY "CALCULER-FRAIS - FEES TOTAL            : "
