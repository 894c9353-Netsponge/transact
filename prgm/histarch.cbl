000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Archiver-Historique.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - MONTH-END BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - CLOSES A MONTH OF THE  *
001200*                   HISTORY FILE. EVERY POSTED LINE DATED IN  *
001300*                   OR BEFORE THE CLOSING MONTH IS MOVED OUT  *
001400*                   OF HISTORY.TXT INTO THAT MONTH'S OWN      *
001500*                   ARCHIVE GENERATION, HISTYYYYMM.TXT, WHICH *
001600*                   OPENS WITH THE BALANCE-FORWARD LINES THE  *
001700*                   LIVE FILE CARRIED INTO THE MONTH AND      *
001800*                   CLOSES WITH A CONTROL LINE (DETAIL COUNT  *
001900*                   AND NET). THE ARCHIVE IS READ BACK AND    *
002000*                   PROVED AGAINST ITS CONTROL LINE BEFORE    *
002100*                   THE LIVE FILE IS TOUCHED. HISTORY.TXT IS  *
002200*                   THEN REBUILT (VIA HISTORY.NEW) AS ONE     *
002300*                   BALANCE-FORWARD LINE PER ACCOUNT, DATED   *
002400*                   THE LAST DAY OF THE CLOSED MONTH, AHEAD   *
002500*                   OF THE LINES FOR LATER MONTHS, SO THE     *
002600*                   DAILY STREAM KEEPS APPENDING TO A FILE    *
002700*                   THAT ONLY EVER HOLDS THE OPEN MONTHS.     *
002800*                   MONTHS ARE CLOSED IN ORDER; A MONTH       *
002900*                   ALREADY CLOSED IS LEFT ALONE (RC 4) SO A  *
003000*                   RERUN OF THE MONTH-END STREAM IS HARMLESS.*
003001*  2026-10-15  RD   EACH BALANCE-FORWARD LINE NOW CARRIES THE *
003002*                   ACCOUNT'S LAST CUSTOMER ACTIVITY DATE IN  *
003003*                   HI-LAST-ACTIVITY - THE LATEST OF THE DATE *
003004*                   THE OLD FORWARD LINE CARRIED AND THE      *
003005*                   ARCHIVED DETAILS THAT ARE NOT FEES (F) OR *
003006*                   ADJUSTMENTS (A). AN OLD FORWARD LINE      *
003007*                   WITHOUT THE DATE COUNTS AS ACTIVITY AT    *
003008*                   ITS OWN CLOSE DATE.                       *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HISTORY-FILE ASSIGN TO "history.txt"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS AH-HIST-FILE-STATUS.
003800     SELECT NEW-HISTORY-FILE ASSIGN TO "history.new"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT ARCHIVE-FILE ASSIGN USING AH-ARCH-PATH
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS AH-ARCH-FILE-STATUS.
004300     SELECT MONTH-PARM-FILE ASSIGN TO "stmtmonth.txt"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS AH-PARM-FILE-STATUS.
004600     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS AH-BDATE-FILE-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  HISTORY-FILE.
005300     COPY HISTREC.
005400*
005500 FD  NEW-HISTORY-FILE.
005600     COPY HISTREC REPLACING
005700         ==HIST-RECORD== BY ==NHI-RECORD==
005800         ==HI-TRANS-DATE== BY ==NHI-TRANS-DATE==
005900         ==HI-ACCOUNT-NUM== BY ==NHI-ACCOUNT-NUM==
006000         ==HI-TRANS-NUM== BY ==NHI-TRANS-NUM==
006100         ==HI-CONTROL-COUNT== BY ==NHI-CONTROL-COUNT==
006110         ==HI-LAST-ACTIVITY== BY ==NHI-LAST-ACTIVITY==
006200         ==HI-TRANS-AMOUNT== BY ==NHI-TRANS-AMOUNT==
006300         ==HI-RUNNING-TOTAL== BY ==NHI-RUNNING-TOTAL==
006400         ==HI-TRANS-TYPE== BY ==NHI-TRANS-TYPE==
006500         ==HI-BRANCH-ID== BY ==NHI-BRANCH-ID==
006600         ==HI-CURRENCY-CODE== BY ==NHI-CURRENCY-CODE==
006700         ==HI-ORIG-AMOUNT== BY ==NHI-ORIG-AMOUNT==
006800         ==HI-POST-DATE== BY ==NHI-POST-DATE==
006900         ==HI-RECORD-TYPE== BY ==NHI-RECORD-TYPE==
007000         ==HI-DETAIL-LINE== BY ==NHI-DETAIL-LINE==
007100         ==HI-BALANCE-FORWARD== BY ==NHI-BALANCE-FORWARD==
007200         ==HI-ARCHIVE-CONTROL== BY ==NHI-ARCHIVE-CONTROL==.
007300*
007400 FD  ARCHIVE-FILE.
007500     COPY HISTREC REPLACING
007600         ==HIST-RECORD== BY ==ARH-RECORD==
007700         ==HI-TRANS-DATE== BY ==ARH-TRANS-DATE==
007800         ==HI-ACCOUNT-NUM== BY ==ARH-ACCOUNT-NUM==
007900         ==HI-TRANS-NUM== BY ==ARH-TRANS-NUM==
008000         ==HI-CONTROL-COUNT== BY ==ARH-CONTROL-COUNT==
008010         ==HI-LAST-ACTIVITY== BY ==ARH-LAST-ACTIVITY==
008100         ==HI-TRANS-AMOUNT== BY ==ARH-TRANS-AMOUNT==
008200         ==HI-RUNNING-TOTAL== BY ==ARH-RUNNING-TOTAL==
008300         ==HI-TRANS-TYPE== BY ==ARH-TRANS-TYPE==
008400         ==HI-BRANCH-ID== BY ==ARH-BRANCH-ID==
008500         ==HI-CURRENCY-CODE== BY ==ARH-CURRENCY-CODE==
008600         ==HI-ORIG-AMOUNT== BY ==ARH-ORIG-AMOUNT==
008700         ==HI-POST-DATE== BY ==ARH-POST-DATE==
008800         ==HI-RECORD-TYPE== BY ==ARH-RECORD-TYPE==
008900         ==HI-DETAIL-LINE== BY ==ARH-DETAIL-LINE==
009000         ==HI-BALANCE-FORWARD== BY ==ARH-BALANCE-FORWARD==
009100         ==HI-ARCHIVE-CONTROL== BY ==ARH-ARCHIVE-CONTROL==.
009200*
009300 FD  MONTH-PARM-FILE.
009400 01  PARM-RECORD.
009500     05  PM-STMT-MONTH          PIC 9(06).
009600     05  FILLER                 PIC X(74).
009700*
009800 FD  BUSDATE-FILE.
009900     COPY BUSDATE.
010000*
010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------*
010300* SWITCHES AND FILE STATUS                                   *
010400*-----------------------------------------------------------*
010500 77  AH-HIST-SWITCH             PIC X(01)  VALUE "N".
010600     88  AH-HIST-EOF                        VALUE "Y".
010700 77  AH-NEWHIST-SWITCH          PIC X(01)  VALUE "N".
010800     88  AH-NEWHIST-EOF                     VALUE "Y".
010900 77  AH-ARCH-SWITCH             PIC X(01)  VALUE "N".
011000     88  AH-ARCH-EOF                        VALUE "Y".
011100 77  AH-PARM-SWITCH             PIC X(01)  VALUE "N".
011200     88  AH-PARM-EOF                        VALUE "Y".
011300 77  AH-BDATE-SWITCH            PIC X(01)  VALUE "N".
011400     88  AH-BDATE-EOF                       VALUE "Y".
011500 77  AH-LEADING-SW              PIC X(01)  VALUE "N".
011600     88  AH-LEADING-IS-DONE                 VALUE "Y".
011700 77  AH-FWD-FOUND-SW            PIC X(01)  VALUE "N".
011800     88  AH-FWD-WAS-FOUND                   VALUE "Y".
011900 77  AH-CTL-SEEN-SW             PIC X(01)  VALUE "N".
012000     88  AH-CONTROL-WAS-SEEN                VALUE "Y".
012100 77  AH-DISPOSITION             PIC X(01)  VALUE SPACE.
012200     88  AH-TO-FORWARD                      VALUE "F".
012300     88  AH-TO-ARCHIVE                      VALUE "A".
012400     88  AH-TO-KEEP                         VALUE "K".
012500     88  AH-STRAY-CONTROL                   VALUE "X".
012600 77  AH-HIST-FILE-STATUS        PIC X(02)  VALUE SPACES.
012700 77  AH-ARCH-FILE-STATUS        PIC X(02)  VALUE SPACES.
012800 77  AH-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
012900 77  AH-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
013000*
013100*-----------------------------------------------------------*
013200* CLOSING MONTH, RUN DATE AND THE ARCHIVE GENERATION NAME.   *
013300* THE ARCHIVE IS HISTYYYYMM.TXT, YYYYMM BEING THE CLOSED     *
013400* MONTH, OPENED BY A PATH BUILT HERE RATHER THAN BY DD.      *
013500*-----------------------------------------------------------*
013600 01  AH-CLOSE-MONTH             PIC 9(06)  VALUE 0.
013700 01  AH-CLOSE-MONTH-GROUP REDEFINES AH-CLOSE-MONTH.
013800     05  AH-CLOSE-YYYY          PIC 9(04).
013900     05  AH-CLOSE-MM            PIC 9(02).
014000 01  AH-NEXT-MONTH              PIC 9(06)  VALUE 0.
014100 01  AH-NEXT-MONTH-GROUP REDEFINES AH-NEXT-MONTH.
014200     05  AH-NEXT-YYYY           PIC 9(04).
014300     05  AH-NEXT-MM             PIC 9(02).
014400 01  AH-RUN-DATE-YYYYMMDD       PIC 9(08).
014500 01  AH-RUN-DATE-GROUP REDEFINES AH-RUN-DATE-YYYYMMDD.
014600     05  AH-RUN-YYYY            PIC 9(04).
014700     05  AH-RUN-MM              PIC 9(02).
014800     05  AH-RUN-DD              PIC 9(02).
014900 01  AH-MONTH-END-DATE          PIC 9(08)  VALUE 0.
015000 01  AH-MONTH-END-GROUP REDEFINES AH-MONTH-END-DATE.
015100     05  AH-END-YYYY            PIC 9(04).
015200     05  AH-END-MM              PIC 9(02).
015300     05  AH-END-DD              PIC 9(02).
015400 77  AH-RUN-MONTH               PIC 9(06)  VALUE 0.
015500 77  AH-LAST-CLOSED             PIC 9(06)  VALUE 0.
015600 77  AH-HIST-MONTH              PIC 9(06)  VALUE 0.
015700 77  AH-DAYS-IN-MONTH           PIC 9(02)  VALUE 0.
015800 77  AH-Z-WORK                  PIC 9(06)  COMP VALUE 0.
015900 77  AH-LEAP-REM                PIC 9(04)  COMP VALUE 0.
016000 77  AH-ARCH-PATH               PIC X(64)  VALUE SPACES.
016100*
016200*-----------------------------------------------------------*
016300* BALANCE-FORWARD TABLE - ONE ENTRY PER ACCOUNT, OPENED AT   *
016400* THE BALANCE THE LIVE FILE BROUGHT INTO THE MONTH AND       *
016500* NETTED WITH EVERY LINE ARCHIVED. SIZED THE SAME AS         *
016600* RELEVE-MENSUEL'S PRIOR-NET TABLE - AN OVERFLOW ABORTS THE  *
016700* RUN BEFORE THE LIVE FILE IS REWRITTEN.                     *
016800*-----------------------------------------------------------*
016900 01  AH-FWD-TABLE.
017000     05  AH-FWD-ENTRY           OCCURS 5000 TIMES.
017100         10  AH-FWD-ACCOUNT     PIC X(04).
017200         10  AH-FWD-BALANCE     PIC S9(09)V99 COMP-3.
017210         10  AH-FWD-LAST-ACT    PIC 9(08).
017300 77  AH-FWD-USED                PIC 9(04) COMP  VALUE 0.
017400 77  AH-FWD-SUB                 PIC 9(04) COMP  VALUE 0.
017500 77  AH-FWD-MATCH               PIC 9(04) COMP  VALUE 0.
017510 77  AH-LAST-WORK               PIC 9(08)       VALUE 0.
017600*
017700*-----------------------------------------------------------*
017800* RUN COUNTS AND ARCHIVE CONTROL FIGURES                     *
017900*-----------------------------------------------------------*
018000 77  AH-HIST-READ               PIC 9(07)       VALUE 0.
018100 77  AH-FWD-READ                PIC 9(07)       VALUE 0.
018200 77  AH-FWD-WRITTEN             PIC 9(07)       VALUE 0.
018300 77  AH-KEPT-COUNT              PIC 9(07)       VALUE 0.
018400 77  AH-ARCH-COUNT              PIC 9(08)       VALUE 0.
018500 77  AH-ARCH-NET                PIC S9(09)V99 COMP-3 VALUE 0.
018600 77  AH-VERIFY-COUNT            PIC 9(08)       VALUE 0.
018700 77  AH-VERIFY-NET              PIC S9(09)V99 COMP-3 VALUE 0.
018800 77  AH-CTL-COUNT               PIC 9(08)       VALUE 0.
018900 77  AH-CTL-NET                 PIC S9(09)V99 COMP-3 VALUE 0.
019000*
019100 PROCEDURE DIVISION.
019200*-----------------------------------------------------------*
019300* 0000-MAINLINE                                               *
019400*-----------------------------------------------------------*
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019700     PERFORM 2000-ARCHIVE-MONTH THRU 2000-EXIT
019800     PERFORM 3000-VERIFY-ARCHIVE THRU 3000-EXIT
019900     PERFORM 4000-BUILD-NEW-HISTORY THRU 4000-EXIT
020000     PERFORM 5000-REWRITE-HISTORY THRU 5000-EXIT
020100     PERFORM 9000-TERMINATE THRU 9000-EXIT
020200     STOP RUN.
020300*
020400*-----------------------------------------------------------*
020500* 1000-INITIALIZE - PICK UP THE RUN DATE AND THE CLOSING     *
020600*                   MONTH, MAKE SURE IT IS THE NEXT MONTH TO *
020700*                   CLOSE, AND OPEN THE HISTORY FILE AND THE *
020800*                   MONTH'S ARCHIVE. THE MONTH THE BUSINESS  *
020900*                   DATE FALLS IN IS STILL OPEN AND CANNOT   *
021000*                   BE CLOSED.                               *
021100*-----------------------------------------------------------*
021200 1000-INITIALIZE.
021300     ACCEPT AH-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
021400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
021500     COMPUTE AH-RUN-MONTH = AH-RUN-DATE-YYYYMMDD / 100
021600     PERFORM 1100-READ-MONTH-PARM THRU 1100-EXIT
021700     IF AH-CLOSE-MONTH >= AH-RUN-MONTH
021800         DISPLAY "ARCHIVER-HISTORIQUE - MONTH " AH-CLOSE-MONTH
021900             " IS STILL OPEN - RUN ABORTED"
022000         MOVE 16 TO RETURN-CODE
022100         STOP RUN
022200     END-IF
022300     PERFORM 1200-FIND-LAST-CLOSED THRU 1200-EXIT
022400     IF AH-LAST-CLOSED > 0
022500         AND AH-CLOSE-MONTH <= AH-LAST-CLOSED
022600         DISPLAY "ARCHIVER-HISTORIQUE - MONTH " AH-CLOSE-MONTH
022700             " IS ALREADY ARCHIVED - HISTORY LEFT AS IS"
022800         MOVE 4 TO RETURN-CODE
022900         STOP RUN
023000     END-IF
023100     IF AH-LAST-CLOSED > 0
023200         MOVE AH-LAST-CLOSED TO AH-NEXT-MONTH
023300         PERFORM 1400-STEP-NEXT-MONTH THRU 1400-EXIT
023400         IF AH-CLOSE-MONTH NOT = AH-NEXT-MONTH
023500             DISPLAY "ARCHIVER-HISTORIQUE - MONTH " AH-NEXT-MONTH
023600                 " MUST BE CLOSED BEFORE " AH-CLOSE-MONTH
023700                 " - RUN ABORTED"
023800             MOVE 16 TO RETURN-CODE
023900             STOP RUN
024000         END-IF
024100     END-IF
024200     PERFORM 1300-FIND-MONTH-END THRU 1300-EXIT
024300     MOVE SPACES TO AH-ARCH-PATH
024400     STRING "hist"          DELIMITED BY SIZE
024500            AH-CLOSE-MONTH  DELIMITED BY SIZE
024600            ".txt"          DELIMITED BY SIZE
024700        INTO AH-ARCH-PATH
024800     MOVE "N" TO AH-HIST-SWITCH
024900     OPEN INPUT HISTORY-FILE
025000     IF AH-HIST-FILE-STATUS NOT = "00"
025100         DISPLAY "ARCHIVER-HISTORIQUE - HISTORY FILE COULD NOT "
025200             "BE OPENED - RUN ABORTED"
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF
025600     OPEN OUTPUT ARCHIVE-FILE
025700     IF AH-ARCH-FILE-STATUS NOT = "00"
025800         DISPLAY "ARCHIVER-HISTORIQUE - ARCHIVE " AH-ARCH-PATH
025900             " COULD NOT BE CREATED - RUN ABORTED"
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500*
026600*-----------------------------------------------------------*
026700* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE DAILY   *
026800*                   STREAM READS. NO CARD MEANS THE MACHINE  *
026900*                   DATE.                                    *
027000*-----------------------------------------------------------*
027100 1050-GET-BUSINESS-DATE.
027200     OPEN INPUT BUSDATE-FILE
027300     IF AH-BDATE-FILE-STATUS NOT = "00"
027400         GO TO 1050-EXIT
027500     END-IF
027600     READ BUSDATE-FILE
027700         AT END
027800             SET AH-BDATE-EOF TO TRUE
027900     END-READ
028000     IF NOT AH-BDATE-EOF
028100         AND BD-BUSINESS-DATE NUMERIC
028200         AND BD-BUSINESS-DATE > 0
028300         MOVE BD-BUSINESS-DATE TO AH-RUN-DATE-YYYYMMDD
028400     END-IF
028500     CLOSE BUSDATE-FILE.
028600 1050-EXIT.
028700     EXIT.
028800*
028900*-----------------------------------------------------------*
029000* 1100-READ-MONTH-PARM - THE CLOSING MONTH CARD (YYYYMM),    *
029100*                   THE SAME CARD THE REST OF THE MONTH-END  *
029200*                   STREAM READS. NO CARD, OR AN UNREADABLE  *
029300*                   ONE, MEANS THE MONTH BEFORE THE BUSINESS *
029400*                   DATE'S - THE MONTH JUST ENDED.           *
029500*-----------------------------------------------------------*
029600 1100-READ-MONTH-PARM.
029700     MOVE AH-RUN-YYYY TO AH-CLOSE-YYYY
029800     MOVE AH-RUN-MM TO AH-CLOSE-MM
029900     IF AH-CLOSE-MM > 1
030000         SUBTRACT 1 FROM AH-CLOSE-MM
030100     ELSE
030200         MOVE 12 TO AH-CLOSE-MM
030300         SUBTRACT 1 FROM AH-CLOSE-YYYY
030400     END-IF
030500     OPEN INPUT MONTH-PARM-FILE
030600     IF AH-PARM-FILE-STATUS NOT = "00"
030700         GO TO 1100-EXIT
030800     END-IF
030900     READ MONTH-PARM-FILE
031000         AT END
031100             SET AH-PARM-EOF TO TRUE
031200     END-READ
031300     IF NOT AH-PARM-EOF
031400         AND PM-STMT-MONTH NUMERIC
031500         AND PM-STMT-MONTH > 0
031600         MOVE PM-STMT-MONTH TO AH-CLOSE-MONTH
031700     END-IF
031800     CLOSE MONTH-PARM-FILE.
031900 1100-EXIT.
032000     EXIT.
032100*
032200*-----------------------------------------------------------*
032300* 1200-FIND-LAST-CLOSED - THE BALANCE-FORWARD LINES SIT AT   *
032400*                   THE HEAD OF THE LIVE FILE, DATED THE     *
032500*                   LAST DAY OF THE MONTH LAST CLOSED. A     *
032600*                   FILE WITH NONE HAS NEVER BEEN ARCHIVED.  *
032700*-----------------------------------------------------------*
032800 1200-FIND-LAST-CLOSED.
032900     MOVE 0 TO AH-LAST-CLOSED
033000     OPEN INPUT HISTORY-FILE
033100     IF AH-HIST-FILE-STATUS NOT = "00"
033200         DISPLAY "ARCHIVER-HISTORIQUE - HISTORY FILE COULD NOT "
033300             "BE OPENED - RUN ABORTED"
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700     PERFORM 1210-READ-LEADING-LINE THRU 1210-EXIT
033800         UNTIL AH-HIST-EOF
033900         OR AH-LEADING-IS-DONE
034000     CLOSE HISTORY-FILE.
034100 1200-EXIT.
034200     EXIT.
034300*
034400 1210-READ-LEADING-LINE.
034500     READ HISTORY-FILE
034600         AT END
034700             SET AH-HIST-EOF TO TRUE
034800             GO TO 1210-EXIT
034900     END-READ
035000     IF NOT HI-BALANCE-FORWARD
035100         SET AH-LEADING-IS-DONE TO TRUE
035200         GO TO 1210-EXIT
035300     END-IF
035400     IF HI-TRANS-DATE NUMERIC
035500         COMPUTE AH-HIST-MONTH = HI-TRANS-DATE / 100
035600         IF AH-HIST-MONTH > AH-LAST-CLOSED
035700             MOVE AH-HIST-MONTH TO AH-LAST-CLOSED
035800         END-IF
035900     END-IF.
036000 1210-EXIT.
036100     EXIT.
036200*
036300*-----------------------------------------------------------*
036400* 1300-FIND-MONTH-END - THE LAST CALENDAR DAY OF THE CLOSING *
036500*                   MONTH, FOR DATING THE BALANCE-FORWARD    *
036600*                   AND CONTROL LINES.                       *
036700*-----------------------------------------------------------*
036800 1300-FIND-MONTH-END.
036900     MOVE AH-CLOSE-YYYY TO AH-END-YYYY
037000     MOVE AH-CLOSE-MM TO AH-END-MM
037100     EVALUATE AH-END-MM
037200         WHEN 01 WHEN 03 WHEN 05 WHEN 07
037300         WHEN 08 WHEN 10 WHEN 12
037400             MOVE 31 TO AH-DAYS-IN-MONTH
037500         WHEN 04 WHEN 06 WHEN 09 WHEN 11
037600             MOVE 30 TO AH-DAYS-IN-MONTH
037700         WHEN 02
037800             MOVE 28 TO AH-DAYS-IN-MONTH
037900             DIVIDE AH-END-YYYY BY 4 GIVING AH-Z-WORK
038000                 REMAINDER AH-LEAP-REM
038100             IF AH-LEAP-REM = 0
038200                 DIVIDE AH-END-YYYY BY 100 GIVING AH-Z-WORK
038300                     REMAINDER AH-LEAP-REM
038400                 IF AH-LEAP-REM NOT = 0
038500                     MOVE 29 TO AH-DAYS-IN-MONTH
038600                 ELSE
038700                     DIVIDE AH-END-YYYY BY 400 GIVING AH-Z-WORK
038800                         REMAINDER AH-LEAP-REM
038900                     IF AH-LEAP-REM = 0
039000                         MOVE 29 TO AH-DAYS-IN-MONTH
039100                     END-IF
039200                 END-IF
039300             END-IF
039400         WHEN OTHER
039500             DISPLAY "ARCHIVER-HISTORIQUE - CLOSING MONTH "
039600                 AH-CLOSE-MONTH " IS NOT A MONTH - RUN ABORTED"
039700             MOVE 16 TO RETURN-CODE
039800             STOP RUN
039900     END-EVALUATE
040000     MOVE AH-DAYS-IN-MONTH TO AH-END-DD.
040100 1300-EXIT.
040200     EXIT.
040300*
040400 1400-STEP-NEXT-MONTH.
040500     IF AH-NEXT-MM < 12
040600         ADD 1 TO AH-NEXT-MM
040700     ELSE
040800         MOVE 1 TO AH-NEXT-MM
040900         ADD 1 TO AH-NEXT-YYYY
041000     END-IF.
041100 1400-EXIT.
041200     EXIT.
041300*
041400*-----------------------------------------------------------*
041500* 2000-ARCHIVE-MONTH - FIRST PASS OF THE LIVE FILE. THE      *
041600*                   BALANCE-FORWARD LINES IT OPENS WITH AND  *
041700*                   EVERY DETAIL DATED IN OR BEFORE THE      *
041800*                   CLOSING MONTH (A LATE LINE FOR A MONTH   *
041900*                   ALREADY CLOSED INCLUDED) GO TO THE       *
042000*                   ARCHIVE AND INTO THE ACCOUNTS' BALANCES; *
042100*                   THE CONTROL LINE CLOSES THE ARCHIVE.     *
042200*                   NOTHING IS WRITTEN TO THE LIVE FILE YET. *
042300*-----------------------------------------------------------*
042400 2000-ARCHIVE-MONTH.
042500     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
042600     PERFORM 2200-FILE-ONE-RECORD THRU 2200-EXIT
042700         UNTIL AH-HIST-EOF
042800     CLOSE HISTORY-FILE
042900     MOVE SPACES TO ARH-RECORD
043000     MOVE AH-MONTH-END-DATE TO ARH-TRANS-DATE
043100     MOVE AH-ARCH-COUNT TO ARH-CONTROL-COUNT
043200     MOVE 0 TO ARH-TRANS-AMOUNT
043300     MOVE AH-ARCH-NET TO ARH-RUNNING-TOTAL
043400     MOVE 0 TO ARH-ORIG-AMOUNT
043500     MOVE AH-RUN-DATE-YYYYMMDD TO ARH-POST-DATE
043600     SET ARH-ARCHIVE-CONTROL TO TRUE
043700     WRITE ARH-RECORD
043800     CLOSE ARCHIVE-FILE.
043900 2000-EXIT.
044000     EXIT.
044100*
044200 2100-READ-HISTORY-RECORD.
044300     READ HISTORY-FILE
044400         AT END
044500             SET AH-HIST-EOF TO TRUE
044600     END-READ.
044700 2100-EXIT.
044800     EXIT.
044900*
045000 2200-FILE-ONE-RECORD.
045100     ADD 1 TO AH-HIST-READ
045200     PERFORM 2400-CLASSIFY-RECORD THRU 2400-EXIT
045300     EVALUATE TRUE
045400         WHEN AH-STRAY-CONTROL
045500             DISPLAY "ARCHIVER-HISTORIQUE - AN ARCHIVE CONTROL "
045600                 "LINE IS ON THE LIVE HISTORY FILE - RUN ABORTED"
045700             MOVE 16 TO RETURN-CODE
045800             STOP RUN
045900         WHEN AH-TO-FORWARD
046000             ADD 1 TO AH-FWD-READ
046100             MOVE HIST-RECORD TO ARH-RECORD
046200             WRITE ARH-RECORD
046300             PERFORM 2300-FIND-FWD-SLOT THRU 2300-EXIT
046400             ADD HI-RUNNING-TOTAL TO AH-FWD-BALANCE (AH-FWD-MATCH)
046401             IF HI-LAST-ACTIVITY NUMERIC
046402                 MOVE HI-LAST-ACTIVITY TO AH-LAST-WORK
046403             ELSE
046404                 MOVE HI-TRANS-DATE TO AH-LAST-WORK
046405             END-IF
046406             IF AH-LAST-WORK > AH-FWD-LAST-ACT (AH-FWD-MATCH)
046407                 MOVE AH-LAST-WORK
046408                     TO AH-FWD-LAST-ACT (AH-FWD-MATCH)
046409             END-IF
046500         WHEN AH-TO-ARCHIVE
046600             ADD 1 TO AH-ARCH-COUNT
046700             ADD HI-TRANS-AMOUNT TO AH-ARCH-NET
046800             MOVE HIST-RECORD TO ARH-RECORD
046900             WRITE ARH-RECORD
047000             PERFORM 2300-FIND-FWD-SLOT THRU 2300-EXIT
047100             ADD HI-TRANS-AMOUNT TO AH-FWD-BALANCE (AH-FWD-MATCH)
047110             IF HI-TRANS-TYPE NOT = "F"
047120                 AND HI-TRANS-TYPE NOT = "A"
047130                 AND HI-TRANS-DATE >
047140                     AH-FWD-LAST-ACT (AH-FWD-MATCH)
047150                 MOVE HI-TRANS-DATE
047160                     TO AH-FWD-LAST-ACT (AH-FWD-MATCH)
047170             END-IF
047200         WHEN OTHER
047300             CONTINUE
047400     END-EVALUATE
047500     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
047600 2200-EXIT.
047700     EXIT.
047800*
047900*-----------------------------------------------------------*
048000* 2300-FIND-FWD-SLOT - FIND OR OPEN THE ACCOUNT'S SLOT IN    *
048100*                   THE BALANCE-FORWARD TABLE. A TABLE       *
048200*                   BEYOND ITS CAPACITY ABORTS THE RUN WHILE *
048300*                   THE LIVE FILE IS STILL UNTOUCHED.        *
048400*-----------------------------------------------------------*
048500 2300-FIND-FWD-SLOT.
048600     MOVE "N" TO AH-FWD-FOUND-SW
048700     PERFORM 2310-SCAN-FWD-TABLE THRU 2310-EXIT
048800         VARYING AH-FWD-SUB FROM 1 BY 1
048900         UNTIL AH-FWD-SUB > AH-FWD-USED
049000         OR AH-FWD-WAS-FOUND
049100     IF NOT AH-FWD-WAS-FOUND
049200         IF AH-FWD-USED >= 5000
049300             DISPLAY "ARCHIVER-HISTORIQUE - BALANCE-FORWARD "
049400                 "TABLE EXCEEDS CAPACITY - RUN ABORTED"
049500             MOVE 16 TO RETURN-CODE
049600             STOP RUN
049700         END-IF
049800         ADD 1 TO AH-FWD-USED
049900         MOVE AH-FWD-USED TO AH-FWD-MATCH
050000         MOVE HI-ACCOUNT-NUM TO AH-FWD-ACCOUNT (AH-FWD-MATCH)
050100         MOVE 0 TO AH-FWD-BALANCE (AH-FWD-MATCH)
050110         MOVE 0 TO AH-FWD-LAST-ACT (AH-FWD-MATCH)
050200     END-IF.
050300 2300-EXIT.
050400     EXIT.
050500*
050600 2310-SCAN-FWD-TABLE.
050700     IF AH-FWD-ACCOUNT (AH-FWD-SUB) = HI-ACCOUNT-NUM
050800         SET AH-FWD-WAS-FOUND TO TRUE
050900         MOVE AH-FWD-SUB TO AH-FWD-MATCH
051000     END-IF.
051100 2310-EXIT.
051200     EXIT.
051300*
051400*-----------------------------------------------------------*
051500* 2400-CLASSIFY-RECORD - WHERE THE CURRENT LIVE LINE GOES.   *
051600*                   BOTH PASSES USE THE SAME TEST, SO EVERY  *
051700*                   LINE ENDS UP IN EXACTLY ONE OF THE       *
051800*                   ARCHIVE AND THE NEW LIVE FILE. A DETAIL  *
051900*                   WITH AN UNREADABLE DATE BELONGS TO NO    *
052000*                   MONTH AND STAYS LIVE.                    *
052100*-----------------------------------------------------------*
052200 2400-CLASSIFY-RECORD.
052300     MOVE "K" TO AH-DISPOSITION
052400     IF HI-ARCHIVE-CONTROL
052500         MOVE "X" TO AH-DISPOSITION
052600         GO TO 2400-EXIT
052700     END-IF
052800     IF HI-BALANCE-FORWARD
052900         MOVE "F" TO AH-DISPOSITION
053000         GO TO 2400-EXIT
053100     END-IF
053200     IF HI-TRANS-DATE NOT NUMERIC
053300         GO TO 2400-EXIT
053400     END-IF
053500     COMPUTE AH-HIST-MONTH = HI-TRANS-DATE / 100
053600     IF AH-HIST-MONTH NOT > AH-CLOSE-MONTH
053700         MOVE "A" TO AH-DISPOSITION
053800     END-IF.
053900 2400-EXIT.
054000     EXIT.
054100*
054200*-----------------------------------------------------------*
054300* 3000-VERIFY-ARCHIVE - READ THE NEW ARCHIVE BACK AND PROVE  *
054400*                   ITS DETAIL LINES AGAINST ITS CONTROL     *
054500*                   LINE. AN ARCHIVE THAT DOES NOT PROVE     *
054600*                   STOPS THE JOB WITH HISTORY.TXT STILL     *
054700*                   WHOLE.                                   *
054800*-----------------------------------------------------------*
054900 3000-VERIFY-ARCHIVE.
055000     MOVE "N" TO AH-ARCH-SWITCH
055100     OPEN INPUT ARCHIVE-FILE
055200     IF AH-ARCH-FILE-STATUS NOT = "00"
055300         DISPLAY "ARCHIVER-HISTORIQUE - ARCHIVE " AH-ARCH-PATH
055400             " COULD NOT BE READ BACK - RUN ABORTED"
055500         MOVE 16 TO RETURN-CODE
055600         STOP RUN
055700     END-IF
055800     PERFORM 3100-READ-ARCHIVE-RECORD THRU 3100-EXIT
055900     PERFORM 3200-PROVE-ONE-RECORD THRU 3200-EXIT
056000         UNTIL AH-ARCH-EOF
056100     CLOSE ARCHIVE-FILE
056200     IF NOT AH-CONTROL-WAS-SEEN
056300         OR AH-VERIFY-COUNT NOT = AH-CTL-COUNT
056400         OR AH-VERIFY-NET NOT = AH-CTL-NET
056500         OR AH-VERIFY-COUNT NOT = AH-ARCH-COUNT
056600         DISPLAY "ARCHIVER-HISTORIQUE - ARCHIVE " AH-ARCH-PATH
056700             " DOES NOT AGREE WITH ITS CONTROL LINE - "
056800             "HISTORY.TXT LEFT AS IS - RUN ABORTED"
056900         MOVE 16 TO RETURN-CODE
057000         STOP RUN
057100     END-IF.
057200 3000-EXIT.
057300     EXIT.
057400*
057500 3100-READ-ARCHIVE-RECORD.
057600     READ ARCHIVE-FILE
057700         AT END
057800             SET AH-ARCH-EOF TO TRUE
057900     END-READ.
058000 3100-EXIT.
058100     EXIT.
058200*
058300 3200-PROVE-ONE-RECORD.
058400     IF ARH-ARCHIVE-CONTROL
058500         SET AH-CONTROL-WAS-SEEN TO TRUE
058600         MOVE ARH-CONTROL-COUNT TO AH-CTL-COUNT
058700         MOVE ARH-RUNNING-TOTAL TO AH-CTL-NET
058800     END-IF
058900     IF ARH-DETAIL-LINE
059000         ADD 1 TO AH-VERIFY-COUNT
059100         ADD ARH-TRANS-AMOUNT TO AH-VERIFY-NET
059200     END-IF
059300     PERFORM 3100-READ-ARCHIVE-RECORD THRU 3100-EXIT.
059400 3200-EXIT.
059500     EXIT.
059600*
059700*-----------------------------------------------------------*
059800* 4000-BUILD-NEW-HISTORY - SECOND PASS. HISTORY.NEW GETS ONE *
059900*                   BALANCE-FORWARD LINE PER ACCOUNT FIRST,  *
060000*                   THEN EVERY LIVE LINE THE FIRST PASS DID  *
060100*                   NOT ARCHIVE, IN ITS ORIGINAL ORDER.      *
060200*-----------------------------------------------------------*
060300 4000-BUILD-NEW-HISTORY.
060400     OPEN OUTPUT NEW-HISTORY-FILE
060500     PERFORM 4100-WRITE-ONE-FORWARD THRU 4100-EXIT
060600         VARYING AH-FWD-SUB FROM 1 BY 1
060700         UNTIL AH-FWD-SUB > AH-FWD-USED
060800     MOVE "N" TO AH-HIST-SWITCH
060900     OPEN INPUT HISTORY-FILE
061000     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
061100     PERFORM 4200-CARRY-ONE-RECORD THRU 4200-EXIT
061200         UNTIL AH-HIST-EOF
061300     CLOSE HISTORY-FILE
061400     CLOSE NEW-HISTORY-FILE.
061500 4000-EXIT.
061600     EXIT.
061700*
061800 4100-WRITE-ONE-FORWARD.
061900     MOVE SPACES TO NHI-RECORD
062000     MOVE AH-MONTH-END-DATE TO NHI-TRANS-DATE
062100     MOVE AH-FWD-ACCOUNT (AH-FWD-SUB) TO NHI-ACCOUNT-NUM
062200     MOVE 0 TO NHI-TRANS-AMOUNT
062300     MOVE AH-FWD-BALANCE (AH-FWD-SUB) TO NHI-RUNNING-TOTAL
062400     MOVE 0 TO NHI-ORIG-AMOUNT
062500     MOVE 0 TO NHI-POST-DATE
062510     MOVE AH-FWD-LAST-ACT (AH-FWD-SUB) TO NHI-LAST-ACTIVITY
062600     SET NHI-BALANCE-FORWARD TO TRUE
062700     WRITE NHI-RECORD
062800     ADD 1 TO AH-FWD-WRITTEN.
062900 4100-EXIT.
063000     EXIT.
063100*
063200 4200-CARRY-ONE-RECORD.
063300     PERFORM 2400-CLASSIFY-RECORD THRU 2400-EXIT
063400     IF AH-TO-KEEP
063500         MOVE HIST-RECORD TO NHI-RECORD
063600         WRITE NHI-RECORD
063700         ADD 1 TO AH-KEPT-COUNT
063800     END-IF
063900     PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
064000 4200-EXIT.
064100     EXIT.
064200*
064300*-----------------------------------------------------------*
064400* 5000-REWRITE-HISTORY - COPY HISTORY.NEW BACK OVER          *
064500*                   HISTORY.TXT NOW THAT THE ARCHIVE HAS     *
064600*                   PROVED. HISTORY.NEW IS LEFT IN PLACE AS  *
064700*                   THE COPY TO RESTORE FROM SHOULD THE      *
064800*                   COPY-BACK ITSELF FAIL.                   *
064900*-----------------------------------------------------------*
065000 5000-REWRITE-HISTORY.
065100     OPEN INPUT NEW-HISTORY-FILE
065200     OPEN OUTPUT HISTORY-FILE
065300     PERFORM 5100-COPY-ONE-RECORD THRU 5100-EXIT
065400         UNTIL AH-NEWHIST-EOF
065500     CLOSE NEW-HISTORY-FILE
065600     CLOSE HISTORY-FILE.
065700 5000-EXIT.
065800     EXIT.
065900*
066000 5100-COPY-ONE-RECORD.
066100     READ NEW-HISTORY-FILE
066200         AT END
066300             SET AH-NEWHIST-EOF TO TRUE
066400         NOT AT END
066500             MOVE NHI-RECORD TO HIST-RECORD
066600             WRITE HIST-RECORD
066700     END-READ.
066800 5100-EXIT.
066900     EXIT.
067000*
067100*-----------------------------------------------------------*
067200* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
067300*-----------------------------------------------------------*
067400 9000-TERMINATE.
067500     DISPLAY "ARCHIVER-HISTORIQUE - MONTH CLOSED          : "
067600         AH-CLOSE-MONTH
067700     DISPLAY "ARCHIVER-HISTORIQUE - HISTORY LINES READ    : "
067800         AH-HIST-READ
067900     DISPLAY "ARCHIVER-HISTORIQUE - FORWARD LINES READ    : "
068000         AH-FWD-READ
068100     DISPLAY "ARCHIVER-HISTORIQUE - DETAIL LINES ARCHIVED : "
068200         AH-ARCH-COUNT
068300     DISPLAY "ARCHIVER-HISTORIQUE - NET ARCHIVED          : "
068400         AH-ARCH-NET
068500     DISPLAY "ARCHIVER-HISTORIQUE - FORWARD LINES WRITTEN : "
068600         AH-FWD-WRITTEN
068700     DISPLAY "ARCHIVER-HISTORIQUE - LINES KEPT LIVE       : "
068800         AH-KEPT-COUNT
068900     DISPLAY "ARCHIVER-HISTORIQUE - ARCHIVE WRITTEN TO "
069000         AH-ARCH-PATH.
069100 9000-EXIT.
069200     EXIT.
