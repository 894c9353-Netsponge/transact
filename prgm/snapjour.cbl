000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Sauvegarder-Journee.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - FIRST STEP OF THE      *
001200*                   DAILY STREAM. BEFORE ANYTHING IS TOUCHED, *
001300*                   SAVES EVERY FILE THE NIGHT REWRITES       *
001400*                   (BALANCES, REGISTRY, BRANCH SEQUENCES,    *
001500*                   ACCRUALS, LAST PROVEN MASTER, CHECKPOINT) *
001600*                   TO A GENERATION UNDER THE BUSINESS DATE,  *
001700*                   XXXYYYYMMDD.SNP, AND NOTES THE LENGTH OF  *
001800*                   EVERY FILE IT ONLY APPENDS TO (HISTORY,   *
001900*                   REJECTS, SUSPENSE). THE SNAPSHOT IS       *
002000*                   ENTERED ON SNAPIDX.DAT ONLY ONCE EVERY    *
002100*                   FILE HAS BEEN SAVED, SO A SNAPSHOT CUT    *
002200*                   SHORT IS SIMPLY TAKEN AGAIN. A RESTART OF *
002300*                   THE SAME NIGHT KEEPS THE SNAPSHOT ALREADY *
002400*                   ON FILE - IT IS THE ONLY ONE TAKEN BEFORE *
002500*                   THE FIRST ATTEMPT TOUCHED THE FILES.      *
002600*                   RETABLIR-JOURNEE PUTS THE FILES BACK FROM *
002700*                   IT.                                       *
002710*  2026-10-15  RD   STANDING.DAT (THE STANDING-INSTRUCTION    *
002720*                   MASTER) ADDED TO THE SNAPFIL LIST; THE    *
002730*                   INDEX LINE GROWS TO TEN FILE ENTRIES.     *
002740*  2026-10-15  RD   RUNCTL.TXT (THE RUN-CONTROL LOG           *
002750*                   CALCUL-TRANSACTIONS APPENDS TO) ADDED TO  *
002760*                   THE SNAPFIL LIST AS A LENGTH-RECORDED     *
002770*                   FILE; THE INDEX LINE GROWS TO ELEVEN FILE *
002780*                   ENTRIES.                                  *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SNAP-INDEX-FILE ASSIGN TO "snapidx.dat"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS SJ-IDX-FILE-STATUS.
003500     SELECT SOURCE-FILE ASSIGN USING SJ-FROM-PATH
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS SJ-SRC-FILE-STATUS.
003800     SELECT TARGET-FILE ASSIGN USING SJ-TO-PATH
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS SJ-TGT-FILE-STATUS.
004100     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS SJ-BDATE-FILE-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  SNAP-INDEX-FILE.
004800 01  SNAP-INDEX-LINE            PIC X(143).
004900*
005000 FD  SOURCE-FILE
005100     RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
005200     DEPENDING ON SJ-REC-LENGTH.
005300 01  SOURCE-RECORD              PIC X(256).
005400*
005500 FD  TARGET-FILE
005600     RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
005700     DEPENDING ON SJ-REC-LENGTH.
005800 01  TARGET-RECORD              PIC X(256).
005900*
006000 FD  BUSDATE-FILE.
006100     COPY BUSDATE.
006200*
006300 WORKING-STORAGE SECTION.
006400*-----------------------------------------------------------*
006500* SWITCHES AND FILE STATUS                                   *
006600*-----------------------------------------------------------*
006700 77  SJ-IDX-SWITCH              PIC X(01)  VALUE "N".
006800     88  SJ-IDX-EOF                         VALUE "Y".
006900 77  SJ-COPY-SWITCH             PIC X(01)  VALUE "N".
007000     88  SJ-COPY-EOF                        VALUE "Y".
007100 77  SJ-BDATE-SWITCH            PIC X(01)  VALUE "N".
007200     88  SJ-BDATE-EOF                       VALUE "Y".
007300 77  SJ-TAKEN-SWITCH            PIC X(01)  VALUE "N".
007400     88  SJ-ALREADY-TAKEN                   VALUE "Y".
007500 77  SJ-IDX-FILE-STATUS         PIC X(02)  VALUE SPACES.
007600 77  SJ-SRC-FILE-STATUS         PIC X(02)  VALUE SPACES.
007700     88  SJ-SRC-NOT-THERE                   VALUE "35".
007800 77  SJ-TGT-FILE-STATUS         PIC X(02)  VALUE SPACES.
007900 77  SJ-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
008000*
008100*-----------------------------------------------------------*
008200* SNAPSHOT INDEX ENTRY AND THE FILES IT COVERS               *
008300*-----------------------------------------------------------*
008400     COPY SNAPREC.
008500     COPY SNAPFIL.
008600*
008700*-----------------------------------------------------------*
008800* WORK FIELDS                                                *
008900*-----------------------------------------------------------*
009000 01  SJ-RUN-DATE-YYYYMMDD       PIC 9(08).
009100 01  SJ-RUN-TIME                PIC 9(08).
009200 01  SJ-BUSINESS-DATE           PIC 9(08)  VALUE 0.
009300 77  SJ-FILE-SUB                PIC 9(02) COMP  VALUE 0.
009400 77  SJ-REC-LENGTH              PIC 9(04) COMP  VALUE 0.
009500 77  SJ-FROM-PATH               PIC X(64)  VALUE SPACES.
009600 77  SJ-TO-PATH                 PIC X(64)  VALUE SPACES.
009700 77  SJ-COPY-COUNT              PIC 9(09)  VALUE 0.
009800 77  SJ-LATER-NIGHTS            PIC 9(05)  VALUE 0.
009900 77  SJ-KEPT-TAKEN-DATE         PIC 9(08)  VALUE 0.
010000 77  SJ-KEPT-TAKEN-TIME         PIC 9(08)  VALUE 0.
010100 77  SJ-FILES-SAVED             PIC 9(02)  VALUE 0.
010200 77  SJ-FILES-MEASURED          PIC 9(02)  VALUE 0.
010300 77  SJ-FILES-ABSENT            PIC 9(02)  VALUE 0.
010400*
010500 PROCEDURE DIVISION.
010600*-----------------------------------------------------------*
010700* 0000-MAINLINE                                              *
010800*-----------------------------------------------------------*
010900 0000-MAINLINE.
011000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011100     PERFORM 2000-CHECK-INDEX THRU 2000-EXIT
011200     IF NOT SJ-ALREADY-TAKEN
011300         PERFORM 3000-TAKE-SNAPSHOT THRU 3000-EXIT
011400         PERFORM 4000-ENTER-SNAPSHOT THRU 4000-EXIT
011500     END-IF
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT
011700     STOP RUN.
011800*
011900*-----------------------------------------------------------*
012000* 1000-INITIALIZE - RUN DATE AND TIME, AND THE BUSINESS DATE *
012100*                   THE SNAPSHOT IS FILED UNDER.             *
012200*-----------------------------------------------------------*
012300 1000-INITIALIZE.
012400     ACCEPT SJ-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
012500     ACCEPT SJ-RUN-TIME FROM TIME
012600     MOVE SJ-RUN-DATE-YYYYMMDD TO SJ-BUSINESS-DATE
012700     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
012800 1000-EXIT.
012900     EXIT.
013000*
013100*-----------------------------------------------------------*
013200* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE REST OF *
013300*                   THE STREAM READS. NO CARD MEANS THE      *
013400*                   MACHINE DATE.                            *
013500*-----------------------------------------------------------*
013600 1050-GET-BUSINESS-DATE.
013700     OPEN INPUT BUSDATE-FILE
013800     IF SJ-BDATE-FILE-STATUS NOT = "00"
013900         GO TO 1050-EXIT
014000     END-IF
014100     READ BUSDATE-FILE
014200         AT END
014300             SET SJ-BDATE-EOF TO TRUE
014400     END-READ
014500     IF NOT SJ-BDATE-EOF
014600         AND BD-BUSINESS-DATE NUMERIC
014700         AND BD-BUSINESS-DATE > 0
014800         MOVE BD-BUSINESS-DATE TO SJ-BUSINESS-DATE
014900     END-IF
015000     CLOSE BUSDATE-FILE.
015100 1050-EXIT.
015200     EXIT.
015300*
015400*-----------------------------------------------------------*
015500* 2000-CHECK-INDEX - IS A SNAPSHOT FOR TONIGHT'S BUSINESS    *
015600*                   DATE ALREADY IN EFFECT? THEN THIS IS A   *
015700*                   RESTART AND THAT SNAPSHOT IS KEPT. A     *
015800*                   SNAPSHOT STILL IN EFFECT FOR A LATER     *
015900*                   DATE MEANS THE BUSDATE CARD HAS GONE     *
016000*                   BACKWARDS; THE RUN IS ALLOWED BUT        *
016100*                   FLAGGED RC 4.                            *
016200*-----------------------------------------------------------*
016300 2000-CHECK-INDEX.
016400     OPEN INPUT SNAP-INDEX-FILE
016500     IF SJ-IDX-FILE-STATUS NOT = "00"
016600         GO TO 2000-EXIT
016700     END-IF
016800     PERFORM 2010-CHECK-ONE-ENTRY THRU 2010-EXIT
016900         UNTIL SJ-IDX-EOF
017000     CLOSE SNAP-INDEX-FILE.
017100 2000-EXIT.
017200     EXIT.
017300*
017400 2010-CHECK-ONE-ENTRY.
017500     READ SNAP-INDEX-FILE INTO SNAP-RECORD
017600         AT END
017700             SET SJ-IDX-EOF TO TRUE
017800             GO TO 2010-EXIT
017900     END-READ
018000     IF NOT SN-IN-EFFECT
018100         GO TO 2010-EXIT
018200     END-IF
018300     IF SN-BUSINESS-DATE = SJ-BUSINESS-DATE
018400         SET SJ-ALREADY-TAKEN TO TRUE
018500         MOVE SN-TAKEN-DATE TO SJ-KEPT-TAKEN-DATE
018600         MOVE SN-TAKEN-TIME TO SJ-KEPT-TAKEN-TIME
018700     END-IF
018800     IF SN-BUSINESS-DATE > SJ-BUSINESS-DATE
018900         ADD 1 TO SJ-LATER-NIGHTS
019000     END-IF.
019100 2010-EXIT.
019200     EXIT.
019300*
019400*-----------------------------------------------------------*
019500* 3000-TAKE-SNAPSHOT - EACH FILE ON THE LIST IN TURN. A FILE *
019600*                   NOT THERE YET IS NOTED ABSENT; A FILE    *
019700*                   THAT IS THERE BUT CANNOT BE READ STOPS   *
019800*                   THE RUN BEFORE THE STREAM GOES ANY       *
019900*                   FURTHER.                                 *
020000*-----------------------------------------------------------*
020100 3000-TAKE-SNAPSHOT.
020200     MOVE SPACES TO SNAP-RECORD
020300     MOVE SJ-BUSINESS-DATE TO SN-BUSINESS-DATE
020400     SET SN-IN-EFFECT TO TRUE
020500     MOVE SJ-RUN-DATE-YYYYMMDD TO SN-TAKEN-DATE
020600     MOVE SJ-RUN-TIME TO SN-TAKEN-TIME
020700     MOVE 0 TO SN-BACKOUT-DATE
020800     PERFORM 3100-SAVE-ONE-FILE THRU 3100-EXIT
020900         VARYING SJ-FILE-SUB FROM 1 BY 1
021000         UNTIL SJ-FILE-SUB > SF-FILE-TOTAL.
021100 3000-EXIT.
021200     EXIT.
021300*
021400 3100-SAVE-ONE-FILE.
021500     MOVE "N" TO SN-FILE-PRESENT (SJ-FILE-SUB)
021600     MOVE 0 TO SN-FILE-COUNT (SJ-FILE-SUB)
021700     MOVE SF-FILE-NAME (SJ-FILE-SUB) TO SJ-FROM-PATH
021800     OPEN INPUT SOURCE-FILE
021900     IF SJ-SRC-NOT-THERE
022000         ADD 1 TO SJ-FILES-ABSENT
022100         GO TO 3100-EXIT
022200     END-IF
022300     IF SJ-SRC-FILE-STATUS NOT = "00"
022400         DISPLAY "SAUVEGARDER-JOURNEE - " SJ-FROM-PATH
022500             " COULD NOT BE OPENED, STATUS " SJ-SRC-FILE-STATUS
022600             " - RUN ABORTED"
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF
023000     SET SN-FILE-WAS-PRESENT (SJ-FILE-SUB) TO TRUE
023100     MOVE 0 TO SJ-COPY-COUNT
023200     MOVE "N" TO SJ-COPY-SWITCH
023300     IF SF-SAVED-WHOLE (SJ-FILE-SUB)
023400         PERFORM 3200-OPEN-GENERATION THRU 3200-EXIT
023500         PERFORM 3300-COPY-ONE-RECORD THRU 3300-EXIT
023600             UNTIL SJ-COPY-EOF
023700         CLOSE TARGET-FILE
023800         ADD 1 TO SJ-FILES-SAVED
023900     ELSE
024000         PERFORM 3400-COUNT-ONE-RECORD THRU 3400-EXIT
024100             UNTIL SJ-COPY-EOF
024200         ADD 1 TO SJ-FILES-MEASURED
024300     END-IF
024400     CLOSE SOURCE-FILE
024500     MOVE SJ-COPY-COUNT TO SN-FILE-COUNT (SJ-FILE-SUB).
024600 3100-EXIT.
024700     EXIT.
024800*
024900*-----------------------------------------------------------*
025000* 3200-OPEN-GENERATION - THE FILE'S PREFIX, THE BUSINESS     *
025100*                   DATE AND .SNP. A GENERATION LEFT BY A    *
025200*                   SNAPSHOT THAT WAS BACKED OUT OR CUT      *
025300*                   SHORT IS WRITTEN OVER.                   *
025400*-----------------------------------------------------------*
025500 3200-OPEN-GENERATION.
025600     MOVE SPACES TO SJ-TO-PATH
025700     STRING SF-GEN-PREFIX (SJ-FILE-SUB) DELIMITED BY SPACE
025800            SJ-BUSINESS-DATE DELIMITED BY SIZE
025900            ".snp" DELIMITED BY SIZE
026000        INTO SJ-TO-PATH
026100     OPEN OUTPUT TARGET-FILE
026200     IF SJ-TGT-FILE-STATUS NOT = "00"
026300         DISPLAY "SAUVEGARDER-JOURNEE - GENERATION " SJ-TO-PATH
026400             " COULD NOT BE WRITTEN, STATUS " SJ-TGT-FILE-STATUS
026500             " - RUN ABORTED"
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN
026800     END-IF.
026900 3200-EXIT.
027000     EXIT.
027100*
027200 3300-COPY-ONE-RECORD.
027300     READ SOURCE-FILE
027400         AT END
027500             SET SJ-COPY-EOF TO TRUE
027600             GO TO 3300-EXIT
027700     END-READ
027800     WRITE TARGET-RECORD FROM SOURCE-RECORD
027900     IF SJ-TGT-FILE-STATUS NOT = "00"
028000         DISPLAY "SAUVEGARDER-JOURNEE - GENERATION " SJ-TO-PATH
028100             " WRITE FAILED, STATUS " SJ-TGT-FILE-STATUS
028200             " - RUN ABORTED"
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF
028600     ADD 1 TO SJ-COPY-COUNT.
028700 3300-EXIT.
028800     EXIT.
028900*
029000 3400-COUNT-ONE-RECORD.
029100     READ SOURCE-FILE
029200         AT END
029300             SET SJ-COPY-EOF TO TRUE
029400             GO TO 3400-EXIT
029500     END-READ
029600     ADD 1 TO SJ-COPY-COUNT.
029700 3400-EXIT.
029800     EXIT.
029900*
030000*-----------------------------------------------------------*
030100* 4000-ENTER-SNAPSHOT - EVERY FILE IS SAVED, SO THE SNAPSHOT *
030200*                   GOES ON THE INDEX.                       *
030300*-----------------------------------------------------------*
030400 4000-ENTER-SNAPSHOT.
030500     OPEN EXTEND SNAP-INDEX-FILE
030600     IF SJ-IDX-FILE-STATUS NOT = "00"
030700         OPEN OUTPUT SNAP-INDEX-FILE
030800     END-IF
030900     IF SJ-IDX-FILE-STATUS NOT = "00"
031000         DISPLAY "SAUVEGARDER-JOURNEE - SNAPSHOT INDEX COULD NOT "
031100             "BE OPENED, STATUS " SJ-IDX-FILE-STATUS
031200             " - RUN ABORTED"
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF
031600     WRITE SNAP-INDEX-LINE FROM SNAP-RECORD
031700     CLOSE SNAP-INDEX-FILE.
031800 4000-EXIT.
031900     EXIT.
032000*
032100*-----------------------------------------------------------*
032200* 9000-TERMINATE - REPORT WHAT WAS SAVED. A LATER NIGHT      *
032300*                   STILL IN EFFECT ENDS THE RUN RC 4.       *
032400*-----------------------------------------------------------*
032500 9000-TERMINATE.
032600     DISPLAY "SAUVEGARDER-JOURNEE - BUSINESS DATE         : "
032700         SJ-BUSINESS-DATE
032800     IF SJ-ALREADY-TAKEN
032900         DISPLAY "SAUVEGARDER-JOURNEE - SNAPSHOT ALREADY ON FILE,"
033000             " TAKEN " SJ-KEPT-TAKEN-DATE " " SJ-KEPT-TAKEN-TIME
033100             " - KEPT"
033200     ELSE
033300         PERFORM 9100-DISPLAY-ONE-FILE THRU 9100-EXIT
033400             VARYING SJ-FILE-SUB FROM 1 BY 1
033500             UNTIL SJ-FILE-SUB > SF-FILE-TOTAL
033600         DISPLAY "SAUVEGARDER-JOURNEE - FILES SAVED WHOLE     : "
033700             SJ-FILES-SAVED
033800         DISPLAY "SAUVEGARDER-JOURNEE - FILES MEASURED        : "
033900             SJ-FILES-MEASURED
034000         DISPLAY "SAUVEGARDER-JOURNEE - FILES NOT YET THERE   : "
034100             SJ-FILES-ABSENT
034200     END-IF
034300     IF SJ-LATER-NIGHTS > 0
034400         DISPLAY "SAUVEGARDER-JOURNEE - WARNING - "
034500             SJ-LATER-NIGHTS " LATER NIGHT(S) STILL IN EFFECT - "
034600             "CHECK THE BUSDATE CARD"
034700         MOVE 4 TO RETURN-CODE
034800     ELSE
034900         MOVE 0 TO RETURN-CODE
035000     END-IF.
035100 9000-EXIT.
035200     EXIT.
035300*
035400 9100-DISPLAY-ONE-FILE.
035500     IF SN-FILE-WAS-PRESENT (SJ-FILE-SUB)
035600         DISPLAY "SAUVEGARDER-JOURNEE - "
035700             SF-FILE-NAME (SJ-FILE-SUB) " RECORDS : "
035800             SN-FILE-COUNT (SJ-FILE-SUB)
035900     ELSE
036000         DISPLAY "SAUVEGARDER-JOURNEE - "
036100             SF-FILE-NAME (SJ-FILE-SUB) " NOT YET THERE"
036200     END-IF.
036300 9100-EXIT.
036400     EXIT.
