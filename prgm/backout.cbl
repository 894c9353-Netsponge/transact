000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Retablir-Journee.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - BACKS OUT ONE NIGHT OF *
001200*                   THE DAILY STREAM FROM THE SNAPSHOT        *
001300*                   SAUVEGARDER-JOURNEE TOOK AT ITS HEAD. THE *
001400*                   BUSINESS DATE COMES ON THE BKODATE.TXT    *
001500*                   CARD. EVERY FILE THE NIGHT REWROTE IS     *
001600*                   COPIED BACK FROM ITS GENERATION AND EVERY *
001700*                   FILE IT APPENDED TO IS CUT BACK TO ITS    *
001800*                   PRE-RUN LENGTH, SO THE NIGHT CAN BE RERUN *
001900*                   CLEAN. NIGHTS COME OFF LAST ON, FIRST     *
002000*                   OFF: A SNAPSHOT TAKEN LATER AND STILL IN  *
002100*                   EFFECT STOPS THE RUN. EVERYTHING IS       *
002200*                   CHECKED BEFORE ANY FILE IS TOUCHED - A    *
002300*                   MISSING GENERATION, OR AN APPENDED FILE   *
002400*                   NOW SHORTER THAN AT THE SNAPSHOT          *
002500*                   (REWRITTEN SINCE, SO ITS TAIL IS NO       *
002600*                   LONGER TONIGHT'S LINES), STOPS IT RC 16   *
002700*                   WITH NOTHING CHANGED. THE SNAPSHOT IS     *
002800*                   THEN MARKED BACKED OUT ON SNAPIDX.DAT AND *
002900*                   WHAT WAS UNDONE IS PRINTED ON             *
003000*                   RETABLIR.TXT.                             *
003010*  2026-10-15  RD   STANDING.DAT (THE STANDING-INSTRUCTION    *
003020*                   MASTER) ADDED TO THE SNAPFIL LIST; THE    *
003030*                   INDEX LINE GROWS TO TEN FILE ENTRIES. A   *
003040*                   SNAPSHOT TAKEN BEFORE A FILE JOINED THE   *
003050*                   LIST DOES NOT COVER IT, SO THAT FILE IS   *
003060*                   LEFT AS IT IS RATHER THAN EMPTIED.        *
003065*  2026-10-15  RD   RUNCTL.TXT (THE RUN-CONTROL LOG) ADDED TO *
003070*                   THE SNAPFIL LIST; IT IS CUT BACK TO ITS   *
003075*                   LENGTH AT THE SNAPSHOT LIKE HISTORY.TXT,  *
003080*                   SO A RERUN NO LONGER LEAVES THE           *
003085*                   BACKED-OUT NIGHT'S BALANCING BLOCK AHEAD  *
003090*                   OF ITS OWN. THE INDEX LINE GROWS TO       *
003095*                   ELEVEN FILE ENTRIES.                      *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BACKOUT-PARM-FILE ASSIGN TO "bkodate.txt"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS BO-PARM-FILE-STATUS.
003800     SELECT SNAP-INDEX-FILE ASSIGN TO "snapidx.dat"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS BO-IDX-FILE-STATUS.
004100     SELECT NEW-INDEX-FILE ASSIGN TO "snapidx.new"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS BO-NIDX-FILE-STATUS.
004400     SELECT SOURCE-FILE ASSIGN USING BO-FROM-PATH
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS BO-SRC-FILE-STATUS.
004700     SELECT TARGET-FILE ASSIGN USING BO-TO-PATH
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS BO-TGT-FILE-STATUS.
005000     SELECT REPORT-FILE ASSIGN TO "retablir.txt"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  BACKOUT-PARM-FILE.
005600 01  BACKOUT-PARM-RECORD.
005700     05  BP-BUSINESS-DATE       PIC 9(08).
005800     05  FILLER                 PIC X(72).
005900*
006000 FD  SNAP-INDEX-FILE.
006100 01  SNAP-INDEX-LINE            PIC X(143).
006200*
006300 FD  NEW-INDEX-FILE.
006400 01  NEW-INDEX-LINE             PIC X(143).
006500*
006600 FD  SOURCE-FILE
006700     RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
006800     DEPENDING ON BO-REC-LENGTH.
006900 01  SOURCE-RECORD              PIC X(256).
007000*
007100 FD  TARGET-FILE
007200     RECORD IS VARYING IN SIZE FROM 1 TO 256 CHARACTERS
007300     DEPENDING ON BO-REC-LENGTH.
007400 01  TARGET-RECORD              PIC X(256).
007500*
007600 FD  REPORT-FILE.
007700 01  RPT-LINE                   PIC X(132).
007800*
007900 WORKING-STORAGE SECTION.
008000*-----------------------------------------------------------*
008100* SWITCHES AND FILE STATUS                                   *
008200*-----------------------------------------------------------*
008300 77  BO-PARM-SWITCH             PIC X(01)  VALUE "N".
008400     88  BO-PARM-EOF                        VALUE "Y".
008500 77  BO-IDX-SWITCH              PIC X(01)  VALUE "N".
008600     88  BO-IDX-EOF                         VALUE "Y".
008700 77  BO-COPY-SWITCH             PIC X(01)  VALUE "N".
008800     88  BO-COPY-EOF                        VALUE "Y".
008900 77  BO-FOUND-SWITCH            PIC X(01)  VALUE "N".
009000     88  BO-SNAPSHOT-FOUND                  VALUE "Y".
009100 77  BO-THERE-SWITCH            PIC X(01)  VALUE "N".
009200     88  BO-FILE-IS-THERE                   VALUE "Y".
009300 77  BO-PARM-FILE-STATUS        PIC X(02)  VALUE SPACES.
009400 77  BO-IDX-FILE-STATUS         PIC X(02)  VALUE SPACES.
009500 77  BO-NIDX-FILE-STATUS        PIC X(02)  VALUE SPACES.
009600 77  BO-SRC-FILE-STATUS         PIC X(02)  VALUE SPACES.
009700     88  BO-SRC-NOT-THERE                   VALUE "35".
009800 77  BO-TGT-FILE-STATUS         PIC X(02)  VALUE SPACES.
009900*
010000*-----------------------------------------------------------*
010100* SNAPSHOT INDEX ENTRY AND THE FILES IT COVERS               *
010200*-----------------------------------------------------------*
010300     COPY SNAPREC.
010400     COPY SNAPFIL.
010500*
010600*-----------------------------------------------------------*
010700* THE SNAPSHOT BEING BACKED OUT, AND THE LATEST ONE STILL IN *
010800* EFFECT (BY WHEN IT WAS TAKEN, NOT BY BUSINESS DATE, SINCE  *
010900* A BAD BUSDATE CARD IS ONE OF THE THINGS BEING UNDONE).     *
011000*-----------------------------------------------------------*
011100 01  BO-TARGET-IMAGE            PIC X(143) VALUE SPACES.
011200 77  BO-TARGET-ORDINAL          PIC 9(07)  VALUE 0.
011300 77  BO-IDX-ORDINAL             PIC 9(07)  VALUE 0.
011400 01  BO-LATEST-STAMP.
011500     05  BO-LATEST-TAKEN-DATE   PIC 9(08)  VALUE 0.
011600     05  BO-LATEST-TAKEN-TIME   PIC 9(08)  VALUE 0.
011700 01  BO-ENTRY-STAMP.
011800     05  BO-ENTRY-TAKEN-DATE    PIC 9(08)  VALUE 0.
011900     05  BO-ENTRY-TAKEN-TIME    PIC 9(08)  VALUE 0.
012000 01  BO-TARGET-STAMP.
012100     05  BO-TARGET-TAKEN-DATE   PIC 9(08)  VALUE 0.
012200     05  BO-TARGET-TAKEN-TIME   PIC 9(08)  VALUE 0.
012300 77  BO-LATEST-BUSINESS-DATE    PIC 9(08)  VALUE 0.
012400*
012500*-----------------------------------------------------------*
012600* PER-FILE FIGURES - RECORDS ON FILE BEFORE THE BACKOUT AND  *
012700* AFTER IT, IN SNAPFIL ORDER.                                *
012800*-----------------------------------------------------------*
012900 01  BO-FILE-TABLE.
013000     05  BO-FILE-ENTRY          OCCURS 11 TIMES.
013100         10  BO-BEFORE-COUNT    PIC 9(09).
013200         10  BO-AFTER-COUNT     PIC 9(09).
013300*
013400*-----------------------------------------------------------*
013500* WORK FIELDS                                                *
013600*-----------------------------------------------------------*
013700 01  BO-RUN-DATE-YYYYMMDD       PIC 9(08).
013800 01  BO-BUSINESS-DATE           PIC 9(08)  VALUE 0.
013900 77  BO-FILE-SUB                PIC 9(02) COMP  VALUE 0.
014000 77  BO-REC-LENGTH              PIC 9(04) COMP  VALUE 0.
014100 77  BO-FROM-PATH               PIC X(64)  VALUE SPACES.
014200 77  BO-TO-PATH                 PIC X(64)  VALUE SPACES.
014300 77  BO-GEN-PATH                PIC X(64)  VALUE SPACES.
014400 77  BO-COPY-COUNT              PIC 9(09)  VALUE 0.
014500 77  BO-COPY-LIMIT              PIC 9(09)  VALUE 0.
014600 77  BO-FILES-RESTORED          PIC 9(02)  VALUE 0.
014700 77  BO-FILES-EMPTIED           PIC 9(02)  VALUE 0.
014800 77  BO-FILES-CUT               PIC 9(02)  VALUE 0.
014900 77  BO-LINES-REMOVED           PIC 9(09)  VALUE 0.
015000 77  BO-ACTION                  PIC X(28)  VALUE SPACES.
015100 77  BO-MODE-TEXT               PIC X(12)  VALUE SPACES.
015200*
015300*-----------------------------------------------------------*
015400* REPORT FIELDS                                              *
015500*-----------------------------------------------------------*
015600 77  BO-PAGE-NUM                PIC 9(04) VALUE 0.
015700 01  BO-REPORT-LINE             PIC X(132).
015800 01  BO-DATE-WORK               PIC 9(08).
015900 01  BO-DATE-WORK-GROUP REDEFINES BO-DATE-WORK.
016000     05  BO-DW-YYYY             PIC 9(04).
016100     05  BO-DW-MM               PIC 9(02).
016200     05  BO-DW-DD               PIC 9(02).
016300 01  BO-DATE-DISPLAY            PIC X(10).
016400 01  BO-RUN-DATE-DISPLAY        PIC X(10).
016500 01  BO-NIGHT-DATE-DISPLAY      PIC X(10).
016600 01  BO-TIME-WORK               PIC 9(08).
016700 01  BO-TIME-WORK-GROUP REDEFINES BO-TIME-WORK.
016800     05  BO-TW-HH               PIC 9(02).
016900     05  BO-TW-MI               PIC 9(02).
017000     05  BO-TW-SS               PIC 9(02).
017100     05  BO-TW-CC               PIC 9(02).
017200 01  BO-TIME-DISPLAY            PIC X(08).
017300 01  BO-BEFORE-DISPLAY          PIC Z(08)9.
017400 01  BO-AFTER-DISPLAY           PIC Z(08)9.
017500 01  BO-DIFF-DISPLAY            PIC -(09)9.
017600 01  BO-DIFF-WORK               PIC S9(09) VALUE 0.
017700*
017800 PROCEDURE DIVISION.
017900*-----------------------------------------------------------*
018000* 0000-MAINLINE                                              *
018100*-----------------------------------------------------------*
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018400     PERFORM 2000-FIND-SNAPSHOT THRU 2000-EXIT
018500     PERFORM 3000-VERIFY-FILES THRU 3000-EXIT
018600     PERFORM 4000-RESTORE-FILES THRU 4000-EXIT
018700     PERFORM 5000-MARK-INDEX THRU 5000-EXIT
018800     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
018900     PERFORM 9000-TERMINATE THRU 9000-EXIT
019000     STOP RUN.
019100*
019200*-----------------------------------------------------------*
019300* 1000-INITIALIZE - RUN DATE AND THE BUSINESS DATE TO BACK   *
019400*                   OUT. THE CARD IS REQUIRED - NOTHING IS   *
019500*                   BACKED OUT BY DEFAULT.                   *
019600*-----------------------------------------------------------*
019700 1000-INITIALIZE.
019800     ACCEPT BO-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
019900     MOVE BO-RUN-DATE-YYYYMMDD TO BO-DATE-WORK
020000     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
020100     MOVE BO-DATE-DISPLAY TO BO-RUN-DATE-DISPLAY
020200     OPEN INPUT BACKOUT-PARM-FILE
020300     IF BO-PARM-FILE-STATUS NOT = "00"
020400         DISPLAY "RETABLIR-JOURNEE - NO BACKOUT DATE CARD "
020500             "(BKODATE.TXT) - RUN ABORTED"
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF
020900     READ BACKOUT-PARM-FILE
021000         AT END
021100             SET BO-PARM-EOF TO TRUE
021200     END-READ
021300     CLOSE BACKOUT-PARM-FILE
021400     IF BO-PARM-EOF
021500         OR BP-BUSINESS-DATE NOT NUMERIC
021600         OR BP-BUSINESS-DATE = 0
021700         DISPLAY "RETABLIR-JOURNEE - BACKOUT DATE CARD MISSING "
021800             "OR NOT A DATE - RUN ABORTED"
021900         MOVE 16 TO RETURN-CODE
022000         STOP RUN
022100     END-IF
022200     MOVE BP-BUSINESS-DATE TO BO-BUSINESS-DATE
022300     MOVE BO-BUSINESS-DATE TO BO-DATE-WORK
022400     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
022500     MOVE BO-DATE-DISPLAY TO BO-NIGHT-DATE-DISPLAY.
022600 1000-EXIT.
022700     EXIT.
022800*
022900*-----------------------------------------------------------*
023000* 2000-FIND-SNAPSHOT - THE SNAPSHOT IN EFFECT FOR THE DATE,  *
023100*                   AND WHETHER ANY SNAPSHOT STILL IN EFFECT *
023200*                   WAS TAKEN AFTER IT. IF ONE WAS, THAT     *
023300*                   NIGHT RAN ON TOP OF THIS ONE AND MUST    *
023400*                   COME OFF FIRST.                          *
023500*-----------------------------------------------------------*
023600 2000-FIND-SNAPSHOT.
023700     OPEN INPUT SNAP-INDEX-FILE
023800     IF BO-IDX-FILE-STATUS NOT = "00"
023900         DISPLAY "RETABLIR-JOURNEE - SNAPSHOT INDEX SNAPIDX.DAT "
024000             "COULD NOT BE OPENED - RUN ABORTED"
024100         MOVE 16 TO RETURN-CODE
024200         STOP RUN
024300     END-IF
024400     PERFORM 2010-CHECK-ONE-ENTRY THRU 2010-EXIT
024500         UNTIL BO-IDX-EOF
024600     CLOSE SNAP-INDEX-FILE
024700     IF NOT BO-SNAPSHOT-FOUND
024800         DISPLAY "RETABLIR-JOURNEE - NO SNAPSHOT IN EFFECT FOR "
024900             BO-BUSINESS-DATE " - RUN ABORTED"
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF
025300     IF BO-LATEST-STAMP > BO-TARGET-STAMP
025400         DISPLAY "RETABLIR-JOURNEE - THE NIGHT OF "
025500             BO-LATEST-BUSINESS-DATE " RAN AFTER "
025600             BO-BUSINESS-DATE
025700             " AND IS STILL IN EFFECT - BACK IT OUT FIRST - "
025800             "RUN ABORTED"
025900         MOVE 16 TO RETURN-CODE
026000         STOP RUN
026100     END-IF
026200     MOVE BO-TARGET-IMAGE TO SNAP-RECORD.
026300 2000-EXIT.
026400     EXIT.
026500*
026600 2010-CHECK-ONE-ENTRY.
026700     READ SNAP-INDEX-FILE INTO SNAP-RECORD
026800         AT END
026900             SET BO-IDX-EOF TO TRUE
027000             GO TO 2010-EXIT
027100     END-READ
027200     ADD 1 TO BO-IDX-ORDINAL
027300     IF NOT SN-IN-EFFECT
027400         GO TO 2010-EXIT
027500     END-IF
027600     MOVE SN-TAKEN-DATE TO BO-ENTRY-TAKEN-DATE
027700     MOVE SN-TAKEN-TIME TO BO-ENTRY-TAKEN-TIME
027800     IF BO-ENTRY-STAMP > BO-LATEST-STAMP
027900         MOVE BO-ENTRY-STAMP TO BO-LATEST-STAMP
028000         MOVE SN-BUSINESS-DATE TO BO-LATEST-BUSINESS-DATE
028100     END-IF
028200     IF SN-BUSINESS-DATE = BO-BUSINESS-DATE
028300         SET BO-SNAPSHOT-FOUND TO TRUE
028400         MOVE SNAP-RECORD TO BO-TARGET-IMAGE
028500         MOVE BO-IDX-ORDINAL TO BO-TARGET-ORDINAL
028600         MOVE BO-ENTRY-STAMP TO BO-TARGET-STAMP
028700     END-IF.
028800 2010-EXIT.
028900     EXIT.
029000*
029100*-----------------------------------------------------------*
029200* 3000-VERIFY-FILES - BEFORE ANYTHING IS TOUCHED: EVERY      *
029300*                   GENERATION TO BE COPIED BACK MUST BE     *
029400*                   THERE, AND NO APPENDED FILE MAY BE       *
029500*                   SHORTER THAN IT WAS AT THE SNAPSHOT.     *
029600*-----------------------------------------------------------*
029700 3000-VERIFY-FILES.
029800     PERFORM 3100-VERIFY-ONE-FILE THRU 3100-EXIT
029900         VARYING BO-FILE-SUB FROM 1 BY 1
030000         UNTIL BO-FILE-SUB > SF-FILE-TOTAL.
030100 3000-EXIT.
030200     EXIT.
030300*
030400 3100-VERIFY-ONE-FILE.
030500     MOVE SF-FILE-NAME (BO-FILE-SUB) TO BO-FROM-PATH
030600     PERFORM 7100-COUNT-FILE THRU 7100-EXIT
030700     MOVE BO-COPY-COUNT TO BO-BEFORE-COUNT (BO-FILE-SUB)
030710     IF SN-FILE-NOT-COVERED (BO-FILE-SUB)
030720         GO TO 3100-EXIT
030730     END-IF
030800     IF SF-SAVED-AS-LENGTH (BO-FILE-SUB)
030900         IF BO-COPY-COUNT < SN-FILE-COUNT (BO-FILE-SUB)
031000             DISPLAY "RETABLIR-JOURNEE - "
031100                 SF-FILE-NAME (BO-FILE-SUB)
031200                 " IS SHORTER THAN AT THE SNAPSHOT ("
031300                 BO-COPY-COUNT " AGAINST "
031400                 SN-FILE-COUNT (BO-FILE-SUB)
031500                 ") - REWRITTEN SINCE - RUN ABORTED"
031600             MOVE 16 TO RETURN-CODE
031700             STOP RUN
031800         END-IF
031900         GO TO 3100-EXIT
032000     END-IF
032100     IF NOT SN-FILE-WAS-PRESENT (BO-FILE-SUB)
032200         GO TO 3100-EXIT
032300     END-IF
032400     PERFORM 7200-BUILD-GEN-PATH THRU 7200-EXIT
032500     MOVE BO-GEN-PATH TO BO-FROM-PATH
032600     PERFORM 7100-COUNT-FILE THRU 7100-EXIT
032700     IF NOT BO-FILE-IS-THERE
032800         OR BO-COPY-COUNT NOT = SN-FILE-COUNT (BO-FILE-SUB)
032900         DISPLAY "RETABLIR-JOURNEE - GENERATION " BO-GEN-PATH
033000             " IS MISSING OR DOES NOT HOLD THE "
033100             SN-FILE-COUNT (BO-FILE-SUB)
033200             " RECORDS SAVED - RUN ABORTED"
033300         MOVE 16 TO RETURN-CODE
033400         STOP RUN
033500     END-IF.
033600 3100-EXIT.
033700     EXIT.
033800*
033900*-----------------------------------------------------------*
034000* 4000-RESTORE-FILES - PUT EACH FILE BACK AND PRINT WHAT WAS *
034100*                   DONE TO IT. A FILE THAT WAS NOT THERE AT *
034200*                   THE SNAPSHOT IS LEFT EMPTY, WHICH EVERY  *
034300*                   PROGRAM IN THE STREAM READS AS NOT       *
034400*                   THERE. A FILE ADDED TO THE LIST SINCE    *
034410*                   THE SNAPSHOT WAS TAKEN IS LEFT AS IT IS. *
034500*-----------------------------------------------------------*
034600 4000-RESTORE-FILES.
034700     OPEN OUTPUT REPORT-FILE
034800     PERFORM 8000-WRITE-REPORT-HEADINGS THRU 8000-EXIT
034900     PERFORM 4100-RESTORE-ONE-FILE THRU 4100-EXIT
035000         VARYING BO-FILE-SUB FROM 1 BY 1
035100         UNTIL BO-FILE-SUB > SF-FILE-TOTAL.
035200 4000-EXIT.
035300     EXIT.
035400*
035500 4100-RESTORE-ONE-FILE.
035600     EVALUATE TRUE
035610         WHEN SN-FILE-NOT-COVERED (BO-FILE-SUB)
035620             MOVE "HORS CLICHE" TO BO-MODE-TEXT
035630             MOVE BO-BEFORE-COUNT (BO-FILE-SUB)
035640                 TO BO-AFTER-COUNT (BO-FILE-SUB)
035650             MOVE "LAISSE TEL QUEL" TO BO-ACTION
035700         WHEN SF-SAVED-AS-LENGTH (BO-FILE-SUB)
035710             MOVE "CUMULATIF" TO BO-MODE-TEXT
035800             PERFORM 4300-CUT-BACK-FILE THRU 4300-EXIT
035900         WHEN OTHER
036000             MOVE "REECRIT" TO BO-MODE-TEXT
036100             PERFORM 4200-COPY-BACK-FILE THRU 4200-EXIT
036200     END-EVALUATE
036300     PERFORM 8100-WRITE-FILE-LINE THRU 8100-EXIT.
036400 4100-EXIT.
036500     EXIT.
036600*
036700 4200-COPY-BACK-FILE.
036800     MOVE SF-FILE-NAME (BO-FILE-SUB) TO BO-TO-PATH
036900     IF NOT SN-FILE-WAS-PRESENT (BO-FILE-SUB)
037000         OPEN OUTPUT TARGET-FILE
037100         CLOSE TARGET-FILE
037200         MOVE 0 TO BO-AFTER-COUNT (BO-FILE-SUB)
037300         MOVE "VIDE - ABSENT AU CLICHE" TO BO-ACTION
037400         ADD 1 TO BO-FILES-EMPTIED
037500         GO TO 4200-EXIT
037600     END-IF
037700     PERFORM 7200-BUILD-GEN-PATH THRU 7200-EXIT
037800     MOVE BO-GEN-PATH TO BO-FROM-PATH
037900     MOVE 999999999 TO BO-COPY-LIMIT
038000     PERFORM 7000-COPY-FILE THRU 7000-EXIT
038100     MOVE BO-COPY-COUNT TO BO-AFTER-COUNT (BO-FILE-SUB)
038200     MOVE "RESTAURE DU CLICHE" TO BO-ACTION
038300     ADD 1 TO BO-FILES-RESTORED.
038400 4200-EXIT.
038500     EXIT.
038600*
038700*-----------------------------------------------------------*
038800* 4300-CUT-BACK-FILE - KEEP THE RECORDS THE FILE HELD AT THE *
038900*                   SNAPSHOT: COPY THEM TO BACKOUT.WRK, THEN *
039000*                   BACK OVER THE FILE.                      *
039100*-----------------------------------------------------------*
039200 4300-CUT-BACK-FILE.
039300     MOVE SN-FILE-COUNT (BO-FILE-SUB)
039400         TO BO-AFTER-COUNT (BO-FILE-SUB)
039500     IF BO-BEFORE-COUNT (BO-FILE-SUB)
039600         = SN-FILE-COUNT (BO-FILE-SUB)
039700         MOVE "INCHANGE" TO BO-ACTION
039800         GO TO 4300-EXIT
039900     END-IF
040000     MOVE SF-FILE-NAME (BO-FILE-SUB) TO BO-FROM-PATH
040100     MOVE "backout.wrk" TO BO-TO-PATH
040200     MOVE SN-FILE-COUNT (BO-FILE-SUB) TO BO-COPY-LIMIT
040300     PERFORM 7000-COPY-FILE THRU 7000-EXIT
040400     MOVE "backout.wrk" TO BO-FROM-PATH
040500     MOVE SF-FILE-NAME (BO-FILE-SUB) TO BO-TO-PATH
040600     MOVE 999999999 TO BO-COPY-LIMIT
040700     PERFORM 7000-COPY-FILE THRU 7000-EXIT
040800     COMPUTE BO-LINES-REMOVED = BO-LINES-REMOVED
040900         + BO-BEFORE-COUNT (BO-FILE-SUB)
041000         - SN-FILE-COUNT (BO-FILE-SUB)
041100     MOVE "TRONQUE A LA LONGUEUR" TO BO-ACTION
041200     ADD 1 TO BO-FILES-CUT.
041300 4300-EXIT.
041400     EXIT.
041500*
041600*-----------------------------------------------------------*
041700* 5000-MARK-INDEX - REBUILD THE INDEX VIA SNAPIDX.NEW WITH   *
041800*                   THE SNAPSHOT MARKED BACKED OUT, SO THE   *
041900*                   RERUN OF THE NIGHT TAKES A FRESH ONE.    *
042000*-----------------------------------------------------------*
042100 5000-MARK-INDEX.
042200     MOVE 0 TO BO-IDX-ORDINAL
042300     MOVE "N" TO BO-IDX-SWITCH
042400     OPEN INPUT SNAP-INDEX-FILE
042500     OPEN OUTPUT NEW-INDEX-FILE
042600     PERFORM 5010-COPY-ONE-ENTRY THRU 5010-EXIT
042700         UNTIL BO-IDX-EOF
042800     CLOSE SNAP-INDEX-FILE
042900     CLOSE NEW-INDEX-FILE
043000     MOVE "snapidx.new" TO BO-FROM-PATH
043100     MOVE "snapidx.dat" TO BO-TO-PATH
043200     MOVE 999999999 TO BO-COPY-LIMIT
043300     PERFORM 7000-COPY-FILE THRU 7000-EXIT.
043400 5000-EXIT.
043500     EXIT.
043600*
043700 5010-COPY-ONE-ENTRY.
043800     READ SNAP-INDEX-FILE INTO SNAP-RECORD
043900         AT END
044000             SET BO-IDX-EOF TO TRUE
044100             GO TO 5010-EXIT
044200     END-READ
044300     ADD 1 TO BO-IDX-ORDINAL
044400     IF BO-IDX-ORDINAL = BO-TARGET-ORDINAL
044500         SET SN-BACKED-OUT TO TRUE
044600         MOVE BO-RUN-DATE-YYYYMMDD TO SN-BACKOUT-DATE
044700     END-IF
044800     WRITE NEW-INDEX-LINE FROM SNAP-RECORD.
044900 5010-EXIT.
045000     EXIT.
045100*
045200*-----------------------------------------------------------*
045300* 6000-WRITE-SUMMARY - THE COUNTS AND THE WORD TO RERUN.     *
045400*-----------------------------------------------------------*
045500 6000-WRITE-SUMMARY.
045600     MOVE SPACES TO RPT-LINE
045700     WRITE RPT-LINE
045800     MOVE SPACES TO BO-REPORT-LINE
045900     STRING "FICHIERS RESTAURES : " DELIMITED BY SIZE
046000            BO-FILES-RESTORED DELIMITED BY SIZE
046100            "   FICHIERS VIDES : " DELIMITED BY SIZE
046200            BO-FILES-EMPTIED DELIMITED BY SIZE
046300            "   FICHIERS TRONQUES : " DELIMITED BY SIZE
046400            BO-FILES-CUT DELIMITED BY SIZE
046500            "   ENREGISTREMENTS RETIRES : " DELIMITED BY SIZE
046600            BO-LINES-REMOVED DELIMITED BY SIZE
046700        INTO BO-REPORT-LINE
046800     WRITE RPT-LINE FROM BO-REPORT-LINE
046900     MOVE SPACES TO BO-REPORT-LINE
047000     STRING "LA NUIT DU " DELIMITED BY SIZE
047100            BO-NIGHT-DATE-DISPLAY DELIMITED BY SIZE
047200            " EST ANNULEE ET SON CLICHE MARQUE RETABLI - "
047300            DELIMITED BY SIZE
047400            "LA CHAINE QUOTIDIENNE PEUT ETRE RELANCEE."
047500            DELIMITED BY SIZE
047600        INTO BO-REPORT-LINE
047700     WRITE RPT-LINE FROM BO-REPORT-LINE.
047800 6000-EXIT.
047900     EXIT.
048000*
048100*-----------------------------------------------------------*
048200* 7000-COPY-FILE - COPY BO-FROM-PATH OVER BO-TO-PATH, UP TO  *
048300*                   BO-COPY-LIMIT RECORDS. EVERY RECORD      *
048400*                   KEEPS ITS OWN LENGTH.                    *
048500*-----------------------------------------------------------*
048600 7000-COPY-FILE.
048700     MOVE 0 TO BO-COPY-COUNT
048800     MOVE "N" TO BO-COPY-SWITCH
048900     OPEN INPUT SOURCE-FILE
049000     IF BO-SRC-FILE-STATUS NOT = "00"
049100         DISPLAY "RETABLIR-JOURNEE - " BO-FROM-PATH
049200             " COULD NOT BE OPENED, STATUS " BO-SRC-FILE-STATUS
049300             " - RUN ABORTED"
049400         MOVE 16 TO RETURN-CODE
049500         STOP RUN
049600     END-IF
049700     OPEN OUTPUT TARGET-FILE
049800     IF BO-TGT-FILE-STATUS NOT = "00"
049900         DISPLAY "RETABLIR-JOURNEE - " BO-TO-PATH
050000             " COULD NOT BE WRITTEN, STATUS " BO-TGT-FILE-STATUS
050100             " - RUN ABORTED"
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF
050500     PERFORM 7010-COPY-ONE-RECORD THRU 7010-EXIT
050600         UNTIL BO-COPY-EOF
050700         OR BO-COPY-COUNT NOT < BO-COPY-LIMIT
050800     CLOSE SOURCE-FILE
050900     CLOSE TARGET-FILE.
051000 7000-EXIT.
051100     EXIT.
051200*
051300 7010-COPY-ONE-RECORD.
051400     READ SOURCE-FILE
051500         AT END
051600             SET BO-COPY-EOF TO TRUE
051700             GO TO 7010-EXIT
051800     END-READ
051900     WRITE TARGET-RECORD FROM SOURCE-RECORD
052000     IF BO-TGT-FILE-STATUS NOT = "00"
052100         DISPLAY "RETABLIR-JOURNEE - " BO-TO-PATH
052200             " WRITE FAILED, STATUS " BO-TGT-FILE-STATUS
052300             " - RUN ABORTED"
052400         MOVE 16 TO RETURN-CODE
052500         STOP RUN
052600     END-IF
052700     ADD 1 TO BO-COPY-COUNT.
052800 7010-EXIT.
052900     EXIT.
053000*
053100*-----------------------------------------------------------*
053200* 7100-COUNT-FILE - RECORDS ON BO-FROM-PATH. A FILE NOT      *
053300*                   THERE COUNTS ZERO; ONE THERE BUT NOT     *
053400*                   READABLE STOPS THE RUN.                  *
053500*-----------------------------------------------------------*
053600 7100-COUNT-FILE.
053700     MOVE 0 TO BO-COPY-COUNT
053800     MOVE "N" TO BO-COPY-SWITCH
053900     MOVE "N" TO BO-THERE-SWITCH
054000     OPEN INPUT SOURCE-FILE
054100     IF BO-SRC-NOT-THERE
054200         GO TO 7100-EXIT
054300     END-IF
054400     IF BO-SRC-FILE-STATUS NOT = "00"
054500         DISPLAY "RETABLIR-JOURNEE - " BO-FROM-PATH
054600             " COULD NOT BE OPENED, STATUS " BO-SRC-FILE-STATUS
054700             " - RUN ABORTED"
054800         MOVE 16 TO RETURN-CODE
054900         STOP RUN
055000     END-IF
055100     SET BO-FILE-IS-THERE TO TRUE
055200     PERFORM 7110-COUNT-ONE-RECORD THRU 7110-EXIT
055300         UNTIL BO-COPY-EOF
055400     CLOSE SOURCE-FILE.
055500 7100-EXIT.
055600     EXIT.
055700*
055800 7110-COUNT-ONE-RECORD.
055900     READ SOURCE-FILE
056000         AT END
056100             SET BO-COPY-EOF TO TRUE
056200             GO TO 7110-EXIT
056300     END-READ
056400     ADD 1 TO BO-COPY-COUNT.
056500 7110-EXIT.
056600     EXIT.
056700*
056800 7200-BUILD-GEN-PATH.
056900     MOVE SPACES TO BO-GEN-PATH
057000     STRING SF-GEN-PREFIX (BO-FILE-SUB) DELIMITED BY SPACE
057100            BO-BUSINESS-DATE DELIMITED BY SIZE
057200            ".snp" DELIMITED BY SIZE
057300        INTO BO-GEN-PATH.
057400 7200-EXIT.
057500     EXIT.
057600*
057700 7900-FORMAT-DATE.
057800     STRING BO-DW-MM   DELIMITED BY SIZE
057900            "/"        DELIMITED BY SIZE
058000            BO-DW-DD   DELIMITED BY SIZE
058100            "/"        DELIMITED BY SIZE
058200            BO-DW-YYYY DELIMITED BY SIZE
058300        INTO BO-DATE-DISPLAY.
058400 7900-EXIT.
058500     EXIT.
058600*
058700*-----------------------------------------------------------*
058800* 8000-WRITE-REPORT-HEADINGS - THE NIGHT BACKED OUT, WHEN    *
058900*                   ITS SNAPSHOT WAS TAKEN, RUN DATE AND     *
059000*                   PAGE.                                    *
059100*-----------------------------------------------------------*
059200 8000-WRITE-REPORT-HEADINGS.
059300     ADD 1 TO BO-PAGE-NUM
059400     MOVE SPACES TO BO-REPORT-LINE
059500     STRING "RETABLISSEMENT DE LA JOURNEE DU " DELIMITED BY SIZE
059600            BO-NIGHT-DATE-DISPLAY DELIMITED BY SIZE
059700            "          PAGE " DELIMITED BY SIZE
059800            BO-PAGE-NUM DELIMITED BY SIZE
059900        INTO BO-REPORT-LINE
060000     WRITE RPT-LINE FROM BO-REPORT-LINE
060100     MOVE SN-TAKEN-DATE TO BO-DATE-WORK
060200     PERFORM 7900-FORMAT-DATE THRU 7900-EXIT
060300     MOVE SN-TAKEN-TIME TO BO-TIME-WORK
060400     STRING BO-TW-HH DELIMITED BY SIZE
060500            ":" DELIMITED BY SIZE
060600            BO-TW-MI DELIMITED BY SIZE
060700            ":" DELIMITED BY SIZE
060800            BO-TW-SS DELIMITED BY SIZE
060900        INTO BO-TIME-DISPLAY
061000     MOVE SPACES TO BO-REPORT-LINE
061100     STRING "CLICHE PRIS LE " DELIMITED BY SIZE
061200            BO-DATE-DISPLAY DELIMITED BY SIZE
061300            " A " DELIMITED BY SIZE
061400            BO-TIME-DISPLAY DELIMITED BY SIZE
061500            "          DATE D'EXECUTION : " DELIMITED BY SIZE
061600            BO-RUN-DATE-DISPLAY DELIMITED BY SIZE
061700        INTO BO-REPORT-LINE
061800     WRITE RPT-LINE FROM BO-REPORT-LINE
061900     MOVE SPACES TO RPT-LINE
062000     WRITE RPT-LINE
062100     MOVE SPACES TO BO-REPORT-LINE
062200     STRING "FICHIER           GENRE         ACTION"
062300            DELIMITED BY SIZE
062400            "                          ENREG. AVANT  ENREG. APRES"
062500            DELIMITED BY SIZE
062600            "   DIFFERENCE" DELIMITED BY SIZE
062700        INTO BO-REPORT-LINE
062800     WRITE RPT-LINE FROM BO-REPORT-LINE.
062900 8000-EXIT.
063000     EXIT.
063100*
063200 8100-WRITE-FILE-LINE.
063300     MOVE BO-BEFORE-COUNT (BO-FILE-SUB) TO BO-BEFORE-DISPLAY
063400     MOVE BO-AFTER-COUNT (BO-FILE-SUB) TO BO-AFTER-DISPLAY
063500     COMPUTE BO-DIFF-WORK = BO-AFTER-COUNT (BO-FILE-SUB)
063600         - BO-BEFORE-COUNT (BO-FILE-SUB)
063700     MOVE BO-DIFF-WORK TO BO-DIFF-DISPLAY
063800     MOVE SPACES TO BO-REPORT-LINE
063900     STRING SF-FILE-NAME (BO-FILE-SUB) DELIMITED BY SIZE
064000            "  " DELIMITED BY SIZE
064100            BO-MODE-TEXT DELIMITED BY SIZE
064200            "  " DELIMITED BY SIZE
064300            BO-ACTION DELIMITED BY SIZE
064400            "     " DELIMITED BY SIZE
064500            BO-BEFORE-DISPLAY DELIMITED BY SIZE
064600            "     " DELIMITED BY SIZE
064700            BO-AFTER-DISPLAY DELIMITED BY SIZE
064800            "   " DELIMITED BY SIZE
064900            BO-DIFF-DISPLAY DELIMITED BY SIZE
065000        INTO BO-REPORT-LINE
065100     WRITE RPT-LINE FROM BO-REPORT-LINE.
065200 8100-EXIT.
065300     EXIT.
065400*
065500*-----------------------------------------------------------*
065600* 9000-TERMINATE - CLOSE THE REPORT AND SAY WHAT WAS DONE.   *
065700*-----------------------------------------------------------*
065800 9000-TERMINATE.
065900     CLOSE REPORT-FILE
066000     DISPLAY "RETABLIR-JOURNEE - NIGHT BACKED OUT      : "
066100         BO-BUSINESS-DATE
066200     DISPLAY "RETABLIR-JOURNEE - FILES RESTORED        : "
066300         BO-FILES-RESTORED
066400     DISPLAY "RETABLIR-JOURNEE - FILES EMPTIED         : "
066500         BO-FILES-EMPTIED
066600     DISPLAY "RETABLIR-JOURNEE - FILES CUT BACK        : "
066700         BO-FILES-CUT
066800     DISPLAY "RETABLIR-JOURNEE - APPENDED LINES REMOVED: "
066900         BO-LINES-REMOVED
067000     MOVE 0 TO RETURN-CODE.
067100 9000-EXIT.
067200     EXIT.
