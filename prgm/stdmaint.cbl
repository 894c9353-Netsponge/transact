000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    Maintenir-Ordres.
000300 AUTHOR.        R. DELORME.
000400 INSTALLATION.  TRANSACTION PROCESSING - DAILY BATCH.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100*  2026-10-15  RD   ORIGINAL VERSION - MAINTAINS THE          *
001200*                   STANDING-INSTRUCTION MASTER               *
001300*                   (STANDING.DAT, STDREC) FROM THE CARDS ON  *
001400*                   STDMAINT.TXT, SO A RECURRING PAYMENT OR   *
001500*                   TRANSFER IS SET UP ONCE INSTEAD OF BEING  *
001600*                   KEYED INTO THE BRANCH FILES EVERY CYCLE.  *
001700*                   A ADDS AN INSTRUCTION, C CHANGES ONE (A   *
001800*                   BLANK FIELD KEEPS WHAT IS ON FILE; AN END *
001900*                   DATE OF 00000000 MAKES IT OPEN-ENDED      *
002000*                   AGAIN) AND D REMOVES ONE. EVERY ADDED OR  *
002100*                   CHANGED INSTRUCTION IS CHECKED AS A WHOLE *
002200*                   BEFORE IT GOES ON FILE: A VALID TYPE AND  *
002300*                   A NON-ZERO AMOUNT SIGNED THE WAY          *
002400*                   CALCUL-TRANSACTIONS WILL POST IT, A KNOWN *
002500*                   FREQUENCY, REAL START AND END DATES IN    *
002600*                   ORDER, A CURRENCY CODE AND A BRANCH OF    *
002700*                   ORIGIN. THE CARD'S USER ID AND THE        *
002800*                   BUSINESS DATE ARE STAMPED ON THE          *
002900*                   INSTRUCTION. GENERER-ORDRES READS THE     *
003000*                   MASTER EVERY NIGHT.                       *
003100*-----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT STANDING-FILE ASSIGN TO "standing.dat"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS MO-STD-FILE-STATUS.
003800     SELECT NEW-STANDING-FILE ASSIGN TO "standing.new"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT STD-MAINT-FILE ASSIGN TO "stdmaint.txt"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS MO-MAINT-FILE-STATUS.
004300     SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS MO-BDATE-FILE-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  STANDING-FILE.
005000     COPY STDREC.
005100*
005200 FD  NEW-STANDING-FILE.
005300 01  NSO-RECORD                 PIC X(80).
005400*
005500 FD  BUSDATE-FILE.
005600     COPY BUSDATE.
005700*
005800*-----------------------------------------------------------*
005900* STD-MAINT-FILE - ONE CARD PER CHANGE. ON AN ADD EVERY      *
006000*                  FIELD IS KEYED EXCEPT THE DAY OF THE      *
006100*                  MONTH (FREQUENCY D ONLY), THE END DATE    *
006200*                  (BLANK = OPEN-ENDED) AND THE CURRENCY     *
006300*                  (BLANK = CAD). ON A CHANGE ONLY THE       *
006400*                  FIELDS TO CHANGE ARE KEYED. A DELETE      *
006500*                  NEEDS THE ID AND THE USER ONLY.           *
006600*-----------------------------------------------------------*
006700 FD  STD-MAINT-FILE.
006800 01  SMAINT-RECORD.
006900     05  MO-ACTION              PIC X(01).
007000         88  MO-ACTION-IS-ADD           VALUE "A".
007100         88  MO-ACTION-IS-CHANGE        VALUE "C".
007200         88  MO-ACTION-IS-DELETE        VALUE "D".
007300     05  MO-INSTR-FIELD         PIC X(06).
007400     05  MO-INSTR-ID            REDEFINES MO-INSTR-FIELD
007500                                PIC 9(06).
007600     05  MO-ACCOUNT-NUM         PIC X(04).
007700     05  MO-TRANS-TYPE          PIC X(01).
007800     05  MO-AMOUNT-FIELD        PIC X(10).
007900     05  MO-AMOUNT              REDEFINES MO-AMOUNT-FIELD
008000                                PIC S9(07)V99
008100                                SIGN IS TRAILING SEPARATE.
008200     05  MO-CURRENCY-CODE       PIC X(03).
008300     05  MO-FREQUENCY           PIC X(01).
008400     05  MO-DAY-FIELD           PIC X(02).
008500     05  MO-DAY-OF-MONTH        REDEFINES MO-DAY-FIELD
008600                                PIC 9(02).
008700     05  MO-START-FIELD         PIC X(08).
008800     05  MO-START-DATE          REDEFINES MO-START-FIELD
008900                                PIC 9(08).
009000     05  MO-END-FIELD           PIC X(08).
009100     05  MO-END-DATE            REDEFINES MO-END-FIELD
009200                                PIC 9(08).
009300     05  MO-BRANCH-ID           PIC X(02).
009400     05  MO-USER-ID             PIC X(08).
009500     05  FILLER                 PIC X(26).
009600*
009700 WORKING-STORAGE SECTION.
009800*-----------------------------------------------------------*
009900* SWITCHES AND FILE STATUS                                   *
010000*-----------------------------------------------------------*
010100 77  MO-STD-SWITCH              PIC X(01)  VALUE "N".
010200     88  MO-STD-EOF                         VALUE "Y".
010300 77  MO-NEWSTD-SWITCH           PIC X(01)  VALUE "N".
010400     88  MO-NEWSTD-EOF                      VALUE "Y".
010500 77  MO-MAINT-SWITCH            PIC X(01)  VALUE "N".
010600     88  MO-MAINT-EOF                       VALUE "Y".
010700 77  MO-BDATE-SWITCH            PIC X(01)  VALUE "N".
010800     88  MO-BDATE-EOF                       VALUE "Y".
010900 77  MO-FOUND-SW                PIC X(01)  VALUE "N".
011000     88  MO-ENTRY-WAS-FOUND                 VALUE "Y".
011100 77  MO-VALID-SW                PIC X(01)  VALUE "N".
011200     88  MO-RECORD-IS-VALID                 VALUE "Y".
011300 77  MO-DATE-SW                 PIC X(01)  VALUE "N".
011400     88  MO-DATE-IS-VALID                   VALUE "Y".
011500 77  MO-STD-FILE-STATUS         PIC X(02)  VALUE SPACES.
011600 77  MO-MAINT-FILE-STATUS       PIC X(02)  VALUE SPACES.
011700 77  MO-BDATE-FILE-STATUS       PIC X(02)  VALUE SPACES.
011800*
011900*-----------------------------------------------------------*
012000* INSTRUCTION TABLE - THE WHOLE MASTER, LOADED AT STARTUP    *
012100* IN INSTRUCTION-ID ORDER AND KEPT IN THAT ORDER AS CARDS    *
012200* ADD AND REMOVE ENTRIES, THEN WRITTEN BACK OUT IN ONE PASS. *
012300*-----------------------------------------------------------*
012400 01  MO-INSTR-TABLE.
012500     05  MO-INSTR-ENTRY         OCCURS 5000 TIMES.
012600         10  MO-TB-ID           PIC 9(06).
012700         10  MO-TB-RECORD       PIC X(80).
012800 77  MO-INSTR-COUNT             PIC 9(04) COMP  VALUE 0.
012900 77  MO-INSTR-SUB               PIC 9(04) COMP  VALUE 0.
013000 77  MO-INSTR-MATCH             PIC 9(04) COMP  VALUE 0.
013100 77  MO-SHIFT-SUB               PIC 9(04) COMP  VALUE 0.
013200 77  MO-PRIOR-ID                PIC 9(06)       VALUE 0.
013300*
013400*-----------------------------------------------------------*
013500* WORK RECORD - THE INSTRUCTION AS THE CARD WOULD LEAVE IT,  *
013600* BUILT UP AND CHECKED HERE BEFORE IT REPLACES THE TABLE     *
013700* ENTRY.                                                     *
013800*-----------------------------------------------------------*
013900     COPY STDREC REPLACING
014000         ==STANDING-RECORD== BY ==MO-WORK-RECORD==
014100         ==SO-INSTR-ID== BY ==MW-INSTR-ID==
014200         ==SO-ACCOUNT-NUM== BY ==MW-ACCOUNT-NUM==
014300         ==SO-TRANS-TYPE== BY ==MW-TRANS-TYPE==
014400         ==SO-TYPE-VALID== BY ==MW-TYPE-VALID==
014500         ==SO-AMOUNT== BY ==MW-AMOUNT==
014600         ==SO-CURRENCY-CODE== BY ==MW-CURRENCY-CODE==
014700         ==SO-FREQUENCY== BY ==MW-FREQUENCY==
014800         ==SO-FREQ-WEEKLY== BY ==MW-FREQ-WEEKLY==
014900         ==SO-FREQ-MONTHLY== BY ==MW-FREQ-MONTHLY==
015000         ==SO-FREQ-DAY-OF-MONTH== BY ==MW-FREQ-DAY-OF-MONTH==
015100         ==SO-FREQ-VALID== BY ==MW-FREQ-VALID==
015200         ==SO-DAY-OF-MONTH== BY ==MW-DAY-OF-MONTH==
015300         ==SO-START-DATE== BY ==MW-START-DATE==
015400         ==SO-END-DATE== BY ==MW-END-DATE==
015500         ==SO-BRANCH-ID== BY ==MW-BRANCH-ID==
015600         ==SO-LAST-GEN-DATE== BY ==MW-LAST-GEN-DATE==
015700         ==SO-USER-ID== BY ==MW-USER-ID==
015800         ==SO-MAINT-DATE== BY ==MW-MAINT-DATE==.
015900 01  MO-CURRENCY-WORK           PIC X(03).
016000 01  MO-CURRENCY-BYTES REDEFINES MO-CURRENCY-WORK.
016100     05  MO-CUR-BYTE            OCCURS 3 TIMES PIC X(01).
016200*
016300*-----------------------------------------------------------*
016400* MAINTENANCE COUNTS                                         *
016500*-----------------------------------------------------------*
016600 77  MO-STD-READ                PIC 9(05)       VALUE 0.
016700 77  MO-ADDED-COUNT             PIC 9(05)       VALUE 0.
016800 77  MO-CHANGED-COUNT           PIC 9(05)       VALUE 0.
016900 77  MO-DELETED-COUNT           PIC 9(05)       VALUE 0.
017000 77  MO-REJECTED-COUNT          PIC 9(05)       VALUE 0.
017100 77  MO-UNMATCHED-COUNT         PIC 9(05)       VALUE 0.
017200 77  MO-STD-WRITTEN             PIC 9(05)       VALUE 0.
017300*
017400*-----------------------------------------------------------*
017500* RUN DATE AND DATE-CHECK WORK FIELDS                        *
017600*-----------------------------------------------------------*
017700 01  MO-RUN-DATE-YYYYMMDD       PIC 9(08).
017800 01  MO-WORK-DATE               PIC 9(08).
017900 01  MO-WORK-DATE-GROUP REDEFINES MO-WORK-DATE.
018000     05  MO-WORK-YYYY           PIC 9(04).
018100     05  MO-WORK-MM             PIC 9(02).
018200     05  MO-WORK-DD             PIC 9(02).
018300 77  MO-DAYS-IN-MONTH           PIC 9(02)       VALUE 0.
018400 77  MO-LEAP-REM                PIC 9(04)       VALUE 0.
018500 77  MO-LEAP-WORK               PIC 9(06) COMP  VALUE 0.
018600*
018700 PROCEDURE DIVISION.
018800*-----------------------------------------------------------*
018900* 0000-MAINLINE                                              *
019000*-----------------------------------------------------------*
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019300     PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
019400     PERFORM 4000-REWRITE-MASTER THRU 4000-EXIT
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT
019600     STOP RUN.
019700*
019800*-----------------------------------------------------------*
019900* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE      *
020000*                   CARDS AND LOAD THE MASTER. NO CARDS,     *
020100*                   NOTHING TO DO - THE MASTER IS LEFT AS IT *
020200*                   IS.                                      *
020300*-----------------------------------------------------------*
020400 1000-INITIALIZE.
020500     ACCEPT MO-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
020600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT
020700     OPEN INPUT STD-MAINT-FILE
020800     IF MO-MAINT-FILE-STATUS NOT = "00"
020900         DISPLAY "MAINTENIR-ORDRES - NO MAINTENANCE CARDS "
021000             "(STDMAINT.TXT) - MASTER NOT CHANGED"
021100         MOVE 0 TO RETURN-CODE
021200         STOP RUN
021300     END-IF
021400     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
021500 1000-EXIT.
021600     EXIT.
021700*
021800*-----------------------------------------------------------*
021900* 1050-GET-BUSINESS-DATE - THE SAME BUSDATE CARD THE DAILY   *
022000*                   STREAM READS, SO AN INSTRUCTION IS DATED *
022100*                   THE BUSINESS DAY IT WAS SET UP OR        *
022200*                   CHANGED. NO CARD MEANS THE MACHINE DATE. *
022300*-----------------------------------------------------------*
022400 1050-GET-BUSINESS-DATE.
022500     OPEN INPUT BUSDATE-FILE
022600     IF MO-BDATE-FILE-STATUS NOT = "00"
022700         GO TO 1050-EXIT
022800     END-IF
022900     READ BUSDATE-FILE
023000         AT END
023100             SET MO-BDATE-EOF TO TRUE
023200     END-READ
023300     IF NOT MO-BDATE-EOF
023400         AND BD-BUSINESS-DATE NUMERIC
023500         AND BD-BUSINESS-DATE > 0
023600         MOVE BD-BUSINESS-DATE TO MO-RUN-DATE-YYYYMMDD
023700     END-IF
023800     CLOSE BUSDATE-FILE.
023900 1050-EXIT.
024000     EXIT.
024100*
024200*-----------------------------------------------------------*
024300* 1100-LOAD-MASTER - LOAD STANDING.DAT INTO THE TABLE. A     *
024400*                   MISSING MASTER IS AN EMPTY ONE (THE      *
024500*                   FIRST INSTRUCTIONS ARE BEING SET UP). A  *
024600*                   RECORD WITHOUT A NUMERIC ID, OR OUT OF   *
024700*                   ID ORDER, MEANS THE MASTER HAS BEEN      *
024800*                   DAMAGED, AND A MASTER BEYOND THE TABLE   *
024900*                   WOULD BE CUT SHORT ON REWRITE - EITHER   *
025000*                   ABORTS THE RUN.                          *
025100*-----------------------------------------------------------*
025200 1100-LOAD-MASTER.
025300     OPEN INPUT STANDING-FILE
025400     IF MO-STD-FILE-STATUS NOT = "00"
025500         SET MO-STD-EOF TO TRUE
025600         GO TO 1100-EXIT
025700     END-IF
025800     PERFORM 1200-LOAD-ONE-INSTRUCTION THRU 1200-EXIT
025900         UNTIL MO-STD-EOF
026000     CLOSE STANDING-FILE.
026100 1100-EXIT.
026200     EXIT.
026300*
026400 1200-LOAD-ONE-INSTRUCTION.
026500     READ STANDING-FILE
026600         AT END
026700             SET MO-STD-EOF TO TRUE
026800             GO TO 1200-EXIT
026900     END-READ
027000     ADD 1 TO MO-STD-READ
027100     IF SO-INSTR-ID NOT NUMERIC
027200         OR SO-INSTR-ID NOT > MO-PRIOR-ID
027300         DISPLAY "MAINTENIR-ORDRES - MASTER RECORD " MO-STD-READ
027400             " HAS A BAD OR OUT-OF-ORDER ID - RUN ABORTED"
027500         MOVE 16 TO RETURN-CODE
027600         STOP RUN
027700     END-IF
027800     IF MO-INSTR-COUNT >= 5000
027900         DISPLAY "MAINTENIR-ORDRES - MASTER EXCEEDS TABLE "
028000             "CAPACITY - RUN ABORTED"
028100         MOVE 16 TO RETURN-CODE
028200         STOP RUN
028300     END-IF
028400     ADD 1 TO MO-INSTR-COUNT
028500     MOVE SO-INSTR-ID TO MO-TB-ID (MO-INSTR-COUNT)
028600     MOVE STANDING-RECORD TO MO-TB-RECORD (MO-INSTR-COUNT)
028700     MOVE SO-INSTR-ID TO MO-PRIOR-ID.
028800 1200-EXIT.
028900     EXIT.
029000*
029100*-----------------------------------------------------------*
029200* 2000-APPLY-MAINTENANCE - READ EVERY CARD AND APPLY IT TO   *
029300*                   THE TABLE IN THE ORDER FILED.            *
029400*-----------------------------------------------------------*
029500 2000-APPLY-MAINTENANCE.
029600     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT
029700     PERFORM 2200-APPLY-ONE-CARD THRU 2200-EXIT
029800         UNTIL MO-MAINT-EOF
029900     CLOSE STD-MAINT-FILE.
030000 2000-EXIT.
030100     EXIT.
030200*
030300 2100-READ-MAINT-RECORD.
030400     READ STD-MAINT-FILE
030500         AT END
030600             SET MO-MAINT-EOF TO TRUE
030700     END-READ.
030800 2100-EXIT.
030900     EXIT.
031000*
031100*-----------------------------------------------------------*
031200* 2200-APPLY-ONE-CARD - A CARD WITH A BAD ACTION CODE, NO    *
031300*                   NUMERIC INSTRUCTION ID OR NO USER ID IS  *
031400*                   REJECTED ON THE SPOT. EVERYTHING ELSE    *
031500*                   GOES TO THE ADD, CHANGE OR DELETE        *
031600*                   ROUTINE.                                 *
031700*-----------------------------------------------------------*
031800 2200-APPLY-ONE-CARD.
031900     EVALUATE TRUE
032000         WHEN NOT (MO-ACTION-IS-ADD OR MO-ACTION-IS-CHANGE
032100             OR MO-ACTION-IS-DELETE)
032200             ADD 1 TO MO-REJECTED-COUNT
032300             DISPLAY "MAINTENIR-ORDRES - INVALID ACTION CODE "
032400                 MO-ACTION " - CARD REJECTED"
032500         WHEN MO-INSTR-ID NOT NUMERIC
032600             OR MO-INSTR-ID = 0
032700             ADD 1 TO MO-REJECTED-COUNT
032800             DISPLAY "MAINTENIR-ORDRES - INVALID INSTRUCTION ID "
032900                 MO-INSTR-FIELD " - CARD REJECTED"
033000         WHEN MO-USER-ID = SPACES
033100             ADD 1 TO MO-REJECTED-COUNT
033200             DISPLAY "MAINTENIR-ORDRES - NO USER ID ON CARD FOR "
033300                 "INSTRUCTION " MO-INSTR-FIELD " - CARD REJECTED"
033400         WHEN MO-ACTION-IS-ADD
033500             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
033600         WHEN MO-ACTION-IS-CHANGE
033700             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
033800         WHEN MO-ACTION-IS-DELETE
033900             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
034000     END-EVALUATE
034100     PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
034200 2200-EXIT.
034300     EXIT.
034400*
034500*-----------------------------------------------------------*
034600* 2300-FIND-INSTRUCTION - SCAN THE TABLE FOR THE CARD'S ID.  *
034700*                   MO-INSTR-MATCH IS THE ENTRY WHEN FOUND,  *
034800*                   OTHERWISE THE SLOT A NEW ENTRY WOULD     *
034900*                   TAKE TO KEEP THE TABLE IN ID ORDER.      *
035000*-----------------------------------------------------------*
035100 2300-FIND-INSTRUCTION.
035200     MOVE "N" TO MO-FOUND-SW
035300     COMPUTE MO-INSTR-MATCH = MO-INSTR-COUNT + 1
035400     PERFORM 2400-SCAN-INSTR-TABLE THRU 2400-EXIT
035500         VARYING MO-INSTR-SUB FROM 1 BY 1
035600         UNTIL MO-INSTR-SUB > MO-INSTR-COUNT
035700         OR MO-INSTR-MATCH NOT > MO-INSTR-COUNT.
035800 2300-EXIT.
035900     EXIT.
036000*
036100 2400-SCAN-INSTR-TABLE.
036200     IF MO-TB-ID (MO-INSTR-SUB) = MO-INSTR-ID
036300         SET MO-ENTRY-WAS-FOUND TO TRUE
036400         MOVE MO-INSTR-SUB TO MO-INSTR-MATCH
036500     ELSE
036600         IF MO-TB-ID (MO-INSTR-SUB) > MO-INSTR-ID
036700             MOVE MO-INSTR-SUB TO MO-INSTR-MATCH
036800         END-IF
036900     END-IF.
037000 2400-EXIT.
037100     EXIT.
037200*
037300*-----------------------------------------------------------*
037400* 3100-APPLY-ADD - AN ADD FOR AN ID ALREADY ON FILE IS       *
037500*                   REJECTED SO A MISTYPED CARD CANNOT       *
037600*                   OVERLAY AN INSTRUCTION. THE NEW          *
037700*                   INSTRUCTION HAS NEVER BEEN GENERATED.    *
037800*-----------------------------------------------------------*
037900 3100-APPLY-ADD.
038000     PERFORM 2300-FIND-INSTRUCTION THRU 2300-EXIT
038100     IF MO-ENTRY-WAS-FOUND
038200         ADD 1 TO MO-REJECTED-COUNT
038300         DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MO-INSTR-ID
038400             " ALREADY ON MASTER - ADD REJECTED"
038500         GO TO 3100-EXIT
038600     END-IF
038700     IF MO-INSTR-COUNT >= 5000
038800         ADD 1 TO MO-REJECTED-COUNT
038900         DISPLAY "MAINTENIR-ORDRES - MASTER TABLE FULL - ADD OF "
039000             "INSTRUCTION " MO-INSTR-ID " REJECTED"
039100         GO TO 3100-EXIT
039200     END-IF
039300     IF MO-AMOUNT-FIELD = SPACES
039400         OR MO-START-FIELD = SPACES
039500         ADD 1 TO MO-REJECTED-COUNT
039600         DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MO-INSTR-ID
039700             " HAS NO AMOUNT OR NO START DATE - ADD REJECTED"
039800         GO TO 3100-EXIT
039900     END-IF
040000     MOVE SPACES TO MO-WORK-RECORD
040100     MOVE MO-INSTR-ID TO MW-INSTR-ID
040200     MOVE 0 TO MW-AMOUNT
040300     MOVE "CAD" TO MW-CURRENCY-CODE
040400     MOVE 0 TO MW-DAY-OF-MONTH
040500     MOVE 0 TO MW-START-DATE
040600     MOVE 0 TO MW-END-DATE
040700     MOVE 0 TO MW-LAST-GEN-DATE
040800     PERFORM 3400-TAKE-CARD-FIELDS THRU 3400-EXIT
040900     IF NOT MO-RECORD-IS-VALID
041000         GO TO 3100-EXIT
041100     END-IF
041200     PERFORM 3500-VALIDATE-WORK-RECORD THRU 3500-EXIT
041300     IF NOT MO-RECORD-IS-VALID
041400         GO TO 3100-EXIT
041500     END-IF
041600     PERFORM 3700-OPEN-TABLE-SLOT THRU 3700-EXIT
041700     MOVE MW-INSTR-ID TO MO-TB-ID (MO-INSTR-MATCH)
041800     MOVE MO-WORK-RECORD TO MO-TB-RECORD (MO-INSTR-MATCH)
041900     ADD 1 TO MO-ADDED-COUNT.
042000 3100-EXIT.
042100     EXIT.
042200*
042300*-----------------------------------------------------------*
042400* 3200-APPLY-CHANGE - LAY THE CARD'S NON-BLANK FIELDS OVER   *
042500*                   THE INSTRUCTION ON FILE AND CHECK THE    *
042600*                   RESULT AS A WHOLE. THE LAST GENERATED    *
042700*                   DATE IS NEVER TOUCHED, SO A CHANGE MADE  *
042800*                   AFTER TONIGHT'S RUN CANNOT LET IT        *
042900*                   GENERATE AGAIN.                          *
043000*-----------------------------------------------------------*
043100 3200-APPLY-CHANGE.
043200     PERFORM 2300-FIND-INSTRUCTION THRU 2300-EXIT
043300     IF NOT MO-ENTRY-WAS-FOUND
043400         ADD 1 TO MO-UNMATCHED-COUNT
043500         DISPLAY "MAINTENIR-ORDRES - C CARD FOR INSTRUCTION "
043600             MO-INSTR-ID " NEVER APPLIED TO A MASTER RECORD"
043700         GO TO 3200-EXIT
043800     END-IF
043900     MOVE MO-TB-RECORD (MO-INSTR-MATCH) TO MO-WORK-RECORD
044000     PERFORM 3400-TAKE-CARD-FIELDS THRU 3400-EXIT
044100     IF NOT MO-RECORD-IS-VALID
044200         GO TO 3200-EXIT
044300     END-IF
044400     PERFORM 3500-VALIDATE-WORK-RECORD THRU 3500-EXIT
044500     IF NOT MO-RECORD-IS-VALID
044600         GO TO 3200-EXIT
044700     END-IF
044800     MOVE MO-WORK-RECORD TO MO-TB-RECORD (MO-INSTR-MATCH)
044900     ADD 1 TO MO-CHANGED-COUNT.
045000 3200-EXIT.
045100     EXIT.
045200*
045300*-----------------------------------------------------------*
045400* 3300-APPLY-DELETE - CLOSE THE GAP THE INSTRUCTION LEAVES   *
045500*                   IN THE TABLE. WHAT IT GENERATED IN THE   *
045600*                   PAST STAYS ON THE SCHEDULE REGISTERS AND *
045700*                   IN THE HISTORY.                          *
045800*-----------------------------------------------------------*
045900 3300-APPLY-DELETE.
046000     PERFORM 2300-FIND-INSTRUCTION THRU 2300-EXIT
046100     IF NOT MO-ENTRY-WAS-FOUND
046200         ADD 1 TO MO-UNMATCHED-COUNT
046300         DISPLAY "MAINTENIR-ORDRES - D CARD FOR INSTRUCTION "
046400             MO-INSTR-ID " NEVER APPLIED TO A MASTER RECORD"
046500         GO TO 3300-EXIT
046600     END-IF
046700     PERFORM 3310-CLOSE-ONE-SLOT THRU 3310-EXIT
046800         VARYING MO-SHIFT-SUB FROM MO-INSTR-MATCH BY 1
046900         UNTIL MO-SHIFT-SUB >= MO-INSTR-COUNT
047000     SUBTRACT 1 FROM MO-INSTR-COUNT
047100     ADD 1 TO MO-DELETED-COUNT.
047200 3300-EXIT.
047300     EXIT.
047400*
047500 3310-CLOSE-ONE-SLOT.
047600     MOVE MO-INSTR-ENTRY (MO-SHIFT-SUB + 1)
047700         TO MO-INSTR-ENTRY (MO-SHIFT-SUB).
047800 3310-EXIT.
047900     EXIT.
048000*
048100*-----------------------------------------------------------*
048200* 3400-TAKE-CARD-FIELDS - MOVE EVERY NON-BLANK CARD FIELD    *
048300*                   INTO THE WORK RECORD. A NUMERIC FIELD    *
048400*                   KEYED WITH ANYTHING BUT DIGITS REJECTS   *
048500*                   THE CARD. THE CARD'S USER AND TODAY'S    *
048600*                   BUSINESS DATE ARE STAMPED AS THE LAST    *
048700*                   MAINTENANCE.                             *
048800*-----------------------------------------------------------*
048900 3400-TAKE-CARD-FIELDS.
049000     MOVE "N" TO MO-VALID-SW
049100     IF (MO-AMOUNT-FIELD NOT = SPACES AND MO-AMOUNT NOT NUMERIC)
049200         OR (MO-DAY-FIELD NOT = SPACES
049300             AND MO-DAY-OF-MONTH NOT NUMERIC)
049400         OR (MO-START-FIELD NOT = SPACES
049500             AND MO-START-DATE NOT NUMERIC)
049600         OR (MO-END-FIELD NOT = SPACES
049700             AND MO-END-DATE NOT NUMERIC)
049800         ADD 1 TO MO-REJECTED-COUNT
049900         DISPLAY "MAINTENIR-ORDRES - UNREADABLE AMOUNT, DAY OR "
050000             "DATE ON CARD FOR INSTRUCTION " MO-INSTR-ID
050100             " - CARD REJECTED"
050200         GO TO 3400-EXIT
050300     END-IF
050400     IF MO-ACCOUNT-NUM NOT = SPACES
050500         MOVE MO-ACCOUNT-NUM TO MW-ACCOUNT-NUM
050600     END-IF
050700     IF MO-TRANS-TYPE NOT = SPACE
050800         MOVE MO-TRANS-TYPE TO MW-TRANS-TYPE
050900     END-IF
051000     IF MO-AMOUNT-FIELD NOT = SPACES
051100         MOVE MO-AMOUNT TO MW-AMOUNT
051200     END-IF
051300     IF MO-CURRENCY-CODE NOT = SPACES
051400         MOVE MO-CURRENCY-CODE TO MW-CURRENCY-CODE
051500     END-IF
051600     IF MO-FREQUENCY NOT = SPACE
051700         MOVE MO-FREQUENCY TO MW-FREQUENCY
051800     END-IF
051900     IF MO-DAY-FIELD NOT = SPACES
052000         MOVE MO-DAY-OF-MONTH TO MW-DAY-OF-MONTH
052100     END-IF
052200     IF MO-START-FIELD NOT = SPACES
052300         MOVE MO-START-DATE TO MW-START-DATE
052400     END-IF
052500     IF MO-END-FIELD NOT = SPACES
052600         MOVE MO-END-DATE TO MW-END-DATE
052700     END-IF
052800     IF MO-BRANCH-ID NOT = SPACES
052900         MOVE MO-BRANCH-ID TO MW-BRANCH-ID
053000     END-IF
053100     MOVE MO-USER-ID TO MW-USER-ID
053200     MOVE MO-RUN-DATE-YYYYMMDD TO MW-MAINT-DATE
053300     SET MO-RECORD-IS-VALID TO TRUE.
053400 3400-EXIT.
053500     EXIT.
053600*
053700*-----------------------------------------------------------*
053800* 3500-VALIDATE-WORK-RECORD - THE INSTRUCTION MUST GENERATE  *
053900*                   A DETAIL CALCUL-TRANSACTIONS WILL POST:  *
054000*                   A VALID TYPE, A NON-ZERO AMOUNT, NO      *
054100*                   REVERSAL OR REFUND ABOVE ZERO AND NO     *
054200*                   PAYMENT BELOW IT. THE CURRENCY IS THREE  *
054300*                   LETTERS. THE FREQUENCY IS W, M OR D, AND *
054400*                   D NEEDS A DAY OF 1 TO 31 (W AND M CARRY  *
054500*                   NONE). THE START DATE IS A REAL DATE, AS *
054600*                   IS THE END DATE UNLESS IT IS ZERO, AND   *
054700*                   THE END IS NOT BEFORE THE START. THE     *
054800*                   ACCOUNT AND THE BRANCH OF ORIGIN ARE     *
054900*                   KEYED.                                   *
055000*-----------------------------------------------------------*
055100 3500-VALIDATE-WORK-RECORD.
055200     MOVE "N" TO MO-VALID-SW
055300     IF NOT MW-FREQ-DAY-OF-MONTH
055400         MOVE 0 TO MW-DAY-OF-MONTH
055500     END-IF
055600     MOVE MW-CURRENCY-CODE TO MO-CURRENCY-WORK
055700     EVALUATE TRUE
055800         WHEN MW-ACCOUNT-NUM = SPACES
055900             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
056000                 " HAS NO ACCOUNT - CARD REJECTED"
056100         WHEN NOT MW-TYPE-VALID
056200             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
056300                 " HAS INVALID TYPE " MW-TRANS-TYPE
056400                 " - CARD REJECTED"
056500         WHEN MW-AMOUNT = 0
056600             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
056700                 " HAS A ZERO AMOUNT - CARD REJECTED"
056800         WHEN (MW-TRANS-TYPE = "V" OR MW-TRANS-TYPE = "R")
056900             AND MW-AMOUNT > 0
057000             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
057100                 " - A REVERSAL OR REFUND MUST BE NEGATIVE - "
057200                 "CARD REJECTED"
057300         WHEN MW-TRANS-TYPE = "P" AND MW-AMOUNT < 0
057400             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
057500                 " - A PAYMENT MUST BE POSITIVE - CARD REJECTED"
057600         WHEN MO-CURRENCY-WORK NOT ALPHABETIC
057700             OR MO-CUR-BYTE (1) = SPACE
057800             OR MO-CUR-BYTE (2) = SPACE
057900             OR MO-CUR-BYTE (3) = SPACE
058000             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
058100                 " HAS INVALID CURRENCY " MW-CURRENCY-CODE
058200                 " - CARD REJECTED"
058300         WHEN NOT MW-FREQ-VALID
058400             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
058500                 " HAS INVALID FREQUENCY " MW-FREQUENCY
058600                 " - CARD REJECTED"
058700         WHEN MW-FREQ-DAY-OF-MONTH
058800             AND (MW-DAY-OF-MONTH < 1 OR MW-DAY-OF-MONTH > 31)
058900             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
059000                 " NEEDS A DAY OF THE MONTH 01-31 - CARD REJECTED"
059100         WHEN MW-BRANCH-ID = SPACES
059200             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
059300                 " HAS NO BRANCH OF ORIGIN - CARD REJECTED"
059400         WHEN OTHER
059500             PERFORM 3600-VALIDATE-DATES THRU 3600-EXIT
059600     END-EVALUATE
059700     IF NOT MO-RECORD-IS-VALID
059800         ADD 1 TO MO-REJECTED-COUNT
059900     END-IF.
060000 3500-EXIT.
060100     EXIT.
060200*
060300 3600-VALIDATE-DATES.
060400     MOVE MW-START-DATE TO MO-WORK-DATE
060500     PERFORM 7000-CHECK-DATE THRU 7000-EXIT
060600     IF NOT MO-DATE-IS-VALID
060700         DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
060800             " HAS INVALID START DATE " MW-START-DATE
060900             " - CARD REJECTED"
061000         GO TO 3600-EXIT
061100     END-IF
061200     IF MW-END-DATE NOT = 0
061300         MOVE MW-END-DATE TO MO-WORK-DATE
061400         PERFORM 7000-CHECK-DATE THRU 7000-EXIT
061500         IF NOT MO-DATE-IS-VALID
061600             OR MW-END-DATE < MW-START-DATE
061700             DISPLAY "MAINTENIR-ORDRES - INSTRUCTION " MW-INSTR-ID
061800                 " HAS INVALID END DATE " MW-END-DATE
061900                 " - CARD REJECTED"
062000             GO TO 3600-EXIT
062100         END-IF
062200     END-IF
062300     SET MO-RECORD-IS-VALID TO TRUE.
062400 3600-EXIT.
062500     EXIT.
062600*
062700*-----------------------------------------------------------*
062800* 3700-OPEN-TABLE-SLOT - MOVE EVERY ENTRY FROM THE NEW ID'S  *
062900*                   SLOT ONWARD UP ONE PLACE, WORKING FROM   *
063000*                   THE END, SO THE ADD LANDS IN ID ORDER.   *
063100*-----------------------------------------------------------*
063200 3700-OPEN-TABLE-SLOT.
063300     PERFORM 3710-OPEN-ONE-SLOT THRU 3710-EXIT
063400         VARYING MO-SHIFT-SUB FROM MO-INSTR-COUNT BY -1
063500         UNTIL MO-SHIFT-SUB < MO-INSTR-MATCH
063600     ADD 1 TO MO-INSTR-COUNT.
063700 3700-EXIT.
063800     EXIT.
063900*
064000 3710-OPEN-ONE-SLOT.
064100     MOVE MO-INSTR-ENTRY (MO-SHIFT-SUB)
064200         TO MO-INSTR-ENTRY (MO-SHIFT-SUB + 1).
064300 3710-EXIT.
064400     EXIT.
064500*
064600*-----------------------------------------------------------*
064700* 4000-REWRITE-MASTER - WRITE THE TABLE TO STANDING.NEW,     *
064800*                   THEN COPY IT BACK OVER STANDING.DAT, THE *
064900*                   SAME WAY CALCUL-TRANSACTIONS ROLLS THE   *
065000*                   BALANCE MASTER.                          *
065100*-----------------------------------------------------------*
065200 4000-REWRITE-MASTER.
065300     OPEN OUTPUT NEW-STANDING-FILE
065400     PERFORM 4100-WRITE-ONE-INSTRUCTION THRU 4100-EXIT
065500         VARYING MO-INSTR-SUB FROM 1 BY 1
065600         UNTIL MO-INSTR-SUB > MO-INSTR-COUNT
065700     CLOSE NEW-STANDING-FILE
065800     OPEN INPUT NEW-STANDING-FILE
065900     OPEN OUTPUT STANDING-FILE
066000     PERFORM 4200-COPY-ONE-INSTRUCTION THRU 4200-EXIT
066100         UNTIL MO-NEWSTD-EOF
066200     CLOSE NEW-STANDING-FILE
066300     CLOSE STANDING-FILE.
066400 4000-EXIT.
066500     EXIT.
066600*
066700 4100-WRITE-ONE-INSTRUCTION.
066800     MOVE MO-TB-RECORD (MO-INSTR-SUB) TO NSO-RECORD
066900     WRITE NSO-RECORD
067000     ADD 1 TO MO-STD-WRITTEN.
067100 4100-EXIT.
067200     EXIT.
067300*
067400 4200-COPY-ONE-INSTRUCTION.
067500     READ NEW-STANDING-FILE
067600         AT END
067700             SET MO-NEWSTD-EOF TO TRUE
067800         NOT AT END
067900             MOVE NSO-RECORD TO STANDING-RECORD
068000             WRITE STANDING-RECORD
068100     END-READ.
068200 4200-EXIT.
068300     EXIT.
068400*
068500*-----------------------------------------------------------*
068600* 7000-CHECK-DATE - IS MO-WORK-DATE A REAL CALENDAR DATE?    *
068700*-----------------------------------------------------------*
068800 7000-CHECK-DATE.
068900     MOVE "N" TO MO-DATE-SW
069000     IF MO-WORK-YYYY < 1900
069100         OR MO-WORK-MM < 1 OR MO-WORK-MM > 12
069200         OR MO-WORK-DD < 1
069300         GO TO 7000-EXIT
069400     END-IF
069500     PERFORM 7400-DAYS-IN-MONTH THRU 7400-EXIT
069600     IF MO-WORK-DD NOT > MO-DAYS-IN-MONTH
069700         SET MO-DATE-IS-VALID TO TRUE
069800     END-IF.
069900 7000-EXIT.
070000     EXIT.
070100*
070200 7400-DAYS-IN-MONTH.
070300     EVALUATE MO-WORK-MM
070400         WHEN 01 WHEN 03 WHEN 05 WHEN 07
070500         WHEN 08 WHEN 10 WHEN 12
070600             MOVE 31 TO MO-DAYS-IN-MONTH
070700         WHEN 04 WHEN 06 WHEN 09 WHEN 11
070800             MOVE 30 TO MO-DAYS-IN-MONTH
070900         WHEN 02
071000             MOVE 28 TO MO-DAYS-IN-MONTH
071100             DIVIDE MO-WORK-YYYY BY 4 GIVING MO-LEAP-WORK
071200                 REMAINDER MO-LEAP-REM
071300             IF MO-LEAP-REM = 0
071400                 DIVIDE MO-WORK-YYYY BY 100 GIVING MO-LEAP-WORK
071500                     REMAINDER MO-LEAP-REM
071600                 IF MO-LEAP-REM NOT = 0
071700                     MOVE 29 TO MO-DAYS-IN-MONTH
071800                 ELSE
071900                     DIVIDE MO-WORK-YYYY BY 400
072000                         GIVING MO-LEAP-WORK
072100                         REMAINDER MO-LEAP-REM
072200                     IF MO-LEAP-REM = 0
072300                         MOVE 29 TO MO-DAYS-IN-MONTH
072400                     END-IF
072500                 END-IF
072600             END-IF
072700     END-EVALUATE.
072800 7400-EXIT.
072900     EXIT.
073000*
073100*-----------------------------------------------------------*
073200* 9000-TERMINATE - REPORT WHAT WAS DONE.                     *
073300*-----------------------------------------------------------*
073400 9000-TERMINATE.
073500     DISPLAY "MAINTENIR-ORDRES - INSTRUCTIONS READ      : "
073600         MO-STD-READ
073700     DISPLAY "MAINTENIR-ORDRES - INSTRUCTIONS ADDED     : "
073800         MO-ADDED-COUNT
073900     DISPLAY "MAINTENIR-ORDRES - INSTRUCTIONS CHANGED   : "
074000         MO-CHANGED-COUNT
074100     DISPLAY "MAINTENIR-ORDRES - INSTRUCTIONS DELETED   : "
074200         MO-DELETED-COUNT
074300     DISPLAY "MAINTENIR-ORDRES - CARDS REJECTED         : "
074400         MO-REJECTED-COUNT
074500     DISPLAY "MAINTENIR-ORDRES - CARDS UNMATCHED        : "
074600         MO-UNMATCHED-COUNT
074700     DISPLAY "MAINTENIR-ORDRES - INSTRUCTIONS ON MASTER : "
074800         MO-STD-WRITTEN
074900     DISPLAY "MAINTENIR-ORDRES - MASTER standing.dat REWRITTEN".
075000 9000-EXIT.
075100     EXIT.
