013598*                   CHECKPOINT UNTOUCHED, SO A SUSPECT FILE  *
013599*                   CAN BE PREVIEWED WITHOUT RESTORING       *
013600*                   ANYTHING BY HAND AFTERWARDS.             *
013602*  2026-10-15  RD   EVERY HISTORY LINE NOW CARRIES THE RUN'S *
013603*                   BUSINESS DATE AS HI-POST-DATE, SO THE    *
013604*                   END-OF-DAY PROOF CAN TIE TONIGHT'S LINES *
013605*                   TO THE BALANCE MASTER, THE REGISTRY AND  *
013606*                   THE EXTRACTS.                            *
013608*  2026-10-15  RD   AUTHORIZED OVERDRAFT ENFORCED. EACH       *
013609*                   ACCOUNT'S OPENING BALANCE AND ITS LIMIT    *
013610*                   (AC-OVERDRAFT-LIMIT) ARE PICKED UP WHEN    *
013611*                   THE ACCOUNT STARTS IN THE SORTED STREAM,   *
013612*                   AND A CUSTOMER DEBIT THAT WOULD TAKE THE   *
013613*                   RUNNING BALANCE BELOW THE LIMIT IS NOT     *
013614*                   POSTED - IT GOES TO SUSPENSE.DAT UNDER     *
013615*                   HOLD RULE HNSF FOR GERER-SUSPENS TO        *
013616*                   RELEASE OR RETURN, AND IS LISTED ON THE    *
013617*                   OVERDRAFT EXCEPTION LIST DECOUVERT.TXT.    *
013618*  2026-10-15  RD   DORMANT ACCOUNTS (STATUS D). A DETAIL FOR  *
013619*                   ONE IS NO LONGER REJECTED RJ06; A          *
013620*                   CUSTOMER-INITIATED ONE (ANY TYPE BUT F     *
013621*                   AND A) IS HELD IN SUSPENSE.DAT UNDER HOLD  *
013622*                   RULE HDRM UNTIL MAINTENIR-COMPTES          *
013623*                   REACTIVATES THE ACCOUNT. FEES AND BANK     *
013624*                   ADJUSTMENTS STILL POST.                    *
013629*-----------------------------------------------------------*
013600 ENVIRONMENT DIVISION.
013700 INPUT-OUTPUT SECTION.
013800 FILE-CONTROL.
016992     SELECT RUN-MODE-FILE ASSIGN TO "runmode.txt"
016994         ORGANIZATION IS LINE SEQUENTIAL
016996         FILE STATUS IS CT-MODE-FILE-STATUS.
016997     SELECT OVERDRAFT-FILE ASSIGN TO "decouvert.txt"
016998         ORGANIZATION IS LINE SEQUENTIAL.
017000*
017100 DATA DIVISION.
017200 FILE SECTION.
024094 01  RUNMODE-RECORD.
024095     05  RM-RUN-MODE            PIC X(06).
024096     05  FILLER                 PIC X(74).
024097*
024098 FD  OVERDRAFT-FILE.
024099 01  OD-LINE                    PIC X(132).
024100*
024200 FD  RUN-CONTROL-FILE.
024300 01  RCTL-LINE                  PIC X(132).
031170 77  CT-SUS-WRITTEN-COUNT      PIC 9(07)            VALUE 0.
031172 77  CT-RESUME-SUSPENSE        PIC 9(07)            VALUE 0.
031174*
031175*-----------------------------------------------------------*
031176* DORMANT-ACCOUNT HOLD FIELDS - THE STATUS OF THE ACCOUNT    *
031177* LAST LOOKED UP, KEPT SO ONE READ SERVES ALL ITS DETAILS.   *
031178*-----------------------------------------------------------*
031179 77  CT-DRM-ACCOUNT            PIC X(04)            VALUE SPACES.
031180 77  CT-DRM-STATUS             PIC X(01)            VALUE SPACE.
031181     88  CT-DRM-IS-DORMANT                          VALUE "D".
031182 77  CT-DRM-COUNT              PIC 9(07)            VALUE 0.
031183*
031200*-----------------------------------------------------------*
031300* REJECT REASON TABLE - ONE COUNTER PER REASON CODE, FOR THE *
031400* RUN-CONTROL SUMMARY'S BREAKDOWN OF REJECTS BY REASON.      *
035300     88  CT-ACCT-WAS-FOUND                          VALUE "Y".
035400 77  CT-ACCT-LOOKUP-STATUS     PIC X(01)            VALUE SPACE.
035500     88  CT-ACCT-IS-OPEN                            VALUE "O".
035510     88  CT-ACCT-IS-DORMANT                         VALUE "D".
035600 77  CT-ACCT-LOOKUP-NUM        PIC X(04)            VALUE SPACES.
035700 77  CT-ACCT-LOOKUP-NAME       PIC X(20)            VALUE SPACES.
035800 77  CT-ACCT-LOOKUP-LIMIT      PIC 9(07)V99         VALUE 0.
036300*
036400*
036500 01  CT-SORTED-RECORD.
042654 77  CT-BAL-ACCT-NET           PIC S9(09)V99 COMP-3 VALUE 0.
042656 77  CT-BAL-OPEN-AMT           PIC S9(09)V99 COMP-3 VALUE 0.
042658*
042661*-----------------------------------------------------------*
042662* OVERDRAFT FIELDS - THE ACCOUNT'S AUTHORIZED LIMIT AND THE  *
042663* RUNNING BALANCE A CUSTOMER DEBIT IS TESTED AGAINST. A      *
042664* REFUSED DEBIT IS HELD (RULE HNSF) AND LISTED ON THE        *
042665* OVERDRAFT EXCEPTION LIST, PAGINATED LIKE THE MAIN REPORT.  *
042666*-----------------------------------------------------------*
042667 77  CT-NSF-LIMIT              PIC 9(07)V99  COMP-3 VALUE 0.
042668 77  CT-NSF-FLOOR              PIC S9(09)V99 COMP-3 VALUE 0.
042669 77  CT-NSF-BEFORE             PIC S9(09)V99 COMP-3 VALUE 0.
042670 77  CT-NSF-AFTER              PIC S9(09)V99 COMP-3 VALUE 0.
042671 77  CT-NSF-COUNT              PIC 9(07)            VALUE 0.
042672 77  CT-NSF-TOTAL              PIC S9(09)V99 COMP-3 VALUE 0.
042673 77  CT-OD-PAGE-NUM            PIC 9(04)            VALUE 0.
042674 77  CT-OD-LINE-COUNT          PIC 9(02)            VALUE 99.
042675 01  CT-OD-LIMIT-DISPLAY        PIC 9(07)V99.
042676 01  CT-OD-BEFORE-DISPLAY       PIC S9(09)V99
042677                                SIGN IS TRAILING SEPARATE.
042678 01  CT-OD-AMOUNT-DISPLAY       PIC S9(07)V99
042679                                SIGN IS TRAILING SEPARATE.
042680*
042700*-----------------------------------------------------------*
042800* BUSINESS DATE AND TRANS-DATE EDIT FIELDS                   *
042900*-----------------------------------------------------------*
048300     PERFORM 1460-OPEN-REPORT-FILE THRU 1460-EXIT
048400     PERFORM 1470-OPEN-REJECT-FILE THRU 1470-EXIT
048420     PERFORM 1480-OPEN-SUSPENSE-FILE THRU 1480-EXIT
048430     OPEN OUTPUT OVERDRAFT-FILE
048440     PERFORM 1490-LOAD-HOLD-LIST THRU 1490-EXIT
048500     IF CT-COMMIT-MODE
048510         OPEN OUTPUT GL-EXTRACT-FILE
097500             SET CT-RECORD-IS-INVALID TO TRUE
097600             MOVE "RJ05" TO CT-REJECT-CODE
097700         WHEN NOT CT-ACCT-IS-OPEN
097710             AND NOT CT-ACCT-IS-DORMANT
097800             SET CT-RECORD-IS-INVALID TO TRUE
097900             MOVE "RJ06" TO CT-REJECT-CODE
098000         WHEN NOT TR-TYPE-VALID
103300*-----------------------------------------------------------*
103400* 2240-LOOKUP-ACCOUNT - READ THE INDEXED MASTER BY THE       *
103500*                   ACCOUNT NUMBER IN CT-ACCT-LOOKUP-NUM AND  *
103600*                   HAND BACK ITS NAME, STATUS AND LIMIT.     *
103700*-----------------------------------------------------------*
103800 2240-LOOKUP-ACCOUNT.
103900     MOVE "N" TO CT-ACCT-FOUND-SW
104000     MOVE SPACE TO CT-ACCT-LOOKUP-STATUS
104100     MOVE SPACES TO CT-ACCT-LOOKUP-NAME
104150     MOVE 0 TO CT-ACCT-LOOKUP-LIMIT
104200     MOVE CT-ACCT-LOOKUP-NUM TO AC-ACCOUNT-NUM
104300     READ ACCOUNT-FILE
104400         INVALID KEY
104700             SET CT-ACCT-WAS-FOUND TO TRUE
104800             MOVE AC-STATUS TO CT-ACCT-LOOKUP-STATUS
104900             MOVE AC-ACCOUNT-NAME TO CT-ACCT-LOOKUP-NAME
104920             IF AC-OVERDRAFT-LIMIT NUMERIC
104940                 MOVE AC-OVERDRAFT-LIMIT TO CT-ACCT-LOOKUP-LIMIT
104960             END-IF
105000     END-READ.
105100 2240-EXIT.
105200     EXIT.
113100             MOVE CT-SR-ACCOUNT-NUM TO CT-RDK-ACCOUNT
113200             MOVE CT-SR-TRANS-NUM TO CT-RDK-TRANS-NUM
113250             PERFORM 2375-CHECK-HOLD-LIST THRU 2375-EXIT
113251             PERFORM 2374-CHECK-DORMANT THRU 2374-EXIT
113252             IF NOT CT-HOLD-IS-MATCHED
113254                 PERFORM 2377-CHECK-OVERDRAFT THRU 2377-EXIT
113256             END-IF
113260             IF CT-HOLD-IS-MATCHED
113270                 PERFORM 2385-WRITE-SUSPENSE-RECORD
113280                     THRU 2385-EXIT
127100*
127110*-----------------------------------------------------------*
127112* 2380-TALLY-ACCOUNT-NET - NET EVERY RECORD THAT SURVIVED    *
127114*                   THE DUPLICATE, HOLD AND OVERDRAFT CHECKS *
127116*                   INTO THE ACCOUNT'S BALANCE-ROLL FIGURE.  *
127118*                   THE ACCOUNT WAS STARTED (AND THE ONE     *
127120*                   BEFORE IT ROLLED) BY 2377.               *
127122*-----------------------------------------------------------*
127124 2380-TALLY-ACCOUNT-NET.
127140     ADD CT-SR-TRANS-AMOUNT TO CT-BAL-ACCT-NET.
127142 2380-EXIT.
127144     EXIT.
127193*
127194*-----------------------------------------------------------*
127195* 2385-WRITE-SUSPENSE-RECORD - THE DETAIL IS VALID BUT       *
127196* AWAITS REVIEW - A HOLD CARD CAUGHT IT (RULE HNNN) OR THE   *
127197* OVERDRAFT LIMIT REFUSED IT (RULE HNSF). IT GOES TO THE     *
127198* SUSPENSE FILE WITH THE HOLD DATE AND RULE AND STAYS OUT OF *
127199* THE POSTED COUNT, TOTAL, HISTORY AND REGISTRY UNTIL GERER- *
127200* SUSPENS DECIDES IT. ITS AMOUNT STILL COUNTS TOWARD THE     *
127201* GROSS CONTROL TOTAL. ON A RESTART THE FIRST CT-SUS-SKIP-   *
127202* COUNT HELD ITEMS ARE ALREADY ON FILE AND NOT REWRITTEN.    *
127203*-----------------------------------------------------------*
127204 2385-WRITE-SUSPENSE-RECORD.
127205     ADD 1 TO CT-HELD-COUNT
127224     EXIT.
127225*
127226*-----------------------------------------------------------*
127227* 2390-ROLL-ONE-BALANCE - WRITE THE FINISHED ACCOUNT'S       *
127228*                   ROLLED RECORD - OPENING (PICKED UP BY    *
127229*                   2378 WHEN THE ACCOUNT STARTED: PRIOR     *
127230*                   CLOSE, OR ZERO FOR AN ACCOUNT NEVER      *
127231*                   SEEN), THE DAY'S NET AND THE CLOSING     *
127232*                   BALANCE.                                 *
127234*-----------------------------------------------------------*
127166 2390-ROLL-ONE-BALANCE.
127186     MOVE SPACES TO NBA-RECORD
127188     MOVE CT-BAL-PREV-ACCOUNT TO NBA-ACCOUNT-NUM
127190     MOVE CT-RUN-DATE-YYYYMMDD TO NBA-BALANCE-DATE
129500     END-READ.
129600 2400-EXIT.
129700     EXIT.
129701*
129702*-----------------------------------------------------------*
129703* 2377-CHECK-OVERDRAFT - START THE ACCOUNT IF THIS IS ITS    *
129704*                   FIRST SURVIVING DETAIL, THEN TEST A      *
129705*                   CUSTOMER DEBIT AGAINST THE AUTHORIZED    *
129706*                   LIMIT. THE RUNNING BALANCE IS THE        *
129707*                   OPENING BALANCE PLUS EVERYTHING ALREADY  *
129708*                   NETTED FOR THE ACCOUNT TONIGHT; A DEBIT  *
129709*                   THAT WOULD TAKE IT BELOW ZERO LESS THE   *
129710*                   LIMIT IS REFUSED - HELD UNDER RULE HNSF  *
129711*                   AND LISTED. CREDITS, FEES (F) AND BANK   *
129712*                   ADJUSTMENTS (A) ARE NEVER REFUSED.       *
129713*-----------------------------------------------------------*
129714 2377-CHECK-OVERDRAFT.
129715     IF NOT CT-BAL-ACCT-SEEN
129716         OR CT-SR-ACCOUNT-NUM NOT = CT-BAL-PREV-ACCOUNT
129717         PERFORM 2378-START-ACCOUNT THRU 2378-EXIT
129718     END-IF
129719     IF CT-SR-TRANS-AMOUNT NOT < 0
129720         OR CT-SR-TRANS-TYPE = "F"
129721         OR CT-SR-TRANS-TYPE = "A"
129722         GO TO 2377-EXIT
129723     END-IF
129724     ADD CT-BAL-OPEN-AMT CT-BAL-ACCT-NET GIVING CT-NSF-BEFORE
129725     ADD CT-NSF-BEFORE CT-SR-TRANS-AMOUNT GIVING CT-NSF-AFTER
129726     COMPUTE CT-NSF-FLOOR = 0 - CT-NSF-LIMIT
129727     IF CT-NSF-AFTER NOT < CT-NSF-FLOOR
129728         GO TO 2377-EXIT
129729     END-IF
129730     SET CT-HOLD-IS-MATCHED TO TRUE
129731     MOVE "HNSF" TO CT-HOLD-RULE
129732     ADD 1 TO CT-NSF-COUNT
129733     ADD CT-SR-TRANS-AMOUNT TO CT-NSF-TOTAL
129734     PERFORM 2379-WRITE-OVERDRAFT-LINE THRU 2379-EXIT.
129735 2377-EXIT.
129736     EXIT.
129737*
129738*-----------------------------------------------------------*
129739* 2378-START-ACCOUNT - ROLL THE ACCOUNT THAT JUST FINISHED,  *
129740*                   ADVANCE THE BALANCE STREAM TO THE NEW    *
129741*                   ONE (CARRYING THE ENTRIES PASSED OVER    *
129742*                   INTO THE NEW COPY UNCHANGED), PICK UP    *
129743*                   ITS OPENING BALANCE AND READ ITS LIMIT   *
129744*                   OFF THE ACCOUNT MASTER.                  *
129745*-----------------------------------------------------------*
129746 2378-START-ACCOUNT.
129747     IF CT-BAL-ACCT-SEEN
129748         PERFORM 2390-ROLL-ONE-BALANCE THRU 2390-EXIT
129749         MOVE 0 TO CT-BAL-ACCT-NET
129750     END-IF
129751     SET CT-BAL-ACCT-SEEN TO TRUE
129752     MOVE CT-SR-ACCOUNT-NUM TO CT-BAL-PREV-ACCOUNT
129753     PERFORM 2460-CARRY-BALANCE-ENTRY THRU 2460-EXIT
129754         UNTIL CT-BAL-EOF
129755         OR BA-ACCOUNT-NUM >= CT-BAL-PREV-ACCOUNT
129756     MOVE 0 TO CT-BAL-OPEN-AMT
129757     IF NOT CT-BAL-EOF
129758         AND BA-ACCOUNT-NUM = CT-BAL-PREV-ACCOUNT
129759         MOVE BA-CLOSE-BALANCE TO CT-BAL-OPEN-AMT
129760         PERFORM 2450-READ-BALANCE-RECORD THRU 2450-EXIT
129761     END-IF
129762     MOVE CT-SR-ACCOUNT-NUM TO CT-ACCT-LOOKUP-NUM
129763     PERFORM 2240-LOOKUP-ACCOUNT THRU 2240-EXIT
129764     MOVE CT-ACCT-LOOKUP-LIMIT TO CT-NSF-LIMIT.
129765 2378-EXIT.
129766     EXIT.
129767*
129768*-----------------------------------------------------------*
129769* 2379-WRITE-OVERDRAFT-LINE - ONE LINE PER REFUSED DEBIT ON  *
129770*                   THE OVERDRAFT EXCEPTION LIST: ACCOUNT,   *
129771*                   TRANS-NUM, LIMIT, BALANCE BEFORE THE     *
129772*                   ITEM AND AMOUNT REFUSED.                 *
129773*-----------------------------------------------------------*
129774 2379-WRITE-OVERDRAFT-LINE.
129775     PERFORM 4110-CHECK-OD-PAGE-BREAK THRU 4110-EXIT
129776     MOVE SPACES TO CT-REPORT-LINE
129777     MOVE CT-NSF-LIMIT TO CT-OD-LIMIT-DISPLAY
129778     MOVE CT-NSF-BEFORE TO CT-OD-BEFORE-DISPLAY
129779     MOVE CT-SR-TRANS-AMOUNT TO CT-OD-AMOUNT-DISPLAY
129780     STRING "  " DELIMITED BY SIZE
129781            CT-SR-ACCOUNT-NUM DELIMITED BY SIZE
129782            "    " DELIMITED BY SIZE
129783            CT-SR-TRANS-NUM DELIMITED BY SIZE
129784            "  " DELIMITED BY SIZE
129785            CT-SR-TRANS-TYPE DELIMITED BY SIZE
129786            "   " DELIMITED BY SIZE
129787            CT-SR-BRANCH-ID DELIMITED BY SIZE
129788            "  " DELIMITED BY SIZE
129789            CT-OD-LIMIT-DISPLAY DELIMITED BY SIZE
129790            "  " DELIMITED BY SIZE
129791            CT-OD-BEFORE-DISPLAY DELIMITED BY SIZE
129792            "  " DELIMITED BY SIZE
129793            CT-OD-AMOUNT-DISPLAY DELIMITED BY SIZE
129794        INTO CT-REPORT-LINE
129795     WRITE OD-LINE FROM CT-REPORT-LINE
129796     ADD 1 TO CT-OD-LINE-COUNT.
129797 2379-EXIT.
129798     EXIT.
129800*
129802*-----------------------------------------------------------*
129804* 2374-CHECK-DORMANT - A CUSTOMER-INITIATED DETAIL (ANY TYPE *
129806*                   BUT F AND A) FOR A DORMANT ACCOUNT IS    *
129808*                   NOT POSTED - IT IS HELD UNDER RULE HDRM  *
129810*                   UNTIL THE ACCOUNT IS REACTIVATED. A      *
129812*                   DETAIL A HOLD CARD HAS ALREADY CAUGHT    *
129814*                   KEEPS ITS CARD'S RULE.                   *
129816*-----------------------------------------------------------*
129818 2374-CHECK-DORMANT.
129820     IF CT-HOLD-IS-MATCHED
129822         OR CT-SR-TRANS-TYPE = "F"
129824         OR CT-SR-TRANS-TYPE = "A"
129826         GO TO 2374-EXIT
129828     END-IF
129830     IF CT-SR-ACCOUNT-NUM NOT = CT-DRM-ACCOUNT
129832         MOVE CT-SR-ACCOUNT-NUM TO CT-DRM-ACCOUNT
129834         MOVE CT-SR-ACCOUNT-NUM TO CT-ACCT-LOOKUP-NUM
129836         PERFORM 2240-LOOKUP-ACCOUNT THRU 2240-EXIT
129838         MOVE CT-ACCT-LOOKUP-STATUS TO CT-DRM-STATUS
129840     END-IF
129842     IF CT-DRM-IS-DORMANT
129844         SET CT-HOLD-IS-MATCHED TO TRUE
129846         MOVE "HDRM" TO CT-HOLD-RULE
129848         ADD 1 TO CT-DRM-COUNT
129850     END-IF.
129852 2374-EXIT.
129854     EXIT.
129899*
129900*-----------------------------------------------------------*
130000* 3000-PROCESS-TRANSACTION - NET THE AMOUNT INTO THE ACCOUNT *
130100*                   SUBTOTAL AND THE GRAND TOTAL, BREAKING   *
142300     MOVE CT-SR-BRANCH-ID TO HI-BRANCH-ID
142320     MOVE CT-SR-CURRENCY-CODE TO HI-CURRENCY-CODE
142340     MOVE CT-SR-ORIG-AMOUNT TO HI-ORIG-AMOUNT
142360     MOVE CT-RUN-DATE-YYYYMMDD TO HI-POST-DATE
142400     WRITE HIST-RECORD.
142500 7500-EXIT.
142600     EXIT.
151700     END-IF.
151800 4010-EXIT.
151900     EXIT.
151901*
151903*-----------------------------------------------------------*
151905* 4100-WRITE-OD-HEADINGS - START A NEW PAGE OF THE OVERDRAFT *
151907*                   EXCEPTION LIST.                          *
151909*-----------------------------------------------------------*
151911 4100-WRITE-OD-HEADINGS.
151913     ADD 1 TO CT-OD-PAGE-NUM
151915     MOVE SPACES TO CT-REPORT-LINE
151917     STRING "LISTE DES DEPASSEMENTS DE DECOUVERT"
151919            DELIMITED BY SIZE
151921            "          PAGE " DELIMITED BY SIZE
151923            CT-OD-PAGE-NUM DELIMITED BY SIZE
151925        INTO CT-REPORT-LINE
151927     WRITE OD-LINE FROM CT-REPORT-LINE
151929     MOVE SPACES TO CT-REPORT-LINE
151931     STRING "DATE D'EXECUTION : " DELIMITED BY SIZE
151933            CT-RUN-DATE-DISPLAY DELIMITED BY SIZE
151935        INTO CT-REPORT-LINE
151937     WRITE OD-LINE FROM CT-REPORT-LINE
151939     MOVE SPACES TO OD-LINE
151941     WRITE OD-LINE
151943     MOVE SPACES TO CT-REPORT-LINE
151945     STRING "  COMPTE  N.TRANS   TY  BR  LIMITE"
151947         DELIMITED BY SIZE
151949         "     SOLDE AVANT   MONTANT REFUSE" DELIMITED BY SIZE
151951        INTO CT-REPORT-LINE
151953     WRITE OD-LINE FROM CT-REPORT-LINE
151955     MOVE 0 TO CT-OD-LINE-COUNT.
151957 4100-EXIT.
151959     EXIT.
151961*
151963 4110-CHECK-OD-PAGE-BREAK.
151965     IF CT-OD-LINE-COUNT >= CT-LINES-PER-PAGE
151967         PERFORM 4100-WRITE-OD-HEADINGS THRU 4100-EXIT
151969     END-IF.
151971 4110-EXIT.
151973     EXIT.
152000*
152100*-----------------------------------------------------------*
152200* 8000-RECONCILE-CONTROLS - COMPARE WHAT WE ACTUALLY TALLIED *
160340         CLOSE GL-EXTRACT-FILE
160360     END-IF
160410     CLOSE SUSPENSE-FILE
160415     PERFORM 9700-CLOSE-OVERDRAFT-LIST THRU 9700-EXIT
160420     CLOSE ACCOUNT-FILE
160450     IF CT-REG-WAS-OPENED
160500         CLOSE POSTREG-FILE
184400     WRITE BRT-RECORD.
184500 9560-EXIT.
184600     EXIT.
184700*
184800*-----------------------------------------------------------*
184900* 9700-CLOSE-OVERDRAFT-LIST - FOOT THE OVERDRAFT EXCEPTION   *
185000*                   LIST WITH THE COUNT AND TOTAL REFUSED    *
185100*                   (A NIGHT WITH NONE STILL GETS A PAGE     *
185200*                   SAYING SO) AND CLOSE IT.                 *
185300*-----------------------------------------------------------*
185400 9700-CLOSE-OVERDRAFT-LIST.
185500     PERFORM 4110-CHECK-OD-PAGE-BREAK THRU 4110-EXIT
185600     IF CT-NSF-COUNT = 0
185700         MOVE SPACES TO CT-REPORT-LINE
185800         STRING "  AUCUN DEPASSEMENT DE DECOUVERT"
185900             DELIMITED BY SIZE
186000            INTO CT-REPORT-LINE
186100         WRITE OD-LINE FROM CT-REPORT-LINE
186200     END-IF
186300     MOVE SPACES TO OD-LINE
186400     WRITE OD-LINE
186500     MOVE SPACES TO CT-REPORT-LINE
186600     STRING "NOMBRE D'OPERATIONS REFUSEES : " DELIMITED BY SIZE
186700            CT-NSF-COUNT DELIMITED BY SIZE
186800        INTO CT-REPORT-LINE
186900     WRITE OD-LINE FROM CT-REPORT-LINE
187000     MOVE CT-NSF-TOTAL TO CT-TOTAL-DISPLAY
187100     MOVE SPACES TO CT-REPORT-LINE
187200     STRING "MONTANT TOTAL REFUSE         : " DELIMITED BY SIZE
187300            CT-TOTAL-DISPLAY DELIMITED BY SIZE
187400        INTO CT-REPORT-LINE
187500     WRITE OD-LINE FROM CT-REPORT-LINE
187600     CLOSE OVERDRAFT-FILE
187700     DISPLAY "CALCUL-TRANSACTIONS - DEBITS REFUSED ON OVERDRAFT "
187800         "LIMIT : " CT-NSF-COUNT
187810     DISPLAY "CALCUL-TRANSACTIONS - DETAILS HELD ON DORMANT "
187820         "ACCOUNTS : " CT-DRM-COUNT.
187900 9700-EXIT.
188000     EXIT.
