006286*                   ONTO THE REJECT IMAGES, THE SAME AS        *
006288*                   CALCUL-TRANSACTIONS. EVERY TOTAL STAYS IN  *
006290*                   THE BASE CURRENCY.                         *
006291*  2026-10-15  RD   A DORMANT ACCOUNT (STATUS D) IS NO LONGER  *
006292*                   REJECTED RJ06. ITS DETAILS STAY VALID AND  *
006293*                   IN THE TOTALS; THE CUSTOMER-INITIATED ONES *
006294*                   (ANY TYPE BUT F AND A) ARE COUNTED AND     *
006295*                   LISTED ON THE CONSOLE AS DUE TO BE HELD IN *
006296*                   SUSPENSE (HDRM) BY CALCUL-TRANSACTIONS.    *
006300*-----------------------------------------------------------*
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
012900 77  VT-EXPECTED-TOTAL         PIC S9(07)V99        VALUE 0.
013000 77  VT-TRAILER-COUNT          PIC 9(07)            VALUE 0.
013100 77  VT-TRAILER-TOTAL          PIC S9(07)V99        VALUE 0.
013110 77  VT-DORMANT-COUNT          PIC 9(07)            VALUE 0.
013200*
013300*-----------------------------------------------------------*
013400* VALIDATION FIELDS                                          *
017300     88  VT-ACCT-WAS-FOUND                          VALUE "Y".
017400 77  VT-ACCT-LOOKUP-STATUS     PIC X(01)            VALUE SPACE.
017500     88  VT-ACCT-IS-OPEN                            VALUE "O".
017510     88  VT-ACCT-IS-DORMANT                         VALUE "D".
017600 77  VT-ACCT-LOOKUP-NUM        PIC X(04)            VALUE SPACES.
018200*
018300*-----------------------------------------------------------*
049700             SET VT-RECORD-IS-INVALID TO TRUE
049800             MOVE "RJ05" TO VT-REJECT-CODE
049900         WHEN NOT VT-ACCT-IS-OPEN
049910             AND NOT VT-ACCT-IS-DORMANT
050000             SET VT-RECORD-IS-INVALID TO TRUE
050100             MOVE "RJ06" TO VT-REJECT-CODE
050200         WHEN NOT TR-TYPE-VALID
056000             MOVE VT-SR-TRANS-NUM TO VT-RDK-TRANS-NUM
056100             ADD 1 TO VT-RECORD-COUNT
056200             ADD VT-SR-TRANS-AMOUNT TO VT-TOTAL
056210             PERFORM 2340-NOTE-DORMANT-ACCOUNT THRU 2340-EXIT
056300     END-EVALUATE
056400     PERFORM 2310-RETURN-SORTED-RECORD THRU 2310-EXIT.
056500 2320-EXIT.
056600     EXIT.
056700*
056701*-----------------------------------------------------------*
056702* 2340-NOTE-DORMANT-ACCOUNT - A CUSTOMER-INITIATED DETAIL    *
056703*                   FOR A DORMANT ACCOUNT IS VALID, BUT THE  *
056704*                   POSTING PASS WILL HOLD IT IN SUSPENSE    *
056705*                   UNTIL THE ACCOUNT IS REACTIVATED, SO THE *
056706*                   OPERATOR HEARS ABOUT IT NOW.             *
056707*-----------------------------------------------------------*
056708 2340-NOTE-DORMANT-ACCOUNT.
056709     IF VT-SR-TRANS-TYPE = "F" OR VT-SR-TRANS-TYPE = "A"
056710         GO TO 2340-EXIT
056711     END-IF
056712     MOVE VT-SR-ACCOUNT-NUM TO VT-ACCT-LOOKUP-NUM
056713     PERFORM 2140-LOOKUP-ACCOUNT THRU 2140-EXIT
056714     IF VT-ACCT-IS-DORMANT
056715         ADD 1 TO VT-DORMANT-COUNT
056716         DISPLAY "VALIDER-TRANSACTIONS - ACCOUNT "
056717             VT-SR-ACCOUNT-NUM " IS DORMANT - DETAIL "
056718             VT-SR-TRANS-NUM " WILL BE HELD (HDRM)"
056719     END-IF.
056720 2340-EXIT.
056721     EXIT.
056722*
056800*-----------------------------------------------------------*
056900* 2330-CHECK-PRIOR-POSTING - ADVANCE THE REGISTRY STREAM TO  *
057000*                   THE SORTED RECORD'S KEY. A KEY ALREADY   *
068700*-----------------------------------------------------------*
068800 8000-RECONCILE-CONTROLS.
068900     ADD VT-RECORD-COUNT VT-REJECT-COUNT GIVING VT-TOTAL-COUNT
068910     IF VT-DORMANT-COUNT > 0
068920         DISPLAY "VALIDER-TRANSACTIONS - DETAILS FOR DORMANT "
068930             "ACCOUNTS : " VT-DORMANT-COUNT
068940     END-IF
069000     IF NOT TRAILER-WAS-FOUND
069100         DISPLAY "VALIDER-TRANSACTIONS - TRAILER RECORD NOT "
069200             "FOUND - TOTALS ARE SUSPECT"
