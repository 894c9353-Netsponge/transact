002100*                   GAVE. ACCOUNTS.TXT IS LEFT IN PLACE AS    *
002200*                   THE FALLBACK COPY UNTIL THE RUNBOOK       *
002300*                   RETIRES IT.                               *
002310*  2026-10-15  RD   THE MASTER NOW CARRIES AC-OVERDRAFT-      *
002320*                   LIMIT. A SEQUENTIAL RECORD THAT CARRIES   *
002330*                   A NUMERIC LIMIT KEEPS IT; THE OLD SHORT   *
002340*                   LAYOUT LOADS AT ZERO (NO OVERDRAFT) UNTIL *
002350*                   MAINTENIR-COMPTES SETS ONE.               *
002360*  2026-10-15  RD   THE MASTER NOW CARRIES AC-STATUS-DATE,    *
002370*                   LOADED THE SAME WAY - A NUMERIC DATE IS   *
002380*                   KEPT, ANYTHING ELSE LOADS AS ZERO.        *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004300         ==AC-ACCOUNT-NAME== BY ==OAC-ACCOUNT-NAME==
004400         ==AC-STATUS== BY ==OAC-STATUS==
004500         ==AC-STATUS-OPEN== BY ==OAC-STATUS-OPEN==
004600         ==AC-STATUS-CLOSED== BY ==OAC-STATUS-CLOSED==
004650         ==AC-OVERDRAFT-LIMIT== BY ==OAC-OVERDRAFT-LIMIT==
004660         ==AC-STATUS-DORMANT== BY ==OAC-STATUS-DORMANT==
004670         ==AC-STATUS-DATE== BY ==OAC-STATUS-DATE==.
004700*
004800 FD  ACCOUNT-FILE.
004900     COPY ACCTREC.
013000     MOVE OAC-ACCOUNT-NUM TO AC-ACCOUNT-NUM
013100     MOVE OAC-ACCOUNT-NAME TO AC-ACCOUNT-NAME
013200     MOVE OAC-STATUS TO AC-STATUS
013220     IF OAC-OVERDRAFT-LIMIT NUMERIC
013240         MOVE OAC-OVERDRAFT-LIMIT TO AC-OVERDRAFT-LIMIT
013260     ELSE
013280         MOVE 0 TO AC-OVERDRAFT-LIMIT
013290     END-IF
013291     IF OAC-STATUS-DATE NUMERIC
013292         MOVE OAC-STATUS-DATE TO AC-STATUS-DATE
013293     ELSE
013294         MOVE 0 TO AC-STATUS-DATE
013295     END-IF
013300     WRITE ACCT-RECORD
013400         INVALID KEY
013500             ADD 1 TO CV-DROPPED-COUNT
