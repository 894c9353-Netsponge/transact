002414*                   OR RELEASED) AND MERGES UNTOUCHED; A      *
002415*                   CURRENCY WITH NO RATE ON FILE STOPS THE   *
002416*                   RUN IN PASS ONE.                          *
002417*  2026-10-15  RD   A DETAIL IN AN IN-HOUSE BATCH THAT        *
002418*                   ALREADY CARRIES A BRANCH ID KEEPS IT      *
002419*                   INSTEAD OF TAKING THE BRANCH-LIST CARD'S, *
002420*                   SO A RECYCLED, RELEASED OR STANDING-ORDER *
002421*                   ITEM STILL NAMES ITS BRANCH OF ORIGIN. A  *
002422*                   BLANK ONE IS STAMPED AS BEFORE.           *
002400*-----------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
028600*                   EVERY BRANCH COPYING ITS DETAILS WITH    *
028700*                   THE BRANCH ID STAMPED ON, AND CLOSE      *
028800*                   WITH THE COMBINED TRAILER.               *
028810*                   A DETAIL IN AN IN-HOUSE BATCH (SEQUENCE  *
028820*                   ZERO) THAT ALREADY CARRIES A BRANCH ID   *
028830*                   KEEPS IT - THE BRANCH OF ORIGIN THE      *
028840*                   RECYCLE, RELEASE AND STANDING-ORDER      *
028850*                   BATCHES SET.                             *
028900*-----------------------------------------------------------*
029000 3000-PASS-TWO-COMBINE.
029100     OPEN OUTPUT COMBINED-FILE
030900 3100-COPY-ONE-BRANCH.
031000     PERFORM 2200-OPEN-BRANCH-FILE THRU 2200-EXIT
031100     PERFORM 2300-READ-BRANCH-RECORD THRU 2300-EXIT
031110     MOVE TR-HDR-BATCH-SEQ TO CB-HDR-BATCH-SEQ
031200     PERFORM 2300-READ-BRANCH-RECORD THRU 2300-EXIT
031300     PERFORM 3200-COPY-ONE-DETAIL THRU 3200-EXIT
031400         UNTIL CB-BRANCH-EOF OR TR-TRAILER-RECORD
032100         MOVE SPACES TO CMB-RECORD
032200         MOVE "D" TO CMB-RECORD-TYPE
032300         MOVE TR-DETAIL-AREA TO CMB-DETAIL-AREA
032400         IF CB-HDR-BATCH-SEQ NOT = 0
032405             OR TR-BRANCH-ID = SPACES
032410             MOVE CB-BR-ID (CB-SUB) TO CMB-BRANCH-ID
032415         END-IF
032420         IF TRANS-AMOUNT NUMERIC
032422             AND TR-ORIG-AMOUNT NOT NUMERIC
032424             PERFORM 2700-CONVERT-DETAIL THRU 2700-EXIT
