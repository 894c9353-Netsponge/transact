000249*                   ON HISTORY WRITTEN BEFORE THE FIELDS       *
000251*                   EXISTED, AND BLANK CURRENCY MEANS THE      *
000253*                   BASE.                                      *
000254*  2026-10-15  RD   HI-POST-DATE APPENDED AT THE END - THE     *
000255*                   BUSINESS DATE OF THE RUN THAT POSTED THE   *
000256*                   LINE, AS DISTINCT FROM THE DETAIL'S OWN    *
000257*                   TRANS-DATE, SO THE END-OF-DAY PROOF CAN    *
000258*                   PICK OUT EXACTLY TONIGHT'S LINES. BLANK ON *
000259*                   HISTORY WRITTEN BEFORE THE FIELD EXISTED.  *
000261*  2026-10-15  RD   HI-RECORD-TYPE APPENDED AT THE END. BLANK  *
000263*                   IS A POSTED DETAIL, AS ON EVERY LINE       *
000265*                   WRITTEN BEFORE THE FIELD EXISTED. THE      *
000267*                   MONTH-CLOSE ARCHIVING ADDS TWO MORE KINDS: *
000269*                   A BALANCE-FORWARD LINE PER ACCOUNT (THE    *
000271*                   BALANCE IN HI-RUNNING-TOTAL, AMOUNT ZERO,  *
000273*                   DATED THE LAST DAY OF THE CLOSED MONTH)    *
000275*                   AND ONE CONTROL LINE CLOSING EACH MONTHLY  *
000277*                   ARCHIVE (DETAIL COUNT IN HI-CONTROL-COUNT, *
000279*                   NET IN HI-RUNNING-TOTAL).                  *
000281*  2026-10-15  RD   HI-LAST-ACTIVITY REDEFINES HI-TRANS-NUM    *
000282*                   ON A BALANCE-FORWARD LINE - THE DATE OF    *
000283*                   THE ACCOUNT'S LAST CUSTOMER-INITIATED      *
000284*                   DETAIL (ANY TYPE BUT F AND A) UP TO THE    *
000285*                   CLOSE, ZERO WHEN THERE WAS NONE, SO        *
000286*                   DORMANCY IS JUDGED FROM THE LIVE FILE.     *
000250*-----------------------------------------------------------*
000260 01  HIST-RECORD.
000270     05  HI-TRANS-DATE          PIC 9(08).
000290     05  HI-ACCOUNT-NUM         PIC X(04).
000300     05  FILLER                 PIC X(02).
000310     05  HI-TRANS-NUM           PIC X(08).
000315     05  HI-CONTROL-COUNT       REDEFINES HI-TRANS-NUM
000317                                PIC 9(08).
000318     05  HI-LAST-ACTIVITY       REDEFINES HI-TRANS-NUM
000319                                PIC 9(08).
000320     05  FILLER                 PIC X(02).
000330     05  HI-TRANS-AMOUNT        PIC S9(07)V99
000340                                SIGN IS TRAILING SEPARATE.
000440     05  FILLER                 PIC X(02).
000450     05  HI-ORIG-AMOUNT         PIC S9(07)V99
000460                                SIGN IS TRAILING SEPARATE.
000470     05  FILLER                 PIC X(02).
000480     05  HI-POST-DATE           PIC 9(08).
000490     05  FILLER                 PIC X(02).
000500     05  HI-RECORD-TYPE         PIC X(01).
000510         88  HI-DETAIL-LINE                 VALUE SPACE.
000520         88  HI-BALANCE-FORWARD             VALUE "B".
000530         88  HI-ARCHIVE-CONTROL             VALUE "T".
