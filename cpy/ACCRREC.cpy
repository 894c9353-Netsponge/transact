000010*-----------------------------------------------------------*
000020* ACCRREC - DAILY INTEREST ACCRUAL RECORD LAYOUT.            *
000030*                                                             *
000040*   ONE RECORD PER ACCOUNT PER CALENDAR DAY ACCRUED. THE      *
000050*   DAILY STREAM'S CALCUL-INTERETS STEP WRITES THE BUSINESS   *
000060*   DAY ITSELF AND EVERY WEEKEND OR BUSCAL.TXT HOLIDAY THAT   *
000070*   FOLLOWS IT, ALL AT THAT DAY'S CLOSING BALANCE, AND STAMPS *
000080*   EACH RECORD WITH THE BUSINESS DATE OF THE RUN THAT WROTE  *
000090*   IT SO A RERUN OF THE SAME DAY REPLACES RATHER THAN ADDS.  *
000100*   THE RECORDS SIT ON ACCRUALS.DAT UNTIL CAPITALISER-        *
000110*   INTERETS POSTS THEM AT MONTH END. THE AMOUNT IS HELD TO   *
000120*   SIX DECIMALS AND ONLY ROUNDED TO CENTS WHEN THE MONTH IS  *
000130*   CAPITALIZED, SO A MONTH OF DAILY FRACTIONS IS NOT LOST.   *
000140*-----------------------------------------------------------*
000150*  2026-10-15  RD   ORIGINAL VERSION.                         *
000160*-----------------------------------------------------------*
000170 01  ACCR-RECORD.
000180     05  AR-ACCRUAL-DATE        PIC 9(08).
000190     05  AR-ACCOUNT-NUM         PIC X(04).
000200     05  AR-RUN-DATE            PIC 9(08).
000210     05  AR-BALANCE             PIC S9(09)V99
000220                                SIGN IS TRAILING SEPARATE.
000230     05  AR-RATE-TYPE           PIC X(01).
000240         88  AR-CREDIT-RATE             VALUE "C".
000250         88  AR-DEBIT-RATE              VALUE "D".
000260     05  AR-ANNUAL-RATE         PIC 9(02)V9(04).
000270     05  AR-AMOUNT              PIC S9(07)V9(06)
000280                                SIGN IS TRAILING SEPARATE.
