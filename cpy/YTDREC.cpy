000010*-----------------------------------------------------------*
000020* YTDREC - YEAR-TO-DATE EXTRACT RECORD LAYOUT.                *
000030*                                                             *
000040*   ONE DETAIL RECORD PER ACCOUNT FOR THE YEAR ON THE YEAR    *
000050*   CARD, WRITTEN BY RELEVE-ANNUEL FOR THE TAX AND REGULATORY *
000060*   REPORTING TEAM: THE JANUARY 1 OPENING BALANCE, THE COUNT  *
000070*   AND NET OF EACH TRANSACTION TYPE IN THE ORDER P, R, V, F, *
000080*   A, THE CAD EQUIVALENT OF THE FOREIGN-CURRENCY ACTIVITY,   *
000090*   THE DECEMBER 31 CLOSING BALANCE, THE BALANCE MASTER'S     *
000100*   FIGURE AS OF THE LAST BUSINESS DAY OF THE YEAR AND        *
000110*   WHETHER THE TWO AGREE. A SINGLE TRAILER RECORD CLOSES     *
000120*   THE FILE WITH THE ACCOUNT COUNT, THE CLOSING TOTAL AND    *
000130*   THE NUMBER OF ACCOUNTS THAT DISAGREE. AMOUNTS ARE ZONED   *
000140*   WITH A TRAILING SEPARATE SIGN, AS ON EVERY OTHER FILE.    *
000150*-----------------------------------------------------------*
000160*  2026-10-15  RD   ORIGINAL VERSION.                         *
000170*-----------------------------------------------------------*
000180 01  YTD-RECORD.
000190     05  YT-RECORD-TYPE         PIC X(01).
000200         88  YT-DETAIL-RECORD           VALUE "D".
000210         88  YT-TRAILER-RECORD          VALUE "T".
000220     05  YT-DETAIL-AREA.
000230         10  YT-ACCOUNT-NUM     PIC X(04).
000240         10  YT-YEAR            PIC 9(04).
000250         10  YT-OPEN-BALANCE    PIC S9(09)V99
000260                                SIGN IS TRAILING SEPARATE.
000270         10  YT-TYPE-TOTALS     OCCURS 5 TIMES.
000280             15  YT-TYPE-CODE   PIC X(01).
000290             15  YT-TYPE-COUNT  PIC 9(07).
000300             15  YT-TYPE-AMOUNT PIC S9(09)V99
000310                                SIGN IS TRAILING SEPARATE.
000320         10  YT-FOREIGN-COUNT   PIC 9(07).
000330         10  YT-FOREIGN-AMOUNT  PIC S9(09)V99
000340                                SIGN IS TRAILING SEPARATE.
000350         10  YT-CLOSE-BALANCE   PIC S9(09)V99
000360                                SIGN IS TRAILING SEPARATE.
000370         10  YT-LEDGER-BALANCE  PIC S9(09)V99
000380                                SIGN IS TRAILING SEPARATE.
000390         10  YT-AGREE-FLAG      PIC X(01).
000400             88  YT-BALANCE-AGREES          VALUE "Y".
000410             88  YT-BALANCE-DIFFERS         VALUE "N".
000420     05  YT-TRAILER-AREA REDEFINES YT-DETAIL-AREA.
000430         10  YT-TRL-YEAR            PIC 9(04).
000440         10  YT-TRL-ACCOUNT-COUNT   PIC 9(07).
000450         10  YT-TRL-CLOSE-TOTAL     PIC S9(11)V99
000460                                    SIGN IS TRAILING SEPARATE.
000470         10  YT-TRL-DIFFER-COUNT    PIC 9(07).
000480         10  FILLER                 PIC X(132).
