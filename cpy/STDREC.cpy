000010*-----------------------------------------------------------*
000020* STDREC - STANDING-INSTRUCTION MASTER (STANDING.DAT).       *
000030*                                                            *
000040*   ONE RECORD PER RECURRING PAYMENT OR TRANSFER, KEPT IN    *
000050*   INSTRUCTION-ID ORDER BY MAINTENIR-ORDRES AND READ EVERY  *
000060*   NIGHT BY GENERER-ORDRES. THE FREQUENCY IS WEEKLY (EVERY  *
000070*   SEVENTH DAY FROM THE START DATE), MONTHLY (ON THE START  *
000080*   DATE'S DAY OF THE MONTH) OR ON A GIVEN DAY OF THE MONTH  *
000090*   (SO-DAY-OF-MONTH). A MONTHLY DAY PAST THE END OF A SHORT *
000100*   MONTH FALLS ON ITS LAST DAY. AN END DATE OF ZERO MEANS   *
000110*   THE INSTRUCTION RUNS UNTIL IT IS CHANGED OR DELETED. A   *
000120*   BLANK OR CAD CURRENCY IS THE BASE. SO-LAST-GEN-DATE IS   *
000130*   THE BUSINESS DATE OF THE LAST RUN THAT GENERATED THE     *
000140*   INSTRUCTION (ZERO = NEVER), SO A RERUN UNDER THE SAME    *
000150*   BUSDATE CARD CANNOT GENERATE IT A SECOND TIME.           *
000160*-----------------------------------------------------------*
000170*  2026-10-15  RD   ORIGINAL VERSION.                         *
000180*-----------------------------------------------------------*
000190 01  STANDING-RECORD.
000200     05  SO-INSTR-ID            PIC 9(06).
000210     05  SO-ACCOUNT-NUM         PIC X(04).
000220     05  SO-TRANS-TYPE          PIC X(01).
000230         88  SO-TYPE-VALID              VALUES "P" "R"
000240                                        "V" "F" "A".
000250     05  SO-AMOUNT              PIC S9(07)V99
000260                                SIGN IS TRAILING SEPARATE.
000270     05  SO-CURRENCY-CODE       PIC X(03).
000280     05  SO-FREQUENCY           PIC X(01).
000290         88  SO-FREQ-WEEKLY             VALUE "W".
000300         88  SO-FREQ-MONTHLY            VALUE "M".
000310         88  SO-FREQ-DAY-OF-MONTH       VALUE "D".
000320         88  SO-FREQ-VALID              VALUES "W" "M" "D".
000330     05  SO-DAY-OF-MONTH        PIC 9(02).
000340     05  SO-START-DATE          PIC 9(08).
000350     05  SO-END-DATE            PIC 9(08).
000360     05  SO-BRANCH-ID           PIC X(02).
000370     05  SO-LAST-GEN-DATE       PIC 9(08).
000380     05  SO-USER-ID             PIC X(08).
000390     05  SO-MAINT-DATE          PIC 9(08).
000400     05  FILLER                 PIC X(11).
