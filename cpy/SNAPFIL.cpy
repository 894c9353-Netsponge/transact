000010*-----------------------------------------------------------*
000020* SNAPFIL - THE FILES THE DAILY STREAM UPDATES, AS SAVED BY  *
000030*           SAUVEGARDER-JOURNEE AND PUT BACK BY              *
000040*           RETABLIR-JOURNEE.                                *
000050*                                                            *
000060*   MODE C - REWRITTEN BY THE RUN. SAVED WHOLE TO THE        *
000070*            GENERATION NAMED BY THE PREFIX AND THE BUSINESS *
000080*            DATE.                                           *
000090*   MODE A - ONLY APPENDED TO BY THE RUN. SAVED AS ITS       *
000100*            LENGTH IN RECORDS AND CUT BACK TO IT ON A       *
000110*            BACKOUT.                                        *
000120*   THE ORDER HERE IS THE ORDER OF SN-FILE-ENTRY ON SNAPREC, *
000130*   SO A FILE IS ONLY EVER ADDED AT THE END.                 *
000140*-----------------------------------------------------------*
000150*  2026-10-15  RD   ORIGINAL VERSION.                         *
000152*  2026-10-15  RD   STANDING.DAT ADDED - THE STANDING-        *
000154*                   INSTRUCTION MASTER GENERER-ORDRES         *
000156*                   REWRITES EACH NIGHT.                      *
000157*  2026-10-15  RD   RUNCTL.TXT ADDED - THE RUN-CONTROL LOG    *
000158*                   CALCUL-TRANSACTIONS APPENDS A BLOCK TO    *
000159*                   ON EVERY RUN, CUT BACK ON A BACKOUT.      *
000160*-----------------------------------------------------------*
000170 01  SNAP-FILE-LIST-VALUES.
000180     05  FILLER                 PIC X(21)
000190                                VALUE "balances.dat    bal C".
000200     05  FILLER                 PIC X(21)
000210                                VALUE "postreg.dat     reg C".
000220     05  FILLER                 PIC X(21)
000230                                VALUE "branchseq.dat   bsq C".
000240     05  FILLER                 PIC X(21)
000250                                VALUE "accruals.dat    acr C".
000260     05  FILLER                 PIC X(21)
000270                                VALUE "balances.prv    prv C".
000280     05  FILLER                 PIC X(21)
000290                                VALUE "checkpoint.dat  ckp C".
000300     05  FILLER                 PIC X(21)
000310                                VALUE "history.txt         A".
000320     05  FILLER                 PIC X(21)
000330                                VALUE "rejects.dat         A".
000340     05  FILLER                 PIC X(21)
000350                                VALUE "suspense.dat        A".
000352     05  FILLER                 PIC X(21)
000354                                VALUE "standing.dat    sto C".
000356     05  FILLER                 PIC X(21)
000358                                VALUE "runctl.txt          A".
000360 01  SNAP-FILE-LIST REDEFINES SNAP-FILE-LIST-VALUES.
000370     05  SF-ENTRY               OCCURS 11 TIMES.
000380         10  SF-FILE-NAME       PIC X(16).
000390         10  SF-GEN-PREFIX      PIC X(04).
000400         10  SF-MODE            PIC X(01).
000410             88  SF-SAVED-WHOLE         VALUE "C".
000420             88  SF-SAVED-AS-LENGTH     VALUE "A".
000430 01  SF-FILE-TOTAL              PIC 9(02)  VALUE 11.
