000010*-----------------------------------------------------------*
000020* SNAPREC - NIGHTLY SNAPSHOT INDEX RECORD LAYOUT.            *
000030*                                                            *
000040*   ONE RECORD ON SNAPIDX.DAT PER SNAPSHOT TAKEN AT THE HEAD *
000050*   OF THE DAILY STREAM, KEYED BY THE BUSINESS DATE OF THE   *
000060*   RUN. FOR EACH FILE ON THE SNAPFIL LIST IT SAYS WHETHER   *
000070*   THE FILE WAS THERE AND HOW MANY RECORDS IT HELD - A FILE *
000080*   THE RUN REWRITES IS SAVED WHOLE TO ITS GENERATION        *
000090*   (XXXYYYYMMDD.SNP), A FILE THE RUN ONLY APPENDS TO IS     *
000100*   SAVED AS ITS LENGTH ALONE. RETABLIR-JOURNEE PUTS THE     *
000110*   FILES BACK FROM IT AND MARKS THE RECORD BACKED OUT,      *
000120*   AFTER WHICH THE NEXT RUN FOR THAT DATE TAKES A FRESH     *
000130*   SNAPSHOT.                                                *
000140*-----------------------------------------------------------*
000150*  2026-10-15  RD   ORIGINAL VERSION.                         *
000152*  2026-10-15  RD   TENTH FILE ENTRY FOR STANDING.DAT. AN     *
000154*                   ENTRY WRITTEN BEFORE A FILE JOINED THE    *
000156*                   LIST READS WITH A BLANK SN-FILE-PRESENT - *
000158*                   THAT SNAPSHOT DOES NOT COVER THE FILE.    *
000162*  2026-10-15  RD   ELEVENTH FILE ENTRY FOR RUNCTL.TXT, READ  *
000166*                   THE SAME WAY ON AN OLDER, SHORTER ENTRY.  *
000168*-----------------------------------------------------------*
000170 01  SNAP-RECORD.
000180     05  SN-BUSINESS-DATE       PIC 9(08).
000190     05  SN-STATUS              PIC X(01).
000200         88  SN-IN-EFFECT               VALUE "S".
000210         88  SN-BACKED-OUT              VALUE "B".
000220     05  SN-TAKEN-DATE          PIC 9(08).
000230     05  SN-TAKEN-TIME          PIC 9(08).
000240     05  SN-BACKOUT-DATE        PIC 9(08).
000250     05  SN-FILE-ENTRY          OCCURS 11 TIMES.
000260         10  SN-FILE-PRESENT    PIC X(01).
000270             88  SN-FILE-WAS-PRESENT    VALUE "Y".
000275             88  SN-FILE-NOT-COVERED    VALUE SPACE.
000280         10  SN-FILE-COUNT      PIC 9(09).
