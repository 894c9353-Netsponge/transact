000010*-----------------------------------------------------------*
000020* APPRCTL - APPROVAL CONTROL AREA (COLUMNS 49-80) CARRIED ON *
000030*           EVERY MAINTENANCE, REPAIR AND RELEASE CARD.      *
000040*                                                            *
000050*   THE MAKER KEYS THE CARD IMAGE IN COLUMNS 1-48 WITH THIS  *
000060*   AREA BLANK. APPROUVER-CARTES STAMPS THE RECEIVED DATE    *
000070*   AND A REFERENCE THE FIRST TIME IT SEES THE CARD, AND THE *
000080*   CHECKER ID AND DATE WHEN A SECOND USER APPROVES IT. A    *
000090*   CARD IS APPROVED ONLY WHEN IT HAS A REFERENCE, A MAKER   *
000093*   AND A CHECKER, AND THE CHECKER IS NOT THE MAKER. THE     *
000096*   COLUMNS ARE NOT TAKEN AT THEIR WORD: THE PROGRAMS THAT   *
000099*   APPLY THE CARDS ALSO REQUIRE AN A EVENT ON THE APPROVAL  *
000102*   LOG FOR THE SAME REFERENCE, CHECKER AND CARD IMAGE, WITH *
000105*   THE REFERENCE NOT YET APPLIED OR REFUSED, AND APPROUVER- *
000108*   CARTES RECEIVES AS NEW ANY CARD WHOSE REFERENCE IS NOT   *
000111*   OPEN ON THE LOG.                                         *
000120*-----------------------------------------------------------*
000130*  2026-10-15  RD   ORIGINAL VERSION.                         *
000131*  2026-10-15  RD   THE APPLY PROGRAMS AND APPROUVER-         *
000132*                   CARTES CHECK THE CONTROL AREA AGAINST     *
000133*                   THE APPROVAL LOG, NOT THE CARD ALONE.     *
000140*-----------------------------------------------------------*
000150     05  CK-CONTROL-AREA.
000160         10  CK-RECEIVED-DATE   PIC X(08).
000170         10  CK-REFERENCE       PIC X(08).
000180         10  CK-CHECKER-ID      PIC X(08).
000190         10  CK-APPROVED-DATE   PIC X(08).
