000010*-----------------------------------------------------------*
000020* APPRLOG - SHARED APPROVAL LOG RECORD (APPRLOG.TXT).        *
000030*                                                            *
000040*   ONE LINE PER EVENT IN THE LIFE OF A MAINTENANCE, REPAIR  *
000050*   OR RELEASE CARD, APPENDED BY APPROUVER-CARTES AND BY THE *
000060*   FOUR PROGRAMS THAT APPLY THE CARDS. THE REFERENCE TIES   *
000070*   THE EVENTS OF ONE CARD TOGETHER, AND THE MAKER AND       *
000080*   CHECKER ON THE APPLIED LINE NAME THE TWO PEOPLE BEHIND   *
000090*   THE CHANGE.                                              *
000100*-----------------------------------------------------------*
000110*  2026-10-15  RD   ORIGINAL VERSION.                         *
000120*-----------------------------------------------------------*
000130 01  APPR-LOG-RECORD.
000140     05  AL-LOG-DATE            PIC 9(08).
000150     05  AL-LOG-TIME            PIC 9(08).
000160     05  AL-SOURCE              PIC X(01).
000170         88  AL-SOURCE-TRANSACTION      VALUE "T".
000180         88  AL-SOURCE-ACCOUNT          VALUE "C".
000190         88  AL-SOURCE-REPAIR           VALUE "R".
000200         88  AL-SOURCE-SUSPENSE         VALUE "S".
000210     05  AL-EVENT               PIC X(01).
000220         88  AL-EVENT-RECEIVED          VALUE "R".
000230         88  AL-EVENT-APPROVED          VALUE "A".
000240         88  AL-EVENT-DECLINED          VALUE "J".
000250         88  AL-EVENT-REFUSED           VALUE "X".
000260         88  AL-EVENT-APPLIED           VALUE "P".
000270         88  AL-EVENT-NOT-APPLIED       VALUE "N".
000280     05  AL-REFERENCE           PIC X(08).
000290     05  AL-MAKER-ID            PIC X(08).
000300     05  AL-CHECKER-ID          PIC X(08).
000310     05  AL-CARD-IMAGE          PIC X(48).
