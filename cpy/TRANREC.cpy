000362*                   MARKS A DETAIL ALREADY CONVERTED. BLANK    *
000364*                   CURRENCY MEANS THE BASE. HEADER/TRAILER    *
000366*                   FILLER GREW THIRTEEN BYTES TO MATCH.       *
000367*  2026-10-15  RD   AN IN-HOUSE (SEQUENCE ZERO) DETAIL THAT    *
000368*                   ALREADY CARRIES A TR-BRANCH-ID KEEPS IT    *
000369*                   THROUGH CONSOLIDER-LOTS, SO IT NAMES ITS   *
000370*                   BRANCH OF ORIGIN RATHER THAN THE BATCH     *
000371*                   THAT DELIVERED IT.                         *
000372*-----------------------------------------------------------*
000340 01  TRANS-RECORD.
000350     05  TR-RECORD-TYPE         PIC X(01).
000360         88  TR-HEADER-RECORD           VALUE "H".
