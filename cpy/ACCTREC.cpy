000110*  2026-08-22  RD   ORIGINAL VERSION - ACCOUNT MASTER SHARED  *
000120*                   BY VALIDER-TRANSACTIONS, CALCUL-           *
000130*                   TRANSACTIONS AND MAINTENIR-COMPTES.        *
000132*  2026-10-15  RD   AC-OVERDRAFT-LIMIT ADDED - THE AUTHORIZED  *
000134*                   OVERDRAFT, HELD AS A POSITIVE AMOUNT THE   *
000136*                   BALANCE MAY FALL BELOW ZERO BY. ZERO MEANS *
000138*                   NO OVERDRAFT. SET BY MAINTENIR-COMPTES,    *
000139*                   ENFORCED BY CALCUL-TRANSACTIONS.           *
000140*  2026-10-15  RD   AC-STATUS-DORMANT (D) AND AC-STATUS-DATE   *
000141*                   ADDED. DETECTER-DORMANTS SETS AN OPEN      *
000142*                   ACCOUNT DORMANT AFTER A RUN OF BUSINESS    *
000143*                   DAYS WITH NO CUSTOMER ACTIVITY; ONLY A     *
000144*                   REACTIVATION CARD TO MAINTENIR-COMPTES     *
000145*                   OPENS IT AGAIN. AC-STATUS-DATE IS THE DAY  *
000146*                   THE STATUS LAST CHANGED, ZERO IF UNKNOWN.  *
000149*-----------------------------------------------------------*
000150 01  ACCT-RECORD.
000160     05  AC-ACCOUNT-NUM         PIC X(04).
000170     05  AC-ACCOUNT-NAME        PIC X(20).
000180     05  AC-STATUS              PIC X(01).
000190         88  AC-STATUS-OPEN             VALUE "O".
000200         88  AC-STATUS-CLOSED           VALUE "C".
000205         88  AC-STATUS-DORMANT          VALUE "D".
000210     05  AC-OVERDRAFT-LIMIT     PIC 9(07)V99.
000220     05  AC-STATUS-DATE         PIC 9(08).
