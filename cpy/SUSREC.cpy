000164*                   WITH THE TRANREC CURRENCY FIELDS, KEEPING *
000166*                   THE DETAIL IMAGE A MIRROR OF THE DETAIL   *
000168*                   AREA.                                     *
000169*  2026-10-15  RD   HOLD RULE HNSF - A CUSTOMER DEBIT CALCUL- *
000170*                   TRANSACTIONS REFUSED BECAUSE IT WOULD     *
000171*                   TAKE THE ACCOUNT PAST ITS AUTHORIZED      *
000172*                   OVERDRAFT. A RELEASE RE-PRESENTS IT; IT   *
000173*                   POSTS ONLY IF THE ACCOUNT CAN THEN COVER  *
000174*                   IT (OR ITS LIMIT HAS BEEN RAISED).        *
000175*  2026-10-15  RD   HOLD RULE HDRM - A CUSTOMER-INITIATED     *
000176*                   DETAIL FOR A DORMANT ACCOUNT. A RELEASE   *
000177*                   RE-PRESENTS IT; IT IS HELD AGAIN UNLESS   *
000178*                   THE ACCOUNT HAS BEEN REACTIVATED.         *
000179*-----------------------------------------------------------*
000180 01  SUSPENSE-RECORD.
000190     05  SU-HOLD-DATE           PIC 9(08).
000200     05  SU-HOLD-RULE           PIC X(04).
