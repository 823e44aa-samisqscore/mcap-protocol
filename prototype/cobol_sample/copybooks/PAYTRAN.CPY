000130* DATE       INIT  DESCRIPTION
000140* ---------- ----  -----------------------------------------------
000150* 2026-09-02 JHM   ORIGINAL PAYMENT TRANSACTION LAYOUT.
000151* 2026-10-05 JHM   ADDED PAY-TRAN-TYPE FROM THE TRAILING FILLER --
000152*                  RESERVE-SET, RESERVE-CHANGE, PARTIAL AND FINAL
000153*                  PAYMENT, AND REOPEN, POSTED BY CLMPAY TO THE
000154*                  NEW CLAIM LEDGER.  A BLANK TYPE IS TAKEN AS A
000155*                  PARTIAL PAYMENT, SO THE PAYMENT UNIT'S FEED
000156*                  NEEDS NO NEW COLUMN.  FOR RS AND RO THE AMOUNT
000157*                  IS THE RESERVE TO SET; FOR RC IT IS THE NEW
000158*                  OUTSTANDING RESERVE AND MAY BE ZERO.
000159* 2026-10-15 JHM   ADDED PAY-REFERENCE FROM THE TRAILING FILLER --
000160*                  THE PAYMENT UNIT'S VOUCHER NUMBER.  CLMPAY
000161*                  KEEPS IT ON THE LEDGER DETAIL AND USES IT TO
000162*                  TELL A SECOND INSTALLMENT FROM A RESUBMITTED
000163*                  PAYMENT.  BLANK IS ALLOWED; THEN TYPE, DATE
000164*                  AND AMOUNT DECIDE, AS BEFORE.
000169*****************************************************************
000170 01  PAYMENT-TRAN.
000180     05  PAY-CLAIM-ID            PIC X(10).
000190     05  PAY-PAID-DATE-X         PIC X(08).
000220     05  PAY-PAID-AMOUNT-X       PIC X(11).
000230     05  PAY-PAID-AMOUNT REDEFINES PAY-PAID-AMOUNT-X
000240                                 PIC 9(09)V99.
000242     05  PAY-TRAN-TYPE           PIC X(02).
000243         88  PAY-RESERVE-SET             VALUE 'RS'.
000244         88  PAY-RESERVE-CHANGE          VALUE 'RC'.
000245         88  PAY-PARTIAL-PAYMENT         VALUES 'PP', '  '.
000246         88  PAY-FINAL-PAYMENT           VALUE 'FP'.
000247         88  PAY-REOPEN                  VALUE 'RO'.
000248         88  PAY-IS-PAYMENT              VALUES 'PP', 'FP', '  '.
000249         88  PAY-VALID-TRAN-TYPE
000250                 VALUES 'RS', 'RC', 'PP', 'FP', 'RO', '  '.
000251     05  PAY-REFERENCE           PIC X(10).
000252     05  FILLER                  PIC X(39).
