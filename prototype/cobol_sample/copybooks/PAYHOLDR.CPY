000030* PAYMENT-HOLD-REC -- PAYMENT-HOLD FILE LAYOUT.  ONE RECORD FOR
000040* EACH PAYMENT TRANSACTION CLMPAY COULD NOT POST -- THE CLAIM
000050* STILL HAS AN OPEN REFERRAL ON THE REFERRAL-TRACKING MASTER,
000060* IS NOT ON THE CLAIMS REGISTER, IS CLOSED BY A FINAL PAYMENT,
000065* WOULD EXCEED THE CLAIM'S OUTSTANDING RESERVE, OR IS ALREADY
000067* ON THE CLAIM LEDGER (A RERUN OR A RESUBMITTED PAYMENT FILE).
000070* THE ADJUSTERS WORK THIS FILE INSTEAD OF THE MANUAL LEDGER,
000080* AND A CLEARED HOLD IS RESUBMITTED ON A LATER DAY'S PAYMENT
000090* TRANSACTION FILE.
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  -----------------------------------------------
000140* 2026-09-02 JHM   ORIGINAL PAYMENT HOLD LAYOUT.
000142* 2026-10-05 JHM   PH03 NOW MEANS THE CLAIM IS CLOSED ON THE CLAIM
000143*                  LEDGER (A FINAL PAYMENT WAS POSTED) -- A SECOND
000144*                  PAYMENT ON AN OPEN CLAIM NOW POSTS.  ADDED
000145*                  PH04, PAYMENT OVER THE OUTSTANDING RESERVE, AND
000146*                  PHD-TRAN-TYPE FROM THE TRAILING FILLER SO THE
000147*                  RESUBMITTED PAYMENT KEEPS ITS PARTIAL OR FINAL
000148*                  TYPE.
000149* 2026-10-15 JHM   ADDED PH05, PAYMENT ALREADY ON THE CLAIM
000150*                  LEDGER -- SAME VOUCHER NUMBER, OR WITH NO
000151*                  VOUCHER NUMBER THE SAME TYPE, DATE AND AMOUNT.
000152*                  A GENUINE SECOND INSTALLMENT IS RESUBMITTED
000153*                  WITH ITS OWN VOUCHER NUMBER IN PAY-REFERENCE.
000158*****************************************************************
000160 01  PAYMENT-HOLD-REC.
000170     05  PHD-CLAIM-ID            PIC X(10).
000180     05  PHD-CUSTOMER-ID         PIC X(10).
000220         88  PHD-OPEN-REFERRAL           VALUE 'PH01'.
000230         88  PHD-NOT-ON-REGISTER         VALUE 'PH02'.
000240         88  PHD-ALREADY-PAID            VALUE 'PH03'.
000245         88  PHD-OVER-RESERVE            VALUE 'PH04'.
000247         88  PHD-ALREADY-ON-LEDGER       VALUE 'PH05'.
000250     05  PHD-REASON-TEXT         PIC X(30).
000260     05  PHD-REF-STATUS          PIC X(02).
000270     05  PHD-HOLD-DATE           PIC 9(08).
000275     05  PHD-TRAN-TYPE           PIC X(02).
000280     05  FILLER                  PIC X(03).
