000165*                  WHEN THE LOSS DATE FALLS IN AN OPEN CAT
000166*                  WINDOW.  SPACES MEANS NOT A CAT CLAIM.
000167*                  RECORD LENGTH UNCHANGED.
000168* 2026-10-05 JHM   WITH THE CLAIM LEDGER TAKING SEVERAL PAYMENTS A
000169*                  CLAIM, CRG-PAID-DATE IS THE FIRST PAYMENT'S
000170*                  DATE AND CRG-PAID-AMOUNT IS PAID-TO-DATE.  THE
000171*                  PER-PAYMENT DETAIL LIVES ON CLMLEDG.
000172* 2026-10-15 JHM   ADDED CRG-SOURCE-SYSTEM, THE INTAKE SYSTEM THE
000173*                  CLAIM CAME IN FROM, WRITTEN BY CLAIMS01, SO THE
000174*                  CLMCYCL CYCLE-TIME REPORT CAN BREAK OUT BY
000175*                  SOURCE.  IT DID NOT FIT THE 5 TRAILING FILLER
000176*                  BYTES, SO THE RECORD WAS EXTENDED AND THE
000177*                  REGISTER REORGANIZED -- A CONVERTED RECORD
000178*                  CARRIES SPACES, WHICH MEANS SOURCE UNKNOWN.
000180*****************************************************************
000182 01  CLAIMS-REGISTER-REC.
000184     05  CRG-CLAIM-ID            PIC X(10).
000190     05  CRG-RESUBMIT-KEY.
000200         10  CRG-CUSTOMER-ID     PIC X(10).
000210         10  CRG-POLICY-NUMBER   PIC X(10).
000260     05  CRG-PAID-DATE           PIC 9(08).
000270     05  CRG-PAID-AMOUNT         PIC 9(09)V99.
000280     05  CRG-CAT-EVENT           PIC X(08).
000285     05  CRG-SOURCE-SYSTEM       PIC X(08).
000290     05  FILLER                  PIC X(05).
