000010*****************************************************************
000020* CLMLEDGR.CPY
000030* CLAIM-LEDGER-REC -- CLAIM FINANCIAL LEDGER, INDEXED BY CLAIM
000040* ID AND TRANSACTION SEQUENCE.  SEQUENCE 0000 FOR A CLAIM IS
000050* THE CLAIM SUMMARY -- OPEN/CLOSED STATUS, LAST SEQUENCE USED,
000060* TOTAL INCURRED, PAID-TO-DATE AND OUTSTANDING RESERVE -- AND
000070* SEQUENCES 0001 UP ARE ONE RECORD PER RESERVE OR PAYMENT
000080* TRANSACTION CLMPAY APPLIED, WITH THE RUNNING TOTALS AS THEY
000090* STOOD AFTER IT.  THE LDG-SUMMARY-DATA REDEFINES IS THE VIEW
000100* OF THE SEQUENCE-0000 RECORD.  INCURRED IS ALWAYS PAID-TO-DATE
000110* PLUS OUTSTANDING RESERVE.  LDG-PAY-REFERENCE IS THE
000112* PAYMENT UNIT'S VOUCHER NUMBER FROM THE TRANSACTION, BLANK IF
000114* NONE WAS SENT.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -----------------------------------------------
000160* 2026-10-05 JHM   ORIGINAL CLAIM LEDGER LAYOUT.
000165* 2026-10-15 JHM   LDG-PAY-REFERENCE FROM THE TRAILING FILLER.
000170*****************************************************************
000180 01  CLAIM-LEDGER-REC.
000190     05  LDG-KEY.
000200         10  LDG-CLAIM-ID        PIC X(10).
000210         10  LDG-TRAN-SEQ        PIC 9(04).
000220             88  LDG-IS-SUMMARY          VALUE 0.
000230     05  LDG-CLAIM-TYPE          PIC X(10).
000240     05  LDG-DETAIL-DATA.
000250         10  LDG-TRAN-TYPE       PIC X(02).
000260             88  LDG-RESERVE-SET         VALUE 'RS'.
000270             88  LDG-RESERVE-CHANGE      VALUE 'RC'.
000280             88  LDG-PARTIAL-PAYMENT     VALUE 'PP'.
000290             88  LDG-FINAL-PAYMENT       VALUE 'FP'.
000300             88  LDG-REOPEN              VALUE 'RO'.
000310         10  LDG-TRAN-DATE       PIC 9(08).
000320         10  LDG-TRAN-AMOUNT     PIC 9(09)V99.
000330         10  LDG-RESERVE-CHANGE-AMT
000340                                 PIC S9(09)V99.
000350         10  LDG-PAID-AFTER      PIC 9(09)V99.
000360         10  LDG-OUTSTANDING-AFTER
000370                                 PIC 9(09)V99.
000380         10  LDG-POST-DATE       PIC 9(08).
000390     05  LDG-SUMMARY-DATA REDEFINES LDG-DETAIL-DATA.
000400         10  LDG-CLAIM-STATUS    PIC X(02).
000410             88  LDG-CLAIM-OPEN          VALUE 'OP'.
000420             88  LDG-CLAIM-CLOSED        VALUE 'CL'.
000430         10  LDG-LAST-SEQ        PIC 9(04).
000440         10  LDG-INCURRED        PIC 9(09)V99.
000450         10  LDG-PAID-TO-DATE    PIC 9(09)V99.
000460         10  LDG-OUTSTANDING     PIC 9(09)V99.
000470         10  LDG-LAST-TRAN-DATE  PIC 9(08).
000480         10  FILLER              PIC X(15).
000490     05  LDG-PAY-REFERENCE       PIC X(10).
