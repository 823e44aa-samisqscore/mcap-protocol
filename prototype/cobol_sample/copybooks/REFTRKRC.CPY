000151*                  8-BYTE FILLER, SO THE RECORD WAS EXTENDED
000152*                  AND THE MASTER REORGANIZED -- A CONVERTED
000153*                  RECORD READS AS UNASSIGNED.
000154* 2026-10-14 JHM   THE 8-BYTE FILLER IS NOW REF-SOURCE-SYSTEM,
000155*                  LOADED BY REFLOAD FROM THE WORKLIST RECORD FOR
000156*                  THE REFEFF EFFECTIVENESS REPORT.  NO
000157*                  REORGANIZATION -- A RECORD LOADED BEFORE THE
000158*                  CHANGE READS AS SOURCE UNKNOWN (SPACES).
000159* 2026-10-15 JHM   ALSO UPDATED ONLINE BY THE REFERRAL WORKBENCH
000160*                  (REFWBD DISPOSITIONS, REFWBA ASSIGNMENTS).
000161*                  REFWBL BROWSES THE MASTER THROUGH AN
000162*                  ALTERNATE INDEX ON REF-EXAMINER-ID (KEYS
000163*                  8 68) -- MOVING THAT FIELD MEANS REDEFINING
000164*                  THE INDEX.
000166*****************************************************************
000168 01  REFERRAL-TRACK-REC.
000170     05  REF-CLAIM-ID            PIC X(10).
000180     05  REF-CUSTOMER-ID         PIC X(10).
000190     05  REF-CLAIM-TYPE          PIC X(10).
000340     05  REF-DISP-DATE           PIC 9(08).
000350     05  REF-EXAMINER-ID         PIC X(08).
000360     05  REF-ASSIGN-DATE         PIC 9(08).
000370     05  REF-SOURCE-SYSTEM       PIC X(08).
