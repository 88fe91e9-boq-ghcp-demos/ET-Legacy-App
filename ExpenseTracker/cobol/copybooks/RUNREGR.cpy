000100*                   DATE REFUSES TO RUN AGAIN WITHOUT AN
000110*                   OPERATOR OVERRIDE - THE SAME EXTRACT CAN NO
000120*                   LONGER BE PAID TWICE BY A STALE EMPTAXF DD.
000130*    USED BY......: AU-TAX-CALC, AUTAXRPT, AUTAXVAR, AUGLJRNL,
000140*                   AURELGAT, AUPAYGWS, AUPAYTAX
000150*
000160*    MAINTENANCE..: THE REPORTS SELECT RUNS FROM THIS REGISTRY
000170*                   INSTEAD OF RE-SCANNING ALL OF AUDTAXL FOR
000180*                   "THE LATEST RUN".  AMOUNTS ARE SIGNED WITH A
000190*                   LEADING SEPARATE SIGN SO THE DATASET STAYS
000200*                   READABLE IN A BROWSE.
000210*
000220*    MODIFICATION HISTORY
000230*    DATE       INIT DESCRIPTION
000240*    ---------- ---- ---------------------------------------------
000250*    2026-09-02 PJH  ORIGINAL COPYBOOK.
000260*    2026-10-15 PJH  RECORD WIDENED 120 TO 250 - REVERSAL COUNT,
000270*                    TOTAL NET REVERSED AND THE LATEST
000280*                    ADJUSTMENT RUN TIMESTAMP, SO EVERY PAYMENT
000290*                    BACKED OUT BY THE (A)DJUSTMENT RUN MODE
000300*                    TRACES TO THE RUN THAT PAID IT.
000310*    2026-10-15 PJH  PER-PERIOD RUN TOTALS ADDED (OUT OF FILLER)
000320*                    - GROSS PAID, TAX WITHHELD, NET DISBURSED
000330*                    AND SG AS ACTUALLY PAID, WHICH THE GL
000340*                    JOURNAL EXTRACT (AUGLJRNL) MUST AGREE TO.
000350*    2026-10-15 PJH  SALARY SACRIFICED SUPER PAID TO THE FUNDS
000360*                    ADDED (OUT OF FILLER) - THE SG EXTRACT'S
000370*                    SALARY SACRIFICE CONTRIBUTIONS AGREE TO IT.
000380*    2026-10-15 PJH  DEDUCTION ORDERS WITHHELD FOR REMITTANCE
000390*                    ADDED (OUT OF THE LAST FILLER) - THE
000400*                    PAY-CYCLE RELEASE GATE (AURELGAT) TIES THE
000410*                    REMITTANCE EXTRACT TO IT.
000420******************************************************************
000430 01  RUN-REGISTRY-RECORD.
000440     05  RR-EXTRACT-DATE         PIC X(08).
000450     05  RR-RUN-TIMESTAMP        PIC X(26).
000460     05  RR-RUN-STATUS           PIC X(01).
000470         88  RR-STATUS-STARTED       VALUE "S".
000480         88  RR-STATUS-COMPLETED     VALUE "C".
000490         88  RR-STATUS-FAILED        VALUE "F".
000500     05  RR-DATA-COUNT           PIC 9(09).
000510     05  RR-EMP-COUNT            PIC 9(09).
000520     05  RR-REJECT-COUNT         PIC 9(09).
000530     05  RR-TOT-GROSS            PIC S9(13)V99
000540                                 SIGN LEADING SEPARATE.
000550     05  RR-TOT-TAX              PIC S9(13)V99
000560                                 SIGN LEADING SEPARATE.
000570     05  RR-TOT-NET-PAY          PIC S9(13)V99
000580                                 SIGN LEADING SEPARATE.
000590*    PAYMENTS OF THIS RUN BACKED OUT SINCE BY THE AU-TAX-CALC
000600*    (A)DJUSTMENT RUN MODE - HOW MANY, THE DISBURSED NET THEY
000610*    TOOK BACK, AND THE LATEST ADJUSTMENT RUN THAT DID IT.
000620*    THE PER-PAYMENT DETAIL IS ON THE REVERSAL REGISTER
000630*    (REVREGF - SEE REVREGR).
000640     05  RR-REVERSAL-COUNT       PIC 9(09).
000650     05  RR-TOT-REVERSED-NET     PIC S9(13)V99
000660                                 SIGN LEADING SEPARATE.
000670     05  RR-LAST-ADJ-TIMESTAMP   PIC X(26).
000680*    WHAT THE RUN ACTUALLY PAID THIS PERIOD, AS AGAINST THE
000690*    ANNUAL-EQUIVALENT RR-TOT- FIELDS ABOVE - GROSS INCLUDING
000700*    ANY FINAL-PAY ETP, TAX WITHHELD INCLUDING ETP TAX, THE NET
000710*    DISBURSED AFTER DEDUCTION ORDERS, AND THE SG ACCRUED.
000720*    SPACES ON A RECORD WRITTEN BEFORE THE FIELDS EXISTED.
000730     05  RR-TOT-PD-GROSS         PIC S9(13)V99
000740                                 SIGN LEADING SEPARATE.
000750     05  RR-TOT-PD-TAX           PIC S9(13)V99
000760                                 SIGN LEADING SEPARATE.
000770     05  RR-TOT-PD-NET           PIC S9(13)V99
000780                                 SIGN LEADING SEPARATE.
000790     05  RR-TOT-PD-SG            PIC S9(13)V99
000800                                 SIGN LEADING SEPARATE.
000810*    THE SUPER SACRIFICED UNDER PRE-TAX ARRANGEMENTS (RESC),
000820*    APART FROM THE SG ABOVE.  SPACES ON AN OLDER RECORD.
000830     05  RR-TOT-PD-RESC          PIC S9(13)V99
000840                                 SIGN LEADING SEPARATE.
000850*    THE DEDUCTION ORDERS WITHHELD FOR REMITTANCE TO THE
000860*    AGENCIES (DEDOUTF).  NEVER NEGATIVE, SO UNSIGNED TO FIT THE
000870*    LAST NINE BYTES.  SPACES ON AN OLDER RECORD.
000880     05  RR-TOT-PD-DEDORD        PIC 9(07)V99.
