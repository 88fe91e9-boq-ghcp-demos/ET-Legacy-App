000010******************************************************************
000020*    COPYBOOK.....: SHDWREC
000030*    DESCRIPTION..: SHADOW RUN COMPARISON RECORD (CMPOUTF) - ONE
000040*                   "D" RECORD PER EMPLOYEE CALCULATED BY A
000050*                   WHAT-IF (SHADOW) RUN OF AU-TAX-CALC, SHOWING
000060*                   THE PAY AS THE LIVE TABLES WORK IT OUT BESIDE
000070*                   THE PAY UNDER THE CANDIDATE TABLES, AND A "T"
000080*                   TRAILER WITH THE RUN'S COUNTS AND TOTALS.
000090*    USED BY......: AU-TAX-CALC, AUTAXWIF
000100*
000110*    MAINTENANCE..: ALL AMOUNTS ARE PER PAY PERIOD, AS THE RUN
000120*                   WOULD HAVE PAID THEM.  WITHHOLDING AND NET
000130*                   ARE THE DISBURSED FIGURES (ETP TAX IN, POST-
000140*                   TAX DEDUCTION ORDERS OFF), THE OFFSETS ARE
000150*                   THE ANNUAL LITO/SAPTO DIVIDED BY THE PERIODS.
000160*                   THE NET MOVEMENT IS CANDIDATE LESS CURRENT.
000170*                   AMOUNTS ARE SIGNED WITH A LEADING SEPARATE
000180*                   SIGN SO THE DATASET STAYS READABLE IN A
000190*                   BROWSE, SAME AS RUNREGR.
000200*
000210*    MODIFICATION HISTORY
000220*    DATE       INIT DESCRIPTION
000230*    ---------- ---- ---------------------------------------------
000240*    2026-10-15 PJH  ORIGINAL COPYBOOK.
000250******************************************************************
000260 01  SHADOW-COMPARE-RECORD.
000270     05  SC-RECORD-TYPE          PIC X(01).
000280         88  SC-DETAIL-RECORD        VALUE "D".
000290         88  SC-TRAILER-RECORD       VALUE "T".
000300     05  SC-EMPLOYEE-ID          PIC X(10).
000310     05  SC-EMPLOYEE-NAME        PIC X(30).
000320     05  SC-PAY-FREQUENCY        PIC X(01).
000330     05  SC-RESIDENCY-STATUS     PIC X(01).
000340     05  SC-TAX-YEAR             PIC X(07).
000350     05  SC-CANDIDATE-YEAR       PIC X(07).
000360     05  SC-PERIOD-GROSS         PIC S9(07)V99
000370                                 SIGN LEADING SEPARATE.
000380     05  SC-CUR-WITHHOLDING      PIC S9(07)V99
000390                                 SIGN LEADING SEPARATE.
000400     05  SC-CAND-WITHHOLDING     PIC S9(07)V99
000410                                 SIGN LEADING SEPARATE.
000420     05  SC-CUR-MEDICARE         PIC S9(07)V99
000430                                 SIGN LEADING SEPARATE.
000440     05  SC-CAND-MEDICARE        PIC S9(07)V99
000450                                 SIGN LEADING SEPARATE.
000460     05  SC-CUR-HELP             PIC S9(07)V99
000470                                 SIGN LEADING SEPARATE.
000480     05  SC-CAND-HELP            PIC S9(07)V99
000490                                 SIGN LEADING SEPARATE.
000500     05  SC-CUR-OFFSETS          PIC S9(07)V99
000510                                 SIGN LEADING SEPARATE.
000520     05  SC-CAND-OFFSETS         PIC S9(07)V99
000530                                 SIGN LEADING SEPARATE.
000540     05  SC-CUR-NET-PAY          PIC S9(07)V99
000550                                 SIGN LEADING SEPARATE.
000560     05  SC-CAND-NET-PAY         PIC S9(07)V99
000570                                 SIGN LEADING SEPARATE.
000580     05  SC-NET-MOVEMENT         PIC S9(07)V99
000590                                 SIGN LEADING SEPARATE.
000600     05  SC-RUN-TIMESTAMP        PIC X(26).
000610     05  FILLER                  PIC X(47).
000620 01  SHADOW-COMPARE-TRAILER REDEFINES SHADOW-COMPARE-RECORD.
000630     05  SC-TRL-RECORD-TYPE      PIC X(01).
000640     05  SC-TRL-RUN-TIMESTAMP    PIC X(26).
000650     05  SC-TRL-CANDIDATE-YEAR   PIC X(07).
000660     05  SC-TRL-DETAIL-COUNT     PIC 9(09).
000670     05  SC-TRL-REJECT-COUNT     PIC 9(09).
000680     05  SC-TRL-CUR-WITHHOLDING  PIC S9(11)V99
000690                                 SIGN LEADING SEPARATE.
000700     05  SC-TRL-CAND-WITHHOLDING PIC S9(11)V99
000710                                 SIGN LEADING SEPARATE.
000720     05  SC-TRL-CUR-NET-PAY      PIC S9(11)V99
000730                                 SIGN LEADING SEPARATE.
000740     05  SC-TRL-CAND-NET-PAY     PIC S9(11)V99
000750                                 SIGN LEADING SEPARATE.
000760     05  FILLER                  PIC X(142).
