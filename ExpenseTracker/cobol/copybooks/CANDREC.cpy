000010******************************************************************
000020*    COPYBOOK.....: CANDREC
000030*    DESCRIPTION..: CANDIDATE RATE RECORD (CANDRATF) - FIGURES
000040*                   FOR A WHAT-IF (SHADOW) RUN OF AU-TAX-CALC,
000050*                   LOADED OVER THE CANDIDATE YEAR BEFORE THE RUN
000060*                   STARTS.  ONE RECORD PER SCALE, LEVY SET, HELP
000070*                   BAND OR OFFSET SET BEING CHANGED - ANYTHING
000080*                   NOT ON THE FILE KEEPS THE CANDIDATE YEAR'S
000090*                   COMPILED FIGURES.
000100*    USED BY......: AU-TAX-CALC
000110*
000120*    MAINTENANCE..: KEYED BY HAND FROM THE BUDGET PAPERS OR THE
000130*                   ATO'S DRAFT SCHEDULES.  THE RECORD TYPE PICKS
000140*                   THE LAYOUT - "S" ONE BRACKET SCALE (RESIDENCY
000150*                   R, F OR H, AS AUTXRATE), "L" THE YEAR'S
000160*                   MEDICARE, MLS AND NO-TFN FIGURES, "H" ONE HELP
000170*                   REPAYMENT BAND (01-19, AS AUHELPR), "O" THE
000180*                   LITO AND SAPTO FIGURES (AS AUTXOFSR).  "*" IS
000190*                   A COMMENT LINE.  AMOUNTS ARE UNSIGNED WITH
000200*                   IMPLIED DECIMALS, SAME AS THE TABLES THEY
000210*                   LOAD.  ANY OTHER TYPE, OR A RECORD WHOSE
000220*                   FIGURES ARE NOT ALL NUMERIC, FAILS THE RUN.
000230*
000240*    MODIFICATION HISTORY
000250*    DATE       INIT DESCRIPTION
000260*    ---------- ---- ---------------------------------------------
000270*    2026-10-15 PJH  ORIGINAL COPYBOOK.
000280******************************************************************
000290 01  CANDIDATE-RATE-RECORD.
000300     05  CD-RECORD-TYPE          PIC X(01).
000310         88  CD-TYPE-SCALE           VALUE "S".
000320         88  CD-TYPE-LEVY            VALUE "L".
000330         88  CD-TYPE-HELP-BAND       VALUE "H".
000340         88  CD-TYPE-OFFSETS         VALUE "O".
000350         88  CD-TYPE-COMMENT         VALUE "*".
000360     05  CD-RECORD-BODY          PIC X(79).
000370 01  CANDIDATE-SCALE-RECORD REDEFINES CANDIDATE-RATE-RECORD.
000380     05  FILLER                  PIC X(01).
000390     05  CD-SC-RESIDENCY         PIC X(01).
000400     05  CD-SC-FIGURES.
000410         10  CD-SC-BRACKET-1-LIMIT
000420                                 PIC 9(07)V99.
000430         10  CD-SC-BRACKET-2-LIMIT
000440                                 PIC 9(07)V99.
000450         10  CD-SC-BRACKET-3-LIMIT
000460                                 PIC 9(07)V99.
000470         10  CD-SC-BRACKET-4-LIMIT
000480                                 PIC 9(07)V99.
000490         10  CD-SC-RATE-1        PIC V999.
000500         10  CD-SC-RATE-2        PIC V999.
000510         10  CD-SC-RATE-3        PIC V999.
000520         10  CD-SC-RATE-4        PIC V999.
000530         10  CD-SC-BASE-TAX-2    PIC 9(07)V99.
000540         10  CD-SC-BASE-TAX-3    PIC 9(07)V99.
000550         10  CD-SC-BASE-TAX-4    PIC 9(07)V99.
000560     05  FILLER                  PIC X(03).
000570 01  CANDIDATE-LEVY-RECORD REDEFINES CANDIDATE-RATE-RECORD.
000580     05  FILLER                  PIC X(01).
000590     05  CD-LV-FIGURES.
000600         10  CD-LV-MEDICARE-LOWER
000610                                 PIC 9(07)V99.
000620         10  CD-LV-MEDICARE-UPPER
000630                                 PIC 9(07)V99.
000640         10  CD-LV-MEDICARE-RATE PIC V999.
000650         10  CD-LV-MEDICARE-SHADE
000660                                 PIC V999.
000670         10  CD-LV-MLS-TIER-1    PIC 9(07)V99.
000680         10  CD-LV-MLS-TIER-2    PIC 9(07)V99.
000690         10  CD-LV-MLS-TIER-3    PIC 9(07)V99.
000700         10  CD-LV-MLS-RATE-1    PIC V9(04).
000710         10  CD-LV-MLS-RATE-2    PIC V9(04).
000720         10  CD-LV-MLS-RATE-3    PIC V9(04).
000730         10  CD-LV-NO-TFN-RES-RATE
000740                                 PIC V999.
000750         10  CD-LV-NO-TFN-FOR-RATE
000760                                 PIC V999.
000770     05  FILLER                  PIC X(10).
000780 01  CANDIDATE-HELP-RECORD REDEFINES CANDIDATE-RATE-RECORD.
000790     05  FILLER                  PIC X(01).
000800     05  CD-HP-FIGURES.
000810         10  CD-HP-BAND          PIC 9(02).
000820         10  CD-HP-INCOME-MAX    PIC 9(09)V99.
000830         10  CD-HP-REPAY-RATE    PIC V999.
000840     05  FILLER                  PIC X(63).
000850 01  CANDIDATE-OFFSET-RECORD REDEFINES CANDIDATE-RATE-RECORD.
000860     05  FILLER                  PIC X(01).
000870     05  CD-OF-FIGURES.
000880         10  CD-OF-LITO-MAX-AMOUNT
000890                                 PIC 9(05)V99.
000900         10  CD-OF-LITO-T1-START PIC 9(07)V99.
000910         10  CD-OF-LITO-T1-RATE  PIC V9(04).
000920         10  CD-OF-LITO-T2-START PIC 9(07)V99.
000930         10  CD-OF-LITO-T2-AMOUNT
000940                                 PIC 9(05)V99.
000950         10  CD-OF-LITO-T2-RATE  PIC V9(04).
000960         10  CD-OF-SAPTO-MAX-AMOUNT
000970                                 PIC 9(05)V99.
000980         10  CD-OF-SAPTO-SHADE-START
000990                                 PIC 9(07)V99.
001000         10  CD-OF-SAPTO-TAPER-RATE
001010                                 PIC V9(04).
001020     05  FILLER                  PIC X(19).
