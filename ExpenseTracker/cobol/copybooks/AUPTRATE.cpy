000010******************************************************************
000020*    COPYBOOK.....: AUPTRATE
000030*    DESCRIPTION..: STATE PAYROLL TAX RATE TABLE, KEYED BY
000040*                   FINANCIAL YEAR AND, WITHIN THE YEAR, BY STATE
000050*                   OR TERRITORY - THE ANNUAL TAX-FREE THRESHOLD
000060*                   AND THE RATE APPLIED TO WAGES ABOVE IT.
000070*    USED BY......: AUPAYTAX
000080*
000090*    MAINTENANCE..: THIS TABLE HOLDS THE THRESHOLDS AND RATES
000100*                   ONLY.  THE VALUES ARE LOADED BY COPYBOOK
000110*                   AUPTDATA AT PROGRAM START-UP - EDIT AUPTDATA
000120*                   ONLY WHEN A STATE REVENUE OFFICE MOVES ITS
000130*                   THRESHOLD OR RATE, SAME PATTERN AS
000140*                   AUTXRATE/AUTXDATA.
000150*
000160*                   STATE SETS WITHIN A YEAR ARE FIXED BY
000170*                   SUBSCRIPT - 1 = NSW, 2 = VIC, 3 = QLD,
000180*                   4 = SA, 5 = WA, 6 = TAS, 7 = NT, 8 = ACT -
000190*                   AND CARRY THEIR OWN CODE SO THE PROGRAM CAN
000200*                   SEARCH ON THE EMPLOYEE'S WORK STATE.  A STATE
000210*                   WHOSE RATE STEPS UP WITH TOTAL WAGES, OR WHOSE
000220*                   DEDUCTION SHADES OUT FOR LARGE EMPLOYERS,
000230*                   CARRIES ITS BASE RATE AND FULL THRESHOLD HERE.
000240*
000250*    MODIFICATION HISTORY
000260*    DATE       INIT DESCRIPTION
000270*    ---------- ---- ---------------------------------------------
000280*    2026-10-15 PJH  ORIGINAL COPYBOOK - 2022-23 THROUGH 2025-26.
000290******************************************************************
000300 01  PAYROLL-TAX-RATE-TABLE.
000310     05  PAYROLL-TAX-MAX-YEARS       PIC 9(02) VALUE 04.
000320     05  PAYROLL-TAX-MAX-STATES      PIC 9(02) VALUE 08.
000330     05  PAYROLL-TAX-ENTRY OCCURS 4 TIMES
000340                           INDEXED BY PT-IDX.
000350         10  PT-TAX-YEAR             PIC X(07).
000360         10  PT-STATE-SET OCCURS 8 TIMES
000370                          INDEXED BY PTS-IDX.
000380             15  PT-STATE-CODE       PIC X(03).
000390             15  PT-ANNUAL-THRESHOLD PIC 9(09)V99.
000400             15  PT-RATE             PIC V9(05).
