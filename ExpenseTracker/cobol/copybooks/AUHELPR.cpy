000250*                    BANDS, MATCHING THE AUTXRATE PATTERN - A
000260*                    PRIOR-YEAR HELP REPAYMENT NO LONGER USES
000270*                    2024-25 THRESHOLDS.
000280*    2026-10-15 PJH  FIFTH ENTRY ADDED AS THE WHAT-IF SLOT, SAME
000290*                    AS AUTXRATE - HELP-YEAR-MAX-YEARS STAYS 04.
000300******************************************************************
000310 01  HELP-RATE-TABLE.
000320     05  HELP-YEAR-MAX-YEARS         PIC 9(02) VALUE 04.
000330     05  HELP-YEAR-ENTRY OCCURS 5 TIMES
000340                         INDEXED BY HY-IDX.
000350         10  HY-TAX-YEAR             PIC X(07).
000360         10  HELP-RATE-BAND-COUNT    PIC 9(02) VALUE 19.
000370         10  HELP-RATE-ENTRY OCCURS 19 TIMES
000380                             INDEXED BY HR-IDX.
000390             15  HR-INCOME-MAX       PIC 9(09)V99.
000400             15  HR-REPAY-RATE       PIC V999.
