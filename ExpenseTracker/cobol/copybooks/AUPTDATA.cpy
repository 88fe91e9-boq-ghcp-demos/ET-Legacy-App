000010******************************************************************
000020*    COPYBOOK.....: AUPTDATA
000030*    DESCRIPTION..: LOAD STATEMENTS FOR PAYROLL-TAX-RATE-TABLE
000040*                   (SEE COPYBOOK AUPTRATE).  ONE BLOCK PER
000050*                   FINANCIAL YEAR SUPPORTED, WITH ONE ENTRY PER
000060*                   STATE OR TERRITORY WITHIN THE YEAR IN THE
000070*                   FIXED ORDER NSW VIC QLD SA WA TAS NT ACT.
000080*                   THIS IS THE ONLY COPYBOOK THAT NEEDS TO
000090*                   CHANGE WHEN A STATE MOVES ITS THRESHOLD OR
000100*                   RATE - COPY INTO THE NEXT SUBSCRIPT AND FILL
000110*                   IN THE NEW FIGURES.
000120*
000130*    MODIFICATION HISTORY
000140*    DATE       INIT DESCRIPTION
000150*    ---------- ---- ---------------------------------------------
000160*    2026-10-15 PJH  ORIGINAL - 2022-23 THROUGH 2025-26 ANNUAL
000170*                    THRESHOLDS AND BASE RATES AS PUBLISHED BY
000180*                    EACH STATE REVENUE OFFICE.  VIC THRESHOLD
000190*                    RAISED TO 900000.00 FROM 2024-25 AND
000200*                    1000000.00 FROM 2025-26; OTHER STATES
000210*                    UNCHANGED OVER THE RANGE.
000220******************************************************************
000230*    ----- FINANCIAL YEAR 2022-23 -----
000240     MOVE "2022-23"       TO PT-TAX-YEAR (1).
000250     MOVE "NSW"           TO PT-STATE-CODE (1, 1).
000260     MOVE 1200000.00      TO PT-ANNUAL-THRESHOLD (1, 1).
000270     MOVE .05450          TO PT-RATE (1, 1).
000280     MOVE "VIC"           TO PT-STATE-CODE (1, 2).
000290     MOVE 700000.00       TO PT-ANNUAL-THRESHOLD (1, 2).
000300     MOVE .04850          TO PT-RATE (1, 2).
000310     MOVE "QLD"           TO PT-STATE-CODE (1, 3).
000320     MOVE 1300000.00      TO PT-ANNUAL-THRESHOLD (1, 3).
000330     MOVE .04750          TO PT-RATE (1, 3).
000340     MOVE "SA "           TO PT-STATE-CODE (1, 4).
000350     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (1, 4).
000360     MOVE .04950          TO PT-RATE (1, 4).
000370     MOVE "WA "           TO PT-STATE-CODE (1, 5).
000380     MOVE 1000000.00      TO PT-ANNUAL-THRESHOLD (1, 5).
000390     MOVE .05500          TO PT-RATE (1, 5).
000400     MOVE "TAS"           TO PT-STATE-CODE (1, 6).
000410     MOVE 1250000.00      TO PT-ANNUAL-THRESHOLD (1, 6).
000420     MOVE .04000          TO PT-RATE (1, 6).
000430     MOVE "NT "           TO PT-STATE-CODE (1, 7).
000440     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (1, 7).
000450     MOVE .05500          TO PT-RATE (1, 7).
000460     MOVE "ACT"           TO PT-STATE-CODE (1, 8).
000470     MOVE 2000000.00      TO PT-ANNUAL-THRESHOLD (1, 8).
000480     MOVE .06850          TO PT-RATE (1, 8).
000490*    ----- FINANCIAL YEAR 2023-24 -----
000500     MOVE "2023-24"       TO PT-TAX-YEAR (2).
000510     MOVE "NSW"           TO PT-STATE-CODE (2, 1).
000520     MOVE 1200000.00      TO PT-ANNUAL-THRESHOLD (2, 1).
000530     MOVE .05450          TO PT-RATE (2, 1).
000540     MOVE "VIC"           TO PT-STATE-CODE (2, 2).
000550     MOVE 700000.00       TO PT-ANNUAL-THRESHOLD (2, 2).
000560     MOVE .04850          TO PT-RATE (2, 2).
000570     MOVE "QLD"           TO PT-STATE-CODE (2, 3).
000580     MOVE 1300000.00      TO PT-ANNUAL-THRESHOLD (2, 3).
000590     MOVE .04750          TO PT-RATE (2, 3).
000600     MOVE "SA "           TO PT-STATE-CODE (2, 4).
000610     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (2, 4).
000620     MOVE .04950          TO PT-RATE (2, 4).
000630     MOVE "WA "           TO PT-STATE-CODE (2, 5).
000640     MOVE 1000000.00      TO PT-ANNUAL-THRESHOLD (2, 5).
000650     MOVE .05500          TO PT-RATE (2, 5).
000660     MOVE "TAS"           TO PT-STATE-CODE (2, 6).
000670     MOVE 1250000.00      TO PT-ANNUAL-THRESHOLD (2, 6).
000680     MOVE .04000          TO PT-RATE (2, 6).
000690     MOVE "NT "           TO PT-STATE-CODE (2, 7).
000700     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (2, 7).
000710     MOVE .05500          TO PT-RATE (2, 7).
000720     MOVE "ACT"           TO PT-STATE-CODE (2, 8).
000730     MOVE 2000000.00      TO PT-ANNUAL-THRESHOLD (2, 8).
000740     MOVE .06850          TO PT-RATE (2, 8).
000750*    ----- FINANCIAL YEAR 2024-25 -----
000760     MOVE "2024-25"       TO PT-TAX-YEAR (3).
000770     MOVE "NSW"           TO PT-STATE-CODE (3, 1).
000780     MOVE 1200000.00      TO PT-ANNUAL-THRESHOLD (3, 1).
000790     MOVE .05450          TO PT-RATE (3, 1).
000800     MOVE "VIC"           TO PT-STATE-CODE (3, 2).
000810     MOVE 900000.00       TO PT-ANNUAL-THRESHOLD (3, 2).
000820     MOVE .04850          TO PT-RATE (3, 2).
000830     MOVE "QLD"           TO PT-STATE-CODE (3, 3).
000840     MOVE 1300000.00      TO PT-ANNUAL-THRESHOLD (3, 3).
000850     MOVE .04750          TO PT-RATE (3, 3).
000860     MOVE "SA "           TO PT-STATE-CODE (3, 4).
000870     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (3, 4).
000880     MOVE .04950          TO PT-RATE (3, 4).
000890     MOVE "WA "           TO PT-STATE-CODE (3, 5).
000900     MOVE 1000000.00      TO PT-ANNUAL-THRESHOLD (3, 5).
000910     MOVE .05500          TO PT-RATE (3, 5).
000920     MOVE "TAS"           TO PT-STATE-CODE (3, 6).
000930     MOVE 1250000.00      TO PT-ANNUAL-THRESHOLD (3, 6).
000940     MOVE .04000          TO PT-RATE (3, 6).
000950     MOVE "NT "           TO PT-STATE-CODE (3, 7).
000960     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (3, 7).
000970     MOVE .05500          TO PT-RATE (3, 7).
000980     MOVE "ACT"           TO PT-STATE-CODE (3, 8).
000990     MOVE 2000000.00      TO PT-ANNUAL-THRESHOLD (3, 8).
001000     MOVE .06850          TO PT-RATE (3, 8).
001010*    ----- FINANCIAL YEAR 2025-26 -----
001020     MOVE "2025-26"       TO PT-TAX-YEAR (4).
001030     MOVE "NSW"           TO PT-STATE-CODE (4, 1).
001040     MOVE 1200000.00      TO PT-ANNUAL-THRESHOLD (4, 1).
001050     MOVE .05450          TO PT-RATE (4, 1).
001060     MOVE "VIC"           TO PT-STATE-CODE (4, 2).
001070     MOVE 1000000.00      TO PT-ANNUAL-THRESHOLD (4, 2).
001080     MOVE .04850          TO PT-RATE (4, 2).
001090     MOVE "QLD"           TO PT-STATE-CODE (4, 3).
001100     MOVE 1300000.00      TO PT-ANNUAL-THRESHOLD (4, 3).
001110     MOVE .04750          TO PT-RATE (4, 3).
001120     MOVE "SA "           TO PT-STATE-CODE (4, 4).
001130     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (4, 4).
001140     MOVE .04950          TO PT-RATE (4, 4).
001150     MOVE "WA "           TO PT-STATE-CODE (4, 5).
001160     MOVE 1000000.00      TO PT-ANNUAL-THRESHOLD (4, 5).
001170     MOVE .05500          TO PT-RATE (4, 5).
001180     MOVE "TAS"           TO PT-STATE-CODE (4, 6).
001190     MOVE 1250000.00      TO PT-ANNUAL-THRESHOLD (4, 6).
001200     MOVE .04000          TO PT-RATE (4, 6).
001210     MOVE "NT "           TO PT-STATE-CODE (4, 7).
001220     MOVE 1500000.00      TO PT-ANNUAL-THRESHOLD (4, 7).
001230     MOVE .05500          TO PT-RATE (4, 7).
001240     MOVE "ACT"           TO PT-STATE-CODE (4, 8).
001250     MOVE 2000000.00      TO PT-ANNUAL-THRESHOLD (4, 8).
001260     MOVE .06850          TO PT-RATE (4, 8).
