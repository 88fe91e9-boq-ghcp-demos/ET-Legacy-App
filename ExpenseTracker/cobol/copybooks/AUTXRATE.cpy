000340*                    RESIDENT / WORKING HOLIDAY MAKER) ALONGSIDE
000350*                    THE YEAR KEY.  MEDICARE/MLS FIELDS UNCHANGED
000360*                    AT YEAR LEVEL.
000370*    2026-10-15 PJH  NO-TFN WITHHOLDING RATES ADDED AT YEAR
000380*                    LEVEL - RT-NO-TFN-RES-RATE (TOP MARGINAL
000390*                    RATE PLUS MEDICARE) FOR RESIDENTS AND
000400*                    RT-NO-TFN-FOR-RATE (TOP FOREIGN-RESIDENT
000410*                    RATE) FOR EVERYONE ELSE.
000420*    2026-10-15 PJH  FIFTH ENTRY ADDED AS THE WHAT-IF SLOT - NOT
000430*                    A TAX YEAR (TAX-RATE-MAX-YEARS STAYS 04,
000440*                    THE YEAR KEY IS HIGH-VALUES SO NO LOOKUP
000450*                    FINDS IT).  A SHADOW RUN LOADS THE
000460*                    CANDIDATE YEAR'S FIGURES INTO IT.
000470******************************************************************
000480 01  TAX-RATE-TABLE.
000490     05  TAX-RATE-MAX-YEARS          PIC 9(02) VALUE 04.
000500     05  TAX-RATE-ENTRY OCCURS 5 TIMES
000510                        INDEXED BY RT-IDX.
000520         10  RT-TAX-YEAR             PIC X(07).
000530         10  RT-RES-SET OCCURS 3 TIMES
000540                        INDEXED BY RES-IDX.
000550             15  RT-BRACKET-1-LIMIT  PIC 9(07)V99.
000560             15  RT-BRACKET-2-LIMIT  PIC 9(07)V99.
000570             15  RT-BRACKET-3-LIMIT  PIC 9(07)V99.
000580             15  RT-BRACKET-4-LIMIT  PIC 9(07)V99.
000590             15  RT-RATE-1           PIC V999.
000600             15  RT-RATE-2           PIC V999.
000610             15  RT-RATE-3           PIC V999.
000620             15  RT-RATE-4           PIC V999.
000630             15  RT-BASE-TAX-2       PIC 9(07)V99.
000640             15  RT-BASE-TAX-3       PIC 9(07)V99.
000650             15  RT-BASE-TAX-4       PIC 9(07)V99.
000660         10  RT-MEDICARE-LOWER       PIC 9(07)V99.
000670         10  RT-MEDICARE-UPPER       PIC 9(07)V99.
000680         10  RT-MEDICARE-RATE        PIC V999.
000690         10  RT-MEDICARE-SHADE-RATE  PIC V999.
000700         10  RT-MLS-TIER-1           PIC 9(07)V99.
000710         10  RT-MLS-TIER-2           PIC 9(07)V99.
000720         10  RT-MLS-TIER-3           PIC 9(07)V99.
000730         10  RT-MLS-RATE-1           PIC V9(04).
000740         10  RT-MLS-RATE-2           PIC V9(04).
000750         10  RT-MLS-RATE-3           PIC V9(04).
000760         10  RT-NO-TFN-RES-RATE      PIC V999.
000770         10  RT-NO-TFN-FOR-RATE      PIC V999.
