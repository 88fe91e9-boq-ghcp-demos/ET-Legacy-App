000290*                    WITH FEWER THAN FOUR STEPS REPEAT THE TOP
000300*                    THRESHOLD AND BASE IN THE UNUSED HIGH SLOTS
000310*                    AS DESCRIBED IN AUTXRATE.
000320*    2026-10-15 PJH  NO-TFN RATES ADDED TO EACH YEAR - RESIDENT
000330*                    .470 (TOP MARGINAL .450 PLUS MEDICARE
000340*                    .020), FOREIGN RESIDENT .450 (TOP FOREIGN
000350*                    RATE).
000360******************************************************************
000370*    ----- FINANCIAL YEAR 2022-23 - RESIDENT -----
000380     MOVE "2022-23"       TO RT-TAX-YEAR (1).
000390     MOVE 18200.00        TO RT-BRACKET-1-LIMIT (1, 1).
000400     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (1, 1).
000410     MOVE 120000.00       TO RT-BRACKET-3-LIMIT (1, 1).
000420     MOVE 180000.00       TO RT-BRACKET-4-LIMIT (1, 1).
000430     MOVE .190            TO RT-RATE-1 (1, 1).
000440     MOVE .325            TO RT-RATE-2 (1, 1).
000450     MOVE .370            TO RT-RATE-3 (1, 1).
000460     MOVE .450            TO RT-RATE-4 (1, 1).
000470     MOVE 5092.00         TO RT-BASE-TAX-2 (1, 1).
000480     MOVE 29467.00        TO RT-BASE-TAX-3 (1, 1).
000490     MOVE 51667.00        TO RT-BASE-TAX-4 (1, 1).
000500*    ----- FINANCIAL YEAR 2022-23 - FOREIGN RESIDENT -----
000510     MOVE 0.00            TO RT-BRACKET-1-LIMIT (1, 2).
000520     MOVE 120000.00       TO RT-BRACKET-2-LIMIT (1, 2).
000530     MOVE 180000.00       TO RT-BRACKET-3-LIMIT (1, 2).
000540     MOVE 180000.00       TO RT-BRACKET-4-LIMIT (1, 2).
000550     MOVE .325            TO RT-RATE-1 (1, 2).
000560     MOVE .370            TO RT-RATE-2 (1, 2).
000570     MOVE .450            TO RT-RATE-3 (1, 2).
000580     MOVE .450            TO RT-RATE-4 (1, 2).
000590     MOVE 39000.00        TO RT-BASE-TAX-2 (1, 2).
000600     MOVE 61200.00        TO RT-BASE-TAX-3 (1, 2).
000610     MOVE 61200.00        TO RT-BASE-TAX-4 (1, 2).
000620*    ----- FINANCIAL YEAR 2022-23 - WORKING HOLIDAY MAKER -----
000630     MOVE 0.00            TO RT-BRACKET-1-LIMIT (1, 3).
000640     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (1, 3).
000650     MOVE 120000.00       TO RT-BRACKET-3-LIMIT (1, 3).
000660     MOVE 180000.00       TO RT-BRACKET-4-LIMIT (1, 3).
000670     MOVE .150            TO RT-RATE-1 (1, 3).
000680     MOVE .325            TO RT-RATE-2 (1, 3).
000690     MOVE .370            TO RT-RATE-3 (1, 3).
000700     MOVE .450            TO RT-RATE-4 (1, 3).
000710     MOVE 6750.00         TO RT-BASE-TAX-2 (1, 3).
000720     MOVE 31125.00        TO RT-BASE-TAX-3 (1, 3).
000730     MOVE 53325.00        TO RT-BASE-TAX-4 (1, 3).
000740*    ----- FINANCIAL YEAR 2022-23 - MEDICARE / MLS -----
000750     MOVE 23365.00        TO RT-MEDICARE-LOWER (1).
000760     MOVE 29207.00        TO RT-MEDICARE-UPPER (1).
000770     MOVE .020            TO RT-MEDICARE-RATE (1).
000780     MOVE .100            TO RT-MEDICARE-SHADE-RATE (1).
000790     MOVE 90000.00        TO RT-MLS-TIER-1 (1).
000800     MOVE 105000.00       TO RT-MLS-TIER-2 (1).
000810     MOVE 140000.00       TO RT-MLS-TIER-3 (1).
000820     MOVE .0100           TO RT-MLS-RATE-1 (1).
000830     MOVE .0125           TO RT-MLS-RATE-2 (1).
000840     MOVE .0150           TO RT-MLS-RATE-3 (1).
000850*    ----- NO-TFN WITHHOLDING RATES -----
000860     MOVE .470            TO RT-NO-TFN-RES-RATE (1).
000870     MOVE .450            TO RT-NO-TFN-FOR-RATE (1).
000880*
000890*    ----- FINANCIAL YEAR 2023-24 - RESIDENT -----
000900     MOVE "2023-24"       TO RT-TAX-YEAR (2).
000910     MOVE 18200.00        TO RT-BRACKET-1-LIMIT (2, 1).
000920     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (2, 1).
000930     MOVE 120000.00       TO RT-BRACKET-3-LIMIT (2, 1).
000940     MOVE 180000.00       TO RT-BRACKET-4-LIMIT (2, 1).
000950     MOVE .190            TO RT-RATE-1 (2, 1).
000960     MOVE .325            TO RT-RATE-2 (2, 1).
000970     MOVE .370            TO RT-RATE-3 (2, 1).
000980     MOVE .450            TO RT-RATE-4 (2, 1).
000990     MOVE 5092.00         TO RT-BASE-TAX-2 (2, 1).
001000     MOVE 29467.00        TO RT-BASE-TAX-3 (2, 1).
001010     MOVE 51667.00        TO RT-BASE-TAX-4 (2, 1).
001020*    ----- FINANCIAL YEAR 2023-24 - FOREIGN RESIDENT -----
001030     MOVE 0.00            TO RT-BRACKET-1-LIMIT (2, 2).
001040     MOVE 120000.00       TO RT-BRACKET-2-LIMIT (2, 2).
001050     MOVE 180000.00       TO RT-BRACKET-3-LIMIT (2, 2).
001060     MOVE 180000.00       TO RT-BRACKET-4-LIMIT (2, 2).
001070     MOVE .325            TO RT-RATE-1 (2, 2).
001080     MOVE .370            TO RT-RATE-2 (2, 2).
001090     MOVE .450            TO RT-RATE-3 (2, 2).
001100     MOVE .450            TO RT-RATE-4 (2, 2).
001110     MOVE 39000.00        TO RT-BASE-TAX-2 (2, 2).
001120     MOVE 61200.00        TO RT-BASE-TAX-3 (2, 2).
001130     MOVE 61200.00        TO RT-BASE-TAX-4 (2, 2).
001140*    ----- FINANCIAL YEAR 2023-24 - WORKING HOLIDAY MAKER -----
001150     MOVE 0.00            TO RT-BRACKET-1-LIMIT (2, 3).
001160     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (2, 3).
001170     MOVE 120000.00       TO RT-BRACKET-3-LIMIT (2, 3).
001180     MOVE 180000.00       TO RT-BRACKET-4-LIMIT (2, 3).
001190     MOVE .150            TO RT-RATE-1 (2, 3).
001200     MOVE .325            TO RT-RATE-2 (2, 3).
001210     MOVE .370            TO RT-RATE-3 (2, 3).
001220     MOVE .450            TO RT-RATE-4 (2, 3).
001230     MOVE 6750.00         TO RT-BASE-TAX-2 (2, 3).
001240     MOVE 31125.00        TO RT-BASE-TAX-3 (2, 3).
001250     MOVE 53325.00        TO RT-BASE-TAX-4 (2, 3).
001260*    ----- FINANCIAL YEAR 2023-24 - MEDICARE / MLS -----
001270     MOVE 24276.00        TO RT-MEDICARE-LOWER (2).
001280     MOVE 30345.00        TO RT-MEDICARE-UPPER (2).
001290     MOVE .020            TO RT-MEDICARE-RATE (2).
001300     MOVE .100            TO RT-MEDICARE-SHADE-RATE (2).
001310     MOVE 93000.00        TO RT-MLS-TIER-1 (2).
001320     MOVE 108000.00       TO RT-MLS-TIER-2 (2).
001330     MOVE 144000.00       TO RT-MLS-TIER-3 (2).
001340     MOVE .0100           TO RT-MLS-RATE-1 (2).
001350     MOVE .0125           TO RT-MLS-RATE-2 (2).
001360     MOVE .0150           TO RT-MLS-RATE-3 (2).
001370*    ----- NO-TFN WITHHOLDING RATES -----
001380     MOVE .470            TO RT-NO-TFN-RES-RATE (2).
001390     MOVE .450            TO RT-NO-TFN-FOR-RATE (2).
001400*
001410*    ----- FINANCIAL YEAR 2024-25 - RESIDENT -----
001420     MOVE "2024-25"       TO RT-TAX-YEAR (3).
001430     MOVE 18200.00        TO RT-BRACKET-1-LIMIT (3, 1).
001440     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (3, 1).
001450     MOVE 135000.00       TO RT-BRACKET-3-LIMIT (3, 1).
001460     MOVE 190000.00       TO RT-BRACKET-4-LIMIT (3, 1).
001470     MOVE .160            TO RT-RATE-1 (3, 1).
001480     MOVE .300            TO RT-RATE-2 (3, 1).
001490     MOVE .370            TO RT-RATE-3 (3, 1).
001500     MOVE .450            TO RT-RATE-4 (3, 1).
001510     MOVE 4288.00         TO RT-BASE-TAX-2 (3, 1).
001520     MOVE 31288.00        TO RT-BASE-TAX-3 (3, 1).
001530     MOVE 51638.00        TO RT-BASE-TAX-4 (3, 1).
001540*    ----- FINANCIAL YEAR 2024-25 - FOREIGN RESIDENT -----
001550     MOVE 0.00            TO RT-BRACKET-1-LIMIT (3, 2).
001560     MOVE 135000.00       TO RT-BRACKET-2-LIMIT (3, 2).
001570     MOVE 190000.00       TO RT-BRACKET-3-LIMIT (3, 2).
001580     MOVE 190000.00       TO RT-BRACKET-4-LIMIT (3, 2).
001590     MOVE .300            TO RT-RATE-1 (3, 2).
001600     MOVE .370            TO RT-RATE-2 (3, 2).
001610     MOVE .450            TO RT-RATE-3 (3, 2).
001620     MOVE .450            TO RT-RATE-4 (3, 2).
001630     MOVE 40500.00        TO RT-BASE-TAX-2 (3, 2).
001640     MOVE 60850.00        TO RT-BASE-TAX-3 (3, 2).
001650     MOVE 60850.00        TO RT-BASE-TAX-4 (3, 2).
001660*    ----- FINANCIAL YEAR 2024-25 - WORKING HOLIDAY MAKER -----
001670     MOVE 0.00            TO RT-BRACKET-1-LIMIT (3, 3).
001680     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (3, 3).
001690     MOVE 135000.00       TO RT-BRACKET-3-LIMIT (3, 3).
001700     MOVE 190000.00       TO RT-BRACKET-4-LIMIT (3, 3).
001710     MOVE .150            TO RT-RATE-1 (3, 3).
001720     MOVE .300            TO RT-RATE-2 (3, 3).
001730     MOVE .370            TO RT-RATE-3 (3, 3).
001740     MOVE .450            TO RT-RATE-4 (3, 3).
001750     MOVE 6750.00         TO RT-BASE-TAX-2 (3, 3).
001760     MOVE 33750.00        TO RT-BASE-TAX-3 (3, 3).
001770     MOVE 54100.00        TO RT-BASE-TAX-4 (3, 3).
001780*    ----- FINANCIAL YEAR 2024-25 - MEDICARE / MLS -----
001790     MOVE 26000.00        TO RT-MEDICARE-LOWER (3).
001800     MOVE 32500.00        TO RT-MEDICARE-UPPER (3).
001810     MOVE .020            TO RT-MEDICARE-RATE (3).
001820     MOVE .100            TO RT-MEDICARE-SHADE-RATE (3).
001830     MOVE 97000.00        TO RT-MLS-TIER-1 (3).
001840     MOVE 113000.00       TO RT-MLS-TIER-2 (3).
001850     MOVE 151000.00       TO RT-MLS-TIER-3 (3).
001860     MOVE .0100           TO RT-MLS-RATE-1 (3).
001870     MOVE .0125           TO RT-MLS-RATE-2 (3).
001880     MOVE .0150           TO RT-MLS-RATE-3 (3).
001890*    ----- NO-TFN WITHHOLDING RATES -----
001900     MOVE .470            TO RT-NO-TFN-RES-RATE (3).
001910     MOVE .450            TO RT-NO-TFN-FOR-RATE (3).
001920*
001930*    ----- FINANCIAL YEAR 2025-26 - RESIDENT -----
001940     MOVE "2025-26"       TO RT-TAX-YEAR (4).
001950     MOVE 18200.00        TO RT-BRACKET-1-LIMIT (4, 1).
001960     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (4, 1).
001970     MOVE 135000.00       TO RT-BRACKET-3-LIMIT (4, 1).
001980     MOVE 190000.00       TO RT-BRACKET-4-LIMIT (4, 1).
001990     MOVE .160            TO RT-RATE-1 (4, 1).
002000     MOVE .300            TO RT-RATE-2 (4, 1).
002010     MOVE .370            TO RT-RATE-3 (4, 1).
002020     MOVE .450            TO RT-RATE-4 (4, 1).
002030     MOVE 4288.00         TO RT-BASE-TAX-2 (4, 1).
002040     MOVE 31288.00        TO RT-BASE-TAX-3 (4, 1).
002050     MOVE 51638.00        TO RT-BASE-TAX-4 (4, 1).
002060*    ----- FINANCIAL YEAR 2025-26 - FOREIGN RESIDENT -----
002070     MOVE 0.00            TO RT-BRACKET-1-LIMIT (4, 2).
002080     MOVE 135000.00       TO RT-BRACKET-2-LIMIT (4, 2).
002090     MOVE 190000.00       TO RT-BRACKET-3-LIMIT (4, 2).
002100     MOVE 190000.00       TO RT-BRACKET-4-LIMIT (4, 2).
002110     MOVE .300            TO RT-RATE-1 (4, 2).
002120     MOVE .370            TO RT-RATE-2 (4, 2).
002130     MOVE .450            TO RT-RATE-3 (4, 2).
002140     MOVE .450            TO RT-RATE-4 (4, 2).
002150     MOVE 40500.00        TO RT-BASE-TAX-2 (4, 2).
002160     MOVE 60850.00        TO RT-BASE-TAX-3 (4, 2).
002170     MOVE 60850.00        TO RT-BASE-TAX-4 (4, 2).
002180*    ----- FINANCIAL YEAR 2025-26 - WORKING HOLIDAY MAKER -----
002190     MOVE 0.00            TO RT-BRACKET-1-LIMIT (4, 3).
002200     MOVE 45000.00        TO RT-BRACKET-2-LIMIT (4, 3).
002210     MOVE 135000.00       TO RT-BRACKET-3-LIMIT (4, 3).
002220     MOVE 190000.00       TO RT-BRACKET-4-LIMIT (4, 3).
002230     MOVE .150            TO RT-RATE-1 (4, 3).
002240     MOVE .300            TO RT-RATE-2 (4, 3).
002250     MOVE .370            TO RT-RATE-3 (4, 3).
002260     MOVE .450            TO RT-RATE-4 (4, 3).
002270     MOVE 6750.00         TO RT-BASE-TAX-2 (4, 3).
002280     MOVE 33750.00        TO RT-BASE-TAX-3 (4, 3).
002290     MOVE 54100.00        TO RT-BASE-TAX-4 (4, 3).
002300*    ----- FINANCIAL YEAR 2025-26 - MEDICARE / MLS -----
002310     MOVE 26000.00        TO RT-MEDICARE-LOWER (4).
002320     MOVE 32500.00        TO RT-MEDICARE-UPPER (4).
002330     MOVE .020            TO RT-MEDICARE-RATE (4).
002340     MOVE .100            TO RT-MEDICARE-SHADE-RATE (4).
002350     MOVE 97000.00        TO RT-MLS-TIER-1 (4).
002360     MOVE 113000.00       TO RT-MLS-TIER-2 (4).
002370     MOVE 151000.00       TO RT-MLS-TIER-3 (4).
002380     MOVE .0100           TO RT-MLS-RATE-1 (4).
002390     MOVE .0125           TO RT-MLS-RATE-2 (4).
002400     MOVE .0150           TO RT-MLS-RATE-3 (4).
002410*    ----- NO-TFN WITHHOLDING RATES -----
002420     MOVE .470            TO RT-NO-TFN-RES-RATE (4).
002430     MOVE .450            TO RT-NO-TFN-FOR-RATE (4).
