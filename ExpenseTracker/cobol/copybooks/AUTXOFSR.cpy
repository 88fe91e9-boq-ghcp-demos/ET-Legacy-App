000210*    2026-08-22 PJH  ORIGINAL COPYBOOK - LITO TWO-STAGE TAPER
000220*                    AND SAPTO SINGLE-RATE SHADE-OUT, 2022-23
000230*                    THROUGH 2025-26.
000240*    2026-10-15 PJH  FIFTH ENTRY ADDED AS THE WHAT-IF SLOT, SAME
000250*                    AS AUTXRATE - TAX-OFFSET-MAX-YEARS STAYS 04.
000260******************************************************************
000270 01  TAX-OFFSET-TABLE.
000280     05  TAX-OFFSET-MAX-YEARS        PIC 9(02) VALUE 04.
000290     05  TAX-OFFSET-ENTRY OCCURS 5 TIMES
000300                          INDEXED BY OF-IDX.
000310         10  OF-TAX-YEAR             PIC X(07).
000320         10  OF-LITO-MAX-AMOUNT      PIC 9(05)V99.
000330         10  OF-LITO-TAPER-1-START   PIC 9(07)V99.
000340         10  OF-LITO-TAPER-1-RATE    PIC V9(04).
000350         10  OF-LITO-TAPER-2-START   PIC 9(07)V99.
000360         10  OF-LITO-TAPER-2-AMOUNT  PIC 9(05)V99.
000370         10  OF-LITO-TAPER-2-RATE    PIC V9(04).
000380         10  OF-SAPTO-MAX-AMOUNT     PIC 9(05)V99.
000390         10  OF-SAPTO-SHADE-START    PIC 9(07)V99.
000400         10  OF-SAPTO-TAPER-RATE     PIC V9(04).
