000130*    MAINTENANCE..: YB-YTD-PAYGW IS NET OF THE HELP/STSL
000140*                   COMPONENT, WHICH ACCUMULATES SEPARATELY IN
000150*                   YB-YTD-HELP - THE SAME SPLIT THE STP
000160*                   EXTRACT REPORTS.  YB-YTD-GROSS IS AFTER ANY
000170*                   PRE-TAX ARRANGEMENTS (PRETAXF); THE SUPER
000180*                   SACRIFICED UNDER THEM IS IN YB-YTD-RESC.
000190*                   AMOUNTS ARE SIGNED WITH A LEADING SEPARATE
000200*                   SIGN SO THE DATASET STAYS READABLE IN A
000210*                   BROWSE.
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT DESCRIPTION
000250*    ---------- ---- ---------------------------------------------
000260*    2026-09-02 PJH  ORIGINAL COPYBOOK.
000270*    2026-09-02 PJH  RECORD WIDENED 90 TO 120 - ETP GROSS AND
000280*                    ETP WITHHOLDING ACCUMULATE SEPARATELY, AS
000290*                    THE ATO REQUIRES THEM REPORTED APART FROM
000300*                    ORDINARY PAYGW.
000310*    2026-10-15 PJH  RECORD WIDENED 120 TO 134 - SALARY
000320*                    SACRIFICED SUPER ACCUMULATES AS REPORTABLE
000330*                    EMPLOYER SUPER CONTRIBUTIONS (RESC), APART
000340*                    FROM GROSS, FOR THE STP EXTRACT.
000350******************************************************************
000360 01  YTD-BALANCE-RECORD.
000370     05  YB-BALANCE-KEY.
000380         10  YB-EMPLOYEE-ID      PIC X(10).
000390         10  YB-TAX-YEAR         PIC X(07).
000400     05  YB-YTD-GROSS            PIC S9(11)V99
000410                                 SIGN LEADING SEPARATE.
000420     05  YB-YTD-PAYGW            PIC S9(11)V99
000430                                 SIGN LEADING SEPARATE.
000440     05  YB-YTD-HELP             PIC S9(11)V99
000450                                 SIGN LEADING SEPARATE.
000460     05  YB-YTD-ETP-GROSS        PIC S9(11)V99
000470                                 SIGN LEADING SEPARATE.
000480     05  YB-YTD-ETP-PAYGW        PIC S9(11)V99
000490                                 SIGN LEADING SEPARATE.
000500     05  YB-YTD-RESC             PIC S9(11)V99
000510                                 SIGN LEADING SEPARATE.
000520     05  YB-LAST-RUN-TIMESTAMP   PIC X(26).
000530     05  FILLER                  PIC X(07).
