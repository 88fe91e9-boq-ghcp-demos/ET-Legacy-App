000010******************************************************************
000020*    COPYBOOK.....: PTAREC
000030*    DESCRIPTION..: PRE-TAX ARRANGEMENT RECORD (PRETAXF) - ONE
000040*                   RECORD PER SALARY SACRIFICE OR OTHER
000050*                   PRE-TAX ARRANGEMENT, KEYED BY EMPLOYEE ID
000060*                   PLUS A TWO-DIGIT ARRANGEMENT SEQUENCE SO AN
000070*                   EMPLOYEE CAN CARRY SEVERAL AT ONCE.
000080*    USED BY......: AU-TAX-CALC
000090*
000100*    MAINTENANCE..: LOADED FROM THE SIGNED SALARY SACRIFICE
000110*                   AGREEMENTS AND NOVATED LEASE SCHEDULES.  AN
000120*                   ARRANGEMENT IS EITHER A FIXED PER-PERIOD
000130*                   AMOUNT OR A PERCENTAGE OF THE PERIOD'S
000140*                   ORDINARY GROSS - WHEN THE PERCENTAGE IS
000150*                   NON-ZERO IT WINS, SAME AS DEDOREC.  THE
000160*                   AMOUNT COMES OFF THE GROSS BEFORE TAX IS
000170*                   WITHHELD.  A SUPER SALARY SACRIFICE ("S")
000180*                   GOES TO THE EMPLOYEE'S NOMINATED FUND AND
000190*                   IS REPORTED AS A REPORTABLE EMPLOYER SUPER
000200*                   CONTRIBUTION (RESC).  A NOVATED LEASE ("N")
000210*                   OR OTHER ("O") AMOUNT IS NOT REMITTED BY THE
000220*                   PAY RUN - AUGLJRNL CREDITS IT TO THE PRE-TAX
000230*                   PAYABLE ACCOUNT (220400), AND ACCOUNTS
000240*                   PAYABLE SETTLES THE LEASE PROVIDER'S OR OTHER
000250*                   PAYEE'S INVOICE FROM THAT ACCOUNT.  THE TYPE
000260*                   ONLY SAYS WHICH.  AN ARRANGEMENT APPLIES
000270*                   FROM ITS START DATE UP TO AND INCLUDING ITS
000280*                   END DATE (SPACES = OPEN).
000290*
000300*    MODIFICATION HISTORY
000310*    DATE       INIT DESCRIPTION
000320*    ---------- ---- ---------------------------------------------
000330*    2026-10-15 PJH  ORIGINAL COPYBOOK.
000340*    2026-10-15 PJH  PAYEE ID RETIRED TO FILLER - THE PAY RUN
000350*                    NEVER PAID IT; N/O AMOUNTS ARE SETTLED BY
000360*                    ACCOUNTS PAYABLE FROM THE PRE-TAX PAYABLE
000370*                    ACCOUNT.
000380******************************************************************
000390 01  PRETAX-ARRANGE-RECORD.
000400     05  PA-ARRANGE-KEY.
000410         10  PA-EMPLOYEE-ID      PIC X(10).
000420         10  PA-ARRANGE-SEQ      PIC X(02).
000430     05  PA-ARRANGE-TYPE         PIC X(01).
000440         88  PA-TYPE-SUPER-SACRIFICE VALUE "S".
000450         88  PA-TYPE-NOVATED-LEASE   VALUE "N".
000460         88  PA-TYPE-OTHER-PRETAX    VALUE "O".
000470     05  FILLER                  PIC X(10).
000480     05  PA-FIXED-AMOUNT         PIC 9(07)V99.
000490     05  PA-PERCENTAGE           PIC V999.
000500     05  PA-START-DATE           PIC X(08).
000510     05  PA-END-DATE             PIC X(08).
000520     05  FILLER                  PIC X(29).
