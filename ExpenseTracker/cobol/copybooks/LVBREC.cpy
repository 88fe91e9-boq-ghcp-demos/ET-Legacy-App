000010******************************************************************
000020*    COPYBOOK.....: LVBREC
000030*    DESCRIPTION..: LEAVE BALANCE RECORD (LVBALF) - ONE RECORD
000040*                   PER EMPLOYEE, KEYED BY EMPLOYEE ID.  CARRIES
000050*                   THE ANNUAL AND PERSONAL LEAVE HOURS HELD AND
000060*                   THE ORDINARY HOURLY RATE THE LEAVE IS VALUED
000070*                   AT.
000080*    USED BY......: AU-TAX-CALC, AULVLIAB
000090*
000100*    MAINTENANCE..: AU-TAX-CALC ACCRUES BOTH BALANCES ON EVERY
000110*                   ORDINARY PAY FROM EM-STANDARD-HOURS AND THE
000120*                   PAY FREQUENCY - FOUR WEEKS' ANNUAL AND TWO
000130*                   WEEKS' PERSONAL LEAVE A YEAR - AND TAKES OFF
000140*                   THE LEAVE-TAKEN HOURS ON THE PAY RECORD AND
000150*                   ANY ANNUAL LEAVE PAID OUT ON A FINAL PAY.  AN
000160*                   ADJUSTMENT RUN BACKS A REVERSED PAY'S
000170*                   MOVEMENT OUT AGAIN.  A BALANCE MAY GO NEGATIVE
000180*                   WHEN LEAVE IS TAKEN IN ADVANCE.  LB-HOURLY-
000190*                   RATE IS THE LAST ORDINARY PERIOD GROSS OVER
000200*                   THE PERIOD'S STANDARD HOURS.  LB-LAST-RUN-
000210*                   TIMESTAMP GUARDS A RESTARTED RUN AGAINST
000220*                   ACCRUING THE SAME PAY TWICE.
000230*
000240*    MODIFICATION HISTORY
000250*    DATE       INIT DESCRIPTION
000260*    ---------- ---- ---------------------------------------------
000270*    2026-10-15 PJH  ORIGINAL COPYBOOK.
000280******************************************************************
000290 01  LEAVE-BALANCE-RECORD.
000300     05  LB-EMPLOYEE-ID          PIC X(10).
000310     05  LB-ANNUAL-HOURS         PIC S9(05)V9(04)
000320                                 SIGN LEADING SEPARATE.
000330     05  LB-PERSONAL-HOURS       PIC S9(05)V9(04)
000340                                 SIGN LEADING SEPARATE.
000350     05  LB-HOURLY-RATE          PIC 9(05)V9(04).
000360     05  LB-STANDARD-HOURS       PIC 9(02)V99.
000370     05  LB-LAST-PAY-DATE        PIC X(08).
000380     05  LB-LAST-RUN-TIMESTAMP   PIC X(26).
000390     05  FILLER                  PIC X(23).
