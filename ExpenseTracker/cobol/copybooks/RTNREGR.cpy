000010******************************************************************
000020*    COPYBOOK.....: RTNREGR
000030*    DESCRIPTION..: UNPAID NET PAY REGISTER RECORD (RTNREGF) -
000040*                   ONE RECORD PER PAYMENT THAT DID NOT REACH
000050*                   THE EMPLOYEE: A CREDIT THE BANK RETURNED
000060*                   (WRITTEN BY AUBNKRTN) OR A PAYMENT AUPAYABA
000070*                   HELD BACK BECAUSE THE EMPLOYEE WAS UNDER A
000080*                   PAYMENT HOLD.  KEYED BY THE RUN TIMESTAMP THE
000090*                   PAYMENT WAS MADE UNDER, THEN EMPLOYEE ID, SO
000100*                   A SEQUENTIAL READ COMES BACK RUN BY RUN.
000110*    USED BY......: AUBNKRTN, AUPAYABA, AURELGAT
000120*
000130*    MAINTENANCE..: AN ITEM STAYS "H" OR "R" UNTIL THE RE-PAYMENT
000140*                   RUN OF AUBNKRTN PAYS IT TO CORRECTED BANK
000150*                   DETAILS AND MARKS IT "P".  A RE-PAYMENT THE
000160*                   BANK RETURNS AGAIN GOES BACK TO "R".  EVERY
000170*                   ITEM CARRIES ITS RUN'S "*TOTAL*" NET SO THE
000180*                   RUN'S POSITION CAN BE SHOWN AGAINST IT.
000190*                   AMOUNTS ARE SIGNED WITH A LEADING SEPARATE
000200*                   SIGN SO THE DATASET STAYS READABLE IN A
000210*                   BROWSE.
000220*
000230*    MODIFICATION HISTORY
000240*    DATE       INIT DESCRIPTION
000250*    ---------- ---- ---------------------------------------------
000260*    2026-10-15 PJH  ORIGINAL COPYBOOK.
000270******************************************************************
000280 01  RETURNS-REGISTER-RECORD.
000290     05  BR-REGISTER-KEY.
000300         10  BR-RUN-TIMESTAMP    PIC X(26).
000310         10  BR-EMPLOYEE-ID      PIC X(10).
000320     05  BR-ITEM-STATUS          PIC X(01).
000330         88  BR-STATUS-HELD          VALUE "H".
000340         88  BR-STATUS-RETURNED      VALUE "R".
000350         88  BR-STATUS-REPAID        VALUE "P".
000360         88  BR-STATUS-OUTSTANDING   VALUE "H" "R".
000370*    HOW THE ITEM CAME ONTO THE REGISTER - "H" NEVER SENT TO THE
000380*    BANK (AUPAYABA HOLD), "R" SENT AND RETURNED.  NEVER CHANGES
000390*    ONCE WRITTEN.
000400     05  BR-ITEM-SOURCE          PIC X(01).
000410         88  BR-SOURCE-HELD          VALUE "H".
000420         88  BR-SOURCE-RETURNED      VALUE "R".
000430     05  BR-EMPLOYEE-NAME        PIC X(30).
000440*    THE PER-PERIOD NET PAY OWED, AS ON THE TAXOUTF DETAIL.
000450     05  BR-AMOUNT               PIC S9(11)V99
000460                                 SIGN LEADING SEPARATE.
000470*    THE NET TOTAL ON THE RUN'S "*TOTAL*" CONTROL LINE.
000480     05  BR-RUN-CONTROL-NET      PIC S9(11)V99
000490                                 SIGN LEADING SEPARATE.
000500*    BANK RETURN REASON CODE (1-9) OF THE LATEST RETURN - SPACE
000510*    ON A HELD ITEM - AND THE DATE THE ITEM WAS REGISTERED OR
000520*    LAST RETURNED.
000530     05  BR-RETURN-CODE          PIC X(01).
000540     05  BR-RETURN-DATE          PIC X(08).
000550     05  BR-RETURN-COUNT         PIC 9(03).
000560*    THE ACCOUNT THE BANK RETURNED THE CREDIT FROM.
000570     05  BR-RETURNED-BSB         PIC X(06).
000580     05  BR-RETURNED-ACCOUNT     PIC X(09).
000590*    THE RE-PAYMENT - SPACES UNTIL THE ITEM IS RE-PAID.
000600     05  BR-REPAID-DATE          PIC X(08).
000610     05  BR-REPAID-BSB           PIC X(06).
000620     05  BR-REPAID-ACCOUNT       PIC X(09).
000630     05  FILLER                  PIC X(54).
