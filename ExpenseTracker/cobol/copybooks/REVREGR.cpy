000010******************************************************************
000020*    COPYBOOK.....: REVREGR
000030*    DESCRIPTION..: PAYMENT REVERSAL REGISTER RECORD (REVREGF) -
000040*                   ONE RECORD PER PAYMENT BACKED OUT BY THE
000050*                   AU-TAX-CALC (A)DJUSTMENT RUN MODE, KEYED BY
000060*                   EMPLOYEE ID AND THE RUN TIMESTAMP THE
000070*                   PAYMENT WAS MADE UNDER.  A PAYMENT ALREADY
000080*                   ON THE REGISTER REFUSES TO REVERSE AGAIN.
000090*    USED BY......: AU-TAX-CALC
000100*
000110*    MAINTENANCE..: RG-ORIG-EXTRACT-DATE IS THE RUN REGISTRY
000120*                   KEY (RUNREGF) OF THE RUN THAT PAID - THE
000130*                   REGISTRY RECORD CARRIES THE RUN-LEVEL
000140*                   REVERSAL COUNT AND TOTAL.  THE AMOUNTS ARE
000150*                   THE PER-PERIOD FIGURES THE ORIGINAL RUN
000160*                   PAID - WHAT THE REVERSAL TOOK BACK - SIGNED
000170*                   WITH A LEADING SEPARATE SIGN SO THE DATASET
000180*                   STAYS READABLE IN A BROWSE.
000190*
000200*    MODIFICATION HISTORY
000210*    DATE       INIT DESCRIPTION
000220*    ---------- ---- ---------------------------------------------
000230*    2026-10-15 PJH  ORIGINAL COPYBOOK.
000240******************************************************************
000250 01  REVERSAL-REGISTER-RECORD.
000260     05  RG-REVERSAL-KEY.
000270         10  RG-EMPLOYEE-ID      PIC X(10).
000280         10  RG-ORIG-RUN-TIMESTAMP
000290                                 PIC X(26).
000300     05  RG-ORIG-EXTRACT-DATE    PIC X(08).
000310     05  RG-ADJ-RUN-TIMESTAMP    PIC X(26).
000320     05  RG-TAX-YEAR             PIC X(07).
000330     05  RG-REASON               PIC X(30).
000340     05  RG-PD-GROSS             PIC S9(11)V99
000350                                 SIGN LEADING SEPARATE.
000360     05  RG-PD-TAX               PIC S9(11)V99
000370                                 SIGN LEADING SEPARATE.
000380     05  RG-PD-DISB-NET          PIC S9(11)V99
000390                                 SIGN LEADING SEPARATE.
000400     05  FILLER                  PIC X(51).
