000010******************************************************************
000020*    COPYBOOK.....: ABAREC
000030*    DESCRIPTION..: DIRECT-ENTRY (ABA) SITE CONSTANTS AND THE
000040*                   120-BYTE TYPE 0 DESCRIPTIVE, TYPE 1 CREDIT
000050*                   DETAIL AND TYPE 7 BALANCING TOTAL RECORDS,
000060*                   BUILT IN WORKING STORAGE AND WRITTEN FROM.
000070*    USED BY......: AUPAYABA, AUBNKRTN, AURELGAT
000080*
000090*    MAINTENANCE..: THE SITE CONSTANTS ARE THE ONES SUPPLIED BY
000100*                   THE BANK WHEN THE DIRECT-ENTRY FACILITY WAS
000110*                   SET UP - THE APCA USER ID, THE SPONSORING
000120*                   INSTITUTION MNEMONIC AND THE EMPLOYER
000130*                   ACCOUNT THE CREDITS ARE TRACED BACK TO.
000140*                   CHANGE HERE (ONLY HERE) IF THE FACILITY EVER
000150*                   MOVES BANKS - THE PAY FILE AND THE
000160*                   RE-PAYMENT FILE MUST CARRY THE SAME ONES.
000170*
000180*    MODIFICATION HISTORY
000190*    DATE       INIT DESCRIPTION
000200*    ---------- ---- ---------------------------------------------
000210*    2026-10-15 PJH  ORIGINAL COPYBOOK - MOVED OUT OF AUPAYABA
000220*                    SO THE BANK RETURNS RE-PAYMENT FILE IS CUT
000230*                    TO THE SAME LAYOUT AND CONSTANTS.
000240******************************************************************
000250 01  WS-ABA-CONSTANTS.
000260     05  WS-ABA-BANK-MNEMONIC     PIC X(03) VALUE "WBC".
000270     05  WS-ABA-USER-NAME         PIC X(26) VALUE
000280         "PAYROLL SYSTEMS UNIT".
000290     05  WS-ABA-USER-ID           PIC X(06) VALUE "037650".
000300     05  WS-ABA-TRACE-BSB         PIC X(07) VALUE "032-650".
000310     05  WS-ABA-TRACE-ACCOUNT     PIC X(09) VALUE "000123456".
000320     05  WS-ABA-REMITTER-NAME     PIC X(16) VALUE
000330         "PAYROLL SYS UNIT".
000340*
000350 01  ABA-DESCRIPTIVE-RECORD.
000360     05  FILLER                   PIC X(01) VALUE "0".
000370     05  FILLER                   PIC X(17) VALUE SPACES.
000380     05  FILLER                   PIC X(02) VALUE "01".
000390     05  ABA0-BANK-MNEMONIC       PIC X(03).
000400     05  FILLER                   PIC X(07) VALUE SPACES.
000410     05  ABA0-USER-NAME           PIC X(26).
000420     05  ABA0-USER-ID             PIC X(06).
000430     05  ABA0-DESCRIPTION         PIC X(12) VALUE "PAYROLL".
000440     05  ABA0-PROCESS-DATE        PIC X(06).
000450     05  FILLER                   PIC X(40) VALUE SPACES.
000460 01  ABA-DETAIL-RECORD.
000470     05  FILLER                   PIC X(01) VALUE "1".
000480     05  ABA1-BSB                 PIC X(07).
000490     05  ABA1-ACCOUNT-NUMBER      PIC X(09).
000500     05  FILLER                   PIC X(01) VALUE SPACE.
000510*    TRANSACTION CODE 50 - GENERAL CREDIT.
000520     05  FILLER                   PIC X(02) VALUE "50".
000530     05  ABA1-AMOUNT-CENTS        PIC 9(10).
000540     05  ABA1-ACCOUNT-NAME        PIC X(32).
000550*    LODGEMENT REFERENCE - EMPLOYEE ID IN 1-10, THEN "PAY" IN
000560*    12-14 ON THE PAY FILE OR "RPY" ON THE RE-PAYMENT FILE.  A
000570*    BANK RETURN CARRIES IT BACK AND IS MATCHED ON IT.
000580     05  ABA1-LODGEMENT-REF       PIC X(18).
000590     05  ABA1-TRACE-BSB           PIC X(07).
000600     05  ABA1-TRACE-ACCOUNT       PIC X(09).
000610     05  ABA1-REMITTER-NAME       PIC X(16).
000620*    TAX WITHHOLDING FIELD - ALWAYS ZERO, PAYGW IS WITHHELD
000630*    UPSTREAM, NOT BY THE BANK.
000640     05  FILLER                   PIC X(08) VALUE "00000000".
000650 01  ABA-TOTAL-RECORD.
000660     05  FILLER                   PIC X(01) VALUE "7".
000670     05  FILLER                   PIC X(07) VALUE "999-999".
000680     05  FILLER                   PIC X(12) VALUE SPACES.
000690     05  ABA7-NET-CENTS           PIC 9(10).
000700     05  ABA7-CREDIT-CENTS        PIC 9(10).
000710     05  ABA7-DEBIT-CENTS         PIC 9(10) VALUE 0.
000720     05  FILLER                   PIC X(24) VALUE SPACES.
000730     05  ABA7-RECORD-COUNT        PIC 9(06).
000740     05  FILLER                   PIC X(40) VALUE SPACES.
