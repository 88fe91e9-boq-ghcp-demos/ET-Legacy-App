000050*                   ENGAGED; TERMINATED EMPLOYEES STAY ON FILE
000060*                   WITH EM-EMPLOYMENT-STATUS "T" RATHER THAN
000070*                   BEING DELETED, SO HISTORY KEEPS ITS NAMES.
000080*    USED BY......: AU-TAX-CALC, EMPMAINT, AUPAYABA, AUTFNAGE,
000090*                   AUGLJRNL, AUBNKRTN, AUPAYTAX, AULVLIAB
000100*
000110*    MAINTENANCE..: THE FILE IS MAINTAINED ONLY THROUGH EMPMAINT,
000120*                   WHICH VALIDATES EVERY TRANSACTION AND WRITES
000130*                   A BEFORE/AFTER CHANGE-HISTORY RECORD - DO NOT
000140*                   EDIT THE DATASET BY HAND.
000150*
000160*    MODIFICATION HISTORY
000170*    DATE       INIT DESCRIPTION
000180*    ---------- ---- ---------------------------------------------
000190*    2026-09-02 PJH  ORIGINAL COPYBOOK - LAYOUT LIFTED UNCHANGED
000200*                    FROM THE INLINE FD IN AU-TAX-CALC SO THE NEW
000210*                    MAINTENANCE PROGRAM AND THE CALCULATOR SHARE
000220*                    ONE DEFINITION.
000230*    2026-09-02 PJH  RECORD WIDENED 60 TO 120 FOR THE DIRECT
000240*                    ENTRY BANK DETAILS (EM-BSB, EM-ACCOUNT-
000250*                    NUMBER, EM-ACCOUNT-NAME) USED BY AUPAYABA.
000260*                    EXISTING DATASETS MUST BE REORGANISED TO
000270*                    THE NEW LENGTH BEFORE THE FIRST RUN.
000280*    2026-09-02 PJH  EM-FUND-ID ADDED (OUT OF FILLER) - THE
000290*                    SUPERANNUATION FUND THE CLEARING HOUSE
000300*                    REMITS THE SG CONTRIBUTION TO.
000310*    2026-10-15 PJH  EM-TFN-REQUEST-DATE ADDED (OUT OF FILLER)
000320*                    - THE DATE THE TFN DECLARATION WAS ASKED
000330*                    FOR, WHICH STARTS THE 28-DAY GRACE PERIOD
000340*                    BEFORE AU-TAX-CALC WITHHOLDS AT THE NO-TFN
000350*                    RATE.  ALSO READ BY AUTFNAGE.
000360*    2026-10-15 PJH  RECORD WIDENED 120 TO 200.  EM-COST-CENTRE
000370*                    ADDED - THE CENTRE THE EMPLOYEE'S WAGES AND
000380*                    SG EXPENSE POST TO IN THE GENERAL LEDGER
000390*                    JOURNAL (AUGLJRNL).  EXISTING DATASETS MUST
000400*                    BE REORGANISED TO THE NEW LENGTH BEFORE THE
000410*                    FIRST RUN.
000420*    2026-10-15 PJH  PAYMENT HOLD ADDED (OUT OF FILLER) - SET BY
000430*                    AUBNKRTN WHEN THE BANK RETURNS A CREDIT,
000440*                    CLEARED BY EMPMAINT WHEN NEW BANK DETAILS
000450*                    ARE KEYED.  AUPAYABA DOES NOT PAY A HELD
000460*                    EMPLOYEE.
000470*    2026-10-15 PJH  EM-WORK-STATE ADDED (OUT OF FILLER) - THE
000480*                    STATE OR TERRITORY THE EMPLOYEE'S WAGES ARE
000490*                    LIABLE TO PAYROLL TAX IN (AUPAYTAX).
000500*    2026-10-15 PJH  EM-STANDARD-HOURS ADDED (OUT OF FILLER) -
000510*                    THE EMPLOYEE'S ORDINARY WEEKLY HOURS, WHICH
000520*                    DRIVE AU-TAX-CALC'S LEAVE ACCRUAL (LVBALF).
000530******************************************************************
000540 01  EMPLOYEE-MASTER-RECORD.
000550     05  EM-EMPLOYEE-ID          PIC X(10).
000560     05  EM-SURNAME              PIC X(20).
000570     05  EM-GIVEN-NAME           PIC X(15).
000580     05  EM-EMPLOYMENT-STATUS    PIC X(01).
000590         88  EM-STATUS-ACTIVE        VALUE "A".
000600         88  EM-STATUS-TERMINATED    VALUE "T".
000610     05  EM-TFN-HELD-IND         PIC X(01).
000620*    DIRECT-ENTRY BANK DETAILS - BSB WITHOUT THE HYPHEN, THE
000630*    ACCOUNT NUMBER RIGHT-JUSTIFIED AS THE BANK HOLDS IT, AND
000640*    THE ACCOUNT TITLE AS IT APPEARS ON THE ACCOUNT.  ALL
000650*    SPACES MEANS NO BANK DETAILS HELD - AUPAYABA REFUSES TO
000660*    CUT A PAYMENT FILE FOR AN EMPLOYEE IN THAT STATE.
000670     05  EM-BSB                  PIC X(06).
000680     05  EM-ACCOUNT-NUMBER       PIC X(09).
000690     05  EM-ACCOUNT-NAME         PIC X(32).
000700*    SUPERANNUATION FUND IDENTIFIER AS HELD BY THE CLEARING
000710*    HOUSE.  SPACES MEANS NO FUND NOMINATED - THE SG EXTRACT
000720*    FLAGS THE EMPLOYEE RATHER THAN REMITTING BLIND.
000730     05  EM-FUND-ID              PIC X(10).
000740*    DATE (CCYYMMDD) THE TFN DECLARATION WAS REQUESTED FROM AN
000750*    EMPLOYEE WITH EM-TFN-HELD-IND "N".  THE NO-TFN RATE IS NOT
000760*    APPLIED UNTIL 28 DAYS HAVE PASSED; SPACES ON A NO-TFN
000770*    EMPLOYEE MEANS NO GRACE - THE RATE APPLIES AT ONCE.
000780     05  EM-TFN-REQUEST-DATE     PIC X(08).
000790*    GENERAL LEDGER COST CENTRE - SIX DIGITS, VALIDATED BY
000800*    EMPMAINT.  SPACES ON A RECORD CARRIED FORWARD FROM BEFORE
000810*    THE FIELD EXISTED - AUGLJRNL POSTS THAT EMPLOYEE TO THE
000820*    SUSPENSE CENTRE AND LISTS THEM FOR CORRECTION.
000830     05  EM-COST-CENTRE          PIC X(06).
000840*    PAYMENT HOLD - "Y" WHEN THE BANK HAS RETURNED A CREDIT TO
000850*    THE ACCOUNT ON FILE.  SET BY AUBNKRTN WITH THE DATE AND THE
000860*    BANK'S RETURN REASON CODE; CLEARED ONLY BY EMPMAINT KEYING
000870*    DIFFERENT BANK DETAILS.  WHILE IT IS SET AUPAYABA HOLDS THE
000880*    EMPLOYEE'S NET PAY BACK ON THE UNPAID REGISTER (RTNREGF)
000890*    INSTEAD OF PAYING THE BAD ACCOUNT AGAIN.
000900     05  EM-PAY-HOLD-IND         PIC X(01).
000910         88  EM-PAY-HELD             VALUE "Y".
000920     05  EM-PAY-HOLD-DATE        PIC X(08).
000930     05  EM-PAY-HOLD-REASON      PIC X(01).
000940*    STATE OR TERRITORY WHERE THE EMPLOYEE WORKS, FOR PAYROLL TAX
000950*    - VALIDATED BY EMPMAINT.  SPACES ON A RECORD CARRIED FORWARD
000960*    FROM BEFORE THE FIELD EXISTED - AUPAYTAX LISTS THAT
000970*    EMPLOYEE'S WAGES AS AN EXCEPTION RATHER THAN GUESS A STATE.
000980     05  EM-WORK-STATE           PIC X(03).
000990         88  EM-WORK-STATE-VALID     VALUE "NSW" "VIC" "QLD" "SA "
001000                                     "WA " "TAS" "NT " "ACT".
001010*    ORDINARY HOURS PER WEEK (E.G. 38.00) - VALIDATED BY EMPMAINT.
001020*    ZERO FOR A CASUAL, WHO ACCRUES NO LEAVE.  SPACES ON A RECORD
001030*    CARRIED FORWARD FROM BEFORE THE FIELD EXISTED ACCRUES NONE
001040*    EITHER UNTIL THE HOURS ARE KEYED.
001050     05  EM-STANDARD-HOURS       PIC 9(02)V99.
001060     05  FILLER                  PIC X(65).
