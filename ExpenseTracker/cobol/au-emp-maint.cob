000200*    2026-09-02 PJH  SUPER FUND IDENTIFIER (ETR-FUND-ID) ADDED
000210*                    TO THE TRANSACTION AND MASTER FOR THE SG
000220*                    CLEARING-HOUSE EXTRACT - SEE AU-TAX-CALC.
000230*    2026-10-15 PJH  TFN DECLARATION REQUEST DATE ADDED TO THE
000240*                    TRANSACTION AND MASTER.  DEFAULTS TO THE
000250*                    RUN DATE WHEN AN EMPLOYEE IS ADDED OR SET
000260*                    WITHOUT A TFN AND NO DATE IS KEYED; CLEARED
000270*                    WHEN THE TFN IS RECEIVED.  STARTS THE
000280*                    28-DAY GRACE PERIOD - SEE AU-TAX-CALC AND
000290*                    AUTFNAGE.
000300*    2026-10-15 PJH  GENERAL LEDGER COST CENTRE ADDED TO THE
000310*                    TRANSACTION (NOW 200 BYTES) AND MASTER (NOW
000320*                    200 BYTES - SEE EMPMREC).  SIX DIGITS, NOT
000330*                    ALL ZERO, REQUIRED ON ADD; BLANK ON CHG
000340*                    LEAVES IT AS IT STANDS.  CHANGE-HISTORY
000350*                    RECORD WIDENED 280 TO 440 FOR THE LONGER
000360*                    IMAGES.  SEE AUGLJRNL.
000370*    2026-10-15 PJH  A CHG KEYING NEW BANK DETAILS RELEASES
000380*                    THE PAYMENT HOLD AUBNKRTN SETS ON A BANK
000390*                    RETURN; REKEYING THE RETURNED ACCOUNT IS
000400*                    REJECTED AND THE HOLD STAYS.
000410*    2026-10-15 PJH  WORK STATE (ETR-WORK-STATE) ADDED TO THE
000420*                    TRANSACTION OUT OF FILLER - NSW VIC QLD SA
000430*                    WA TAS NT OR ACT, REQUIRED ON ADD; BLANK ON
000440*                    CHG LEAVES IT AS IT STANDS.  SEE AUPAYTAX.
000450*    2026-10-15 PJH  STANDARD WEEKLY HOURS (ETR-STANDARD-
000460*                    HOURS) ADDED TO THE TRANSACTION OUT OF
000470*                    FILLER AND TO THE MASTER.  0.00 TO 60.00,
000480*                    ZERO FOR A CASUAL; BLANK ON ADD IS ZERO,
000490*                    BLANK ON CHG LEAVES IT AS IT STANDS.  DRIVES
000500*                    THE LEAVE ACCRUAL IN AU-TAX-CALC.
000510*****************************************************************
000520*    APPLIES HR MAINTENANCE TRANSACTIONS TO THE EMPLOYEE MASTER.
000530*    EVERY TRANSACTION IS VALIDATED BEFORE IT TOUCHES THE FILE -
000540*    AN ADD FOR AN ID ALREADY ON FILE, A CHANGE OR TERMINATE FOR
000550*    AN ID NOT ON FILE, OR A MALFORMED FIELD IS REJECTED AND
000560*    LISTED, NEVER HALF-APPLIED.  EVERY APPLIED TRANSACTION
000570*    APPENDS A CHANGE-HISTORY RECORD CARRYING THE RUN TIMESTAMP,
000580*    THE ACTION AND THE FULL BEFORE AND AFTER RECORD IMAGES, SO
000590*    "WHO TERMINATED THIS EMPLOYEE AND WHEN" IS ANSWERED FROM
000600*    EMPHISTF THE SAME WAY AUDTAXL ANSWERS IT FOR AMOUNTS.
000610*
000620*    TRANSACTION ACTIONS -
000630*      ADD - NEW EMPLOYEE.  SURNAME REQUIRED; STATUS DEFAULTS TO
000640*            "A" AND TFN-HELD TO "N" WHEN LEFT BLANK.
000650*      CHG - AMEND SURNAME / GIVEN NAME / STATUS / TFN-HELD.  A
000660*            BLANK FIELD ON THE TRANSACTION LEAVES THE MASTER
000670*            FIELD AS IT STANDS, SO A NAME CHANGE NEED NOT REKEY
000680*            EVERY COLUMN.  A STATUS OF "A" REACTIVATES A
000690*            TERMINATED EMPLOYEE.
000700*      TFN REQUEST DATE - CCYYMMDD, NOT IN THE FUTURE.  LEFT
000710*            BLANK FOR AN EMPLOYEE WITHOUT A TFN, THE RUN DATE
000720*            IS TAKEN AS THE DATE THE DECLARATION WAS ASKED FOR.
000730*      COST CENTRE - SIX DIGITS, NOT ALL ZERO, REQUIRED ON ADD.
000740*            THE GENERAL LEDGER CENTRE THE EMPLOYEE'S WAGES AND
000750*            SG EXPENSE POST TO - SEE AUGLJRNL.
000760*      WORK STATE - NSW VIC QLD SA WA TAS NT OR ACT, REQUIRED ON
000770*            ADD.  THE STATE THE EMPLOYEE'S WAGES ARE LIABLE TO
000780*            PAYROLL TAX IN - SEE AUPAYTAX.
000790*      STANDARD HOURS - ORDINARY HOURS A WEEK, FOUR DIGITS WITH
000800*            TWO DECIMALS IMPLIED (3800 = 38.00), NOT OVER 60.00.
000810*            ZERO FOR A CASUAL, WHO ACCRUES NO LEAVE - SEE
000820*            AU-TAX-CALC AND AULVLIAB.
000830*      BANK DETAILS - KEYED ON CHG FOR AN EMPLOYEE UNDER A PAYMENT
000840*            HOLD (THE BANK RETURNED A CREDIT - SEE AUBNKRTN), NEW
000850*            DETAILS RELEASE THE HOLD SO THE RE-PAYMENT RUN AND
000860*            AUPAYABA PAY THEM AGAIN.  THE RETURNED ACCOUNT KEYED
000870*            AGAIN IS REJECTED AND THE HOLD STAYS.
000880*      TRM - TERMINATE.  THE RECORD STAYS ON FILE WITH STATUS
000890*            "T" - NOTHING IS EVER DELETED.
000900*****************************************************************
000910 ENVIRONMENT DIVISION.
000920 CONFIGURATION SECTION.
000930 SOURCE-COMPUTER. IBM-I.
000940 OBJECT-COMPUTER. IBM-I.
000950 INPUT-OUTPUT SECTION.
000960 FILE-CONTROL.
000970     SELECT EMPLOYEE-TRANS-FILE ASSIGN TO "EMPTRNF"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-TRANS-FILE-STATUS.
001000     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
001010         ORGANIZATION IS INDEXED
001020         ACCESS IS RANDOM
001030         RECORD KEY IS EM-EMPLOYEE-ID
001040         FILE STATUS IS WS-MASTER-FILE-STATUS.
001050     SELECT CHANGE-HISTORY-FILE ASSIGN TO "EMPHISTF"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-HISTORY-FILE-STATUS.
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  EMPLOYEE-TRANS-FILE
001110     RECORD CONTAINS 200 CHARACTERS
001120     LABEL RECORDS ARE STANDARD.
001130 01  EMPLOYEE-TRANS-RECORD.
001140     05  ETR-ACTION              PIC X(03).
001150         88  ETR-ACTION-ADD          VALUE "ADD".
001160         88  ETR-ACTION-CHANGE       VALUE "CHG".
001170         88  ETR-ACTION-TERMINATE    VALUE "TRM".
001180         88  ETR-ACTION-VALID        VALUE "ADD" "CHG" "TRM".
001190     05  ETR-EMPLOYEE-ID         PIC X(10).
001200     05  ETR-SURNAME             PIC X(20).
001210     05  ETR-GIVEN-NAME          PIC X(15).
001220     05  ETR-EMPLOYMENT-STATUS   PIC X(01).
001230     05  ETR-TFN-HELD-IND        PIC X(01).
001240*    DIRECT-ENTRY BANK DETAILS - ALL THREE KEYED TOGETHER OR
001250*    ALL THREE LEFT BLANK; ON CHG, ALL BLANK MEANS UNCHANGED.
001260     05  ETR-BSB                 PIC X(06).
001270     05  ETR-ACCOUNT-NUMBER      PIC X(09).
001280     05  ETR-ACCOUNT-NAME        PIC X(32).
001290*    SUPER FUND IDENTIFIER - BLANK ON CHG = UNCHANGED.
001300     05  ETR-FUND-ID             PIC X(10).
001310*    DATE THE TFN DECLARATION WAS REQUESTED (CCYYMMDD) - BLANK
001320*    ON CHG = UNCHANGED.
001330     05  ETR-TFN-REQUEST-DATE    PIC X(08).
001340     05  ETR-TFN-REQUEST-DATE-R  REDEFINES ETR-TFN-REQUEST-DATE.
001350         10  ETR-TFN-REQ-CCYY    PIC 9(04).
001360         10  ETR-TFN-REQ-MM      PIC 9(02).
001370         10  ETR-TFN-REQ-DD      PIC 9(02).
001380     05  FILLER                  PIC X(05).
001390*    GENERAL LEDGER COST CENTRE - REQUIRED ON ADD, BLANK ON
001400*    CHG = UNCHANGED.
001410     05  ETR-COST-CENTRE         PIC X(06).
001420*    PAYROLL TAX WORK STATE - REQUIRED ON ADD, BLANK ON CHG =
001430*    UNCHANGED.
001440     05  ETR-WORK-STATE          PIC X(03).
001450         88  ETR-WORK-STATE-VALID    VALUE "NSW" "VIC" "QLD" "SA "
001460                                     "WA " "TAS" "NT " "ACT".
001470*    STANDARD WEEKLY HOURS, TWO DECIMALS IMPLIED - BLANK ON ADD =
001480*    ZERO, BLANK ON CHG = UNCHANGED.
001490     05  ETR-STANDARD-HOURS      PIC X(04).
001500     05  ETR-STANDARD-HOURS-N    REDEFINES ETR-STANDARD-HOURS
001510                                 PIC 9(02)V99.
001520     05  FILLER                  PIC X(67).
001530*
001540 FD  EMPLOYEE-MASTER-FILE
001550     RECORD CONTAINS 200 CHARACTERS
001560     LABEL RECORDS ARE STANDARD.
001570 COPY EMPMREC.
001580*
001590*    CHANGE HISTORY - ONE FIXED-FORMAT RECORD PER APPLIED
001600*    TRANSACTION.  THE BEFORE IMAGE IS SPACES FOR AN ADD; BOTH
001610*    IMAGES ARE THE FULL 200-BYTE MASTER RECORD SO THE AUDITORS
001620*    CAN SEE EXACTLY WHAT CHANGED WITHOUT A SECOND LOOKUP.
001630 FD  CHANGE-HISTORY-FILE
001640     RECORD CONTAINS 440 CHARACTERS
001650     LABEL RECORDS ARE STANDARD.
001660 01  CHANGE-HISTORY-RECORD.
001670     05  EH-RUN-TIMESTAMP        PIC X(26).
001680     05  EH-ACTION               PIC X(03).
001690     05  EH-EMPLOYEE-ID          PIC X(10).
001700     05  EH-BEFORE-IMAGE         PIC X(200).
001710     05  EH-AFTER-IMAGE          PIC X(200).
001720     05  FILLER                  PIC X(01).
001730*
001740 WORKING-STORAGE SECTION.
001750 01  WS-FILE-STATUSES.
001760     05  WS-TRANS-FILE-STATUS     PIC X(02) VALUE "00".
001770     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
001780     05  WS-HISTORY-FILE-STATUS   PIC X(02) VALUE "00".
001790*
001800 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001810     88  WS-END-OF-FILE               VALUE "Y".
001820*
001830 01  WS-VALID-DATA-SW             PIC X(01) VALUE "Y".
001840     88  WS-DATA-VALID                VALUE "Y".
001850     88  WS-DATA-INVALID              VALUE "N".
001860 01  WS-REJECT-REASON             PIC X(30) VALUE SPACES.
001870*
001880 01  WS-MASTER-FOUND-SW           PIC X(01) VALUE "N".
001890     88  WS-MASTER-FOUND              VALUE "Y".
001900*
001910*    BEFORE IMAGE OF THE MASTER RECORD AS IT STOOD WHEN THE
001920*    TRANSACTION ARRIVED - SPACES FOR AN ADD.
001930 01  WS-BEFORE-IMAGE              PIC X(200) VALUE SPACES.
001940*
001950 01  WS-CURRENT-DATE-TIME.
001960     05  WS-CURR-DATE             PIC X(08).
001970     05  WS-CURR-TIME             PIC X(08).
001980 01  WS-RUN-TIMESTAMP             PIC X(26).
001990*
002000 01  WS-MAINT-COUNTS.
002010     05  WS-TRANS-READ-COUNT      PIC 9(09) COMP VALUE 0.
002020     05  WS-ADD-COUNT             PIC 9(09) COMP VALUE 0.
002030     05  WS-CHANGE-COUNT          PIC 9(09) COMP VALUE 0.
002040     05  WS-TERMINATE-COUNT       PIC 9(09) COMP VALUE 0.
002050     05  WS-REJECT-COUNT          PIC 9(09) COMP VALUE 0.
002060*
002070 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
002080*
002090 PROCEDURE DIVISION.
002100*****************************************************************
002110*    0000-MAINLINE
002120*****************************************************************
002130 0000-MAINLINE.
002140     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
002150     IF RETURN-CODE NOT = 0
002160         STOP RUN
002170     END-IF.
002180     PERFORM 0200-PROCESS-TRANSACTIONS THRU 0200-EXIT.
002190     PERFORM 0900-TERMINATE THRU 0900-EXIT.
002200     STOP RUN.
002210*
002220*****************************************************************
002230*    0100-INITIALIZE - TIMESTAMP AND FILE AVAILABILITY
002240*****************************************************************
002250 0100-INITIALIZE.
002260     DISPLAY "--- EMPMAINT - Employee Master Maintenance ---".
002270     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002280     ACCEPT WS-CURR-TIME FROM TIME.
002290     MOVE SPACES TO WS-RUN-TIMESTAMP.
002300     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
002310            WS-CURR-DATE (7:2) " " WS-CURR-TIME (1:2) ":"
002320            WS-CURR-TIME (3:2) ":" WS-CURR-TIME (5:2)
002330         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.
002340     OPEN INPUT EMPLOYEE-TRANS-FILE.
002350     IF WS-TRANS-FILE-STATUS NOT = "00"
002360         DISPLAY "*** UNABLE TO OPEN EMPTRNF - STATUS "
002370             WS-TRANS-FILE-STATUS " - RUN TERMINATED ***"
002380         MOVE 16 TO RETURN-CODE
002390         GO TO 0100-EXIT
002400     END-IF.
002410*    A MISSING MASTER (STATUS 35) MEANS A FIRST-EVER LOAD - THE
002420*    FILE IS CREATED AND EVERY NON-ADD TRANSACTION WILL REJECT
002430*    AS NOT ON FILE, WHICH IS THE RIGHT ANSWER FOR A FIRST LOAD.
002440     OPEN I-O EMPLOYEE-MASTER-FILE.
002450     IF WS-MASTER-FILE-STATUS = "35"
002460         OPEN OUTPUT EMPLOYEE-MASTER-FILE
002470         CLOSE EMPLOYEE-MASTER-FILE
002480         OPEN I-O EMPLOYEE-MASTER-FILE
002490     END-IF.
002500     IF WS-MASTER-FILE-STATUS NOT = "00"
002510         DISPLAY "*** UNABLE TO OPEN EMPMASTF - STATUS "
002520             WS-MASTER-FILE-STATUS " - RUN TERMINATED ***"
002530         CLOSE EMPLOYEE-TRANS-FILE
002540         MOVE 16 TO RETURN-CODE
002550         GO TO 0100-EXIT
002560     END-IF.
002570     PERFORM 0110-OPEN-HISTORY-FILE THRU 0110-EXIT.
002580     IF WS-HISTORY-FILE-STATUS NOT = "00"
002590         CLOSE EMPLOYEE-TRANS-FILE
002600         CLOSE EMPLOYEE-MASTER-FILE
002610         MOVE 16 TO RETURN-CODE
002620     END-IF.
002630 0100-EXIT.
002640         EXIT.
002650*
002660*    0110-OPEN-HISTORY-FILE - APPEND TO THE EXISTING CHANGE
002670*    HISTORY SO NO MAINTENANCE RUN EVER DISCARDS PRIOR HISTORY -
002680*    SAME PATTERN AS THE AUDIT LOG OPEN IN AU-TAX-CALC.  ONLY
002690*    THE FIRST-EVER RUN CREATES THE FILE.
002700 0110-OPEN-HISTORY-FILE.
002710     OPEN EXTEND CHANGE-HISTORY-FILE.
002720     IF WS-HISTORY-FILE-STATUS = "35"
002730         OPEN OUTPUT CHANGE-HISTORY-FILE
002740     END-IF.
002750     IF WS-HISTORY-FILE-STATUS NOT = "00"
002760         DISPLAY "*** UNABLE TO OPEN EMPHISTF - STATUS "
002770             WS-HISTORY-FILE-STATUS " - RUN TERMINATED ***"
002780     END-IF.
002790 0110-EXIT.
002800         EXIT.
002810*
002820*****************************************************************
002830*    0200-PROCESS-TRANSACTIONS - MAIN READ/VALIDATE/APPLY CYCLE
002840*****************************************************************
002850 0200-PROCESS-TRANSACTIONS.
002860     PERFORM 0210-READ-TRANSACTION THRU 0210-EXIT.
002870     PERFORM 0220-APPLY-ONE-TRANSACTION THRU 0220-EXIT
002880         UNTIL WS-END-OF-FILE.
002890     CLOSE EMPLOYEE-TRANS-FILE.
002900     CLOSE EMPLOYEE-MASTER-FILE.
002910     CLOSE CHANGE-HISTORY-FILE.
002920 0200-EXIT.
002930         EXIT.
002940*
002950 0210-READ-TRANSACTION.
002960     READ EMPLOYEE-TRANS-FILE
002970         AT END
002980             MOVE "Y" TO WS-EOF-SW
002990             GO TO 0210-EXIT
003000     END-READ.
003010     ADD 1 TO WS-TRANS-READ-COUNT.
003020 0210-EXIT.
003030         EXIT.
003040*
003050*    0220-APPLY-ONE-TRANSACTION - VALIDATE, DISPATCH BY ACTION,
003060*    THEN READ THE NEXT.  A TRANSACTION LEFT INVALID BY ANY
003070*    STAGE IS LISTED AND COUNTED, NEVER PART-APPLIED.
003080 0220-APPLY-ONE-TRANSACTION.
003090     MOVE "Y" TO WS-VALID-DATA-SW.
003100     MOVE SPACES TO WS-REJECT-REASON.
003110     PERFORM 0300-VALIDATE-TRANSACTION THRU 0300-EXIT.
003120     IF WS-DATA-INVALID
003130         PERFORM 0600-REJECT-TRANSACTION THRU 0600-EXIT
003140         GO TO 0220-NEXT
003150     END-IF.
003160     IF ETR-ACTION-ADD
003170         PERFORM 0400-APPLY-ADD THRU 0400-EXIT
003180     ELSE IF ETR-ACTION-CHANGE
003190         PERFORM 0410-APPLY-CHANGE THRU 0410-EXIT
003200     ELSE
003210         PERFORM 0420-APPLY-TERMINATE THRU 0420-EXIT
003220     END-IF.
003230     IF WS-DATA-INVALID
003240         PERFORM 0600-REJECT-TRANSACTION THRU 0600-EXIT
003250     END-IF.
003260 0220-NEXT.
003270*    A FAILED HISTORY WRITE ENDS THE RUN MID-CYCLE - DO NOT
003280*    READ (AND COUNT) A TRANSACTION THAT WILL NEVER BE
003290*    EXAMINED, OR THE TRANSACTIONS-READ FIGURE THE OPERATOR
003300*    BALANCES AGAINST GOES OFF BY ONE.
003310     IF NOT WS-END-OF-FILE
003320         PERFORM 0210-READ-TRANSACTION THRU 0210-EXIT
003330     END-IF.
003340 0220-EXIT.
003350         EXIT.
003360*
003370*****************************************************************
003380*    0300-VALIDATE-TRANSACTION - FIELD CHECKS BEFORE ANY I-O
003390*****************************************************************
003400 0300-VALIDATE-TRANSACTION.
003410     IF NOT ETR-ACTION-VALID
003420         MOVE "N" TO WS-VALID-DATA-SW
003430         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003440         GO TO 0300-EXIT
003450     END-IF.
003460     IF ETR-EMPLOYEE-ID = SPACES
003470         MOVE "N" TO WS-VALID-DATA-SW
003480         MOVE "EMPLOYEE ID MISSING" TO WS-REJECT-REASON
003490         GO TO 0300-EXIT
003500     END-IF.
003510     IF ETR-ACTION-ADD AND ETR-SURNAME = SPACES
003520         MOVE "N" TO WS-VALID-DATA-SW
003530         MOVE "SURNAME MISSING ON ADD" TO WS-REJECT-REASON
003540         GO TO 0300-EXIT
003550     END-IF.
003560     IF ETR-EMPLOYMENT-STATUS NOT = SPACE
003570         AND ETR-EMPLOYMENT-STATUS NOT = "A"
003580         AND ETR-EMPLOYMENT-STATUS NOT = "T"
003590         MOVE "N" TO WS-VALID-DATA-SW
003600         MOVE "INVALID STATUS" TO WS-REJECT-REASON
003610         GO TO 0300-EXIT
003620     END-IF.
003630     IF ETR-TFN-HELD-IND NOT = SPACE
003640         AND ETR-TFN-HELD-IND NOT = "Y"
003650         AND ETR-TFN-HELD-IND NOT = "N"
003660         MOVE "N" TO WS-VALID-DATA-SW
003670         MOVE "INVALID TFN INDICATOR" TO WS-REJECT-REASON
003680         GO TO 0300-EXIT
003690     END-IF.
003700     IF ETR-TFN-REQUEST-DATE NOT = SPACES
003710         IF ETR-TFN-REQUEST-DATE NOT NUMERIC
003720             OR ETR-TFN-REQ-MM < 1 OR ETR-TFN-REQ-MM > 12
003730             OR ETR-TFN-REQ-DD < 1 OR ETR-TFN-REQ-DD > 31
003740             MOVE "N" TO WS-VALID-DATA-SW
003750             MOVE "INVALID TFN REQUEST DATE" TO WS-REJECT-REASON
003760             GO TO 0300-EXIT
003770         END-IF
003780         IF ETR-TFN-REQUEST-DATE > WS-CURR-DATE
003790             MOVE "N" TO WS-VALID-DATA-SW
003800             MOVE "TFN REQUEST DATE IN FUTURE" TO WS-REJECT-REASON
003810             GO TO 0300-EXIT
003820         END-IF
003830     END-IF.
003840     IF ETR-ACTION-ADD AND ETR-COST-CENTRE = SPACES
003850         MOVE "N" TO WS-VALID-DATA-SW
003860         MOVE "COST CENTRE MISSING ON ADD" TO WS-REJECT-REASON
003870         GO TO 0300-EXIT
003880     END-IF.
003890     IF ETR-COST-CENTRE NOT = SPACES
003900         IF ETR-COST-CENTRE NOT NUMERIC
003910             OR ETR-COST-CENTRE = "000000"
003920             MOVE "N" TO WS-VALID-DATA-SW
003930             MOVE "INVALID COST CENTRE" TO WS-REJECT-REASON
003940             GO TO 0300-EXIT
003950         END-IF
003960     END-IF.
003970     IF ETR-ACTION-ADD AND ETR-WORK-STATE = SPACES
003980         MOVE "N" TO WS-VALID-DATA-SW
003990         MOVE "WORK STATE MISSING ON ADD" TO WS-REJECT-REASON
004000         GO TO 0300-EXIT
004010     END-IF.
004020     IF ETR-WORK-STATE NOT = SPACES AND NOT ETR-WORK-STATE-VALID
004030         MOVE "N" TO WS-VALID-DATA-SW
004040         MOVE "INVALID WORK STATE" TO WS-REJECT-REASON
004050         GO TO 0300-EXIT
004060     END-IF.
004070     IF ETR-STANDARD-HOURS NOT = SPACES
004080         IF ETR-STANDARD-HOURS-N NOT NUMERIC
004090             OR ETR-STANDARD-HOURS-N > 60
004100             MOVE "N" TO WS-VALID-DATA-SW
004110             MOVE "INVALID STANDARD HOURS" TO WS-REJECT-REASON
004120             GO TO 0300-EXIT
004130         END-IF
004140     END-IF.
004150*    BANK DETAILS TRAVEL AS A SET - A PARTIAL SET WOULD LEAVE
004160*    THE MASTER UNPAYABLE BY AUPAYABA IN A WAY NOBODY NOTICES
004170*    UNTIL PAY DAY, SO IT REJECTS HERE INSTEAD.
004180     IF ETR-BSB NOT = SPACES
004190         OR ETR-ACCOUNT-NUMBER NOT = SPACES
004200         OR ETR-ACCOUNT-NAME NOT = SPACES
004210         IF ETR-BSB = SPACES
004220             OR ETR-ACCOUNT-NUMBER = SPACES
004230             OR ETR-ACCOUNT-NAME = SPACES
004240             MOVE "N" TO WS-VALID-DATA-SW
004250             MOVE "PARTIAL BANK DETAILS" TO WS-REJECT-REASON
004260             GO TO 0300-EXIT
004270         END-IF
004280         IF ETR-BSB NOT NUMERIC
004290             MOVE "N" TO WS-VALID-DATA-SW
004300             MOVE "BSB NOT NUMERIC" TO WS-REJECT-REASON
004310             GO TO 0300-EXIT
004320         END-IF
004330         IF ETR-ACCOUNT-NUMBER NOT NUMERIC
004340             MOVE "N" TO WS-VALID-DATA-SW
004350             MOVE "ACCOUNT NOT NUMERIC" TO WS-REJECT-REASON
004360         END-IF
004370     END-IF.
004380 0300-EXIT.
004390         EXIT.
004400*
004410*****************************************************************
004420*    0400-APPLY-ADD - NEW EMPLOYEE, KEY MUST NOT EXIST
004430*****************************************************************
004440 0400-APPLY-ADD.
004450     PERFORM 0500-READ-MASTER THRU 0500-EXIT.
004460     IF WS-MASTER-FOUND
004470         MOVE "N" TO WS-VALID-DATA-SW
004480         MOVE "ALREADY ON MASTER FILE" TO WS-REJECT-REASON
004490         GO TO 0400-EXIT
004500     END-IF.
004510     MOVE SPACES TO WS-BEFORE-IMAGE.
004520     MOVE SPACES TO EMPLOYEE-MASTER-RECORD.
004530     MOVE ETR-EMPLOYEE-ID  TO EM-EMPLOYEE-ID.
004540     MOVE ETR-SURNAME      TO EM-SURNAME.
004550     MOVE ETR-GIVEN-NAME   TO EM-GIVEN-NAME.
004560     IF ETR-EMPLOYMENT-STATUS = SPACE
004570         MOVE "A" TO EM-EMPLOYMENT-STATUS
004580     ELSE
004590         MOVE ETR-EMPLOYMENT-STATUS TO EM-EMPLOYMENT-STATUS
004600     END-IF.
004610     IF ETR-TFN-HELD-IND = SPACE
004620         MOVE "N" TO EM-TFN-HELD-IND
004630     ELSE
004640         MOVE ETR-TFN-HELD-IND TO EM-TFN-HELD-IND
004650     END-IF.
004660     MOVE ETR-BSB            TO EM-BSB.
004670     MOVE ETR-ACCOUNT-NUMBER TO EM-ACCOUNT-NUMBER.
004680     MOVE ETR-ACCOUNT-NAME   TO EM-ACCOUNT-NAME.
004690     MOVE ETR-FUND-ID        TO EM-FUND-ID.
004700     MOVE ETR-TFN-REQUEST-DATE TO EM-TFN-REQUEST-DATE.
004710     MOVE ETR-COST-CENTRE    TO EM-COST-CENTRE.
004720     MOVE ETR-WORK-STATE     TO EM-WORK-STATE.
004730     IF ETR-STANDARD-HOURS = SPACES
004740         MOVE 0 TO EM-STANDARD-HOURS
004750     ELSE
004760         MOVE ETR-STANDARD-HOURS-N TO EM-STANDARD-HOURS
004770     END-IF.
004780     PERFORM 0430-SET-TFN-REQUEST-DATE THRU 0430-EXIT.
004790     WRITE EMPLOYEE-MASTER-RECORD
004800         INVALID KEY
004810             MOVE "N" TO WS-VALID-DATA-SW
004820             MOVE "MASTER WRITE REJECTED" TO WS-REJECT-REASON
004830             GO TO 0400-EXIT
004840     END-WRITE.
004850     IF WS-MASTER-FILE-STATUS NOT = "00"
004860         MOVE "N" TO WS-VALID-DATA-SW
004870         MOVE "MASTER WRITE ERROR" TO WS-REJECT-REASON
004880         DISPLAY "*** EMPMASTF WRITE FAILED - STATUS "
004890             WS-MASTER-FILE-STATUS " ***"
004900         GO TO 0400-EXIT
004910     END-IF.
004920     ADD 1 TO WS-ADD-COUNT.
004930     PERFORM 0550-WRITE-HISTORY-RECORD THRU 0550-EXIT.
004940 0400-EXIT.
004950         EXIT.
004960*
004970*****************************************************************
004980*    0410-APPLY-CHANGE - AMEND AN EXISTING RECORD IN PLACE.
004990*    BLANK TRANSACTION FIELDS LEAVE THE MASTER FIELD UNCHANGED.
005000*****************************************************************
005010 0410-APPLY-CHANGE.
005020     PERFORM 0500-READ-MASTER THRU 0500-EXIT.
005030     IF NOT WS-MASTER-FOUND
005040         MOVE "N" TO WS-VALID-DATA-SW
005050         MOVE "NOT ON MASTER FILE" TO WS-REJECT-REASON
005060         GO TO 0410-EXIT
005070     END-IF.
005080     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
005090     IF ETR-SURNAME NOT = SPACES
005100         MOVE ETR-SURNAME TO EM-SURNAME
005110     END-IF.
005120     IF ETR-GIVEN-NAME NOT = SPACES
005130         MOVE ETR-GIVEN-NAME TO EM-GIVEN-NAME
005140     END-IF.
005150     IF ETR-EMPLOYMENT-STATUS NOT = SPACE
005160         MOVE ETR-EMPLOYMENT-STATUS TO EM-EMPLOYMENT-STATUS
005170     END-IF.
005180     IF ETR-TFN-HELD-IND NOT = SPACE
005190         MOVE ETR-TFN-HELD-IND TO EM-TFN-HELD-IND
005200     END-IF.
005210*    THE VALIDATION ABOVE GUARANTEES THE BANK FIELDS ARRIVE AS
005220*    A FULL SET OR NOT AT ALL.  NEW DETAILS RELEASE A PAYMENT
005230*    HOLD; REKEYING THE ACCOUNT THE BANK RETURNED DOES NOT.
005240     IF ETR-BSB NOT = SPACES AND EM-PAY-HELD
005250         IF ETR-BSB = EM-BSB
005260             AND ETR-ACCOUNT-NUMBER = EM-ACCOUNT-NUMBER
005270             MOVE "N" TO WS-VALID-DATA-SW
005280             MOVE "SAME BANK DETAILS - STILL HELD"
005290                 TO WS-REJECT-REASON
005300             GO TO 0410-EXIT
005310         END-IF
005320         MOVE SPACES TO EM-PAY-HOLD-IND
005330         MOVE SPACES TO EM-PAY-HOLD-DATE
005340         MOVE SPACES TO EM-PAY-HOLD-REASON
005350     END-IF.
005360     IF ETR-BSB NOT = SPACES
005370         MOVE ETR-BSB            TO EM-BSB
005380         MOVE ETR-ACCOUNT-NUMBER TO EM-ACCOUNT-NUMBER
005390         MOVE ETR-ACCOUNT-NAME   TO EM-ACCOUNT-NAME
005400     END-IF.
005410     IF ETR-FUND-ID NOT = SPACES
005420         MOVE ETR-FUND-ID TO EM-FUND-ID
005430     END-IF.
005440     IF ETR-TFN-REQUEST-DATE NOT = SPACES
005450         MOVE ETR-TFN-REQUEST-DATE TO EM-TFN-REQUEST-DATE
005460     END-IF.
005470     IF ETR-COST-CENTRE NOT = SPACES
005480         MOVE ETR-COST-CENTRE TO EM-COST-CENTRE
005490     END-IF.
005500     IF ETR-WORK-STATE NOT = SPACES
005510         MOVE ETR-WORK-STATE TO EM-WORK-STATE
005520     END-IF.
005530     IF ETR-STANDARD-HOURS NOT = SPACES
005540         MOVE ETR-STANDARD-HOURS-N TO EM-STANDARD-HOURS
005550     END-IF.
005560     PERFORM 0430-SET-TFN-REQUEST-DATE THRU 0430-EXIT.
005570     IF EMPLOYEE-MASTER-RECORD = WS-BEFORE-IMAGE
005580         MOVE "N" TO WS-VALID-DATA-SW
005590         MOVE "NO FIELDS TO CHANGE" TO WS-REJECT-REASON
005600         GO TO 0410-EXIT
005610     END-IF.
005620     PERFORM 0510-REWRITE-MASTER THRU 0510-EXIT.
005630     IF WS-DATA-INVALID
005640         GO TO 0410-EXIT
005650     END-IF.
005660     ADD 1 TO WS-CHANGE-COUNT.
005670     PERFORM 0550-WRITE-HISTORY-RECORD THRU 0550-EXIT.
005680 0410-EXIT.
005690         EXIT.
005700*
005710*****************************************************************
005720*    0420-APPLY-TERMINATE - STATUS TO "T", RECORD KEPT ON FILE
005730*****************************************************************
005740 0420-APPLY-TERMINATE.
005750     PERFORM 0500-READ-MASTER THRU 0500-EXIT.
005760     IF NOT WS-MASTER-FOUND
005770         MOVE "N" TO WS-VALID-DATA-SW
005780         MOVE "NOT ON MASTER FILE" TO WS-REJECT-REASON
005790         GO TO 0420-EXIT
005800     END-IF.
005810     IF EM-STATUS-TERMINATED
005820         MOVE "N" TO WS-VALID-DATA-SW
005830         MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
005840         GO TO 0420-EXIT
005850     END-IF.
005860     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE.
005870     MOVE "T" TO EM-EMPLOYMENT-STATUS.
005880     PERFORM 0510-REWRITE-MASTER THRU 0510-EXIT.
005890     IF WS-DATA-INVALID
005900         GO TO 0420-EXIT
005910     END-IF.
005920     ADD 1 TO WS-TERMINATE-COUNT.
005930     PERFORM 0550-WRITE-HISTORY-RECORD THRU 0550-EXIT.
005940 0420-EXIT.
005950         EXIT.
005960*
005970*    0430-SET-TFN-REQUEST-DATE - AN EMPLOYEE WITHOUT A TFN MUST
005980*    CARRY THE DATE THE DECLARATION WAS ASKED FOR, OR THE GRACE
005990*    PERIOD IN AU-TAX-CALC HAS NOTHING TO RUN FROM - NONE KEYED
006000*    MEANS TODAY.  ONCE THE TFN IS HELD THE DATE IS CLEARED SO
006010*    A LATER LAPSE STARTS A FRESH REQUEST; THE OLD DATE STAYS
006020*    ON THE CHANGE HISTORY.
006030 0430-SET-TFN-REQUEST-DATE.
006040     IF EM-TFN-HELD-IND = "N"
006050         IF EM-TFN-REQUEST-DATE = SPACES
006060             MOVE WS-CURR-DATE TO EM-TFN-REQUEST-DATE
006070         END-IF
006080     ELSE
006090         MOVE SPACES TO EM-TFN-REQUEST-DATE
006100     END-IF.
006110 0430-EXIT.
006120         EXIT.
006130*
006140*    0500-READ-MASTER - KEYED READ FOR THE TRANSACTION ID.
006150*    NOT-FOUND IS A NORMAL ANSWER HERE - EACH ACTION PARAGRAPH
006160*    DECIDES WHETHER IT IS AN ERROR.
006170 0500-READ-MASTER.
006180     MOVE "N" TO WS-MASTER-FOUND-SW.
006190     MOVE ETR-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
006200     READ EMPLOYEE-MASTER-FILE
006210         INVALID KEY
006220             GO TO 0500-EXIT
006230     END-READ.
006240     IF WS-MASTER-FILE-STATUS = "00"
006250         MOVE "Y" TO WS-MASTER-FOUND-SW
006260     ELSE
006270         MOVE "N" TO WS-VALID-DATA-SW
006280         MOVE "MASTER READ ERROR" TO WS-REJECT-REASON
006290         DISPLAY "*** EMPMASTF READ FAILED - STATUS "
006300             WS-MASTER-FILE-STATUS " ***"
006310     END-IF.
006320 0500-EXIT.
006330         EXIT.
006340*
006350 0510-REWRITE-MASTER.
006360     REWRITE EMPLOYEE-MASTER-RECORD
006370         INVALID KEY
006380             MOVE "N" TO WS-VALID-DATA-SW
006390             MOVE "MASTER REWRITE REJECTED" TO WS-REJECT-REASON
006400             GO TO 0510-EXIT
006410     END-REWRITE.
006420     IF WS-MASTER-FILE-STATUS NOT = "00"
006430         MOVE "N" TO WS-VALID-DATA-SW
006440         MOVE "MASTER REWRITE ERROR" TO WS-REJECT-REASON
006450         DISPLAY "*** EMPMASTF REWRITE FAILED - STATUS "
006460             WS-MASTER-FILE-STATUS " ***"
006470     END-IF.
006480 0510-EXIT.
006490         EXIT.
006500*
006510*    0550-WRITE-HISTORY-RECORD - BEFORE/AFTER IMAGES FOR THE
006520*    APPLIED TRANSACTION.  A HISTORY WRITE FAILURE FAILS THE
006530*    RUN - AN UNAUDITED MASTER CHANGE IS WORSE THAN A STOPPED
006540*    RUN, AND THE OPERATOR CAN RERUN FROM THE UNAPPLIED
006550*    TRANSACTIONS.
006560 0550-WRITE-HISTORY-RECORD.
006570     MOVE SPACES TO CHANGE-HISTORY-RECORD.
006580     MOVE WS-RUN-TIMESTAMP        TO EH-RUN-TIMESTAMP.
006590     MOVE ETR-ACTION              TO EH-ACTION.
006600     MOVE ETR-EMPLOYEE-ID         TO EH-EMPLOYEE-ID.
006610     MOVE WS-BEFORE-IMAGE         TO EH-BEFORE-IMAGE.
006620     MOVE EMPLOYEE-MASTER-RECORD  TO EH-AFTER-IMAGE.
006630     WRITE CHANGE-HISTORY-RECORD.
006640     IF WS-HISTORY-FILE-STATUS NOT = "00"
006650         DISPLAY "*** EMPHISTF WRITE FAILED - STATUS "
006660             WS-HISTORY-FILE-STATUS " - RUN TERMINATED ***"
006670         MOVE 16 TO RETURN-CODE
006680         MOVE "Y" TO WS-EOF-SW
006690     END-IF.
006700 0550-EXIT.
006710         EXIT.
006720*
006730*    0600-REJECT-TRANSACTION - LIST AND COUNT, NEVER APPLY.
006740 0600-REJECT-TRANSACTION.
006750     ADD 1 TO WS-REJECT-COUNT.
006760     DISPLAY "*** REJECTED " ETR-ACTION " " ETR-EMPLOYEE-ID
006770         " - " WS-REJECT-REASON " ***".
006780 0600-EXIT.
006790         EXIT.
006800*
006810*****************************************************************
006820*    0900-TERMINATE - COUNTS FOR THE OPERATOR TO BALANCE
006830*****************************************************************
006840 0900-TERMINATE.
006850     DISPLAY " ".
006860     DISPLAY "EMPMAINT complete - " WS-RUN-TIMESTAMP.
006870     MOVE WS-TRANS-READ-COUNT TO WS-COUNT-EDIT.
006880     DISPLAY "Transactions read:     " WS-COUNT-EDIT.
006890     MOVE WS-ADD-COUNT TO WS-COUNT-EDIT.
006900     DISPLAY "Employees added:       " WS-COUNT-EDIT.
006910     MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT.
006920     DISPLAY "Employees changed:     " WS-COUNT-EDIT.
006930     MOVE WS-TERMINATE-COUNT TO WS-COUNT-EDIT.
006940     DISPLAY "Employees terminated:  " WS-COUNT-EDIT.
006950     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
006960     DISPLAY "Transactions rejected: " WS-COUNT-EDIT.
006970     IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
006980         MOVE 4 TO RETURN-CODE
006990     END-IF.
007000 0900-EXIT.
007010         EXIT.
007020*
