000160*                    ABENDED RUN'S PRE-ABEND HEAD) NOW FAIL
000170*                    THE JOB RC 8 WITH THE TIMESTAMPS LISTED,
000180*                    INSTEAD OF BEING SILENTLY LEFT UNPAID.
000190*    2026-10-15 PJH  *ADJUST* CONTROL LINES FROM AU-TAX-CALC'S
000200*                    (A)DJUSTMENT RUN MODE CLOSE THEIR GROUP OF
000210*                    NEGATIVE REVERSAL LINES FOR THE ORPHAN GUARD
000220*                    BUT ARE NEVER SELECTED FOR PAYMENT.
000230*    2026-10-15 PJH  EMPLOYEE MASTER RECORD NOW 200 BYTES (COST
000240*                    CENTRE ADDED - SEE EMPMREC).
000250*    2026-10-15 PJH  ABA LAYOUTS AND SITE CONSTANTS MOVED TO
000260*                    COPYBOOK ABAREC (SHARED WITH AUBNKRTN).
000270*                    AN EMPLOYEE UNDER A PAYMENT HOLD (BANK
000280*                    RETURN - SEE EMPMREC) IS NO LONGER PAID:
000290*                    THE NET STILL COUNTS TO THE *TOTAL* LINE
000300*                    BUT GOES ON THE UNPAID REGISTER (RTNREGF)
000310*                    FOR THE AUBNKRTN RE-PAYMENT RUN.  RC 4.
000320*****************************************************************
000330*    TURNS ONE BATCH RUN'S DISBURSEMENT RECORDS INTO A
000340*    DIRECT-ENTRY FILE FOR THE BANK - ONE TYPE 0 DESCRIPTIVE
000350*    RECORD, ONE TYPE 1 CREDIT DETAIL PER EMPLOYEE FOR THE
000360*    PER-PERIOD NET PAY, AND A TYPE 7 BALANCING TOTAL - SO PAY
000370*    DAY NO LONGER MEANS KEYING THE CSV INTO THE BANK PORTAL BY
000380*    HAND.  THE RUN IS SELECTED BY ITS RUN TIMESTAMP KEYED ON
000390*    SYSIN; A BLANK CARD TAKES THE LATEST "*TOTAL*" CONTROL
000400*    LINE ON THE FILE.
000410*
000420*    THE WHOLE RUN IS VALIDATED BEFORE A SINGLE BANK RECORD IS
000430*    WRITTEN - AN EMPLOYEE MISSING FROM THE MASTER OR HOLDING
000440*    NO BANK DETAILS, OR A DETAIL NET TOTAL THAT DOES NOT ADD
000450*    BACK TO THE RUN'S "*TOTAL*" CONTROL LINE, FAILS THE JOB
000460*    WITH RETURN-CODE 8 AND NO ABAOUTF IS PRODUCED.  NOTHING
000470*    PARTIAL EVER REACHES THE BANK.  THE JOB ALSO REFUSES
000480*    OUTRIGHT WHILE TAXOUTF HOLDS DETAIL LINES UNDER A
000490*    TIMESTAMP WITH NO "*TOTAL*" LINE - AN ABENDED RUN WHOSE
000500*    RESTART TOTALLED ONLY ITS OWN TAIL LEAVES THE PRE-ABEND
000510*    EMPLOYEES STRANDED THAT WAY, AND THEY MUST BE SETTLED
000520*    BEFORE ANY BANK FILE IS CUT.  SEE 0220-FLAG-OPEN-GROUP.
000530*
000540*    AN EMPLOYEE WHOSE MASTER CARRIES A PAYMENT HOLD (THE BANK
000550*    RETURNED A CREDIT TO THE ACCOUNT ON FILE - SEE AUBNKRTN) IS
000560*    NOT PAID.  THE PAYMENT STILL COUNTS TOWARDS THE "*TOTAL*"
000570*    LINE BUT IS WRITTEN TO THE UNPAID REGISTER (RTNREGF) FOR THE
000580*    AUBNKRTN RE-PAYMENT RUN, AND THE JOB ENDS RC 4 SO IT IS
000590*    SEEN.  THE BANK FILE TOTAL IS THEN THE CONTROL NET LESS THE
000600*    HELD PAYMENTS.
000610*
000620*    INTERACTIVE AND GROSS-UP LINES ON TAXOUTF CARRY PSEUDO-IDS
000630*    (SINGLE-TAX / GROSS-UP) AND ARE NOT PAYMENTS - SKIPPED,
000640*    SAME AS THE AUDIT LOG READERS DO.
000650*****************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. IBM-I.
000690 OBJECT-COMPUTER. IBM-I.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT DISBURSE-FILE ASSIGN TO "TAXOUTF"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-DISB-FILE-STATUS.
000750     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
000760         ORGANIZATION IS INDEXED
000770         ACCESS IS RANDOM
000780         RECORD KEY IS EM-EMPLOYEE-ID
000790         FILE STATUS IS WS-MASTER-FILE-STATUS.
000800     SELECT ABA-PAYMENT-FILE ASSIGN TO "ABAOUTF"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-ABA-FILE-STATUS.
000830*    UNPAID NET PAY REGISTER - A HELD EMPLOYEE'S PAYMENT IS
000840*    RECORDED HERE FOR THE AUBNKRTN RE-PAYMENT RUN.
000850     SELECT RETURNS-REGISTER-FILE ASSIGN TO "RTNREGF"
000860         ORGANIZATION IS INDEXED
000870         ACCESS IS RANDOM
000880         RECORD KEY IS BR-REGISTER-KEY
000890         FILE STATUS IS WS-RTNREG-FILE-STATUS.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  DISBURSE-FILE
000930     RECORD CONTAINS 120 CHARACTERS
000940     LABEL RECORDS ARE STANDARD.
000950 01  DISBURSEMENT-RECORD            PIC X(120).
000960*
000970 FD  EMPLOYEE-MASTER-FILE
000980     RECORD CONTAINS 200 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 COPY EMPMREC.
001010*
001020 FD  ABA-PAYMENT-FILE
001030     RECORD CONTAINS 120 CHARACTERS
001040     LABEL RECORDS ARE STANDARD.
001050 01  ABA-RECORD                     PIC X(120).
001060*
001070 FD  RETURNS-REGISTER-FILE
001080     RECORD CONTAINS 200 CHARACTERS
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RTNREGR.
001110*
001120 WORKING-STORAGE SECTION.
001130 01  WS-FILE-STATUSES.
001140     05  WS-DISB-FILE-STATUS      PIC X(02) VALUE "00".
001150     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
001160     05  WS-ABA-FILE-STATUS       PIC X(02) VALUE "00".
001170     05  WS-RTNREG-FILE-STATUS    PIC X(02) VALUE "00".
001180*
001190 01  WS-EOF-SW                    PIC X(01) VALUE "N".
001200     88  WS-END-OF-FILE               VALUE "Y".
001210*
001220*    RUN SELECTION - THE TIMESTAMP KEYED ON SYSIN, OR THE
001230*    LATEST "*TOTAL*" CONTROL LINE TIMESTAMP WHEN BLANK.
001240 01  WS-SELECT-TIMESTAMP          PIC X(26) VALUE SPACES.
001250 01  WS-LATEST-TIMESTAMP          PIC X(26) VALUE SPACES.
001260 01  WS-CONTROL-FOUND-SW          PIC X(01) VALUE "N".
001270     88  WS-CONTROL-FOUND             VALUE "Y".
001280*
001290*    CONTROL FIGURES FROM THE RUN'S "*TOTAL*" LINE.
001300 01  WS-CTL-EMP-COUNT             PIC 9(09) COMP VALUE 0.
001310 01  WS-CTL-NET-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.
001320*
001330*    ORPHAN-RUN GUARD - TAXOUTF APPENDS IN RUN ORDER, SO EACH
001340*    RUN'S DETAIL LINES ARE CONTIGUOUS AND CLOSED BY ITS OWN
001350*    "*TOTAL*" LINE.  A DETAIL GROUP STILL OPEN WHEN THE NEXT
001360*    GROUP STARTS (OR AT END OF FILE) BELONGS TO A RUN THAT
001370*    NEVER WROTE ITS CONTROL LINE - AN ABENDED RUN WHOSE
001380*    CHECKPOINT RESTART TOTALLED ONLY ITS OWN TAIL.  THOSE
001390*    EMPLOYEES WOULD OTHERWISE GO SILENTLY UNPAID, SO THE JOB
001400*    REFUSES TO CUT ANY BANK FILE WHILE ONE EXISTS.
001410 01  WS-GROUP-TIMESTAMP           PIC X(26) VALUE SPACES.
001420 01  WS-GROUP-CLOSED-SW           PIC X(01) VALUE "Y".
001430     88  WS-GROUP-CLOSED              VALUE "Y".
001440 01  WS-ORPHAN-COUNT              PIC 9(04) COMP VALUE 0.
001450*
001460*    PARSED DISBURSEMENT COLUMNS - SEE 320/325 IN AU-TAX-CALC
001470*    FOR THE COLUMN ORDER.  THE RECEIVERS ARE SIZED FOR BOTH
001480*    SHAPES - ON A "*TOTAL*" LINE THE TIMESTAMP SITS IN THE
001490*    NAME COLUMN AND THE COUNT AND NET TOTAL FOLLOW IT.
001500 01  WS-DISB-FIELDS.
001510     05  WS-D-EMPLOYEE-ID         PIC X(10).
001520     05  WS-D-FIELD-2             PIC X(30).
001530     05  WS-D-FIELD-3             PIC X(26).
001540     05  WS-D-FIELD-4             PIC X(26).
001550     05  WS-D-FIELD-5             PIC X(26).
001560     05  WS-D-FIELD-6             PIC X(26).
001570 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
001580*
001590 01  WS-AMOUNT-WORK               PIC S9(11)V99 COMP-3.
001600 01  WS-CENTS-WORK                PIC 9(10).
001610*
001620 01  WS-ERROR-SW                  PIC X(01) VALUE "N".
001630     88  WS-RUN-IN-ERROR              VALUE "Y".
001640*
001650*    PAYMENT HOLD - SET BY 0500 FOR AN EMPLOYEE WHOSE MASTER
001660*    CARRIES A HOLD FROM A BANK RETURN.  THE PAYMENT STILL
001670*    COUNTS TOWARDS THE RUN'S "*TOTAL*" LINE BUT IS NOT SENT TO
001680*    THE BANK - IT GOES ON THE UNPAID REGISTER INSTEAD.
001690 01  WS-PAY-HELD-SW               PIC X(01) VALUE "N".
001700     88  WS-PAYMENT-HELD              VALUE "Y".
001710*
001720 01  WS-RUN-TOTALS.
001730     05  WS-DETAIL-COUNT          PIC 9(09) COMP VALUE 0.
001740     05  WS-DETAIL-NET-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
001750     05  WS-CREDIT-CENTS-TOTAL    PIC 9(10) VALUE 0.
001760     05  WS-HELD-COUNT            PIC 9(09) COMP VALUE 0.
001770     05  WS-HELD-NET-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
001780     05  WS-HELD-WRITTEN-COUNT    PIC 9(09) COMP VALUE 0.
001790*
001800 01  WS-CURRENT-DATE-TIME.
001810     05  WS-CURR-DATE             PIC X(08).
001820     05  WS-CURR-TIME             PIC X(08).
001830*
001840 01  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
001850 01  WS-MONEY-EDIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001860*
001870 COPY ABAREC.
001880*
001890 PROCEDURE DIVISION.
001900*****************************************************************
001910*    0000-MAINLINE
001920*****************************************************************
001930 0000-MAINLINE.
001940     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
001950     IF RETURN-CODE NOT = 0
001960         STOP RUN
001970     END-IF.
001980     PERFORM 0200-FIND-RUN-CONTROL THRU 0200-EXIT.
001990     IF RETURN-CODE NOT = 0
002000         PERFORM 0900-TERMINATE THRU 0900-EXIT
002010         STOP RUN
002020     END-IF.
002030     PERFORM 0300-VALIDATE-RUN THRU 0300-EXIT.
002040     IF RETURN-CODE NOT = 0
002050         PERFORM 0900-TERMINATE THRU 0900-EXIT
002060         STOP RUN
002070     END-IF.
002080     PERFORM 0400-WRITE-ABA-FILE THRU 0400-EXIT.
002090     PERFORM 0900-TERMINATE THRU 0900-EXIT.
002100     STOP RUN.
002110*
002120*****************************************************************
002130*    0100-INITIALIZE - RUN SELECTION CARD AND FILE AVAILABILITY
002140*****************************************************************
002150 0100-INITIALIZE.
002160     DISPLAY "--- AUPAYABA - Direct Entry Payment File ---".
002170     DISPLAY "Run timestamp to pay (blank = latest run): ".
002180     ACCEPT WS-SELECT-TIMESTAMP.
002190     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
002200     ACCEPT WS-CURR-TIME FROM TIME.
002210     OPEN INPUT DISBURSE-FILE.
002220     IF WS-DISB-FILE-STATUS NOT = "00"
002230         DISPLAY "*** UNABLE TO OPEN TAXOUTF - STATUS "
002240             WS-DISB-FILE-STATUS " - NO BANK FILE CUT ***"
002250         MOVE 16 TO RETURN-CODE
002260         GO TO 0100-EXIT
002270     END-IF.
002280     CLOSE DISBURSE-FILE.
002290     OPEN INPUT EMPLOYEE-MASTER-FILE.
002300     IF WS-MASTER-FILE-STATUS NOT = "00"
002310         DISPLAY "*** UNABLE TO OPEN EMPMASTF - STATUS "
002320             WS-MASTER-FILE-STATUS " - NO BANK FILE CUT ***"
002330         MOVE 16 TO RETURN-CODE
002340     END-IF.
002350 0100-EXIT.
002360         EXIT.
002370*
002380*****************************************************************
002390*    0200-FIND-RUN-CONTROL - FIRST PASS - LOCATE THE "*TOTAL*"
002400*    CONTROL LINE FOR THE RUN (THE LATEST ONE WHEN THE CARD IS
002410*    BLANK) AND CAPTURE ITS COUNT AND NET TOTAL.  THE SAME
002420*    PASS RUNS THE ORPHAN-RUN GUARD - ANY DETAIL GROUP ON THE
002430*    FILE WITH NO "*TOTAL*" LINE OF ITS OWN FAILS THE JOB
002440*    BEFORE ANY RUN IS SELECTED, WHATEVER THE CARD SAYS -
002450*    SETTLE THE STRANDED EMPLOYEES FIRST.
002460*****************************************************************
002470 0200-FIND-RUN-CONTROL.
002480     MOVE "N" TO WS-EOF-SW.
002490     MOVE "N" TO WS-CONTROL-FOUND-SW.
002500     OPEN INPUT DISBURSE-FILE.
002510     IF WS-DISB-FILE-STATUS NOT = "00"
002520         DISPLAY "*** UNABLE TO REOPEN TAXOUTF - STATUS "
002530             WS-DISB-FILE-STATUS " ***"
002540         MOVE 16 TO RETURN-CODE
002550         GO TO 0200-EXIT
002560     END-IF.
002570     PERFORM 0210-SCAN-ONE-RECORD THRU 0210-EXIT
002580         UNTIL WS-END-OF-FILE.
002590*    A GROUP STILL OPEN AT END OF FILE IS ORPHANED TOO.
002600     PERFORM 0220-FLAG-OPEN-GROUP THRU 0220-EXIT.
002610     CLOSE DISBURSE-FILE.
002620     IF WS-ORPHAN-COUNT > 0
002630         DISPLAY "*** TAXOUTF HOLDS DETAIL LINES WITH NO "
002640             "*TOTAL* CONTROL LINE (ABENDED RUN - SEE THE "
002650             "TIMESTAMPS LISTED ABOVE) - SETTLE THOSE "
002660             "EMPLOYEES BEFORE ANY BANK FILE IS CUT ***"
002670         MOVE 8 TO RETURN-CODE
002680         GO TO 0200-EXIT
002690     END-IF.
002700     IF WS-SELECT-TIMESTAMP = SPACES
002710         MOVE WS-LATEST-TIMESTAMP TO WS-SELECT-TIMESTAMP
002720     END-IF.
002730     IF NOT WS-CONTROL-FOUND
002740         DISPLAY "*** NO *TOTAL* CONTROL LINE FOUND FOR RUN - "
002750             "NO BANK FILE CUT ***"
002760         MOVE 8 TO RETURN-CODE
002770         GO TO 0200-EXIT
002780     END-IF.
002790     DISPLAY "Paying run " WS-SELECT-TIMESTAMP.
002800 0200-EXIT.
002810         EXIT.
002820*
002830 0210-SCAN-ONE-RECORD.
002840     READ DISBURSE-FILE
002850         AT END
002860             MOVE "Y" TO WS-EOF-SW
002870             GO TO 0210-EXIT
002880     END-READ.
002890     PERFORM 0700-PARSE-DISB-RECORD THRU 0700-EXIT.
002900     IF WS-D-EMPLOYEE-ID NOT = "*TOTAL*"
002910         AND WS-D-EMPLOYEE-ID NOT = "*ADJUST*"
002920*        DETAIL LINE - TRACK THE RUN GROUP IT BELONGS TO FOR
002930*        THE ORPHAN GUARD.  INTERACTIVE PSEUDO-IDS AND
002940*        PRE-TIMESTAMP VINTAGE LINES BELONG TO NO RUN.
002950         IF WS-D-EMPLOYEE-ID = "SINGLE-TAX"
002960             OR WS-D-EMPLOYEE-ID = "GROSS-UP"
002970             OR WS-FIELD-COUNT < 6
002980             GO TO 0210-EXIT
002990         END-IF
003000         IF WS-D-FIELD-6 (1:26) NOT = WS-GROUP-TIMESTAMP
003010             PERFORM 0220-FLAG-OPEN-GROUP THRU 0220-EXIT
003020             MOVE WS-D-FIELD-6 (1:26) TO WS-GROUP-TIMESTAMP
003030             MOVE "N" TO WS-GROUP-CLOSED-SW
003040         END-IF
003050         GO TO 0210-EXIT
003060     END-IF.
003070*    A CONTROL LINE CLOSES THE DETAIL GROUP IT BELONGS TO.
003080     IF WS-D-FIELD-2 (1:26) = WS-GROUP-TIMESTAMP
003090         MOVE "Y" TO WS-GROUP-CLOSED-SW
003100     END-IF.
003110*    AN ADJUSTMENT RUN'S "*ADJUST*" LINE CLOSES ITS GROUP OF
003120*    NEGATIVE REVERSAL LINES BUT IS NEVER A RUN TO PAY - KEYING
003130*    ITS TIMESTAMP FINDS NO "*TOTAL*" LINE AND FAILS THE JOB.
003140     IF WS-D-EMPLOYEE-ID = "*ADJUST*"
003150         GO TO 0210-EXIT
003160     END-IF.
003170*    ON A CONTROL LINE THE TIMESTAMP IS FIELD 2, THE EMPLOYEE
003180*    COUNT FIELD 3 AND THE NET TOTAL FIELD 4.  A BLANK CARD
003190*    TAKES THE HIGHEST TIMESTAMP SEEN - THE FORMAT SORTS AS
003200*    TEXT, SAME AS THE AUDIT LOG SCAN IN AUTAXRPT.
003210     IF WS-SELECT-TIMESTAMP = SPACES
003220         IF WS-D-FIELD-2 (1:26) <= WS-LATEST-TIMESTAMP
003230             GO TO 0210-EXIT
003240         END-IF
003250         MOVE WS-D-FIELD-2 (1:26) TO WS-LATEST-TIMESTAMP
003260     ELSE
003270         IF WS-D-FIELD-2 (1:26) NOT = WS-SELECT-TIMESTAMP
003280             GO TO 0210-EXIT
003290         END-IF
003300     END-IF.
003310     MOVE "Y" TO WS-CONTROL-FOUND-SW.
003320     COMPUTE WS-CTL-EMP-COUNT =
003330         FUNCTION NUMVAL (WS-D-FIELD-3).
003340     COMPUTE WS-CTL-NET-TOTAL =
003350         FUNCTION NUMVAL (WS-D-FIELD-4).
003360 0210-EXIT.
003370         EXIT.
003380*
003390*    0220-FLAG-OPEN-GROUP - THE DETAIL GROUP JUST LEFT BEHIND
003400*    NEVER GOT ITS "*TOTAL*" LINE - LIST ITS TIMESTAMP AND
003410*    COUNT IT; 0200 REFUSES THE WHOLE JOB WHEN ANY EXIST.
003420 0220-FLAG-OPEN-GROUP.
003430     IF NOT WS-GROUP-CLOSED
003440         ADD 1 TO WS-ORPHAN-COUNT
003450         DISPLAY "*** RUN " WS-GROUP-TIMESTAMP
003460             " HAS DETAIL LINES BUT NO *TOTAL* LINE ***"
003470         MOVE "Y" TO WS-GROUP-CLOSED-SW
003480     END-IF.
003490 0220-EXIT.
003500         EXIT.
003510*
003520*****************************************************************
003530*    0300-VALIDATE-RUN - SECOND PASS - EVERY DETAIL OF THE RUN
003540*    MUST HAVE A MASTER RECORD WITH FULL BANK DETAILS (OR A
003550*    PAYMENT HOLD, WHEN IT IS NOT PAID AT ALL), AND THE
003560*    DETAIL NET TOTAL MUST ADD BACK TO THE CONTROL LINE, BEFORE
003570*    A SINGLE BANK RECORD IS WRITTEN.
003580*****************************************************************
004050         FUNCTION NUMVAL (WS-D-FIELD-5).
004060     ADD WS-AMOUNT-WORK TO WS-DETAIL-NET-TOTAL.
004070     PERFORM 0500-READ-MASTER-BANK THRU 0500-EXIT.
004080     IF WS-PAYMENT-HELD
004090         ADD 1 TO WS-HELD-COUNT
004100         ADD WS-AMOUNT-WORK TO WS-HELD-NET-TOTAL
004110         DISPLAY "*** " WS-D-EMPLOYEE-ID
004120             " UNDER PAYMENT HOLD - NOT PAID, HELD ON RTNREGF ***"
004130     END-IF.
004140 0310-EXIT.
004150         EXIT.
004160*
004170*****************************************************************
004180*    0400-WRITE-ABA-FILE - THIRD PASS - THE RUN IS CLEAN, CUT
004190*    THE FILE.  DESCRIPTIVE RECORD, ONE CREDIT DETAIL PER
004200*    EMPLOYEE NOT UNDER A PAYMENT HOLD, BALANCING TOTAL RECORD.
004210*****************************************************************
004220 0400-WRITE-ABA-FILE.
004230     MOVE "N" TO WS-EOF-SW.
004240     MOVE 0 TO WS-DETAIL-COUNT.
004250     MOVE 0 TO WS-CREDIT-CENTS-TOTAL.
004260     OPEN OUTPUT ABA-PAYMENT-FILE.
004270     IF WS-ABA-FILE-STATUS NOT = "00"
004280         DISPLAY "*** UNABLE TO OPEN ABAOUTF - STATUS "
004290             WS-ABA-FILE-STATUS " - NO BANK FILE CUT ***"
004300         MOVE 16 TO RETURN-CODE
004310         GO TO 0400-EXIT
004320     END-IF.
004330     OPEN INPUT DISBURSE-FILE.
004340     IF WS-DISB-FILE-STATUS NOT = "00"
004350         DISPLAY "*** UNABLE TO REOPEN TAXOUTF - STATUS "
004360             WS-DISB-FILE-STATUS " ***"
004370         MOVE 16 TO RETURN-CODE
004380         CLOSE ABA-PAYMENT-FILE
004390         GO TO 0400-EXIT
004400     END-IF.
004410*    THE REGISTER IS ONLY NEEDED WHEN SOMEONE IS HELD.
004420     IF WS-HELD-COUNT > 0
004430         OPEN I-O RETURNS-REGISTER-FILE
004440         IF WS-RTNREG-FILE-STATUS NOT = "00"
004450             DISPLAY "*** UNABLE TO OPEN RTNREGF - STATUS "
004460                 WS-RTNREG-FILE-STATUS " - NO BANK FILE CUT ***"
004470             MOVE 16 TO RETURN-CODE
004480             CLOSE DISBURSE-FILE
004490             CLOSE ABA-PAYMENT-FILE
004500             GO TO 0400-EXIT
004510         END-IF
004520     END-IF.
004530     PERFORM 0410-WRITE-DESCRIPTIVE THRU 0410-EXIT.
004540     PERFORM 0420-WRITE-ONE-DETAIL THRU 0420-EXIT
004550         UNTIL WS-END-OF-FILE.
004560     PERFORM 0430-WRITE-TOTAL THRU 0430-EXIT.
004570     CLOSE DISBURSE-FILE.
004580     CLOSE ABA-PAYMENT-FILE.
004590     IF WS-HELD-COUNT > 0
004600         CLOSE RETURNS-REGISTER-FILE
004610     END-IF.
004620 0400-EXIT.
004630         EXIT.
004640*
004650 0410-WRITE-DESCRIPTIVE.
004660     MOVE WS-ABA-BANK-MNEMONIC TO ABA0-BANK-MNEMONIC.
004670     MOVE WS-ABA-USER-NAME     TO ABA0-USER-NAME.
004680     MOVE WS-ABA-USER-ID       TO ABA0-USER-ID.
004690*    PROCESSING DATE DDMMYY FROM TODAY'S DATE.
004700     MOVE WS-CURR-DATE (7:2)   TO ABA0-PROCESS-DATE (1:2).
004710     MOVE WS-CURR-DATE (5:2)   TO ABA0-PROCESS-DATE (3:2).
004720     MOVE WS-CURR-DATE (3:2)   TO ABA0-PROCESS-DATE (5:2).
004730     WRITE ABA-RECORD FROM ABA-DESCRIPTIVE-RECORD.
004740     IF WS-ABA-FILE-STATUS NOT = "00"
004750         DISPLAY "*** ABAOUTF WRITE FAILED - STATUS "
004760             WS-ABA-FILE-STATUS " ***"
004770         MOVE 16 TO RETURN-CODE
004780         MOVE "Y" TO WS-EOF-SW
004790     END-IF.
004800 0410-EXIT.
004810         EXIT.
004820*
004830 0420-WRITE-ONE-DETAIL.
004840     READ DISBURSE-FILE
004850         AT END
004860             MOVE "Y" TO WS-EOF-SW
004870             GO TO 0420-EXIT
004880     END-READ.
004890     PERFORM 0700-PARSE-DISB-RECORD THRU 0700-EXIT.
004900     PERFORM 0720-CHECK-RUN-DETAIL THRU 0720-EXIT.
004910     IF NOT WS-CONTROL-FOUND
004920         GO TO 0420-EXIT
004930     END-IF.
004940     PERFORM 0500-READ-MASTER-BANK THRU 0500-EXIT.
004950     IF WS-RUN-IN-ERROR
004960*        CANNOT HAPPEN - THE RUN PASSED 0300 - BUT A MASTER
004970*        CHANGED MID-JOB MUST NOT REACH THE BANK HALF-BUILT.
004980         DISPLAY "*** MASTER CHANGED SINCE VALIDATION - RUN "
004990             "ABANDONED ***"
005000         MOVE 16 TO RETURN-CODE
005010         MOVE "Y" TO WS-EOF-SW
005020         GO TO 0420-EXIT
005030     END-IF.
005040     COMPUTE WS-AMOUNT-WORK =
005050         FUNCTION NUMVAL (WS-D-FIELD-5).
005060     IF WS-PAYMENT-HELD
005070         PERFORM 0440-REGISTER-HELD-PAYMENT THRU 0440-EXIT
005080         GO TO 0420-EXIT
005090     END-IF.
005100     ADD 1 TO WS-DETAIL-COUNT.
005110     COMPUTE WS-CENTS-WORK = WS-AMOUNT-WORK * 100.
005120     ADD WS-CENTS-WORK TO WS-CREDIT-CENTS-TOTAL.
005130     MOVE SPACES TO ABA1-BSB.
005140     STRING EM-BSB (1:3) "-" EM-BSB (4:3)
005150         DELIMITED BY SIZE INTO ABA1-BSB.
005160     MOVE EM-ACCOUNT-NUMBER    TO ABA1-ACCOUNT-NUMBER.
005170     MOVE WS-CENTS-WORK        TO ABA1-AMOUNT-CENTS.
005180     MOVE EM-ACCOUNT-NAME      TO ABA1-ACCOUNT-NAME.
005190     MOVE SPACES               TO ABA1-LODGEMENT-REF.
005200     STRING WS-D-EMPLOYEE-ID " PAY"
005210         DELIMITED BY SIZE INTO ABA1-LODGEMENT-REF.
005220     MOVE WS-ABA-TRACE-BSB     TO ABA1-TRACE-BSB.
005230     MOVE WS-ABA-TRACE-ACCOUNT TO ABA1-TRACE-ACCOUNT.
005240     MOVE WS-ABA-REMITTER-NAME TO ABA1-REMITTER-NAME.
005250     WRITE ABA-RECORD FROM ABA-DETAIL-RECORD.
005260     IF WS-ABA-FILE-STATUS NOT = "00"
005270         DISPLAY "*** ABAOUTF WRITE FAILED - STATUS "
005280             WS-ABA-FILE-STATUS " ***"
005290         MOVE 16 TO RETURN-CODE
005300         MOVE "Y" TO WS-EOF-SW
005310     END-IF.
005320 0420-EXIT.
005330         EXIT.
005340*
005350 0430-WRITE-TOTAL.
005360*    ALL-CREDIT FILE - NET EQUALS CREDIT, DEBIT STAYS ZERO.
005370     MOVE WS-CREDIT-CENTS-TOTAL TO ABA7-NET-CENTS.
005380     MOVE WS-CREDIT-CENTS-TOTAL TO ABA7-CREDIT-CENTS.
005390     MOVE WS-DETAIL-COUNT       TO ABA7-RECORD-COUNT.
005400     WRITE ABA-RECORD FROM ABA-TOTAL-RECORD.
005410     IF WS-ABA-FILE-STATUS NOT = "00"
005420         DISPLAY "*** ABAOUTF TOTAL WRITE FAILED - STATUS "
005430             WS-ABA-FILE-STATUS " ***"
005440         MOVE 16 TO RETURN-CODE
005450     END-IF.
005460 0430-EXIT.
005470         EXIT.
005480*
005490*    0440-REGISTER-HELD-PAYMENT - A HELD EMPLOYEE'S NET PAY GOES
005500*    ON THE UNPAID REGISTER FOR THE AUBNKRTN RE-PAYMENT RUN TO
005510*    PAY ONCE EMPMAINT HAS KEYED NEW BANK DETAILS.  THE ITEM IS
005520*    ALREADY THERE WHEN THE SAME RUN'S FILE IS CUT A SECOND
005530*    TIME - LEFT AS IT STANDS, IT IS STILL THE SAME PAYMENT.
005540 0440-REGISTER-HELD-PAYMENT.
005550     MOVE SPACES TO RETURNS-REGISTER-RECORD.
005560     MOVE WS-SELECT-TIMESTAMP   TO BR-RUN-TIMESTAMP.
005570     MOVE WS-D-EMPLOYEE-ID      TO BR-EMPLOYEE-ID.
005580     MOVE "H"                   TO BR-ITEM-STATUS.
005590     MOVE "H"                   TO BR-ITEM-SOURCE.
005600     MOVE WS-D-FIELD-2          TO BR-EMPLOYEE-NAME.
005610     MOVE WS-AMOUNT-WORK        TO BR-AMOUNT.
005620     MOVE WS-CTL-NET-TOTAL      TO BR-RUN-CONTROL-NET.
005630     MOVE WS-CURR-DATE          TO BR-RETURN-DATE.
005640     MOVE 0                     TO BR-RETURN-COUNT.
005650     WRITE RETURNS-REGISTER-RECORD
005660         INVALID KEY
005670             DISPLAY "    " WS-D-EMPLOYEE-ID
005680                 " already held on RTNREGF for this run"
005690             GO TO 0440-EXIT
005700     END-WRITE.
005710     IF WS-RTNREG-FILE-STATUS NOT = "00"
005720         DISPLAY "*** RTNREGF WRITE FAILED - STATUS "
005730             WS-RTNREG-FILE-STATUS " ***"
005740         MOVE 16 TO RETURN-CODE
005750         MOVE "Y" TO WS-EOF-SW
005760         GO TO 0440-EXIT
005770     END-IF.
005780     ADD 1 TO WS-HELD-WRITTEN-COUNT.
005790 0440-EXIT.
005800         EXIT.
005810*
005820*    0500-READ-MASTER-BANK - KEYED MASTER READ FOR THE DETAIL'S
005830*    EMPLOYEE - THE EMPLOYEE MUST EXIST AND HOLD FULL BANK
005840*    DETAILS OR THE RUN IS IN ERROR - UNLESS THE EMPLOYEE IS
005850*    UNDER A PAYMENT HOLD, WHEN WS-PAYMENT-HELD IS SET INSTEAD.
005860 0500-READ-MASTER-BANK.
005870     MOVE "N" TO WS-PAY-HELD-SW.
005880     MOVE WS-D-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
005890     READ EMPLOYEE-MASTER-FILE
005900         INVALID KEY
005910             DISPLAY "*** " WS-D-EMPLOYEE-ID
005920                 " NOT ON MASTER FILE ***"
005930             MOVE "Y" TO WS-ERROR-SW
005940             GO TO 0500-EXIT
005950     END-READ.
005960     IF WS-MASTER-FILE-STATUS NOT = "00"
005970         DISPLAY "*** EMPMASTF READ FAILED - STATUS "
005980             WS-MASTER-FILE-STATUS " ***"
005990         MOVE "Y" TO WS-ERROR-SW
006000         GO TO 0500-EXIT
006010     END-IF.
006020*    A HELD EMPLOYEE IS NOT PAID, SO NEEDS NO BANK DETAILS HERE.
006030     IF EM-PAY-HELD
006040         MOVE "Y" TO WS-PAY-HELD-SW
006050         GO TO 0500-EXIT
006060     END-IF.
006070     IF EM-BSB = SPACES
006080         OR EM-ACCOUNT-NUMBER = SPACES
006090         OR EM-ACCOUNT-NAME = SPACES
006100         DISPLAY "*** " WS-D-EMPLOYEE-ID
006110             " HAS NO BANK DETAILS ON MASTER ***"
006120         MOVE "Y" TO WS-ERROR-SW
006130     END-IF.
006140 0500-EXIT.
006150         EXIT.
006160*
006170*****************************************************************
006180*    0700-PARSE-DISB-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
006190*****************************************************************
006200 0700-PARSE-DISB-RECORD.
006210     MOVE SPACES TO WS-DISB-FIELDS.
006220     MOVE 0 TO WS-FIELD-COUNT.
006230     UNSTRING DISBURSEMENT-RECORD DELIMITED BY ","
006240         INTO WS-D-EMPLOYEE-ID
006250              WS-D-FIELD-2
006260              WS-D-FIELD-3
006270              WS-D-FIELD-4
006280              WS-D-FIELD-5
006290              WS-D-FIELD-6
006300         TALLYING IN WS-FIELD-COUNT.
006310 0700-EXIT.
006320         EXIT.
006330*
006340*    0720-CHECK-RUN-DETAIL - LEAVES WS-CONTROL-FOUND SET ONLY
006350*    WHEN THE PARSED LINE IS A PAYABLE DETAIL OF THE SELECTED
006360*    RUN - TIMESTAMP (FIELD 6 ON A DETAIL LINE) MATCHES, AND
006370*    THE LINE IS NEITHER A CONTROL LINE NOR AN INTERACTIVE
006380*    PSEUDO-ID.  THE SWITCH IS REUSED HERE BECAUSE ITS SELECT
006390*    PURPOSE IS SERVED ONCE 0200 HAS RUN.
006400 0720-CHECK-RUN-DETAIL.
006410     MOVE "Y" TO WS-CONTROL-FOUND-SW.
006420     IF WS-D-EMPLOYEE-ID = "*TOTAL*"
006430         OR WS-D-EMPLOYEE-ID = "*ADJUST*"
006440         OR WS-D-EMPLOYEE-ID = "SINGLE-TAX"
006450         OR WS-D-EMPLOYEE-ID = "GROSS-UP"
006460         MOVE "N" TO WS-CONTROL-FOUND-SW
006470         GO TO 0720-EXIT
006480     END-IF.
006490*    PRE-TIMESTAMP VINTAGE LINES HAVE ONLY FIVE COLUMNS AND
006500*    CANNOT BELONG TO A SELECTABLE RUN.
006510     IF WS-FIELD-COUNT < 6
006520         MOVE "N" TO WS-CONTROL-FOUND-SW
006530         GO TO 0720-EXIT
006540     END-IF.
006550     IF WS-D-FIELD-6 (1:26) NOT = WS-SELECT-TIMESTAMP
006560         MOVE "N" TO WS-CONTROL-FOUND-SW
006570     END-IF.
006580 0720-EXIT.
006590         EXIT.
006600*
006610*****************************************************************
006620*    0900-TERMINATE
006630*****************************************************************
006640 0900-TERMINATE.
006650     CLOSE EMPLOYEE-MASTER-FILE.
006660     DISPLAY " ".
006670     DISPLAY "AUPAYABA complete - run " WS-SELECT-TIMESTAMP.
006680     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
006690     DISPLAY "Payments written:  " WS-COUNT-EDIT.
006700     MOVE WS-DETAIL-NET-TOTAL TO WS-MONEY-EDIT.
006710     DISPLAY "Net pay total:   $ " WS-MONEY-EDIT.
006720     MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
006730     DISPLAY "Payments held:     " WS-COUNT-EDIT.
006740     MOVE WS-HELD-NET-TOTAL TO WS-MONEY-EDIT.
006750     DISPLAY "Held net total:  $ " WS-MONEY-EDIT.
006760     IF WS-HELD-COUNT > 0 AND RETURN-CODE = 0
006770         MOVE 4 TO RETURN-CODE
006780     END-IF.
006790 0900-EXIT.
006800         EXIT.
006810*
