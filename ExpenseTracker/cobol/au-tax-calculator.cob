001860*                    SKIPS THE REPLAYED CHECKPOINT-WINDOW
001870*                    EMPLOYEE SO YTD BALANCES CANNOT BE
001880*                    DOUBLE-ADDED ON RESTART.
001890*    2026-10-15 PJH  NO-TFN WITHHOLDING.  157 NOW TAKES THE TFN
001900*                    HELD INDICATOR AND TFN REQUEST DATE FROM
001910*                    THE MASTER; A BATCH EMPLOYEE WITH NO TFN
001920*                    PAST THE 28-DAY GRACE PERIOD IS WITHHELD
001930*                    AT THE YEAR'S NO-TFN RATE (AUTXRATE) IN
001940*                    THE NEW 246-APPLY-NO-TFN-RATE.  NEW AUDIT
001950*                    LOG COLUMN (AFTER THE DEDUCTION-ORDER
001960*                    COLUMN) CARRIES THE NO-TFN INDICATOR - Y
001970*                    RATE APPLIED, G IN GRACE, N TFN HELD.
001980*    2026-10-15 PJH  (A)DJUSTMENT RUN MODE ADDED - REVERSES A PAID
001990*                    RUN FOR NAMED EMPLOYEES FROM A REVERSAL
002000*                    TRANSACTION FILE (REVTRNF).  THE ORIGINAL
002010*                    AUDIT ROW IS FOUND AND OFFSET BY A NEGATIVE
002020*                    R ROW, THE YTD BALANCES AND ROUNDING CARRY
002030*                    ARE RESTORED, NEGATIVE DISBURSEMENT LINES
002040*                    (CONTROL LINE *ADJUST*) AND A CORRECTED-YTD
002050*                    STP FILE ARE CUT.  EACH REVERSAL IS LOGGED
002060*                    ON THE NEW KEYED REVERSAL REGISTER (REVREGF)
002070*                    AND POSTED AGAINST THE ORIGINAL RUN'S
002080*                    REGISTRY RECORD - A PAYMENT CANNOT BE
002090*                    REVERSED TWICE.  SEE 0600 AND 600-690.
002100*                    AUDIT LOG WIDENED 300 TO 450 - PER-PERIOD
002110*                    AMOUNTS, CARRY MOVEMENT, ROW TYPE AND
002120*                    REVERSED-RUN COLUMNS ADDED AFTER THE NO-TFN
002130*                    COLUMN.  RUNREGF NOW DYNAMIC ACCESS, 250.
002140*    2026-10-15 PJH  RUN REGISTRY NOW ALSO CARRIES WHAT THE RUN
002150*                    ACTUALLY PAID - PER-PERIOD GROSS (WITH ETP),
002160*                    TAX WITHHELD, NET DISBURSED AND SG - FOR THE
002170*                    GL JOURNAL EXTRACT (AUGLJRNL) TO AGREE TO.
002180*                    EMPLOYEE MASTER RECORD NOW 200 BYTES.
002190*    2026-10-15 PJH  PRE-TAX ARRANGEMENTS - SALARY SACRIFICE TO
002200*                    SUPER, NOVATED LEASE PRE-TAX PORTIONS AND
002210*                    SIMILAR, HELD ON THE NEW KEYED PRETAXF (SEE
002220*                    PTAREC).  205 TAKES THE PERIOD'S AMOUNT OFF
002230*                    THE TAXABLE GROSS AND THE NET BEFORE TAX IS
002240*                    WITHHELD; SG STAYS ON THE PRE-SACRIFICE
002250*                    ORDINARY EARNINGS.  SACRIFICED SUPER GOES
002260*                    TO THE FUND ON SUPOUTF AS CONTRIBUTION TYPE
002270*                    "S", AND ON STPOUTF AND YTDBALF (WIDENED
002280*                    120 TO 134) AS RESC, APART FROM GROSS.  TWO
002290*                    AUDIT LOG COLUMNS ADDED AT THE END OF THE
002300*                    ROW - THE PERIOD'S PRE-TAX TOTAL AND THE
002310*                    RESC IN IT.  RUNREGF CARRIES THE RUN'S RESC.
002320*    2026-10-15 PJH  LEAVE ACCRUAL.  EVERY ORDINARY PAY ACCRUES
002330*                    ANNUAL AND PERSONAL LEAVE HOURS FROM THE
002340*                    MASTER'S STANDARD WEEKLY HOURS AND THE PAY
002350*                    FREQUENCY ONTO THE NEW KEYED LEAVE BALANCE
002360*                    FILE (LVBALF - SEE LVBREC), LESS THE LEAVE-
002370*                    TAKEN HOURS NOW CARRIED ON THE INPUT RECORD
002380*                    (WIDENED 80 TO 100; RECYCLE RECORDS 130 TO
002390*                    150).  A FINAL PAY WHOSE LEAVE PAYOUT IS
002400*                    WORTH MORE THAN THE ANNUAL LEAVE HELD AT THE
002410*                    EMPLOYEE'S RATE REJECTS TO RECYCOUT.  SEE
002420*                    159 AND 345.  AUDIT LOG WIDENED 450 TO 500 -
002430*                    THE PAY'S ANNUAL AND PERSONAL LEAVE MOVEMENT
002440*                    IN HOURS ADDED AT THE END OF THE ROW, AND AN
002450*                    ADJUSTMENT RUN BACKS THEM OUT OF LVBALF.
002460*    2026-10-15 PJH  (W)HAT-IF SHADOW RUN MODE - A BATCH PASS
002470*                    OVER EMPLOYEE-TAX-FILE THAT WORKS EVERY
002480*                    EMPLOYEE'S PAY TWICE, ON THE LIVE TABLES AND
002490*                    ON A CANDIDATE TAX YEAR (SYSIN CARD) LOADED
002500*                    INTO THE NEW FIFTH (WHAT-IF) SLOT OF THE RATE
002510*                    TABLES AND OPTIONALLY AMENDED FROM A
002520*                    CANDIDATE RATE FILE (CANDRATF, SEE CANDREC).
002530*                    THE TWO RESULTS GO SIDE BY SIDE TO A
002540*                    COMPARISON FILE (CMPOUTF, SEE SHDWREC) FOR
002550*                    THE AUTAXWIF REPORT.  NOTHING IS PAID OR
002560*                    UPDATED - NO AUDIT LOG, TAXOUTF, EXTRACTS,
002570*                    RECYCLE FILE, CHECKPOINT OR REGISTRY, AND NO
002580*                    YTD, CARRY OR LEAVE UPDATES.  SEE 0700 AND
002590*                    700-790.
002600*    2026-10-15 PJH  DEDUCTION ORDERS WITHHELD NOW RECORDED ON THE
002610*                    RUN REGISTRY (RR-TOT-PD-DEDORD) SO THE
002620*                    PAY-CYCLE RELEASE GATE (AURELGAT) CAN TIE THE
002630*                    REMITTANCE EXTRACT BACK TO THE RUN.
002640*    2026-10-15 PJH  REGISTRATION ZEROES THE RESC TOTAL WITH THE
002650*                    OTHER PER-PERIOD TOTALS.  A REVERSAL WHOSE
002660*                    YTDBALF OR LVBALF REWRITE FAILS IS NOW
002670*                    REFUSED BEFORE ANY OUTPUT IS WRITTEN
002680*                    (648/647/649), OR THE RUN ENDS RC 16 IF THE
002690*                    LEAVE BALANCE CANNOT BE PUT BACK.
002700*    2026-10-15 PJH  CANDIDATE HELP BAND REJECT REASON CUT TO
002710*                    THE 20 BYTES OF WS-REJECT-REASON.
002720*****************************************************************
002730*    THIS PROGRAM COMPUTES AN ESTIMATE OF AUSTRALIAN RESIDENT
002740*    INCOME TAX, MEDICARE LEVY, MEDICARE LEVY SURCHARGE AND
002750*    HELP/HECS COMPULSORY REPAYMENTS FOR ONE OR MORE TAXPAYERS.
002760*    IT RUNS EITHER INTERACTIVELY (ONE TAXPAYER, OPERATOR KEYED)
002770*    OR IN BATCH (MANY EMPLOYEES, READ FROM EMPLOYEE-TAX-FILE).
002780*****************************************************************
002790 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002810 SOURCE-COMPUTER. IBM-I.
002820 OBJECT-COMPUTER. IBM-I.
002830 INPUT-OUTPUT SECTION.
002840 FILE-CONTROL.
002850     SELECT EMPLOYEE-TAX-FILE ASSIGN TO "EMPTAXF"
002860         ORGANIZATION IS LINE SEQUENTIAL
002870         FILE STATUS IS WS-EMP-FILE-STATUS.
002880     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
002890         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-AUDIT-FILE-STATUS.
002910     SELECT TAX-CALC-OUTPUT-FILE ASSIGN TO "TAXOUTF"
002920         ORGANIZATION IS LINE SEQUENTIAL
002930         FILE STATUS IS WS-OUTPUT-FILE-STATUS.
002940     SELECT CHECKPOINT-FILE ASSIGN TO "TAXCKPT"
002950         ORGANIZATION IS LINE SEQUENTIAL
002960         FILE STATUS IS WS-CHKPT-FILE-STATUS.
002970     SELECT STP-EXTRACT-FILE ASSIGN TO "STPOUTF"
002980         ORGANIZATION IS LINE SEQUENTIAL
002990         FILE STATUS IS WS-STP-FILE-STATUS.
003000     SELECT SUPER-EXTRACT-FILE ASSIGN TO "SUPOUTF"
003010         ORGANIZATION IS LINE SEQUENTIAL
003020         FILE STATUS IS WS-SUPER-FILE-STATUS.
003030     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMASTF"
003040         ORGANIZATION IS INDEXED
003050         ACCESS IS RANDOM
003060         RECORD KEY IS EM-EMPLOYEE-ID
003070         FILE STATUS IS WS-MASTER-FILE-STATUS.
003080*    REJECT RECYCLE FILES - EVERY REJECT GOES OUT ON RECYCOUT
003090*    IN MACHINE-READABLE FORM, AND A CORRECTED RECYCLE FILE
003100*    COMES BACK IN ON RECYCINF UNDER THE (R)ECYCLE RUN MODE.
003110*    THE RECYCLE INPUT SHARES THE EMPLOYEE FILE STATUS FIELD -
003120*    ONLY ONE OF THE TWO INPUTS IS EVER OPEN IN A RUN.
003130     SELECT RECYCLE-IN-FILE ASSIGN TO "RECYCINF"
003140         ORGANIZATION IS LINE SEQUENTIAL
003150         FILE STATUS IS WS-EMP-FILE-STATUS.
003160     SELECT RECYCLE-OUT-FILE ASSIGN TO "RECYCOUT"
003170         ORGANIZATION IS LINE SEQUENTIAL
003180         FILE STATUS IS WS-RECYOUT-FILE-STATUS.
003190*    RUN REGISTRY - ONE RECORD PER HR EXTRACT DATE PAID, SO
003200*    THE SAME EXTRACT CANNOT BE PAID TWICE AND THE REPORTS
003210*    CAN SELECT RUNS WITHOUT RE-SCANNING THE AUDIT LOG.
003220*    DYNAMIC ACCESS - THE (A)DJUSTMENT RUN MODE BROWSES IT
003230*    FOR THE RUN TIMESTAMP A REVERSAL NAMES.
003240     SELECT RUN-REGISTRY-FILE ASSIGN TO "RUNREGF"
003250         ORGANIZATION IS INDEXED
003260         ACCESS IS DYNAMIC
003270         RECORD KEY IS RR-EXTRACT-DATE
003280         FILE STATUS IS WS-RUNREG-FILE-STATUS.
003290     SELECT ROUNDING-CARRY-FILE ASSIGN TO "TAXCARRY"
003300         ORGANIZATION IS INDEXED
003310         ACCESS IS RANDOM
003320         RECORD KEY IS CR-EMPLOYEE-ID
003330         FILE STATUS IS WS-CARRY-FILE-STATUS.
003340*    SEEN-ID WORK FILE - EVERY DATA RECORD ID OF THE RUN,
003350*    KEYED, SO THE DUPLICATE-PAYMENT GUARD NO LONGER DEGRADES
003360*    PAST ANY HEADCOUNT.  EMPTIED AT THE START OF EVERY RUN.
003370     SELECT SEEN-ID-FILE ASSIGN TO "SEENIDF"
003380         ORGANIZATION IS INDEXED
003390         ACCESS IS RANDOM
003400         RECORD KEY IS SI-EMPLOYEE-ID
003410         FILE STATUS IS WS-SEENID-FILE-STATUS.
003420*    POST-TAX DEDUCTION ORDERS - CHILD SUPPORT NOTICES AND
003430*    COURT GARNISHEES, KEYED BY EMPLOYEE PLUS ORDER SEQUENCE,
003440*    APPLIED AFTER NET PAY WITH THE PROTECTED-EARNINGS FLOOR
003450*    ENFORCED PER PERIOD.  WHAT IS WITHHELD GOES OUT ON THE
003460*    PER-RUN REMITTANCE EXTRACT FOR THE AGENCIES.
003470     SELECT DEDUCTION-ORDER-FILE ASSIGN TO "DEDORDF"
003480         ORGANIZATION IS INDEXED
003490         ACCESS IS DYNAMIC
003500         RECORD KEY IS DO-ORDER-KEY
003510         FILE STATUS IS WS-DEDORD-FILE-STATUS.
003520*    PRE-TAX ARRANGEMENTS - SALARY SACRIFICE AND SIMILAR,
003530*    KEYED BY EMPLOYEE PLUS ARRANGEMENT SEQUENCE, TAKEN OFF
003540*    THE GROSS BEFORE WITHHOLDING.  SEE 205.
003550     SELECT PRETAX-ARRANGE-FILE ASSIGN TO "PRETAXF"
003560         ORGANIZATION IS INDEXED
003570         ACCESS IS DYNAMIC
003580         RECORD KEY IS PA-ARRANGE-KEY
003590         FILE STATUS IS WS-PRETAX-FILE-STATUS.
003600     SELECT DEDUCTION-REMIT-FILE ASSIGN TO "DEDOUTF"
003610         ORGANIZATION IS LINE SEQUENTIAL
003620         FILE STATUS IS WS-DEDOUT-FILE-STATUS.
003630     SELECT YTD-BALANCE-FILE ASSIGN TO "YTDBALF"
003640         ORGANIZATION IS INDEXED
003650         ACCESS IS RANDOM
003660         RECORD KEY IS YB-BALANCE-KEY
003670         FILE STATUS IS WS-YTDBAL-FILE-STATUS.
003680*    LEAVE BALANCES - ONE RECORD PER EMPLOYEE, UPDATED IN PLACE
003690*    BY EVERY PAY.  SEE 159/345.
003700     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LVBALF"
003710         ORGANIZATION IS INDEXED
003720         ACCESS IS RANDOM
003730         RECORD KEY IS LB-EMPLOYEE-ID
003740         FILE STATUS IS WS-LVBAL-FILE-STATUS.
003750*    PAYMENT REVERSALS - THE (A)DJUSTMENT RUN MODE READS ONE
003760*    TRANSACTION PER PAYMENT TO BACK OUT, STAGES THEM ON A
003770*    KEYED WORK FILE (EMPTIED EVERY ADJUSTMENT RUN), AND LOGS
003780*    EVERY PAYMENT IT BACKS OUT ON THE KEYED REVERSAL REGISTER
003790*    SO THE SAME PAYMENT CANNOT BE TAKEN BACK TWICE.
003800     SELECT REVERSAL-TRANS-FILE ASSIGN TO "REVTRNF"
003810         ORGANIZATION IS LINE SEQUENTIAL
003820         FILE STATUS IS WS-REVTRN-FILE-STATUS.
003830     SELECT REVERSAL-WORK-FILE ASSIGN TO "REVWRKF"
003840         ORGANIZATION IS INDEXED
003850         ACCESS IS DYNAMIC
003860         RECORD KEY IS RW-REVERSAL-KEY
003870         FILE STATUS IS WS-REVWRK-FILE-STATUS.
003880     SELECT REVERSAL-REGISTER-FILE ASSIGN TO "REVREGF"
003890         ORGANIZATION IS INDEXED
003900         ACCESS IS RANDOM
003910         RECORD KEY IS RG-REVERSAL-KEY
003920         FILE STATUS IS WS-REVREG-FILE-STATUS.
003930*    WHAT-IF (SHADOW) RUN - THE CANDIDATE RATE AMENDMENTS READ
003940*    AT START-UP, AND THE COMPARISON FILE WRITTEN IN PLACE OF
003950*    EVERY PAY RUN OUTPUT.  SEE 0700.
003960     SELECT CANDIDATE-RATE-FILE ASSIGN TO "CANDRATF"
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS WS-CANDRT-FILE-STATUS.
003990     SELECT SHADOW-COMPARE-FILE ASSIGN TO "CMPOUTF"
004000         ORGANIZATION IS LINE SEQUENTIAL
004010         FILE STATUS IS WS-CMPOUT-FILE-STATUS.
004020 DATA DIVISION.
004030 FILE SECTION.
004040 FD  EMPLOYEE-TAX-FILE
004050     RECORD CONTAINS 100 CHARACTERS
004060     LABEL RECORDS ARE STANDARD.
004070 01  EMPLOYEE-TAX-RECORD.
004080     05  ET-EMPLOYEE-ID          PIC X(10).
004090     05  ET-TAX-YEAR             PIC X(07).
004100     05  ET-GROSS-INCOME         PIC 9(09)V99.
004110     05  ET-DEDUCTIONS           PIC 9(09)V99.
004120     05  ET-HELP-INDICATOR       PIC X(01).
004130     05  ET-PRIVATE-HEALTH-IND   PIC X(01).
004140     05  ET-HELP-BALANCE         PIC 9(09)V99.
004150*    ET-PAY-FREQUENCY - W(EEKLY)/F(ORTNIGHTLY)/M(ONTHLY) MEANS
004160*    ET-GROSS-INCOME AND ET-DEDUCTIONS CARRY PER-PERIOD AMOUNTS
004170*    TO BE ANNUALIZED; SPACE MEANS THE RECORD CARRIES ANNUAL
004180*    AMOUNTS AS ALL RECORDS DID BEFORE THE FIELD EXISTED.
004190     05  ET-PAY-FREQUENCY        PIC X(01).
004200*    ET-RESIDENCY-STATUS - R(ESIDENT)/F(OREIGN RESIDENT)/
004210*    H(OLIDAY MAKER, 417/462 VISA); SPACE IS TREATED AS
004220*    RESIDENT SO RECORDS CUT BEFORE THE FIELD EXISTED ARE
004230*    TAXED AS THEY ALWAYS WERE.
004240     05  ET-RESIDENCY-STATUS     PIC X(01).
004250*    ET-SENIOR-IND - Y WHEN THE EMPLOYEE IS ELIGIBLE FOR THE
004260*    SENIORS AND PENSIONERS TAX OFFSET; SPACE IS TREATED AS N.
004270     05  ET-SENIOR-IND           PIC X(01).
004280*    ET-PAYMENT-TYPE - SPACE/O = ORDINARY PAY; F = FINAL PAY
004290*    FOR A TERMINATING OR TERMINATED EMPLOYEE.  A FINAL-PAY
004300*    RECORD IS ACCEPTED EVEN WHEN THE MASTER SHOWS THE
004310*    EMPLOYEE TERMINATED, AND ITS LEAVE PAYOUT AND ETP
004320*    COMPONENTS ARE TAXED AT THE ATO TERMINATION RATES (SEE
004330*    AUETPRAT/AUETPDAT), NOT THE MARGINAL SCALE.
004340     05  ET-PAYMENT-TYPE         PIC X(01).
004350*    ONE-OFF TERMINATION COMPONENTS - UNUSED LEAVE PAID OUT
004360*    AND THE EMPLOYMENT TERMINATION PAYMENT.  ONLY READ ON A
004370*    FINAL-PAY RECORD; ZERO OTHERWISE.
004380     05  ET-LEAVE-PAYOUT         PIC 9(09)V99.
004390     05  ET-ETP-AMOUNT           PIC 9(09)V99.
004400     05  FILLER                  PIC X(02).
004410*    LEAVE TAKEN IN THE PAY PERIOD, IN HOURS - ANNUAL AND
004420*    PERSONAL.  BOTH SPACES ON A RECORD CUT BEFORE THE FIELDS
004430*    EXISTED MEANS NONE TAKEN.
004440     05  ET-LEAVE-TAKEN.
004450         10  ET-AL-TAKEN-HOURS   PIC 9(03)V99.
004460         10  ET-PL-TAKEN-HOURS   PIC 9(03)V99.
004470     05  FILLER                  PIC X(10).
004480*
004490*    CONTROL RECORDS FROM THE HR EXTRACT - A HEADER FIRST AND A
004500*    TRAILER LAST, IDENTIFIED BY "HDR"/"TRL" IN THE FIRST THREE
004510*    BYTES OF THE ID FIELD.  THE TRAILER CARRIES THE DATA RECORD
004520*    COUNT AND HASH TOTALS OF THE GROSS AND DEDUCTION AMOUNTS AS
004530*    KEYED ON THE RECORDS, VERIFIED IN 430-VERIFY-TRAILER.
004540*
004550*    KNOWN GAP, RECORDED DELIBERATELY: THE FINAL-PAY MONEY
004560*    FIELDS (ET-LEAVE-PAYOUT, ET-ETP-AMOUNT) ARE OUTSIDE THE
004570*    HASH - THE TRAILER LAYOUT AND ITS TOTALS ARE CUT BY THE
004580*    HR EXTRACT SYSTEM, SO WIDENING THE HASH TO COVER THEM
004590*    NEEDS A COORDINATED CHANGE ON THE HR SIDE (NEW HASH
004600*    FIELDS ON THE TRL RECORD) BEFORE 430 CAN VERIFY THEM.
004610*    UNTIL THEN A NON-NUMERIC ETP AMOUNT STILL REJECTS IN 150,
004620*    BUT A PLAUSIBLE WRONG AMOUNT PASSES THE INTEGRITY CHECK.
004630 01  ET-HEADER-RECORD REDEFINES EMPLOYEE-TAX-RECORD.
004640     05  ETH-RECORD-TYPE         PIC X(03).
004650     05  FILLER                  PIC X(07).
004660     05  ETH-EXTRACT-DATE        PIC X(08).
004670     05  FILLER                  PIC X(82).
004680 01  ET-TRAILER-RECORD REDEFINES EMPLOYEE-TAX-RECORD.
004690     05  ETT-RECORD-TYPE         PIC X(03).
004700     05  FILLER                  PIC X(07).
004710     05  ETT-RECORD-COUNT        PIC 9(09).
004720     05  ETT-HASH-GROSS          PIC 9(13)V99.
004730     05  ETT-HASH-DEDUCTIONS     PIC 9(13)V99.
004740     05  FILLER                  PIC X(51).
004750*
004760 FD  AUDIT-TAX-CALC-LOG
004770     RECORD CONTAINS 500 CHARACTERS
004780     LABEL RECORDS ARE STANDARD.
004790 01  AUDIT-LOG-RECORD               PIC X(500).
004800*
004810*    SUPERANNUATION GUARANTEE CONTRIBUTION EXTRACT FOR THE
004820*    CLEARING HOUSE - ONE "D" RECORD PER EMPLOYEE PROCESSED IN
004830*    BATCH WITH THE NOMINATED FUND AND THE RUN'S SG AMOUNT,
004840*    THEN ONE "T" TRAILER WITH THE RUN TIMESTAMP AND TOTALS SO
004850*    THE QUARTERLY REMITTANCE RECONCILES RUN BY RUN.
004860*    SUPER SACRIFICED UNDER A PRE-TAX ARRANGEMENT GOES TO THE
004870*    SAME FUND AS A SEPARATE "D" RECORD OF CONTRIBUTION TYPE
004880*    "S" - SUP-DET-SG-AMOUNT THEN HOLDS THE SACRIFICED AMOUNT -
004890*    TOTALLED APART FROM THE SG ON THE TRAILER.
004900 FD  SUPER-EXTRACT-FILE
004910     RECORD CONTAINS 100 CHARACTERS
004920     LABEL RECORDS ARE STANDARD.
004930 01  SUPER-DETAIL-RECORD.
004940     05  SUP-DET-RECORD-TYPE     PIC X(01).
004950     05  SUP-DET-EMPLOYEE-ID     PIC X(10).
004960     05  SUP-DET-EMPLOYEE-NAME   PIC X(30).
004970     05  SUP-DET-FUND-ID         PIC X(10).
004980     05  SUP-DET-TAX-YEAR        PIC X(07).
004990     05  SUP-DET-SG-AMOUNT       PIC 9(11)V99.
005000     05  SUP-DET-CONTRIB-TYPE    PIC X(01).
005010         88  SUP-CONTRIB-SG          VALUE "G" SPACE.
005020         88  SUP-CONTRIB-SACRIFICE   VALUE "S".
005030     05  FILLER                  PIC X(28).
005040 01  SUPER-TRAILER-RECORD REDEFINES SUPER-DETAIL-RECORD.
005050     05  SUP-TRL-RECORD-TYPE     PIC X(01).
005060     05  SUP-TRL-RUN-TIMESTAMP   PIC X(26).
005070     05  SUP-TRL-EMP-COUNT       PIC 9(09).
005080     05  SUP-TRL-TOT-SG          PIC 9(13)V99.
005090     05  SUP-TRL-TOT-SACRIFICE   PIC 9(13)V99.
005100     05  FILLER                  PIC X(34).
005110*
005120 FD  TAX-CALC-OUTPUT-FILE
005130     RECORD CONTAINS 120 CHARACTERS
005140     LABEL RECORDS ARE STANDARD.
005150 01  DISBURSEMENT-RECORD            PIC X(120).
005160*
005170*    STP SUBMISSION EXTRACT - FIXED-FORMAT LODGEMENT FILE FOR
005180*    THE ATO TRANSMISSION GATEWAY.  ONE "D" RECORD PER EMPLOYEE
005190*    WITH THE HELP/STUDY-LOAN COMPONENT SPLIT OUT OF THE PAYG
005200*    FIGURE (THE GATEWAY WANTS IT SEPARATE), THEN ONE "T"
005210*    DECLARATION TRAILER WITH THE RUN TIMESTAMP AND TOTALS.
005220*    RECORD WIDENED TO 130 - THE ETP GROSS AND ETP WITHHOLDING
005230*    ARE REPORTED AS THEIR OWN FIELDS, APART FROM ORDINARY
005240*    PAYGW, AS THE ATO REQUIRES.  SUPER SACRIFICED UNDER A
005250*    PRE-TAX ARRANGEMENT IS REPORTED AS RESC, APART FROM THE
005260*    GROSS, WHICH IS AFTER THE ARRANGEMENTS.
005270 FD  STP-EXTRACT-FILE
005280     RECORD CONTAINS 130 CHARACTERS
005290     LABEL RECORDS ARE STANDARD.
005300 01  STP-DETAIL-RECORD.
005310     05  STP-DET-RECORD-TYPE     PIC X(01).
005320     05  STP-DET-EMPLOYEE-ID     PIC X(10).
005330     05  STP-DET-EMPLOYEE-NAME   PIC X(30).
005340     05  STP-DET-TAX-YEAR        PIC X(07).
005350     05  STP-DET-YTD-GROSS       PIC 9(11)V99.
005360     05  STP-DET-YTD-PAYGW       PIC 9(11)V99.
005370     05  STP-DET-YTD-HELP        PIC 9(11)V99.
005380     05  STP-DET-YTD-ETP-GROSS   PIC 9(11)V99.
005390     05  STP-DET-YTD-ETP-PAYGW   PIC 9(11)V99.
005400     05  STP-DET-YTD-RESC        PIC 9(11)V99.
005410     05  FILLER                  PIC X(04).
005420 01  STP-TRAILER-RECORD REDEFINES STP-DETAIL-RECORD.
005430     05  STP-TRL-RECORD-TYPE     PIC X(01).
005440     05  STP-TRL-RUN-TIMESTAMP   PIC X(26).
005450     05  STP-TRL-EMP-COUNT       PIC 9(09).
005460     05  STP-TRL-TOT-GROSS       PIC 9(13)V99.
005470     05  STP-TRL-TOT-PAYGW       PIC 9(13)V99.
005480     05  STP-TRL-TOT-HELP        PIC 9(13)V99.
005490     05  STP-TRL-TOT-ETP-GROSS   PIC 9(13)V99.
005500     05  STP-TRL-TOT-ETP-PAYGW   PIC 9(13)V99.
005510     05  STP-TRL-TOT-RESC        PIC 9(13)V99.
005520     05  FILLER                  PIC X(04).
005530*
005540 FD  CHECKPOINT-FILE
005550     RECORD CONTAINS 45 CHARACTERS
005560     LABEL RECORDS ARE STANDARD.
005570 01  CHECKPOINT-RECORD.
005580     05  CKPT-LAST-EMPLOYEE-ID   PIC X(10).
005590     05  CKPT-RECORD-COUNT       PIC 9(09).
005600     05  CKPT-RUN-TIMESTAMP      PIC X(26).
005610*
005620 FD  EMPLOYEE-MASTER-FILE
005630     RECORD CONTAINS 200 CHARACTERS
005640     LABEL RECORDS ARE STANDARD.
005650 COPY EMPMREC.
005660*
005670*    REJECT RECYCLE RECORDS - THE ORIGINAL 100-BYTE EMPLOYEE TAX
005680*    RECORD IMAGE PLUS THE REJECT REASON CODE AND THE RUN THAT
005690*    REJECTED IT.  RECYCOUT IS CUT FRESH EVERY RUN; A CORRECTED
005700*    COPY COMES BACK AS RECYCINF UNDER THE (R)ECYCLE RUN MODE
005710*    AND GOES THROUGH THE FULL VALIDATION AND CALCULATION
005720*    CHAIN - ONLY THE FIRST 100 BYTES ARE PROCESSED, THE REASON
005730*    AND TIMESTAMP RIDE ALONG FOR THE OPERATOR.
005740 FD  RECYCLE-IN-FILE
005750     RECORD CONTAINS 150 CHARACTERS
005760     LABEL RECORDS ARE STANDARD.
005770 01  RECYCLE-IN-RECORD.
005780     05  RCI-SOURCE-RECORD       PIC X(100).
005790     05  RCI-REASON-CODE         PIC X(20).
005800     05  RCI-RUN-TIMESTAMP       PIC X(26).
005810     05  FILLER                  PIC X(04).
005820*
005830 FD  RECYCLE-OUT-FILE
005840     RECORD CONTAINS 150 CHARACTERS
005850     LABEL RECORDS ARE STANDARD.
005860 01  RECYCLE-OUT-RECORD.
005870     05  RCO-SOURCE-RECORD       PIC X(100).
005880     05  RCO-REASON-CODE         PIC X(20).
005890     05  RCO-RUN-TIMESTAMP      PIC X(26).
005900     05  FILLER                  PIC X(04).
005910*
005920 FD  RUN-REGISTRY-FILE
005930     RECORD CONTAINS 250 CHARACTERS
005940     LABEL RECORDS ARE STANDARD.
005950 COPY RUNREGR.
005960*
005970*    ROUNDING CARRIES - ONE KEYED RECORD PER EMPLOYEE, READ
005980*    AND REWRITTEN IN PLACE AS EACH EMPLOYEE IS PROCESSED.
005990*    THE CARRY IS THE FRACTION OF A CENT BY WHICH THE
006000*    EMPLOYEE'S ROUNDED PER-PERIOD WITHHOLDING SO FAR TRAILS
006010*    THE EXACT ANNUAL-DIVIDED FIGURE - ADDING IT BACK IN EACH
006020*    RUN KEEPS YEAR-TO-DATE WITHHOLDING ON THE ANNUAL AMOUNT.
006030 FD  ROUNDING-CARRY-FILE
006040     RECORD CONTAINS 19 CHARACTERS
006050     LABEL RECORDS ARE STANDARD.
006060 01  ROUNDING-CARRY-RECORD.
006070     05  CR-EMPLOYEE-ID          PIC X(10).
006080     05  CR-CARRY-AMOUNT         PIC S9(03)V9(04)
006090                                 SIGN LEADING SEPARATE.
006100     05  FILLER                  PIC X(01).
006110*
006120 FD  SEEN-ID-FILE
006130     RECORD CONTAINS 20 CHARACTERS
006140     LABEL RECORDS ARE STANDARD.
006150 01  SEEN-ID-RECORD.
006160     05  SI-EMPLOYEE-ID          PIC X(10).
006170     05  FILLER                  PIC X(10).
006180*
006190 FD  DEDUCTION-ORDER-FILE
006200     RECORD CONTAINS 80 CHARACTERS
006210     LABEL RECORDS ARE STANDARD.
006220 COPY DEDOREC.
006230*
006240 FD  PRETAX-ARRANGE-FILE
006250     RECORD CONTAINS 80 CHARACTERS
006260     LABEL RECORDS ARE STANDARD.
006270 COPY PTAREC.
006280*
006290*    DEDUCTION REMITTANCE EXTRACT - ONE "D" RECORD PER ORDER
006300*    APPLIED THIS RUN, "A" AGENCY-TOTAL RECORDS AND A "T"
006310*    TRAILER, SAME SHAPE AS THE STP AND SG EXTRACTS, SO THE
006320*    AGENCY REMITTANCES RECONCILE TO THE RUNS THAT WITHHELD
006330*    THEM.  SEE 360/365 IN THE PROCEDURE DIVISION.
006340 FD  DEDUCTION-REMIT-FILE
006350     RECORD CONTAINS 100 CHARACTERS
006360     LABEL RECORDS ARE STANDARD.
006370 01  DEDUCT-REMIT-RECORD.
006380     05  DR-DET-RECORD-TYPE      PIC X(01).
006390     05  DR-DET-EMPLOYEE-ID      PIC X(10).
006400     05  DR-DET-EMPLOYEE-NAME    PIC X(30).
006410     05  DR-DET-ORDER-TYPE       PIC X(01).
006420     05  DR-DET-AGENCY-ID        PIC X(10).
006430     05  DR-DET-AMOUNT           PIC 9(11)V99.
006440     05  FILLER                  PIC X(35).
006450 01  DEDUCT-REMIT-TRAILER REDEFINES DEDUCT-REMIT-RECORD.
006460     05  DR-TRL-RECORD-TYPE      PIC X(01).
006470     05  DR-TRL-RUN-TIMESTAMP    PIC X(26).
006480     05  DR-TRL-ORDER-COUNT      PIC 9(09).
006490     05  DR-TRL-TOT-AMOUNT       PIC 9(13)V99.
006500     05  FILLER                  PIC X(49).
006510*
006520*    YEAR-TO-DATE BALANCES - ONE RECORD PER EMPLOYEE PER TAX
006530*    YEAR, ACCUMULATED WITH THE ACTUAL PER-PERIOD AMOUNTS EACH
006540*    BATCH RUN PAYS.  SEE 340-UPDATE-YTD-BALANCES.
006550 FD  YTD-BALANCE-FILE
006560     RECORD CONTAINS 134 CHARACTERS
006570     LABEL RECORDS ARE STANDARD.
006580 COPY YTDBREC.
006590*
006600 FD  LEAVE-BALANCE-FILE
006610     RECORD CONTAINS 100 CHARACTERS
006620     LABEL RECORDS ARE STANDARD.
006630 COPY LVBREC.
006640*
006650*    PAYMENT REVERSAL TRANSACTIONS - ONE PER PAYMENT TO BACK
006660*    OUT UNDER THE (A)DJUSTMENT RUN MODE: THE EMPLOYEE, THE RUN
006670*    TIMESTAMP THE PAYMENT WAS MADE UNDER (AS ON THE AUDIT LOG
006680*    AND TAXOUTF) AND A FREE-TEXT REASON FOR THE AUDIT TRAIL.
006690 FD  REVERSAL-TRANS-FILE
006700     RECORD CONTAINS 80 CHARACTERS
006710     LABEL RECORDS ARE STANDARD.
006720 01  REVERSAL-TRANS-RECORD.
006730     05  RV-EMPLOYEE-ID          PIC X(10).
006740     05  RV-ORIG-RUN-TIMESTAMP   PIC X(26).
006750     05  RV-REASON               PIC X(30).
006760     05  FILLER                  PIC X(14).
006770*
006780*    REVERSAL WORK FILE - THE RUN'S TRANSACTIONS KEYED BY
006790*    EMPLOYEE AND ORIGINAL RUN TIMESTAMP, WITH THE ORIGINAL
006800*    AUDIT ROW CAPTURED AGAINST EACH ON THE PASS OF THE AUDIT
006810*    LOG.  SEE 600-690 IN THE PROCEDURE DIVISION.
006820 FD  REVERSAL-WORK-FILE
006830     RECORD CONTAINS 600 CHARACTERS
006840     LABEL RECORDS ARE STANDARD.
006850 01  REVERSAL-WORK-RECORD.
006860     05  RW-REVERSAL-KEY.
006870         10  RW-EMPLOYEE-ID      PIC X(10).
006880         10  RW-ORIG-RUN-TIMESTAMP
006890                                 PIC X(26).
006900     05  RW-ORIG-EXTRACT-DATE    PIC X(08).
006910     05  RW-REASON               PIC X(30).
006920     05  RW-MATCH-STATUS         PIC X(01).
006930         88  RW-NOT-MATCHED          VALUE "N".
006940         88  RW-MATCHED              VALUE "Y".
006950         88  RW-ROW-PREDATES-LAYOUT  VALUE "P".
006960         88  RW-ALREADY-REVERSED     VALUE "R".
006970     05  RW-AUDIT-ROW            PIC X(500).
006980     05  FILLER                  PIC X(25).
006990*
007000 FD  REVERSAL-REGISTER-FILE
007010     RECORD CONTAINS 200 CHARACTERS
007020     LABEL RECORDS ARE STANDARD.
007030 COPY REVREGR.
007040*
007050 FD  CANDIDATE-RATE-FILE
007060     RECORD CONTAINS 80 CHARACTERS
007070     LABEL RECORDS ARE STANDARD.
007080 COPY CANDREC.
007090*
007100 FD  SHADOW-COMPARE-FILE
007110     RECORD CONTAINS 250 CHARACTERS
007120     LABEL RECORDS ARE STANDARD.
007130 COPY SHDWREC.
007140*
007150 WORKING-STORAGE SECTION.
007160 COPY AUTXRATE.
007170 COPY AUTXOFSR.
007180 COPY AUHELPR.
007190 COPY AUSGRATE.
007200 COPY AUETPRAT.
007210*
007220 01  WS-INCOME                   PIC S9(9)V99 COMP-3.
007230 01  WS-DEDUCTIONS               PIC S9(9)V99 COMP-3.
007240 01  WS-TAXABLE-INCOME           PIC S9(9)V99 COMP-3.
007250*    AUSTRALIAN SPECIFIC TAX COMPONENTS
007260 01  WS-INCOME-TAX                PIC S9(9)V99 COMP-3.
007270 01  WS-MEDICARE-LEVY             PIC S9(9)V99 COMP-3.
007280 01  WS-MLS-AMOUNT                PIC S9(9)V99 COMP-3.
007290 01  WS-HELP-REPAYMENT            PIC S9(9)V99 COMP-3.
007300 01  WS-LITO-AMOUNT               PIC S9(9)V99 COMP-3.
007310 01  WS-SAPTO-AMOUNT              PIC S9(9)V99 COMP-3.
007320 01  WS-TAX-OFFSETS               PIC S9(9)V99 COMP-3.
007330 01  WS-TOTAL-TAX                 PIC S9(9)V99 COMP-3.
007340 01  WS-NET-PAY                   PIC S9(9)V99 COMP-3.
007350*    SUPERANNUATION GUARANTEE - EMPLOYER-SIDE CONTRIBUTION ON
007360*    THE ORDINARY-TIME GROSS, NOT PART OF THE WITHHOLDING OR
007370*    NET PAY FIGURES.  SEE 248-CALCULATE-SUPER-GUARANTEE.
007380 01  WS-SG-AMOUNT                 PIC S9(9)V99 COMP-3.
007390*    FINAL-PAY TERMINATION COMPONENTS - ONE-OFF AMOUNTS, NEVER
007400*    ANNUALIZED OR DE-ANNUALIZED.  THE ETP GROSS AND ITS
007410*    WITHHOLDING RIDE APART FROM THE ORDINARY FIGURES ALL THE
007420*    WAY TO THE AUDIT LOG AND STP EXTRACT, AS THE ATO REQUIRES
007430*    THEM REPORTED.  SEE 249-CALCULATE-ETP.
007440 01  WS-LEAVE-PAYOUT              PIC S9(9)V99 COMP-3.
007450 01  WS-ETP-AMOUNT                PIC S9(9)V99 COMP-3.
007460 01  WS-ETP-GROSS                 PIC S9(9)V99 COMP-3.
007470 01  WS-ETP-TAX                   PIC S9(9)V99 COMP-3.
007480*
007490*    PER-PAY-PERIOD WITHHOLDING COMPONENTS - THE ANNUAL FIGURES
007500*    ABOVE DIVIDED BACK DOWN BY WS-PERIODS-PER-YEAR IN
007510*    250-DEANNUALIZE-PERIOD.  WS-PD-INCOME-TAX IS THE PLUG SO THE
007520*    PERIOD COMPONENTS ALWAYS SUM EXACTLY TO WS-PD-TOTAL-TAX.
007530 01  WS-PD-INCOME-TAX             PIC S9(9)V99 COMP-3.
007540 01  WS-PD-MEDICARE-LEVY          PIC S9(9)V99 COMP-3.
007550 01  WS-PD-MLS-AMOUNT             PIC S9(9)V99 COMP-3.
007560 01  WS-PD-HELP-REPAYMENT         PIC S9(9)V99 COMP-3.
007570 01  WS-PD-TOTAL-TAX              PIC S9(9)V99 COMP-3.
007580 01  WS-PD-NET-PAY                PIC S9(9)V99 COMP-3.
007590 01  WS-PD-EXACT-TAX              PIC S9(9)V9(04) COMP-3.
007600 01  WS-PD-SG-AMOUNT              PIC S9(9)V99 COMP-3.
007610*    WHAT THE RUN DISBURSES FOR THE EMPLOYEE - THE PER-PERIOD
007620*    FIGURES PLUS, ON A FINAL PAY, THE ETP COMPONENTS.  THE
007630*    DISBURSEMENT RECORD AND ITS CONTROL TOTAL USE THESE SO
007640*    THE BANK FILE STILL BALANCES.  SEE 252-APPLY-FINAL-PAY.
007650 01  WS-PD-DISB-TAX               PIC S9(9)V99 COMP-3.
007660 01  WS-PD-DISB-NET               PIC S9(9)V99 COMP-3.
007670*
007680*    POST-TAX DEDUCTION ORDER WORK FIELDS - THE TOTAL WITHHELD
007690*    FROM THIS EMPLOYEE'S PERIOD NET UNDER CHILD SUPPORT AND
007700*    GARNISHEE ORDERS, AND THE HEADROOM LEFT ABOVE THE
007710*    PROTECTED-EARNINGS FLOOR.  SEE 270-APPLY-DEDUCTION-ORDERS.
007720 01  WS-DEDORD-AMOUNT             PIC S9(9)V99 COMP-3.
007730 01  WS-DEDORD-WORK               PIC S9(9)V99 COMP-3.
007740 01  WS-DEDORD-AVAIL              PIC S9(9)V99 COMP-3.
007750 01  WS-DEDORD-OPEN-SW            PIC X(01) VALUE "N".
007760     88  WS-DEDORD-OPEN               VALUE "Y".
007770 01  WS-DEDORD-DONE-SW            PIC X(01) VALUE "N".
007780     88  WS-DEDORD-DONE               VALUE "Y".
007790 01  WS-PERIOD-GROSS              PIC S9(9)V99 COMP-3.
007800*
007810*    PRE-TAX ARRANGEMENT WORK FIELDS - WHAT THIS EMPLOYEE'S
007820*    IN-FORCE ARRANGEMENTS TAKE OFF THE PERIOD GROSS BEFORE
007830*    TAX, THE SUPER SACRIFICE (RESC) PART OF IT, AND THE
007840*    ANNUAL EQUIVALENT THE TAX CALCULATION WORKS WITH.  SEE
007850*    205-APPLY-PRETAX-ARRANGEMENTS.
007860 01  WS-PD-PRETAX                 PIC S9(9)V99 COMP-3.
007870 01  WS-PD-RESC                   PIC S9(9)V99 COMP-3.
007880 01  WS-PRETAX-AMOUNT             PIC S9(9)V99 COMP-3.
007890 01  WS-PRETAX-WORK               PIC S9(9)V99 COMP-3.
007900 01  WS-PRETAX-OPEN-SW            PIC X(01) VALUE "N".
007910     88  WS-PRETAX-OPEN               VALUE "Y".
007920 01  WS-PRETAX-DONE-SW            PIC X(01) VALUE "N".
007930     88  WS-PRETAX-DONE               VALUE "Y".
007940*
007950*    LEAVE ACCRUAL WORK FIELDS - THE MASTER'S STANDARD WEEKLY
007960*    HOURS, THIS PAY'S ACCRUAL AND LEAVE TAKEN, THE HOURS A
007970*    FINAL-PAY PAYOUT TAKES, THE ORDINARY HOURLY RATE THE
007980*    BALANCE IS VALUED AT, AND THE NET MOVEMENT POSTED TO THE
007990*    LEAVE BALANCE FILE AND THE AUDIT ROW.  SEE 159/345.
008000 01  WS-STANDARD-HOURS            PIC 9(02)V99 VALUE 0.
008010 01  WS-AL-ACCRUED                PIC S9(05)V9(04) COMP-3.
008020 01  WS-PL-ACCRUED                PIC S9(05)V9(04) COMP-3.
008030 01  WS-AL-TAKEN                  PIC S9(05)V9(04) COMP-3.
008040 01  WS-PL-TAKEN                  PIC S9(05)V9(04) COMP-3.
008050 01  WS-LEAVE-PAYOUT-HOURS        PIC S9(05)V9(04) COMP-3.
008060 01  WS-LEAVE-RATE                PIC S9(05)V9(04) COMP-3.
008070 01  WS-LEAVE-LIMIT               PIC S9(9)V99 COMP-3.
008080 01  WS-AL-MOVEMENT               PIC S9(05)V9(04) COMP-3
008090                                  VALUE 0.
008100 01  WS-PL-MOVEMENT               PIC S9(05)V9(04) COMP-3
008110                                  VALUE 0.
008120 01  WS-LVBAL-FOUND-SW            PIC X(01) VALUE "N".
008130     88  WS-LVBAL-FOUND               VALUE "Y".
008140*
008150 01  WS-INPUT-TEMP                PIC X(15).
008160 01  WS-DISPLAY-MONEY             PIC ZZZ,ZZ9.99.
008170*
008180 01  WS-EMPLOYEE-ID               PIC X(10) VALUE SPACES.
008190*    WS-EMPLOYEE-NAME - SURNAME THEN GIVEN NAME FROM THE
008200*    EMPLOYEE MASTER, SPACES FOR INTERACTIVE RUNS.
008210 01  WS-EMPLOYEE-NAME             PIC X(30) VALUE SPACES.
008220*    WS-EMPLOYEE-FUND-ID - NOMINATED SUPER FUND FROM THE
008230*    EMPLOYEE MASTER, SPACES FOR INTERACTIVE RUNS OR WHERE NO
008240*    FUND IS HELD - THE SG EXTRACT FLAGS THOSE.
008250 01  WS-EMPLOYEE-FUND-ID          PIC X(10) VALUE SPACES.
008260 01  WS-TAX-YEAR                  PIC X(07).
008270*
008280 01  WS-HELP-INDICATOR            PIC X(01) VALUE "N".
008290     88  WS-HAS-HELP-DEBT             VALUE "Y".
008300     88  WS-NO-HELP-DEBT              VALUE "N".
008310 01  WS-HELP-BALANCE              PIC S9(9)V99 COMP-3.
008320*
008330 01  WS-PRIVATE-HEALTH-IND        PIC X(01) VALUE "Y".
008340     88  WS-HAS-PRIVATE-COVER         VALUE "Y".
008350     88  WS-NO-PRIVATE-COVER          VALUE "N".
008360*
008370 01  WS-SENIOR-IND                PIC X(01) VALUE "N".
008380     88  WS-IS-SENIOR                 VALUE "Y".
008390     88  WS-NOT-SENIOR                VALUE "N".
008400*
008410 01  WS-RESIDENCY-STATUS          PIC X(01) VALUE "R".
008420     88  WS-RES-RESIDENT              VALUE "R".
008430     88  WS-RES-FOREIGN               VALUE "F".
008440     88  WS-RES-HOLIDAY-MAKER         VALUE "H".
008450     88  WS-VALID-RESIDENCY           VALUE "R" "F" "H" SPACE.
008460*
008470 01  WS-PAY-FREQUENCY             PIC X(01) VALUE SPACE.
008480     88  WS-PAID-WEEKLY               VALUE "W".
008490     88  WS-PAID-FORTNIGHTLY          VALUE "F".
008500     88  WS-PAID-MONTHLY              VALUE "M".
008510     88  WS-PAID-ANNUALLY             VALUE SPACE.
008520     88  WS-VALID-PAY-FREQUENCY       VALUE "W" "F" "M" SPACE.
008530*
008540 01  WS-PAYMENT-TYPE              PIC X(01) VALUE SPACE.
008550     88  WS-FINAL-PAY                 VALUE "F".
008560     88  WS-ORDINARY-PAY              VALUE "O" SPACE.
008570     88  WS-VALID-PAYMENT-TYPE        VALUE "F" "O" SPACE.
008580 01  WS-PERIODS-PER-YEAR          PIC 9(02) COMP VALUE 1.
008590*
008600 01  WS-RUN-MODE                  PIC X(01).
008610     88  WS-INTERACTIVE-MODE          VALUE "I".
008620     88  WS-BATCH-MODE                VALUE "B".
008630     88  WS-GROSSUP-MODE              VALUE "G".
008640     88  WS-ADJUST-MODE               VALUE "A".
008650*
008660*    WS-RECYCLE-INPUT-SW - A RECYCLE (REPAIR) RUN IS A BATCH
008670*    RUN WHOSE INPUT IS A CORRECTED RECYCLE FILE - NO HDR/TRL
008680*    CONTROLS, NO CHECKPOINT/RESTART, ITS OWN CONTROL COUNTS.
008690*    EVERYTHING DOWNSTREAM OF THE READ IS THE SAME CHAIN.
008700 01  WS-RECYCLE-INPUT-SW          PIC X(01) VALUE "N".
008710     88  WS-RECYCLE-INPUT             VALUE "Y".
008720*
008730*    WS-SHADOW-RUN-SW - A WHAT-IF (SHADOW) RUN IS A BATCH RUN
008740*    OVER THE HR EXTRACT THAT PAYS NOBODY.  EACH EMPLOYEE IS
008750*    WORKED OUT ON THE LIVE TABLES AND AGAIN, WITH
008760*    WS-CANDIDATE-PASS SET, ON THE CANDIDATE YEAR HELD IN THE
008770*    WHAT-IF SLOT OF THE RATE TABLES.  SEE 0700.
008780 01  WS-SHADOW-RUN-SW             PIC X(01) VALUE "N".
008790     88  WS-SHADOW-RUN                VALUE "Y".
008800 01  WS-CANDIDATE-PASS-SW         PIC X(01) VALUE "N".
008810     88  WS-CANDIDATE-PASS            VALUE "Y".
008820 01  WS-SHADOW-NO-CARRY-SW        PIC X(01) VALUE "N".
008830     88  WS-SHADOW-NO-CARRY           VALUE "Y".
008840*
008850*    IMAGE OF THE DATA RECORD AS READ, HELD FOR THE RECYCLE
008860*    RECORD SHOULD THE EMPLOYEE REJECT.
008870 01  WS-LAST-RECORD-IMAGE         PIC X(100) VALUE SPACES.
008880*
008890*    GROSS-UP SOLVER CONTROLS - 260-SOLVE-GROSS-FOR-NET CLOSES
008900*    IN ON THE GROSS INCOME WHOSE NET PAY HITS THE TARGET BY
008910*    BISECTION OVER THE FULL CALCULATION CHAIN.
008920 01  WS-TARGET-NET-PAY            PIC S9(9)V99 COMP-3.
008930 01  WS-GROSS-LO                  PIC S9(9)V99 COMP-3.
008940 01  WS-GROSS-HI                  PIC S9(9)V99 COMP-3.
008950 01  WS-SOLVE-ITERATIONS          PIC 9(03) COMP VALUE 0.
008960 01  WS-SOLVE-MAX-ITERATIONS      PIC 9(03) COMP VALUE 60.
008970 01  WS-SOLVE-DONE-SW             PIC X(01) VALUE "N".
008980     88  WS-SOLVE-DONE                VALUE "Y".
008990*
009000 01  WS-VALID-DATA-SW             PIC X(01).
009010     88  WS-DATA-VALID                VALUE "Y".
009020     88  WS-DATA-INVALID              VALUE "N".
009030*
009040*    DUPLICATE-EXTRACT PROTECTION - THE OVERRIDE CARD LETS AN
009050*    OPERATOR DELIBERATELY RERUN A COMPLETED EXTRACT DATE
009060*    (E.G. AFTER A DOWNSTREAM FILE WAS LOST); WITHOUT IT THE
009070*    RUN REFUSES TO START ON A DATE THE REGISTRY SHOWS
009080*    COMPLETED.  SEE 156-CHECK-RUN-REGISTRY.
009090 01  WS-OVERRIDE-PARM             PIC X(01) VALUE SPACE.
009100 01  WS-OVERRIDE-IND              PIC X(01) VALUE "N".
009110     88  WS-OVERRIDE-SUPPLIED         VALUE "Y".
009120 01  WS-RUN-ABORTED-SW            PIC X(01) VALUE "N".
009130     88  WS-RUN-ABORTED               VALUE "Y".
009140 01  WS-RUNREG-FOUND-SW           PIC X(01) VALUE "N".
009150     88  WS-RUNREG-FOUND              VALUE "Y".
009160*
009170 01  WS-RESTART-PARM              PIC X(01) VALUE SPACE.
009180 01  WS-RESTART-IND               PIC X(01) VALUE "N".
009190     88  WS-RESTART-REQUESTED         VALUE "Y".
009200     88  WS-NO-RESTART                VALUE "N".
009210 01  WS-RESTART-FOUND-SW          PIC X(01) VALUE "N".
009220     88  WS-RESTART-POSITION-FOUND    VALUE "Y".
009230*
009240 01  WS-EOF-SW                    PIC X(01) VALUE "N".
009250     88  WS-END-OF-FILE                VALUE "Y".
009260*
009270 01  WS-YEAR-FOUND-SW             PIC X(01) VALUE "Y".
009280     88  WS-TAX-YEAR-FOUND            VALUE "Y".
009290*
009300 01  WS-HELP-YEAR-FOUND-SW        PIC X(01) VALUE "Y".
009310     88  WS-HELP-TAX-YEAR-FOUND       VALUE "Y".
009320*
009330 01  WS-OFFSET-YEAR-FOUND-SW      PIC X(01) VALUE "Y".
009340     88  WS-OFFSET-TAX-YEAR-FOUND     VALUE "Y".
009350*
009360 01  WS-SG-YEAR-FOUND-SW          PIC X(01) VALUE "Y".
009370     88  WS-SG-TAX-YEAR-FOUND         VALUE "Y".
009380*
009390 01  WS-ETP-YEAR-FOUND-SW         PIC X(01) VALUE "Y".
009400     88  WS-ETP-TAX-YEAR-FOUND        VALUE "Y".
009410*
009420 01  WS-REJECT-REASON             PIC X(20) VALUE SPACES.
009430 01  WS-AUDIT-YEAR-NOTE           PIC X(15) VALUE SPACES.
009440 01  WS-AUDIT-HELP-YEAR-NOTE      PIC X(15) VALUE SPACES.
009450*
009460*    NO-TFN WITHHOLDING - THE MASTER'S TFN HELD INDICATOR AND
009470*    DECLARATION REQUEST DATE FOR THE CURRENT EMPLOYEE, AND
009480*    THE OUTCOME WRITTEN TO THE AUDIT LOG.  SEE 157 AND 246.
009490 01  WS-TFN-HELD-IND              PIC X(01) VALUE "Y".
009500     88  WS-NO-TFN-HELD               VALUE "N".
009510 01  WS-TFN-REQUEST-DATE          PIC X(08) VALUE SPACES.
009520 01  WS-TFN-REQUEST-DATE-NUM      PIC 9(08).
009530 01  WS-CURR-DATE-NUM             PIC 9(08).
009540 01  WS-TFN-DAYS-OUTSTANDING      PIC S9(05) COMP VALUE 0.
009550 01  WS-TFN-GRACE-DAYS            PIC 9(03) COMP VALUE 28.
009560 01  WS-AUDIT-NOTFN-IND           PIC X(01) VALUE "N".
009570     88  WS-NOTFN-RATE-APPLIED        VALUE "Y".
009580     88  WS-NOTFN-IN-GRACE            VALUE "G".
009590*
009600 01  WS-CHECKPOINT-INTERVAL       PIC 9(4) COMP VALUE 1.
009610 01  WS-RECS-SINCE-CHECKPOINT     PIC 9(4) COMP VALUE 0.
009620*
009630 01  WS-FILE-STATUSES.
009640     05  WS-EMP-FILE-STATUS       PIC X(02) VALUE "00".
009650     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
009660     05  WS-OUTPUT-FILE-STATUS    PIC X(02) VALUE "00".
009670     05  WS-CHKPT-FILE-STATUS     PIC X(02) VALUE "00".
009680     05  WS-STP-FILE-STATUS       PIC X(02) VALUE "00".
009690     05  WS-MASTER-FILE-STATUS    PIC X(02) VALUE "00".
009700     05  WS-CARRY-FILE-STATUS     PIC X(02) VALUE "00".
009710     05  WS-YTDBAL-FILE-STATUS    PIC X(02) VALUE "00".
009720     05  WS-SUPER-FILE-STATUS     PIC X(02) VALUE "00".
009730     05  WS-RECYOUT-FILE-STATUS   PIC X(02) VALUE "00".
009740     05  WS-RUNREG-FILE-STATUS    PIC X(02) VALUE "00".
009750     05  WS-SEENID-FILE-STATUS    PIC X(02) VALUE "00".
009760     05  WS-DEDORD-FILE-STATUS    PIC X(02) VALUE "00".
009770     05  WS-DEDOUT-FILE-STATUS    PIC X(02) VALUE "00".
009780     05  WS-PRETAX-FILE-STATUS    PIC X(02) VALUE "00".
009790     05  WS-LVBAL-FILE-STATUS     PIC X(02) VALUE "00".
009800     05  WS-REVTRN-FILE-STATUS    PIC X(02) VALUE "00".
009810     05  WS-REVWRK-FILE-STATUS    PIC X(02) VALUE "00".
009820     05  WS-REVREG-FILE-STATUS    PIC X(02) VALUE "00".
009830     05  WS-CANDRT-FILE-STATUS    PIC X(02) VALUE "00".
009840     05  WS-CMPOUT-FILE-STATUS    PIC X(02) VALUE "00".
009850*
009860*    ROUNDING CARRY WORK FIELDS - THE CARRY LIVES ON THE KEYED
009870*    CARRY FILE NOW, ONE RECORD PER EMPLOYEE, SO IT NO LONGER
009880*    DEGRADES PAST ANY HEADCOUNT.  SEE 255/256 IN THE
009890*    PROCEDURE DIVISION.
009900 01  WS-CARRY-FOUND-SW            PIC X(01) VALUE "N".
009910     88  WS-CARRY-SLOT-FOUND          VALUE "Y".
009920 01  WS-CARRY-WORK                PIC S9(03)V9(04) COMP-3.
009930*    WS-CARRY-DELTA - HOW FAR THIS PAYMENT MOVED THE
009940*    EMPLOYEE'S CARRY.  IT GOES ON THE AUDIT ROW SO A REVERSAL
009950*    CAN TAKE THE MOVEMENT BACK OUT AGAIN - SEE 650.
009960 01  WS-CARRY-DELTA               PIC S9(03)V9(04) COMP-3
009970                                  VALUE 0.
009980 01  WS-YTDBAL-FOUND-SW           PIC X(01) VALUE "N".
009990     88  WS-YTDBAL-FOUND              VALUE "Y".
010000*
010010 01  WS-BATCH-TOTALS.
010020     05  WS-BATCH-EMP-COUNT       PIC 9(9) COMP VALUE 0.
010030     05  WS-BATCH-REJECT-COUNT    PIC 9(9) COMP VALUE 0.
010040     05  WS-BATCH-NOTFN-COUNT     PIC 9(9) COMP VALUE 0.
010050     05  WS-BATCH-TOT-GROSS       PIC S9(11)V99 COMP-3 VALUE 0.
010060     05  WS-BATCH-TOT-DEDUCTIONS  PIC S9(11)V99 COMP-3 VALUE 0.
010070     05  WS-BATCH-TOT-INCOME-TAX  PIC S9(11)V99 COMP-3 VALUE 0.
010080     05  WS-BATCH-TOT-MEDICARE    PIC S9(11)V99 COMP-3 VALUE 0.
010090     05  WS-BATCH-TOT-HELP        PIC S9(11)V99 COMP-3 VALUE 0.
010100     05  WS-BATCH-TOT-TAX         PIC S9(11)V99 COMP-3 VALUE 0.
010110     05  WS-BATCH-TOT-NET-PAY     PIC S9(11)V99 COMP-3 VALUE 0.
010120*    WHAT THE RUN ACTUALLY DISBURSES - THE SUM OF THE
010130*    PER-PERIOD NET PAY ON THE DISBURSEMENT LINES, WHICH FOR
010140*    PERIOD-PAID EMPLOYEES IS NOT THE ANNUAL-EQUIVALENT
010150*    WS-BATCH-TOT-NET-PAY ABOVE.  THIS IS THE CONTROL TOTAL
010160*    THE BANK FILE MUST ADD BACK TO.
010170     05  WS-BATCH-TOT-PD-NET      PIC S9(11)V99 COMP-3 VALUE 0.
010180*    WHAT THE RUN ACTUALLY PAID GROSS (PERIOD GROSS PLUS ANY
010190*    FINAL-PAY ETP) AND WITHHELD (INCLUDING ETP TAX) - WITH
010200*    THE TWO ABOVE AND BELOW THESE GO TO THE RUN REGISTRY FOR
010210*    THE GL JOURNAL EXTRACT (AUGLJRNL) TO AGREE TO.
010220     05  WS-BATCH-TOT-PD-GROSS    PIC S9(11)V99 COMP-3 VALUE 0.
010230     05  WS-BATCH-TOT-PD-TAX      PIC S9(11)V99 COMP-3 VALUE 0.
010240*    THE SG THE RUN ACTUALLY ACCRUES - THE SUM OF THE
010250*    PER-PERIOD SG AMOUNTS ON THE CONTRIBUTION DETAILS, WHICH
010260*    FOR PERIOD-PAID EMPLOYEES IS NOT THE ANNUAL-EQUIVALENT
010270*    FIGURE.  EXTRACT TRAILER AND BATCH SUMMARY BOTH USE THIS
010280*    SO THE QUARTERLY REMITTANCE RECONCILES RUN BY RUN.
010290     05  WS-BATCH-TOT-PD-SG       PIC S9(11)V99 COMP-3 VALUE 0.
010300     05  WS-BATCH-TOT-ETP-GROSS   PIC S9(11)V99 COMP-3 VALUE 0.
010310     05  WS-BATCH-TOT-ETP-TAX     PIC S9(11)V99 COMP-3 VALUE 0.
010320     05  WS-BATCH-TOT-DEDORD      PIC S9(11)V99 COMP-3 VALUE 0.
010330*    WHAT THE RUN TOOK OFF GROSS UNDER PRE-TAX ARRANGEMENTS,
010340*    AND THE SUPER SACRIFICED IN IT - THE SG EXTRACT'S "S"
010350*    CONTRIBUTIONS AND THE RUN REGISTRY CARRY THE LATTER.
010360     05  WS-BATCH-TOT-PD-PRETAX   PIC S9(11)V99 COMP-3 VALUE 0.
010370     05  WS-BATCH-TOT-PD-RESC     PIC S9(11)V99 COMP-3 VALUE 0.
010380*    ACCUMULATED YEAR-TO-DATE POSITION OF THE EMPLOYEES PAID
010390*    THIS RUN, AFTER 340-UPDATE-YTD-BALANCES - THESE FEED THE
010400*    STP DECLARATION TRAILER SO IT CROSS-ADDS TO THE DETAILS.
010410     05  WS-BATCH-TOT-YTD-GROSS   PIC S9(13)V99 COMP-3 VALUE 0.
010420     05  WS-BATCH-TOT-YTD-PAYGW   PIC S9(13)V99 COMP-3 VALUE 0.
010430     05  WS-BATCH-TOT-YTD-HELP    PIC S9(13)V99 COMP-3 VALUE 0.
010440     05  WS-BATCH-TOT-YTD-ETPG    PIC S9(13)V99 COMP-3 VALUE 0.
010450     05  WS-BATCH-TOT-YTD-ETPT    PIC S9(13)V99 COMP-3 VALUE 0.
010460     05  WS-BATCH-TOT-YTD-RESC    PIC S9(13)V99 COMP-3 VALUE 0.
010470*
010480*    BATCH INTEGRITY CONTROLS - DATA RECORD COUNT AND HASH
010490*    TOTALS OF THE AMOUNTS AS KEYED ON THE RECORDS (NOT THE
010500*    ANNUALIZED WS- FIGURES), ACCUMULATED FOR EVERY DATA RECORD
010510*    READ AND VERIFIED AGAINST THE TRAILER IN 430-VERIFY-TRAILER.
010520 01  WS-BATCH-CONTROLS.
010530     05  WS-BATCH-DATA-COUNT      PIC 9(09) COMP VALUE 0.
010540     05  WS-BATCH-HASH-GROSS      PIC S9(13)V99 COMP-3 VALUE 0.
010550     05  WS-BATCH-HASH-DEDUCT     PIC S9(13)V99 COMP-3 VALUE 0.
010560     05  WS-TRL-RECORD-COUNT      PIC 9(09) COMP VALUE 0.
010570     05  WS-TRL-HASH-GROSS        PIC S9(13)V99 COMP-3 VALUE 0.
010580     05  WS-TRL-HASH-DEDUCT       PIC S9(13)V99 COMP-3 VALUE 0.
010590*
010600 01  WS-CONTROL-REC-SW            PIC X(01) VALUE "N".
010610     88  WS-CONTROL-RECORD            VALUE "Y".
010620*    WS-EXTRACT-DATE - THE HDR EXTRACT DATE, HELD FOR THE RUN
010630*    REGISTRY REWRITE AT END OF RUN (THE FD RECORD AREA HOLDS
010640*    THE TRAILER BY THEN).
010650 01  WS-EXTRACT-DATE              PIC X(08) VALUE SPACES.
010660 01  WS-HEADER-SEEN-SW            PIC X(01) VALUE "N".
010670     88  WS-HEADER-SEEN               VALUE "Y".
010680 01  WS-TRAILER-SEEN-SW           PIC X(01) VALUE "N".
010690     88  WS-TRAILER-SEEN              VALUE "Y".
010700 01  WS-CONTROL-ERROR-SW          PIC X(01) VALUE "N".
010710     88  WS-CONTROL-ERROR             VALUE "Y".
010720*
010730*    DUPLICATE-ID GUARD - THE IDS SEEN THIS RUN LIVE ON THE
010740*    KEYED SEEN-ID WORK FILE (SEE 158-CHECK-DUPLICATE-ID), SO
010750*    AN EMPLOYEE KEYED TWICE BY HR IS REJECTED RATHER THAN
010760*    WITHHELD TWICE AT ANY HEADCOUNT.
010770 01  WS-DUPLICATE-SW              PIC X(01) VALUE "N".
010780     88  WS-DUPLICATE-ID              VALUE "Y".
010790*
010800 01  WS-CURRENT-DATE-TIME.
010810     05  WS-CURR-DATE             PIC X(08).
010820     05  WS-CURR-TIME             PIC X(08).
010830 01  WS-RUN-TIMESTAMP             PIC X(26).
010840*
010850*    WS-AUDIT-EDIT-FIELDS/WS-OUTPUT-EDIT-FIELDS ARE ZERO-FILLED,
010860*    NOT ZERO-SUPPRESSED (PIC 9, NOT PIC Z) - THESE FEED THE
010870*    AUDIT LOG AND DISBURSEMENT CSV STRINGS BELOW, AND A
010880*    DOWNSTREAM PARSER SPLITTING ON COMMAS SHOULD NEVER SEE A
010890*    FIELD PADDED WITH LEADING BLANKS.
010900 01  WS-AUDIT-EDIT-FIELDS.
010910     05  WS-AUDIT-GROSS           PIC 9(09).99.
010920     05  WS-AUDIT-DEDUCT          PIC 9(09).99.
010930     05  WS-AUDIT-TAXABLE         PIC 9(09).99.
010940     05  WS-AUDIT-INCTAX          PIC 9(09).99.
010950     05  WS-AUDIT-OFFSETS         PIC 9(09).99.
010960     05  WS-AUDIT-MEDICARE        PIC 9(09).99.
010970     05  WS-AUDIT-TOTALTAX        PIC 9(09).99.
010980     05  WS-AUDIT-MLS             PIC 9(09).99.
010990     05  WS-AUDIT-HELP            PIC 9(09).99.
011000     05  WS-AUDIT-NETPAY          PIC 9(09).99.
011010     05  WS-AUDIT-SG              PIC 9(09).99.
011020     05  WS-AUDIT-ETPGROSS        PIC 9(09).99.
011030     05  WS-AUDIT-ETPTAX          PIC 9(09).99.
011040     05  WS-AUDIT-DEDORD          PIC 9(09).99.
011050*    WHAT THE PAYMENT ACTUALLY WAS, PER PERIOD, AND HOW FAR IT
011060*    MOVED THE ROUNDING CARRY - THE FIGURES A REVERSAL TAKES
011070*    BACK OUT.  THE CARRY MOVEMENT IS SIGNED - A ROUNDED
011080*    PERIOD CAN LAND EITHER SIDE OF THE EXACT FIGURE.
011090     05  WS-AUDIT-PD-GROSS        PIC 9(09).99.
011100     05  WS-AUDIT-PD-TAX          PIC 9(09).99.
011110     05  WS-AUDIT-PD-HELP         PIC 9(09).99.
011120     05  WS-AUDIT-PD-DISBTAX      PIC 9(09).99.
011130     05  WS-AUDIT-PD-DISBNET      PIC 9(09).99.
011140     05  WS-AUDIT-PD-SG           PIC 9(09).99.
011150     05  WS-AUDIT-CARRY-DELTA     PIC -9(03).9(04).
011160     05  WS-AUDIT-PD-PRETAX       PIC 9(09).99.
011170     05  WS-AUDIT-PD-RESC         PIC 9(09).99.
011180*    THE PAY'S LEAVE MOVEMENT IN HOURS - SIGNED, AS LEAVE TAKEN
011190*    CAN EXCEED THE PERIOD'S ACCRUAL.
011200     05  WS-AUDIT-AL-MOVEMENT     PIC -9(05).9(04).
011210     05  WS-AUDIT-PL-MOVEMENT     PIC -9(05).9(04).
011220*
011230 01  WS-OUTPUT-EDIT-FIELDS.
011240     05  WS-OUTPUT-TOTALTAX       PIC 9(09).99.
011250     05  WS-OUTPUT-NETPAY         PIC 9(09).99.
011260     05  WS-OUTPUT-TOT-COUNT      PIC 9(09).
011270     05  WS-OUTPUT-TOT-NETPAY     PIC 9(11).99.
011280*
011290 01  WS-SUMMARY-EDIT-FIELDS.
011300     05  WS-SUMM-COUNT            PIC ZZZ,ZZ9.
011310     05  WS-SUMM-REJECT-COUNT     PIC ZZZ,ZZ9.
011320     05  WS-SUMM-NOTFN-COUNT      PIC ZZZ,ZZ9.
011330     05  WS-SUMM-TRANS-COUNT      PIC ZZZ,ZZ9.
011340     05  WS-SUMM-GROSS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011350     05  WS-SUMM-TAX              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011360     05  WS-SUMM-MEDICARE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011370     05  WS-SUMM-NET-PAY          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011380     05  WS-SUMM-SUPER            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011390     05  WS-SUMM-ETP-TAX          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011400     05  WS-SUMM-DEDORD           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011410     05  WS-SUMM-PRETAX           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011420     05  WS-SUMM-RESC             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
011430*
011440*    REMITTANCE EXTRACT CONTROLS AND PER-AGENCY TOTALS.  A
011450*    FIXED TABLE IS FINE HERE - IT SCALES WITH THE NUMBER OF
011460*    AGENCIES HOLDING ORDERS (A HANDFUL), NOT WITH HEADCOUNT.
011470 01  WS-REMIT-ORDER-COUNT         PIC 9(09) COMP VALUE 0.
011480 01  WS-REMIT-TOT-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.
011490 01  AGENCY-TOTAL-TABLE.
011500     05  AG-MAX-ENTRIES           PIC 9(02) COMP VALUE 50.
011510     05  AG-ENTRY-COUNT           PIC 9(02) COMP VALUE 0.
011520     05  AG-ENTRY OCCURS 50 TIMES
011530                  INDEXED BY AG-IDX.
011540         10  AG-AGENCY-ID         PIC X(10).
011550         10  AG-TOT-AMOUNT        PIC S9(11)V99 COMP-3.
011560 01  WS-AGENCY-FOUND-SW           PIC X(01) VALUE "N".
011570     88  WS-AGENCY-FOUND              VALUE "Y".
011580*
011590*    ADJUSTMENT RUN MODE - THE ORIGINAL AUDIT ROW OF THE
011600*    PAYMENT BEING REVERSED AND ITS COLUMNS (THE ORDER 310
011610*    WRITES THEM IN), THE PER-PERIOD AMOUNTS TAKEN BACK, THE
011620*    EMPLOYEE'S YTD POSITION WITHOUT THE PAYMENT, AND THE
011630*    RUN'S CONTROL COUNTS.  SEE 0600 AND 600-690.
011640 01  WS-ADJ-AUDIT-ROW             PIC X(500) VALUE SPACES.
011650 01  WS-ADJ-AUDIT-FIELDS.
011660     05  WS-RA-EMPLOYEE-ID        PIC X(10).
011670     05  WS-RA-EMPLOYEE-NAME      PIC X(30).
011680     05  WS-RA-TAX-YEAR           PIC X(07).
011690     05  WS-RA-RUN-TIMESTAMP      PIC X(26).
011700     05  WS-RA-GROSS              PIC X(31).
011710     05  WS-RA-DEDUCT             PIC X(13).
011720     05  WS-RA-TAXABLE            PIC X(13).
011730     05  WS-RA-INCTAX             PIC X(13).
011740     05  WS-RA-OFFSETS            PIC X(13).
011750     05  WS-RA-MEDICARE           PIC X(13).
011760     05  WS-RA-MLS                PIC X(13).
011770     05  WS-RA-HELP               PIC X(13).
011780     05  WS-RA-TOTALTAX           PIC X(13).
011790     05  WS-RA-NETPAY             PIC X(13).
011800     05  WS-RA-SG                 PIC X(13).
011810     05  WS-RA-FREQ               PIC X(01).
011820     05  WS-RA-ETPGROSS           PIC X(13).
011830     05  WS-RA-ETPTAX             PIC X(13).
011840     05  WS-RA-DEDORD             PIC X(13).
011850     05  WS-RA-NOTFN-IND          PIC X(01).
011860     05  WS-RA-PD-GROSS           PIC X(13).
011870     05  WS-RA-PD-TAX             PIC X(13).
011880     05  WS-RA-PD-HELP            PIC X(13).
011890     05  WS-RA-PD-DISBTAX         PIC X(13).
011900     05  WS-RA-PD-DISBNET         PIC X(13).
011910     05  WS-RA-PD-SG              PIC X(13).
011920     05  WS-RA-CARRY-DELTA        PIC X(13).
011930     05  WS-RA-ROW-TYPE           PIC X(01).
011940     05  WS-RA-REVERSED-TS        PIC X(26).
011950     05  WS-RA-NOTES              PIC X(31).
011960     05  WS-RA-PD-PRETAX          PIC X(13).
011970     05  WS-RA-PD-RESC            PIC X(13).
011980     05  WS-RA-AL-MOVEMENT        PIC X(13).
011990     05  WS-RA-PL-MOVEMENT        PIC X(13).
012000 01  WS-ADJ-FIELD-COUNT           PIC 9(02) COMP VALUE 0.
012010*
012020 01  WS-ADJ-AMOUNTS.
012030     05  WS-ADJ-PD-GROSS          PIC S9(9)V99 COMP-3.
012040     05  WS-ADJ-PD-TAX            PIC S9(9)V99 COMP-3.
012050     05  WS-ADJ-PD-HELP           PIC S9(9)V99 COMP-3.
012060     05  WS-ADJ-PD-DISB-NET       PIC S9(9)V99 COMP-3.
012070     05  WS-ADJ-ETP-GROSS         PIC S9(9)V99 COMP-3.
012080     05  WS-ADJ-ETP-TAX           PIC S9(9)V99 COMP-3.
012090     05  WS-ADJ-CARRY-DELTA       PIC S9(03)V9(04) COMP-3.
012100     05  WS-ADJ-PD-PRETAX         PIC S9(9)V99 COMP-3.
012110     05  WS-ADJ-PD-RESC           PIC S9(9)V99 COMP-3.
012120     05  WS-ADJ-AL-MOVEMENT       PIC S9(05)V9(04) COMP-3.
012130     05  WS-ADJ-PL-MOVEMENT       PIC S9(05)V9(04) COMP-3.
012140     05  WS-ADJ-NEW-YTD-GROSS     PIC S9(11)V99 COMP-3.
012150     05  WS-ADJ-NEW-YTD-PAYGW     PIC S9(11)V99 COMP-3.
012160     05  WS-ADJ-NEW-YTD-HELP      PIC S9(11)V99 COMP-3.
012170     05  WS-ADJ-NEW-YTD-ETPG      PIC S9(11)V99 COMP-3.
012180     05  WS-ADJ-NEW-YTD-ETPT      PIC S9(11)V99 COMP-3.
012190     05  WS-ADJ-NEW-YTD-RESC      PIC S9(11)V99 COMP-3.
012200*
012210*    THE OFFSETTING AUDIT ROW AND DISBURSEMENT LINES CARRY
012220*    NEGATIVE AMOUNTS - SIGNED EDITING, STILL ZERO-FILLED (SEE
012230*    WS-AUDIT-EDIT-FIELDS).  THE READERS TAKE THE LEADING SIGN
012240*    THROUGH NUMVAL LIKE ANY OTHER AMOUNT.
012250 01  WS-ADJ-EDIT-FIELDS.
012260     05  WS-ADJ-AUDIT-GROSS       PIC -9(09).99.
012270     05  WS-ADJ-AUDIT-DEDUCT      PIC -9(09).99.
012280     05  WS-ADJ-AUDIT-TAXABLE     PIC -9(09).99.
012290     05  WS-ADJ-AUDIT-INCTAX      PIC -9(09).99.
012300     05  WS-ADJ-AUDIT-OFFSETS     PIC -9(09).99.
012310     05  WS-ADJ-AUDIT-MEDICARE    PIC -9(09).99.
012320     05  WS-ADJ-AUDIT-MLS         PIC -9(09).99.
012330     05  WS-ADJ-AUDIT-HELP        PIC -9(09).99.
012340     05  WS-ADJ-AUDIT-TOTALTAX    PIC -9(09).99.
012350     05  WS-ADJ-AUDIT-NETPAY      PIC -9(09).99.
012360     05  WS-ADJ-AUDIT-SG          PIC -9(09).99.
012370     05  WS-ADJ-AUDIT-ETPGROSS    PIC -9(09).99.
012380     05  WS-ADJ-AUDIT-ETPTAX      PIC -9(09).99.
012390     05  WS-ADJ-AUDIT-DEDORD      PIC -9(09).99.
012400     05  WS-ADJ-AUDIT-PD-GROSS    PIC -9(09).99.
012410     05  WS-ADJ-AUDIT-PD-TAX      PIC -9(09).99.
012420     05  WS-ADJ-AUDIT-PD-HELP     PIC -9(09).99.
012430     05  WS-ADJ-AUDIT-PD-DISBTAX  PIC -9(09).99.
012440     05  WS-ADJ-AUDIT-PD-DISBNET  PIC -9(09).99.
012450     05  WS-ADJ-AUDIT-PD-SG       PIC -9(09).99.
012460     05  WS-ADJ-AUDIT-CARRY-DELTA PIC -9(03).9(04).
012470     05  WS-ADJ-AUDIT-PD-PRETAX   PIC -9(09).99.
012480     05  WS-ADJ-AUDIT-PD-RESC     PIC -9(09).99.
012490     05  WS-ADJ-AUDIT-AL-MOVEMENT PIC -9(05).9(04).
012500     05  WS-ADJ-AUDIT-PL-MOVEMENT PIC -9(05).9(04).
012510     05  WS-ADJ-OUTPUT-TOT-NETPAY PIC -9(11).99.
012520*
012530 01  WS-ADJ-CONTROLS.
012540     05  WS-ADJ-TRANS-COUNT       PIC 9(09) COMP VALUE 0.
012550     05  WS-ADJ-REJECT-COUNT      PIC 9(09) COMP VALUE 0.
012560     05  WS-ADJ-TOT-PD-GROSS      PIC S9(11)V99 COMP-3 VALUE 0.
012570     05  WS-ADJ-TOT-PD-TAX        PIC S9(11)V99 COMP-3 VALUE 0.
012580     05  WS-ADJ-TOT-DISB-NET      PIC S9(11)V99 COMP-3 VALUE 0.
012590 01  WS-ADJ-ORIG-RUN-TIMESTAMP    PIC X(26) VALUE SPACES.
012600 01  WS-ADJ-ORIG-EXTRACT-DATE     PIC X(08) VALUE SPACES.
012610 01  WS-ADJ-ORIG-RUN-STATUS       PIC X(01) VALUE SPACE.
012620 01  WS-ADJ-RUN-FOUND-SW          PIC X(01) VALUE "N".
012630     88  WS-ADJ-RUN-FOUND             VALUE "Y".
012640 01  WS-RUNREG-EOF-SW             PIC X(01) VALUE "N".
012650     88  WS-RUNREG-END                VALUE "Y".
012660*
012670*    WHAT-IF (SHADOW) RUN - THE CANDIDATE YEAR OFF THE SYSIN
012680*    CARD AND THE TABLE SLOT IT IS HELD IN, WHETHER IT HAD TO
012690*    BE BUILT ON THE LATEST YEAR COMPILED, THE LIVE-TABLE
012700*    FIGURES HELD WHILE THE CANDIDATE PASS RUNS, AND THE
012710*    COMPARISON FILE'S CONTROL TOTALS.  SEE 0700 AND 700-790.
012720 01  WS-CAND-TAX-YEAR             PIC X(07) VALUE SPACES.
012730 01  WS-CAND-SLOT                 PIC 9(02) COMP VALUE 5.
012740 01  WS-CAND-FOUND-SW             PIC X(01) VALUE "N".
012750     88  WS-CAND-FOUND                VALUE "Y".
012760 01  WS-CAND-SEEDED-SW            PIC X(01) VALUE "N".
012770     88  WS-CAND-SEEDED               VALUE "Y".
012780 01  WS-CANDRT-EOF-SW             PIC X(01) VALUE "N".
012790     88  WS-CANDRT-END                VALUE "Y".
012800 01  WS-CANDRT-RECORD-COUNT       PIC 9(05) COMP VALUE 0.
012810 01  WS-SHADOW-CURRENT.
012820     05  WS-SH-CUR-WITHHOLDING    PIC S9(9)V99 COMP-3.
012830     05  WS-SH-CUR-MEDICARE       PIC S9(9)V99 COMP-3.
012840     05  WS-SH-CUR-HELP           PIC S9(9)V99 COMP-3.
012850     05  WS-SH-CUR-OFFSETS        PIC S9(9)V99 COMP-3.
012860     05  WS-SH-CUR-NET-PAY        PIC S9(9)V99 COMP-3.
012870 01  WS-SH-CAND-OFFSETS           PIC S9(9)V99 COMP-3.
012880 01  WS-SHADOW-CONTROLS.
012890     05  WS-SH-DETAIL-COUNT       PIC 9(09) COMP VALUE 0.
012900     05  WS-SH-REJECT-COUNT       PIC 9(09) COMP VALUE 0.
012910     05  WS-SH-MOVER-COUNT        PIC 9(09) COMP VALUE 0.
012920     05  WS-SH-TOT-CUR-WH         PIC S9(11)V99 COMP-3 VALUE 0.
012930     05  WS-SH-TOT-CAND-WH        PIC S9(11)V99 COMP-3 VALUE 0.
012940     05  WS-SH-TOT-CUR-NET        PIC S9(11)V99 COMP-3 VALUE 0.
012950     05  WS-SH-TOT-CAND-NET       PIC S9(11)V99 COMP-3 VALUE 0.
012960 01  WS-SH-EDIT-MOVEMENT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
012970*
012980 PROCEDURE DIVISION.
012990*****************************************************************
013000*    0000-MAINLINE
013010*****************************************************************
013020 0000-MAINLINE.
013030     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
013040     PERFORM 0200-SELECT-RUN-MODE THRU 0200-EXIT.
013050     IF WS-SHADOW-RUN
013060         PERFORM 0700-SHADOW-CONTROL THRU 0700-EXIT
013070     ELSE IF WS-BATCH-MODE
013080         PERFORM 0300-BATCH-CONTROL THRU 0300-EXIT
013090     ELSE IF WS-ADJUST-MODE
013100         PERFORM 0600-ADJUSTMENT-CONTROL THRU 0600-EXIT
013110     ELSE IF WS-GROSSUP-MODE
013120         PERFORM 110-GET-GROSSUP-INPUT THRU 110-EXIT
013130         PERFORM 260-SOLVE-GROSS-FOR-NET THRU 260-EXIT
013140         PERFORM 300-DISPLAY-RESULTS THRU 300-EXIT
013150     ELSE
013160         PERFORM 100-GET-INPUT THRU 100-EXIT
013170         PERFORM 200-CALCULATE-AU-TAX THRU 200-EXIT
013180         PERFORM 300-DISPLAY-RESULTS THRU 300-EXIT
013190     END-IF.
013200     PERFORM 0900-TERMINATE THRU 0900-EXIT.
013210     STOP RUN.
013220*
013230*****************************************************************
013240*    0100-INITIALIZE - LOAD RATE TABLES, SET DEFAULT SWITCHES
013250*****************************************************************
013260 0100-INITIALIZE.
013270     COPY AUTXDATA.
013280     COPY AUTXOFSD.
013290     COPY AUHELPD.
013300     COPY AUSGDATA.
013310     COPY AUETPDAT.
013320*    THE LAST ENTRY OF EACH RATE TABLE IS THE WHAT-IF SLOT - NO
013330*    YEAR LOOKUP MAY EVER LAND ON IT.  SEE 0710.
013340     MOVE HIGH-VALUES TO RT-TAX-YEAR (WS-CAND-SLOT).
013350     MOVE HIGH-VALUES TO HY-TAX-YEAR (WS-CAND-SLOT).
013360     MOVE HIGH-VALUES TO OF-TAX-YEAR (WS-CAND-SLOT).
013370     MOVE "N" TO WS-EOF-SW.
013380     MOVE SPACES TO WS-RUN-TIMESTAMP.
013390     ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.
013400     ACCEPT WS-CURR-TIME FROM TIME.
013410     STRING WS-CURR-DATE (1:4) "-" WS-CURR-DATE (5:2) "-"
013420            WS-CURR-DATE (7:2) " " WS-CURR-TIME (1:2) ":"
013430            WS-CURR-TIME (3:2) ":" WS-CURR-TIME (5:2)
013440         DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP.
013450 0100-EXIT.
013460         EXIT.
013470*
013480*****************************************************************
013490*    0200-SELECT-RUN-MODE - ASK OPERATOR INTERACTIVE OR BATCH
013500*****************************************************************
013510 0200-SELECT-RUN-MODE.
013520     DISPLAY "--- Australian Tax Calculator ---".
013530     DISPLAY "Run mode - (I)nteractive single taxpayer, ".
013540     DISPLAY "           (B)atch payroll file, ".
013550     DISPLAY "           (R)ecycle corrected rejects, ".
013560     DISPLAY "           (A)djustment - reverse payments, ".
013570     DISPLAY "           (W)hat-if shadow run on new rates, ".
013580     DISPLAY "           or (G)ross-up for target net ".
013590     DISPLAY "           [I/B/R/A/W/G]: ".
013600     ACCEPT WS-RUN-MODE.
013610     IF WS-RUN-MODE = "B" OR WS-RUN-MODE = "b"
013620         MOVE "B" TO WS-RUN-MODE
013630     ELSE IF WS-RUN-MODE = "R" OR WS-RUN-MODE = "r"
013640*        A RECYCLE RUN IS A BATCH RUN READING RECYCINF - SEE
013650*        WS-RECYCLE-INPUT-SW.
013660         MOVE "B" TO WS-RUN-MODE
013670         MOVE "Y" TO WS-RECYCLE-INPUT-SW
013680     ELSE IF WS-RUN-MODE = "A" OR WS-RUN-MODE = "a"
013690         MOVE "A" TO WS-RUN-MODE
013700     ELSE IF WS-RUN-MODE = "W" OR WS-RUN-MODE = "w"
013710*        A WHAT-IF RUN IS A BATCH RUN THAT PAYS NOBODY - SEE
013720*        WS-SHADOW-RUN-SW.
013730         MOVE "B" TO WS-RUN-MODE
013740         MOVE "Y" TO WS-SHADOW-RUN-SW
013750     ELSE IF WS-RUN-MODE = "G" OR WS-RUN-MODE = "g"
013760         MOVE "G" TO WS-RUN-MODE
013770     ELSE
013780         MOVE "I" TO WS-RUN-MODE
013790     END-IF.
013800 0200-EXIT.
013810         EXIT.
013820*
013830*****************************************************************
013840*    0300-BATCH-CONTROL - DRIVES A FULL PAYROLL BATCH RUN
013850*****************************************************************
013860 0300-BATCH-CONTROL.
013870*    A RECYCLE RUN READS THE CORRECTED RECYCLE FILE INSTEAD OF
013880*    THE HR EXTRACT - THE TWO INPUTS SHARE A STATUS FIELD AND
013890*    ONLY ONE IS EVER OPEN.
013900     IF WS-RECYCLE-INPUT
013910         OPEN INPUT RECYCLE-IN-FILE
013920     ELSE
013930         OPEN INPUT EMPLOYEE-TAX-FILE
013940     END-IF.
013950     IF WS-EMP-FILE-STATUS NOT = "00"
013960         DISPLAY "*** UNABLE TO OPEN PAY INPUT FILE - STATUS "
013970             WS-EMP-FILE-STATUS " - RUN TERMINATED ***"
013980         MOVE 16 TO RETURN-CODE
013990         GO TO 0300-EXIT
014000     END-IF.
014010     PERFORM 0310-OPEN-AUDIT-LOG THRU 0310-EXIT.
014020     IF WS-AUDIT-FILE-STATUS NOT = "00"
014030         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014040         MOVE 16 TO RETURN-CODE
014050         GO TO 0300-EXIT
014060     END-IF.
014070     PERFORM 0320-OPEN-OUTPUT-FILE THRU 0320-EXIT.
014080     IF WS-OUTPUT-FILE-STATUS NOT = "00"
014090         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014100         CLOSE AUDIT-TAX-CALC-LOG
014110         MOVE 16 TO RETURN-CODE
014120         GO TO 0300-EXIT
014130     END-IF.
014140     OPEN INPUT EMPLOYEE-MASTER-FILE.
014150     IF WS-MASTER-FILE-STATUS NOT = "00"
014160         DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER-FILE - "
014170             "STATUS " WS-MASTER-FILE-STATUS
014180             " - RUN TERMINATED ***"
014190         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014200         CLOSE AUDIT-TAX-CALC-LOG
014210         CLOSE TAX-CALC-OUTPUT-FILE
014220         MOVE 16 TO RETURN-CODE
014230         GO TO 0300-EXIT
014240     END-IF.
014250*    THE STP EXTRACT IS A FRESH LODGEMENT FILE EVERY RUN - NO
014260*    APPEND SEMANTICS, THE GATEWAY TAKES ONE FILE PER RUN.
014270     OPEN OUTPUT STP-EXTRACT-FILE.
014280     IF WS-STP-FILE-STATUS NOT = "00"
014290         DISPLAY "*** UNABLE TO OPEN STPOUTF - STATUS "
014300             WS-STP-FILE-STATUS " - RUN TERMINATED ***"
014310         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014320         CLOSE EMPLOYEE-MASTER-FILE
014330         CLOSE AUDIT-TAX-CALC-LOG
014340         CLOSE TAX-CALC-OUTPUT-FILE
014350         MOVE 16 TO RETURN-CODE
014360         GO TO 0300-EXIT
014370     END-IF.
014380*    THE SG CONTRIBUTION EXTRACT IS A FRESH FILE EVERY RUN,
014390*    SAME BASIS AS THE STP LODGEMENT FILE ABOVE.
014400     OPEN OUTPUT SUPER-EXTRACT-FILE.
014410     IF WS-SUPER-FILE-STATUS NOT = "00"
014420         DISPLAY "*** UNABLE TO OPEN SUPOUTF - STATUS "
014430             WS-SUPER-FILE-STATUS " - RUN TERMINATED ***"
014440         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014450         CLOSE EMPLOYEE-MASTER-FILE
014460         CLOSE AUDIT-TAX-CALC-LOG
014470         CLOSE TAX-CALC-OUTPUT-FILE
014480         CLOSE STP-EXTRACT-FILE
014490         MOVE 16 TO RETURN-CODE
014500         GO TO 0300-EXIT
014510     END-IF.
014520*    EVERY REJECT OF THE RUN GOES OUT MACHINE-READABLE ON A
014530*    FRESH RECYCLE FILE - SEE 425-WRITE-REJECTED-RECORD.
014540     OPEN OUTPUT RECYCLE-OUT-FILE.
014550     IF WS-RECYOUT-FILE-STATUS NOT = "00"
014560         DISPLAY "*** UNABLE TO OPEN RECYCOUT - STATUS "
014570             WS-RECYOUT-FILE-STATUS " - RUN TERMINATED ***"
014580         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014590         CLOSE EMPLOYEE-MASTER-FILE
014600         CLOSE AUDIT-TAX-CALC-LOG
014610         CLOSE TAX-CALC-OUTPUT-FILE
014620         CLOSE STP-EXTRACT-FILE
014630         CLOSE SUPER-EXTRACT-FILE
014640         MOVE 16 TO RETURN-CODE
014650         GO TO 0300-EXIT
014660     END-IF.
014670     PERFORM 0330-OPEN-YTD-BALANCES THRU 0330-EXIT.
014680     IF WS-YTDBAL-FILE-STATUS NOT = "00"
014690         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014700         CLOSE EMPLOYEE-MASTER-FILE
014710         CLOSE AUDIT-TAX-CALC-LOG
014720         CLOSE TAX-CALC-OUTPUT-FILE
014730         CLOSE STP-EXTRACT-FILE
014740         CLOSE SUPER-EXTRACT-FILE
014750         CLOSE RECYCLE-OUT-FILE
014760         MOVE 16 TO RETURN-CODE
014770         GO TO 0300-EXIT
014780     END-IF.
014790     PERFORM 0335-OPEN-LEAVE-BALANCES THRU 0335-EXIT.
014800     IF WS-LVBAL-FILE-STATUS NOT = "00"
014810         PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT
014820         CLOSE EMPLOYEE-MASTER-FILE
014830         CLOSE AUDIT-TAX-CALC-LOG
014840         CLOSE TAX-CALC-OUTPUT-FILE
014850         CLOSE STP-EXTRACT-FILE
014860         CLOSE SUPER-EXTRACT-FILE
014870         CLOSE RECYCLE-OUT-FILE
014880         CLOSE YTD-BALANCE-FILE
014890         MOVE 16 TO RETURN-CODE
014900         GO TO 0300-EXIT
014910     END-IF.
014920     PERFORM 0360-OPEN-CARRY-FILE THRU 0360-EXIT.
014930     PERFORM 0370-OPEN-SEEN-ID-FILE THRU 0370-EXIT.
014940     PERFORM 0380-OPEN-DEDUCT-FILES THRU 0380-EXIT.
014950*    CHECKPOINT/RESTART BELONGS TO THE MAIN EXTRACT RUN - A
014960*    RECYCLE RUN IS SMALL, HAS NO HDR/TRL CONTROLS AND MUST
014970*    NEVER DISTURB THE MAIN RUN'S CHECKPOINT DATA SET.
014980     IF WS-RECYCLE-INPUT
014990         DISPLAY "Recycle run - checkpoint restart not offered."
015000         MOVE "N" TO WS-RESTART-IND
015010         GO TO 0300-RUN
015020     END-IF.
015030     DISPLAY "Restart from last checkpoint? [Y/N]: ".
015040     ACCEPT WS-RESTART-PARM.
015050     IF WS-RESTART-PARM = "Y" OR WS-RESTART-PARM = "y"
015060         MOVE "Y" TO WS-RESTART-IND
015070     ELSE
015080         MOVE "N" TO WS-RESTART-IND
015090     END-IF.
015100     IF WS-RESTART-REQUESTED
015110         PERFORM 460-SKIP-TO-RESTART-POINT THRU 460-EXIT
015120     END-IF.
015130     DISPLAY "Override duplicate-extract protection? [Y/N]: ".
015140     ACCEPT WS-OVERRIDE-PARM.
015150     IF WS-OVERRIDE-PARM = "Y" OR WS-OVERRIDE-PARM = "y"
015160         MOVE "Y" TO WS-OVERRIDE-IND
015170         DISPLAY "*** DUPLICATE-EXTRACT PROTECTION OVERRIDDEN "
015180             "BY OPERATOR ***"
015190     ELSE
015200         MOVE "N" TO WS-OVERRIDE-IND
015210     END-IF.
015220 0300-RUN.
015230*    A RECYCLE RUN HAS NO HDR RECORD AND NEVER REGISTERS - THE
015240*    REGISTRY GUARDS THE HR EXTRACT, NOT REJECT REPAIRS.
015250     IF NOT WS-RECYCLE-INPUT
015260         PERFORM 0350-OPEN-RUN-REGISTRY THRU 0350-EXIT
015270     END-IF.
015280     PERFORM 400-PROCESS-BATCH-RUN THRU 400-EXIT.
015290*    A RUN REFUSED FOR A DUPLICATE EXTRACT DATE STOPS BEFORE
015300*    ANY EMPLOYEE IS PAID - NO CONTROL LINES OR TRAILERS ARE
015310*    OWED ON ITS EMPTY EXTRACT FILES.
015320     IF WS-RUN-ABORTED
015330         GO TO 0300-CLOSE
015340     END-IF.
015350     PERFORM 325-WRITE-DISBURSE-TOTAL THRU 325-EXIT.
015360     PERFORM 335-WRITE-STP-TRAILER THRU 335-EXIT.
015370     PERFORM 355-WRITE-SUPER-TRAILER THRU 355-EXIT.
015380     PERFORM 365-WRITE-REMIT-TRAILER THRU 365-EXIT.
015390     PERFORM 500-PRINT-BATCH-SUMMARY THRU 500-EXIT.
015400 0300-CLOSE.
015410     CLOSE ROUNDING-CARRY-FILE.
015420     CLOSE SEEN-ID-FILE.
015430     IF WS-DEDORD-OPEN
015440         CLOSE DEDUCTION-ORDER-FILE
015450     END-IF.
015460     IF WS-PRETAX-OPEN
015470         CLOSE PRETAX-ARRANGE-FILE
015480     END-IF.
015490     CLOSE DEDUCTION-REMIT-FILE.
015500     IF NOT WS-RECYCLE-INPUT
015510         PERFORM 490-FINALIZE-RUN-REGISTRY THRU 490-EXIT
015520         CLOSE RUN-REGISTRY-FILE
015530     END-IF.
015540     PERFORM 0340-CLOSE-PAY-INPUT THRU 0340-EXIT.
015550     CLOSE STP-EXTRACT-FILE.
015560     CLOSE SUPER-EXTRACT-FILE.
015570     CLOSE RECYCLE-OUT-FILE.
015580     CLOSE EMPLOYEE-MASTER-FILE.
015590     CLOSE AUDIT-TAX-CALC-LOG.
015600     CLOSE TAX-CALC-OUTPUT-FILE.
015610     CLOSE YTD-BALANCE-FILE.
015620     CLOSE LEAVE-BALANCE-FILE.
015630 0300-EXIT.
015640         EXIT.
015650*
015660*    0310-OPEN-AUDIT-LOG - APPEND TO AN EXISTING AUDIT TRAIL SO A
015670*    NORMAL RUN OR A RESTART NEVER DISCARDS PRIOR RECONCILIATION
015680*    HISTORY.  ONLY THE FIRST-EVER RUN CREATES THE FILE.
015690 0310-OPEN-AUDIT-LOG.
015700     OPEN EXTEND AUDIT-TAX-CALC-LOG.
015710     IF WS-AUDIT-FILE-STATUS = "35"
015720         OPEN OUTPUT AUDIT-TAX-CALC-LOG
015730     END-IF.
015740     IF WS-AUDIT-FILE-STATUS NOT = "00"
015750         DISPLAY "*** UNABLE TO OPEN AUDIT-TAX-CALC-LOG - STATUS "
015760             WS-AUDIT-FILE-STATUS " - RUN TERMINATED ***"
015770     END-IF.
015780 0310-EXIT.
015790         EXIT.
015800*
015810*    0320-OPEN-OUTPUT-FILE - SAME APPEND SEMANTICS AS 0310, SO A
015820*    RESTARTED RUN DOES NOT DISCARD DISBURSEMENT RECORDS ALREADY
015830*    WRITTEN FOR EMPLOYEES PROCESSED BEFORE THE ABEND.
015840 0320-OPEN-OUTPUT-FILE.
015850     OPEN EXTEND TAX-CALC-OUTPUT-FILE.
015860     IF WS-OUTPUT-FILE-STATUS = "35"
015870         OPEN OUTPUT TAX-CALC-OUTPUT-FILE
015880     END-IF.
015890     IF WS-OUTPUT-FILE-STATUS NOT = "00"
015900         DISPLAY "*** UNABLE TO OPEN TAXOUTF - STATUS "
015910             WS-OUTPUT-FILE-STATUS " ***"
015920     END-IF.
015930 0320-EXIT.
015940         EXIT.
015950*
015960*    0330-OPEN-YTD-BALANCES - THE YTD BALANCE FILE IS UPDATED IN
015970*    PLACE EVERY RUN; ONLY THE FIRST-EVER RUN (STATUS 35)
015980*    CREATES IT.  SEE 340-UPDATE-YTD-BALANCES.
015990 0330-OPEN-YTD-BALANCES.
016000     OPEN I-O YTD-BALANCE-FILE.
016010     IF WS-YTDBAL-FILE-STATUS = "35"
016020         OPEN OUTPUT YTD-BALANCE-FILE
016030         CLOSE YTD-BALANCE-FILE
016040*        REOPEN FOR UPDATE NOW THE EMPTY FILE EXISTS.
016050         OPEN I-O YTD-BALANCE-FILE
016060     END-IF.
016070     IF WS-YTDBAL-FILE-STATUS NOT = "00"
016080         DISPLAY "*** UNABLE TO OPEN YTDBALF - STATUS "
016090             WS-YTDBAL-FILE-STATUS " - RUN TERMINATED ***"
016100     END-IF.
016110 0330-EXIT.
016120         EXIT.
016130*
016140*    0335-OPEN-LEAVE-BALANCES - SAME BASIS AS 0330: UPDATED IN
016150*    PLACE EVERY RUN, CREATED BY THE FIRST-EVER RUN.  SEE 159/345.
016160 0335-OPEN-LEAVE-BALANCES.
016170     OPEN I-O LEAVE-BALANCE-FILE.
016180     IF WS-LVBAL-FILE-STATUS = "35"
016190         OPEN OUTPUT LEAVE-BALANCE-FILE
016200         CLOSE LEAVE-BALANCE-FILE
016210*        REOPEN FOR UPDATE NOW THE EMPTY FILE EXISTS.
016220         OPEN I-O LEAVE-BALANCE-FILE
016230     END-IF.
016240     IF WS-LVBAL-FILE-STATUS NOT = "00"
016250         DISPLAY "*** UNABLE TO OPEN LVBALF - STATUS "
016260             WS-LVBAL-FILE-STATUS " - RUN TERMINATED ***"
016270     END-IF.
016280 0335-EXIT.
016290         EXIT.
016300*
016310*    0340-CLOSE-PAY-INPUT - CLOSE WHICHEVER OF THE TWO BATCH
016320*    INPUTS THIS RUN OPENED.
016330 0340-CLOSE-PAY-INPUT.
016340     IF WS-RECYCLE-INPUT
016350         CLOSE RECYCLE-IN-FILE
016360     ELSE
016370         CLOSE EMPLOYEE-TAX-FILE
016380     END-IF.
016390 0340-EXIT.
016400         EXIT.
016410*
016420*    0350-OPEN-RUN-REGISTRY - UPDATED IN PLACE EVERY RUN; ONLY
016430*    THE FIRST-EVER RUN (STATUS 35) CREATES IT.  A REGISTRY
016440*    THAT CANNOT BE OPENED FAILS THE RUN - AN UNGUARDED RUN
016450*    IS EXACTLY THE EXPOSURE THE REGISTRY EXISTS TO CLOSE.
016460 0350-OPEN-RUN-REGISTRY.
016470     OPEN I-O RUN-REGISTRY-FILE.
016480     IF WS-RUNREG-FILE-STATUS = "35"
016490         OPEN OUTPUT RUN-REGISTRY-FILE
016500         CLOSE RUN-REGISTRY-FILE
016510*        REOPEN FOR UPDATE NOW THE EMPTY FILE EXISTS.
016520         OPEN I-O RUN-REGISTRY-FILE
016530     END-IF.
016540     IF WS-RUNREG-FILE-STATUS NOT = "00"
016550         DISPLAY "*** UNABLE TO OPEN RUNREGF - STATUS "
016560             WS-RUNREG-FILE-STATUS " - RUN TERMINATED ***"
016570         MOVE 16 TO RETURN-CODE
016580         MOVE "Y" TO WS-RUN-ABORTED-SW
016590         MOVE "Y" TO WS-EOF-SW
016600     END-IF.
016610 0350-EXIT.
016620         EXIT.
016630*
016640*    0360-OPEN-CARRY-FILE - THE KEYED CARRY FILE IS READ AND
016650*    REWRITTEN IN PLACE AS EMPLOYEES ARE PROCESSED; ONLY THE
016660*    FIRST-EVER RUN (STATUS 35) CREATES IT.  A CARRY FILE THAT
016670*    CANNOT BE OPENED FAILS THE RUN - WITHHOLDING WITHOUT THE
016680*    CARRIES DRIFTS OFF THE ANNUAL FIGURE ALL YEAR.
016690 0360-OPEN-CARRY-FILE.
016700     OPEN I-O ROUNDING-CARRY-FILE.
016710     IF WS-CARRY-FILE-STATUS = "35"
016720         OPEN OUTPUT ROUNDING-CARRY-FILE
016730         CLOSE ROUNDING-CARRY-FILE
016740*        REOPEN FOR UPDATE NOW THE EMPTY FILE EXISTS.
016750         OPEN I-O ROUNDING-CARRY-FILE
016760     END-IF.
016770     IF WS-CARRY-FILE-STATUS NOT = "00"
016780         DISPLAY "*** UNABLE TO OPEN TAXCARRY - STATUS "
016790             WS-CARRY-FILE-STATUS " - RUN TERMINATED ***"
016800         MOVE 16 TO RETURN-CODE
016810         MOVE "Y" TO WS-RUN-ABORTED-SW
016820         MOVE "Y" TO WS-EOF-SW
016830     END-IF.
016840 0360-EXIT.
016850         EXIT.
016860*
016870*    0370-OPEN-SEEN-ID-FILE - EMPTIED AND REBUILT EVERY RUN -
016880*    THE GUARD IS "SEEN THIS RUN", AND A RESTARTED RUN REFILLS
016890*    IT FROM THE RECORDS IT SKIPS PAST (SEE 465).  A GUARD
016900*    FILE THAT CANNOT BE OPENED FAILS THE RUN - AN UNGUARDED
016910*    RUN CAN PAY AN EMPLOYEE TWICE.
016920 0370-OPEN-SEEN-ID-FILE.
016930     OPEN OUTPUT SEEN-ID-FILE.
016940     IF WS-SEENID-FILE-STATUS = "00"
016950         CLOSE SEEN-ID-FILE
016960         OPEN I-O SEEN-ID-FILE
016970     END-IF.
016980     IF WS-SEENID-FILE-STATUS NOT = "00"
016990         DISPLAY "*** UNABLE TO OPEN SEENIDF - STATUS "
017000             WS-SEENID-FILE-STATUS " - RUN TERMINATED ***"
017010         MOVE 16 TO RETURN-CODE
017020         MOVE "Y" TO WS-RUN-ABORTED-SW
017030         MOVE "Y" TO WS-EOF-SW
017040     END-IF.
017050 0370-EXIT.
017060         EXIT.
017070*
017080*    0380-OPEN-DEDUCT-FILES - THE DEDUCTION-ORDER FILE IS
017090*    OPTIONAL (STATUS 35 JUST MEANS NO ORDERS ARE HELD); THE
017100*    REMITTANCE EXTRACT IS A FRESH FILE EVERY RUN, SAME BASIS
017110*    AS THE STP AND SG EXTRACTS.
017120 0380-OPEN-DEDUCT-FILES.
017130     MOVE "N" TO WS-DEDORD-OPEN-SW.
017140     OPEN INPUT DEDUCTION-ORDER-FILE.
017150     IF WS-DEDORD-FILE-STATUS = "00"
017160         MOVE "Y" TO WS-DEDORD-OPEN-SW
017170     ELSE
017180         IF WS-DEDORD-FILE-STATUS = "35"
017190             DISPLAY "No deduction-order file held - no "
017200                 "post-tax deductions this run."
017210         ELSE
017220             DISPLAY "*** UNABLE TO OPEN DEDORDF - STATUS "
017230                 WS-DEDORD-FILE-STATUS " - RUN TERMINATED ***"
017240             MOVE 16 TO RETURN-CODE
017250             MOVE "Y" TO WS-RUN-ABORTED-SW
017260             MOVE "Y" TO WS-EOF-SW
017270             GO TO 0380-EXIT
017280         END-IF
017290     END-IF.
017300*    A WHAT-IF RUN REMITS NOTHING - NO REMITTANCE EXTRACT.
017310     IF WS-SHADOW-RUN
017320         GO TO 0380-PRETAX
017330     END-IF.
017340     OPEN OUTPUT DEDUCTION-REMIT-FILE.
017350     IF WS-DEDOUT-FILE-STATUS NOT = "00"
017360         DISPLAY "*** UNABLE TO OPEN DEDOUTF - STATUS "
017370             WS-DEDOUT-FILE-STATUS " - RUN TERMINATED ***"
017380         MOVE 16 TO RETURN-CODE
017390         MOVE "Y" TO WS-RUN-ABORTED-SW
017400         MOVE "Y" TO WS-EOF-SW
017410         GO TO 0380-EXIT
017420     END-IF.
017430 0380-PRETAX.
017440*    THE PRE-TAX ARRANGEMENT FILE IS OPTIONAL IN THE SAME WAY
017450*    AS THE DEDUCTION-ORDER FILE - NONE HELD, NONE APPLIED.
017460     MOVE "N" TO WS-PRETAX-OPEN-SW.
017470     OPEN INPUT PRETAX-ARRANGE-FILE.
017480     IF WS-PRETAX-FILE-STATUS = "00"
017490         MOVE "Y" TO WS-PRETAX-OPEN-SW
017500     ELSE
017510         IF WS-PRETAX-FILE-STATUS = "35"
017520             DISPLAY "No pre-tax arrangement file held - no "
017530                 "salary sacrifice this run."
017540         ELSE
017550             DISPLAY "*** UNABLE TO OPEN PRETAXF - STATUS "
017560                 WS-PRETAX-FILE-STATUS " - RUN TERMINATED ***"
017570             MOVE 16 TO RETURN-CODE
017580             MOVE "Y" TO WS-RUN-ABORTED-SW
017590             MOVE "Y" TO WS-EOF-SW
017600         END-IF
017610     END-IF.
017620 0380-EXIT.
017630         EXIT.
017640*
017650*****************************************************************
017660*    0600-ADJUSTMENT-CONTROL - PAYMENT REVERSAL RUN
017670*****************************************************************
017680*    THREE PASSES.  THE REVERSAL TRANSACTIONS ARE CHECKED
017690*    AGAINST THE REVERSAL REGISTER AND THE RUN REGISTRY AND
017700*    STAGED ON THE KEYED WORK FILE (600); ONE READ OF THE AUDIT
017710*    LOG THEN CAPTURES THE ORIGINAL ROW OF EVERY STAGED PAYMENT
017720*    (620); FINALLY EACH MATCHED PAYMENT IS BACKED OUT (630).
017730*    THE AUDIT LOG IS OPENED HERE FOR INPUT AND SWITCHED TO
017740*    APPEND BETWEEN THE SECOND AND THIRD PASSES.  NO PAY INPUT,
017750*    MASTER, SG OR REMITTANCE FILES ARE OPENED - A REVERSAL
017760*    TAKES BACK WHAT THE AUDIT ROW SAYS WAS PAID, IT DOES NOT
017770*    RECALCULATE ANYTHING.
017780 0600-ADJUSTMENT-CONTROL.
017790     OPEN INPUT REVERSAL-TRANS-FILE.
017800     IF WS-REVTRN-FILE-STATUS NOT = "00"
017810         DISPLAY "*** UNABLE TO OPEN REVTRNF - STATUS "
017820             WS-REVTRN-FILE-STATUS " - RUN TERMINATED ***"
017830         MOVE 16 TO RETURN-CODE
017840         GO TO 0600-EXIT
017850     END-IF.
017860     OPEN INPUT AUDIT-TAX-CALC-LOG.
017870     IF WS-AUDIT-FILE-STATUS NOT = "00"
017880         DISPLAY "*** UNABLE TO OPEN AUDIT-TAX-CALC-LOG - STATUS "
017890             WS-AUDIT-FILE-STATUS " - RUN TERMINATED ***"
017900         CLOSE REVERSAL-TRANS-FILE
017910         MOVE 16 TO RETURN-CODE
017920         GO TO 0600-EXIT
017930     END-IF.
017940     PERFORM 0320-OPEN-OUTPUT-FILE THRU 0320-EXIT.
017950     IF WS-OUTPUT-FILE-STATUS NOT = "00"
017960         CLOSE REVERSAL-TRANS-FILE
017970         CLOSE AUDIT-TAX-CALC-LOG
017980         MOVE 16 TO RETURN-CODE
017990         GO TO 0600-EXIT
018000     END-IF.
018010*    THE CORRECTED YTD POSITIONS GO TO THE ATO ON A FRESH STP
018020*    FILE OF THEIR OWN, SAME BASIS AS A PAY RUN.
018030     OPEN OUTPUT STP-EXTRACT-FILE.
018040     IF WS-STP-FILE-STATUS NOT = "00"
018050         DISPLAY "*** UNABLE TO OPEN STPOUTF - STATUS "
018060             WS-STP-FILE-STATUS " - RUN TERMINATED ***"
018070         CLOSE REVERSAL-TRANS-FILE
018080         CLOSE AUDIT-TAX-CALC-LOG
018090         CLOSE TAX-CALC-OUTPUT-FILE
018100         MOVE 16 TO RETURN-CODE
018110         GO TO 0600-EXIT
018120     END-IF.
018130     PERFORM 0330-OPEN-YTD-BALANCES THRU 0330-EXIT.
018140     IF WS-YTDBAL-FILE-STATUS NOT = "00"
018150         CLOSE REVERSAL-TRANS-FILE
018160         CLOSE AUDIT-TAX-CALC-LOG
018170         CLOSE TAX-CALC-OUTPUT-FILE
018180         CLOSE STP-EXTRACT-FILE
018190         MOVE 16 TO RETURN-CODE
018200         GO TO 0600-EXIT
018210     END-IF.
018220     PERFORM 0335-OPEN-LEAVE-BALANCES THRU 0335-EXIT.
018230     IF WS-LVBAL-FILE-STATUS NOT = "00"
018240         CLOSE REVERSAL-TRANS-FILE
018250         CLOSE AUDIT-TAX-CALC-LOG
018260         CLOSE TAX-CALC-OUTPUT-FILE
018270         CLOSE STP-EXTRACT-FILE
018280         CLOSE YTD-BALANCE-FILE
018290         MOVE 16 TO RETURN-CODE
018300         GO TO 0600-EXIT
018310     END-IF.
018320     PERFORM 0350-OPEN-RUN-REGISTRY THRU 0350-EXIT.
018330     PERFORM 0360-OPEN-CARRY-FILE THRU 0360-EXIT.
018340     PERFORM 0610-OPEN-REVERSAL-FILES THRU 0610-EXIT.
018350     IF WS-RUN-ABORTED
018360         GO TO 0600-CLOSE
018370     END-IF.
018380     PERFORM 600-LOAD-REVERSALS THRU 600-EXIT.
018390     PERFORM 620-MATCH-AUDIT-ROWS THRU 620-EXIT.
018400     CLOSE AUDIT-TAX-CALC-LOG.
018410     PERFORM 0310-OPEN-AUDIT-LOG THRU 0310-EXIT.
018420     IF WS-AUDIT-FILE-STATUS NOT = "00"
018430         MOVE 16 TO RETURN-CODE
018440         GO TO 0600-CLOSE
018450     END-IF.
018460     PERFORM 630-APPLY-REVERSALS THRU 630-EXIT.
018470     IF WS-RUN-ABORTED
018480         GO TO 0600-CLOSE
018490     END-IF.
018500     PERFORM 675-WRITE-REVERSAL-TOTAL THRU 675-EXIT.
018510     PERFORM 335-WRITE-STP-TRAILER THRU 335-EXIT.
018520     PERFORM 690-PRINT-ADJUST-SUMMARY THRU 690-EXIT.
018530 0600-CLOSE.
018540     CLOSE REVERSAL-TRANS-FILE.
018550     CLOSE REVERSAL-WORK-FILE.
018560     CLOSE REVERSAL-REGISTER-FILE.
018570     CLOSE ROUNDING-CARRY-FILE.
018580     CLOSE RUN-REGISTRY-FILE.
018590     CLOSE YTD-BALANCE-FILE.
018600     CLOSE LEAVE-BALANCE-FILE.
018610     CLOSE STP-EXTRACT-FILE.
018620     CLOSE TAX-CALC-OUTPUT-FILE.
018630     CLOSE AUDIT-TAX-CALC-LOG.
018640 0600-EXIT.
018650         EXIT.
018660*
018670*    0610-OPEN-REVERSAL-FILES - THE WORK FILE IS EMPTIED AND
018680*    REBUILT EVERY ADJUSTMENT RUN, SAME BASIS AS THE SEEN-ID
018690*    FILE.  THE REVERSAL REGISTER IS UPDATED IN PLACE AND ONLY
018700*    THE FIRST-EVER ADJUSTMENT RUN (STATUS 35) CREATES IT.  A
018710*    REGISTER THAT CANNOT BE OPENED FAILS THE RUN - WITHOUT IT
018720*    THE SAME PAYMENT COULD BE TAKEN BACK TWICE.
018730 0610-OPEN-REVERSAL-FILES.
018740     OPEN OUTPUT REVERSAL-WORK-FILE.
018750     IF WS-REVWRK-FILE-STATUS = "00"
018760         CLOSE REVERSAL-WORK-FILE
018770         OPEN I-O REVERSAL-WORK-FILE
018780     END-IF.
018790     IF WS-REVWRK-FILE-STATUS NOT = "00"
018800         DISPLAY "*** UNABLE TO OPEN REVWRKF - STATUS "
018810             WS-REVWRK-FILE-STATUS " - RUN TERMINATED ***"
018820         MOVE 16 TO RETURN-CODE
018830         MOVE "Y" TO WS-RUN-ABORTED-SW
018840         GO TO 0610-EXIT
018850     END-IF.
018860     OPEN I-O REVERSAL-REGISTER-FILE.
018870     IF WS-REVREG-FILE-STATUS = "35"
018880         OPEN OUTPUT REVERSAL-REGISTER-FILE
018890         CLOSE REVERSAL-REGISTER-FILE
018900*        REOPEN FOR UPDATE NOW THE EMPTY FILE EXISTS.
018910         OPEN I-O REVERSAL-REGISTER-FILE
018920     END-IF.
018930     IF WS-REVREG-FILE-STATUS NOT = "00"
018940         DISPLAY "*** UNABLE TO OPEN REVREGF - STATUS "
018950             WS-REVREG-FILE-STATUS " - RUN TERMINATED ***"
018960         MOVE 16 TO RETURN-CODE
018970         MOVE "Y" TO WS-RUN-ABORTED-SW
018980     END-IF.
018990 0610-EXIT.
019000         EXIT.
019010*
019020*****************************************************************
019030*    0700-SHADOW-CONTROL - WHAT-IF (SHADOW) RUN
019040*****************************************************************
019050*    THE HR EXTRACT GOES THROUGH THE FULL CALCULATION TWICE PER
019060*    EMPLOYEE - ONCE ON THE LIVE TABLES, ONCE ON THE CANDIDATE
019070*    YEAR LOADED INTO THE WHAT-IF SLOT BY 0710/0720 - AND THE
019080*    TWO RESULTS GO SIDE BY SIDE TO THE COMPARISON FILE.  ONLY
019090*    THE COMPARISON FILE AND THE SEEN-ID SCRATCH FILE ARE
019100*    WRITTEN: NO AUDIT LOG, TAXOUTF, STP/SG/REMITTANCE EXTRACTS,
019110*    RECYCLE FILE, CHECKPOINT OR RUN REGISTRY ARE OPENED, AND
019120*    THE CARRY AND LEAVE BALANCES ARE OPENED FOR INPUT ONLY.
019130*    THE HDR/TRL CONTROLS ARE STILL VERIFIED - A COMPARISON
019140*    OVER A TRUNCATED EXTRACT PROVES NOTHING.
019150 0700-SHADOW-CONTROL.
019160     DISPLAY "Candidate tax year for the what-if run (CCYY-YY): ".
019170     ACCEPT WS-CAND-TAX-YEAR.
019180     IF WS-CAND-TAX-YEAR = SPACES
019190         DISPLAY "*** NO CANDIDATE TAX YEAR GIVEN - RUN "
019200             "TERMINATED ***"
019210         MOVE 16 TO RETURN-CODE
019220         GO TO 0700-EXIT
019230     END-IF.
019240     PERFORM 0710-LOAD-CANDIDATE-YEAR THRU 0710-EXIT.
019250     PERFORM 0720-LOAD-CANDIDATE-RATES THRU 0720-EXIT.
019260     IF WS-RUN-ABORTED
019270         GO TO 0700-EXIT
019280     END-IF.
019290     OPEN INPUT EMPLOYEE-TAX-FILE.
019300     IF WS-EMP-FILE-STATUS NOT = "00"
019310         DISPLAY "*** UNABLE TO OPEN PAY INPUT FILE - STATUS "
019320             WS-EMP-FILE-STATUS " - RUN TERMINATED ***"
019330         MOVE 16 TO RETURN-CODE
019340         GO TO 0700-EXIT
019350     END-IF.
019360     OPEN INPUT EMPLOYEE-MASTER-FILE.
019370     IF WS-MASTER-FILE-STATUS NOT = "00"
019380         DISPLAY "*** UNABLE TO OPEN EMPLOYEE-MASTER-FILE - "
019390             "STATUS " WS-MASTER-FILE-STATUS
019400             " - RUN TERMINATED ***"
019410         CLOSE EMPLOYEE-TAX-FILE
019420         MOVE 16 TO RETURN-CODE
019430         GO TO 0700-EXIT
019440     END-IF.
019450*    LEAVE BALANCES ARE READ FOR THE LEAVE-PAYOUT CHECK IN 159,
019460*    SO A FINAL PAY THE PAY RUN WOULD REJECT IS NOT COMPARED.
019470     OPEN INPUT LEAVE-BALANCE-FILE.
019480     IF WS-LVBAL-FILE-STATUS NOT = "00"
019490         DISPLAY "*** UNABLE TO OPEN LVBALF - STATUS "
019500             WS-LVBAL-FILE-STATUS " - RUN TERMINATED ***"
019510         CLOSE EMPLOYEE-TAX-FILE
019520         CLOSE EMPLOYEE-MASTER-FILE
019530         MOVE 16 TO RETURN-CODE
019540         GO TO 0700-EXIT
019550     END-IF.
019560     OPEN OUTPUT SHADOW-COMPARE-FILE.
019570     IF WS-CMPOUT-FILE-STATUS NOT = "00"
019580         DISPLAY "*** UNABLE TO OPEN CMPOUTF - STATUS "
019590             WS-CMPOUT-FILE-STATUS " - RUN TERMINATED ***"
019600         CLOSE EMPLOYEE-TAX-FILE
019610         CLOSE EMPLOYEE-MASTER-FILE
019620         CLOSE LEAVE-BALANCE-FILE
019630         MOVE 16 TO RETURN-CODE
019640         GO TO 0700-EXIT
019650     END-IF.
019660*    THE CARRY IS READ BUT NEVER MOVED (SEE 250).  NO CARRY FILE
019670*    YET JUST MEANS NO CARRIES TO ROUND WITH.
019680     MOVE "N" TO WS-SHADOW-NO-CARRY-SW.
019690     OPEN INPUT ROUNDING-CARRY-FILE.
019700     IF WS-CARRY-FILE-STATUS = "35"
019710         DISPLAY "No rounding-carry file held - periods rounded "
019720             "without carries."
019730         MOVE "Y" TO WS-SHADOW-NO-CARRY-SW
019740     ELSE
019750         IF WS-CARRY-FILE-STATUS NOT = "00"
019760             DISPLAY "*** UNABLE TO OPEN TAXCARRY - STATUS "
019770                 WS-CARRY-FILE-STATUS " - RUN TERMINATED ***"
019780             MOVE 16 TO RETURN-CODE
019790             MOVE "Y" TO WS-RUN-ABORTED-SW
019800             MOVE "Y" TO WS-EOF-SW
019810             GO TO 0700-CLOSE
019820         END-IF
019830     END-IF.
019840     PERFORM 0370-OPEN-SEEN-ID-FILE THRU 0370-EXIT.
019850     PERFORM 0380-OPEN-DEDUCT-FILES THRU 0380-EXIT.
019860     IF WS-RUN-ABORTED
019870         GO TO 0700-CLOSE
019880     END-IF.
019890     PERFORM 700-PROCESS-SHADOW-RUN THRU 700-EXIT.
019900     PERFORM 740-WRITE-COMPARE-TRAILER THRU 740-EXIT.
019910     PERFORM 790-PRINT-SHADOW-SUMMARY THRU 790-EXIT.
019920 0700-CLOSE.
019930     IF NOT WS-SHADOW-NO-CARRY
019940         CLOSE ROUNDING-CARRY-FILE
019950     END-IF.
019960     CLOSE SEEN-ID-FILE.
019970     IF WS-DEDORD-OPEN
019980         CLOSE DEDUCTION-ORDER-FILE
019990     END-IF.
020000     IF WS-PRETAX-OPEN
020010         CLOSE PRETAX-ARRANGE-FILE
020020     END-IF.
020030     CLOSE SHADOW-COMPARE-FILE.
020040     CLOSE LEAVE-BALANCE-FILE.
020050     CLOSE EMPLOYEE-MASTER-FILE.
020060     CLOSE EMPLOYEE-TAX-FILE.
020070 0700-EXIT.
020080         EXIT.
020090*
020100*    0710-LOAD-CANDIDATE-YEAR - COPY THE CANDIDATE YEAR'S ENTRY
020110*    OF EACH YEAR-KEYED TABLE INTO THE WHAT-IF SLOT.  A YEAR NOT
020120*    YET COMPILED INTO THE TABLES IS BUILT ON THE LATEST YEAR
020130*    HELD INSTEAD, AND THE CANDIDATE RATE FILE MUST THEN SUPPLY
020140*    THE NEW FIGURES (SEE 0720).  THE SLOT'S YEAR KEY GOES BACK
020150*    TO HIGH-VALUES SO THE LIVE LOOKUPS STILL NEVER FIND IT.  SG
020160*    AND ETP HAVE NO WHAT-IF SLOT - BOTH PASSES USE THE LIVE
020170*    YEAR'S RATES, SO THEY NEVER MOVE THE COMPARISON.
020180 0710-LOAD-CANDIDATE-YEAR.
020190     MOVE "N" TO WS-CAND-SEEDED-SW.
020200     MOVE "Y" TO WS-CAND-FOUND-SW.
020210     SET RT-IDX TO 1.
020220     SEARCH TAX-RATE-ENTRY
020230         AT END
020240             SET RT-IDX TO TAX-RATE-MAX-YEARS
020250             MOVE "N" TO WS-CAND-FOUND-SW
020260         WHEN RT-TAX-YEAR (RT-IDX) = WS-CAND-TAX-YEAR
020270             CONTINUE
020280     END-SEARCH.
020290     IF NOT WS-CAND-FOUND
020300         MOVE "Y" TO WS-CAND-SEEDED-SW
020310     END-IF.
020320     MOVE TAX-RATE-ENTRY (RT-IDX)
020330        TO TAX-RATE-ENTRY (WS-CAND-SLOT).
020340     MOVE HIGH-VALUES TO RT-TAX-YEAR (WS-CAND-SLOT).
020350     MOVE "Y" TO WS-CAND-FOUND-SW.
020360     SET HY-IDX TO 1.
020370     SEARCH HELP-YEAR-ENTRY
020380         AT END
020390             SET HY-IDX TO HELP-YEAR-MAX-YEARS
020400             MOVE "N" TO WS-CAND-FOUND-SW
020410         WHEN HY-TAX-YEAR (HY-IDX) = WS-CAND-TAX-YEAR
020420             CONTINUE
020430     END-SEARCH.
020440     IF NOT WS-CAND-FOUND
020450         MOVE "Y" TO WS-CAND-SEEDED-SW
020460     END-IF.
020470     MOVE HELP-YEAR-ENTRY (HY-IDX)
020480         TO HELP-YEAR-ENTRY (WS-CAND-SLOT).
020490     MOVE HIGH-VALUES TO HY-TAX-YEAR (WS-CAND-SLOT).
020500     MOVE "Y" TO WS-CAND-FOUND-SW.
020510     SET OF-IDX TO 1.
020520     SEARCH TAX-OFFSET-ENTRY
020530         AT END
020540             SET OF-IDX TO TAX-OFFSET-MAX-YEARS
020550             MOVE "N" TO WS-CAND-FOUND-SW
020560         WHEN OF-TAX-YEAR (OF-IDX) = WS-CAND-TAX-YEAR
020570             CONTINUE
020580     END-SEARCH.
020590     IF NOT WS-CAND-FOUND
020600         MOVE "Y" TO WS-CAND-SEEDED-SW
020610     END-IF.
020620     MOVE TAX-OFFSET-ENTRY (OF-IDX)
020630         TO TAX-OFFSET-ENTRY (WS-CAND-SLOT).
020640     MOVE HIGH-VALUES TO OF-TAX-YEAR (WS-CAND-SLOT).
020650     IF WS-CAND-SEEDED
020660         DISPLAY "Candidate year " WS-CAND-TAX-YEAR
020670             " not compiled in full - built on "
020680             RT-TAX-YEAR (TAX-RATE-MAX-YEARS)
020690             " and the candidate rate file."
020700     ELSE
020710         DISPLAY "Candidate year " WS-CAND-TAX-YEAR
020720             " loaded to the what-if slot."
020730     END-IF.
020740 0710-EXIT.
020750         EXIT.
020760*
020770*    0720-LOAD-CANDIDATE-RATES - THE CANDIDATE RATE FILE, IF
020780*    HELD, AMENDS THE WHAT-IF SLOT RECORD BY RECORD (SEE
020790*    CANDREC).  IT IS OPTIONAL (STATUS 35) UNLESS 0710 HAD TO
020800*    BUILD THE YEAR ON AN EARLIER ONE.  A RECORD THAT CANNOT BE
020810*    APPLIED FAILS THE RUN - A COMPARISON ON HALF-LOADED RATES
020820*    IS WORSE THAN NONE.
020830 0720-LOAD-CANDIDATE-RATES.
020840     MOVE 0 TO WS-CANDRT-RECORD-COUNT.
020850     OPEN INPUT CANDIDATE-RATE-FILE.
020860     IF WS-CANDRT-FILE-STATUS = "35"
020870         IF WS-CAND-SEEDED
020880             DISPLAY "*** NO CANDIDATE RATE FILE FOR "
020890                 WS-CAND-TAX-YEAR " - RUN TERMINATED ***"
020900             MOVE 16 TO RETURN-CODE
020910             MOVE "Y" TO WS-RUN-ABORTED-SW
020920         ELSE
020930             DISPLAY "No candidate rate file held - "
020940                 WS-CAND-TAX-YEAR " figures as compiled."
020950         END-IF
020960         GO TO 0720-EXIT
020970     END-IF.
020980     IF WS-CANDRT-FILE-STATUS NOT = "00"
020990         DISPLAY "*** UNABLE TO OPEN CANDRATF - STATUS "
021000             WS-CANDRT-FILE-STATUS " - RUN TERMINATED ***"
021010         MOVE 16 TO RETURN-CODE
021020         MOVE "Y" TO WS-RUN-ABORTED-SW
021030         GO TO 0720-EXIT
021040     END-IF.
021050     MOVE "N" TO WS-CANDRT-EOF-SW.
021060     PERFORM 0725-APPLY-CANDIDATE-RECORD THRU 0725-EXIT
021070         UNTIL WS-CANDRT-END OR WS-RUN-ABORTED.
021080     CLOSE CANDIDATE-RATE-FILE.
021090     IF NOT WS-RUN-ABORTED
021100         DISPLAY "Candidate rate records read: "
021110             WS-CANDRT-RECORD-COUNT
021120     END-IF.
021130 0720-EXIT.
021140         EXIT.
021150*
021160*    0725-APPLY-CANDIDATE-RECORD - ONE CANDIDATE RATE RECORD
021170*    ONTO THE WHAT-IF SLOT, BY RECORD TYPE.
021180 0725-APPLY-CANDIDATE-RECORD.
021190     READ CANDIDATE-RATE-FILE
021200         AT END
021210             MOVE "Y" TO WS-CANDRT-EOF-SW
021220             GO TO 0725-EXIT
021230     END-READ.
021240     ADD 1 TO WS-CANDRT-RECORD-COUNT.
021250     IF CD-TYPE-COMMENT
021260         GO TO 0725-EXIT
021270     END-IF.
021280     IF CD-TYPE-SCALE
021290         PERFORM 0730-APPLY-CAND-SCALE THRU 0730-EXIT
021300     ELSE IF CD-TYPE-LEVY
021310         PERFORM 0732-APPLY-CAND-LEVY THRU 0732-EXIT
021320     ELSE IF CD-TYPE-HELP-BAND
021330         PERFORM 0734-APPLY-CAND-HELP-BAND THRU 0734-EXIT
021340     ELSE IF CD-TYPE-OFFSETS
021350         PERFORM 0736-APPLY-CAND-OFFSETS THRU 0736-EXIT
021360     ELSE
021370         MOVE "UNKNOWN RECORD TYPE" TO WS-REJECT-REASON
021380         PERFORM 0739-CANDIDATE-RECORD-ERROR THRU 0739-EXIT
021390     END-IF.
021400 0725-EXIT.
021410         EXIT.
021420*
021430*    0730-APPLY-CAND-SCALE - ONE RESIDENCY'S BRACKET SCALE.
021440 0730-APPLY-CAND-SCALE.
021450     IF CD-SC-FIGURES NOT NUMERIC
021460         MOVE "SCALE NOT NUMERIC" TO WS-REJECT-REASON
021470         PERFORM 0739-CANDIDATE-RECORD-ERROR THRU 0739-EXIT
021480         GO TO 0730-EXIT
021490     END-IF.
021500     IF CD-SC-RESIDENCY = "R"
021510         SET RES-IDX TO 1
021520     ELSE IF CD-SC-RESIDENCY = "F"
021530         SET RES-IDX TO 2
021540     ELSE IF CD-SC-RESIDENCY = "H"
021550         SET RES-IDX TO 3
021560     ELSE
021570         MOVE "INVALID RESIDENCY" TO WS-REJECT-REASON
021580         PERFORM 0739-CANDIDATE-RECORD-ERROR THRU 0739-EXIT
021590         GO TO 0730-EXIT
021600     END-IF.
021610     SET RT-IDX TO WS-CAND-SLOT.
021620     MOVE CD-SC-BRACKET-1-LIMIT
021630         TO RT-BRACKET-1-LIMIT (RT-IDX, RES-IDX).
021640     MOVE CD-SC-BRACKET-2-LIMIT
021650         TO RT-BRACKET-2-LIMIT (RT-IDX, RES-IDX).
021660     MOVE CD-SC-BRACKET-3-LIMIT
021670         TO RT-BRACKET-3-LIMIT (RT-IDX, RES-IDX).
021680     MOVE CD-SC-BRACKET-4-LIMIT
021690         TO RT-BRACKET-4-LIMIT (RT-IDX, RES-IDX).
021700     MOVE CD-SC-RATE-1 TO RT-RATE-1 (RT-IDX, RES-IDX).
021710     MOVE CD-SC-RATE-2 TO RT-RATE-2 (RT-IDX, RES-IDX).
021720     MOVE CD-SC-RATE-3 TO RT-RATE-3 (RT-IDX, RES-IDX).
021730     MOVE CD-SC-RATE-4 TO RT-RATE-4 (RT-IDX, RES-IDX).
021740     MOVE CD-SC-BASE-TAX-2 TO RT-BASE-TAX-2 (RT-IDX, RES-IDX).
021750     MOVE CD-SC-BASE-TAX-3 TO RT-BASE-TAX-3 (RT-IDX, RES-IDX).
021760     MOVE CD-SC-BASE-TAX-4 TO RT-BASE-TAX-4 (RT-IDX, RES-IDX).
021770 0730-EXIT.
021780         EXIT.
021790*
021800*    0732-APPLY-CAND-LEVY - THE YEAR'S MEDICARE, MLS AND NO-TFN
021810*    FIGURES.
021820 0732-APPLY-CAND-LEVY.
021830     IF CD-LV-FIGURES NOT NUMERIC
021840         MOVE "LEVY NOT NUMERIC" TO WS-REJECT-REASON
021850         PERFORM 0739-CANDIDATE-RECORD-ERROR THRU 0739-EXIT
021860         GO TO 0732-EXIT
021870     END-IF.
021880     SET RT-IDX TO WS-CAND-SLOT.
021890     MOVE CD-LV-MEDICARE-LOWER  TO RT-MEDICARE-LOWER (RT-IDX).
021900     MOVE CD-LV-MEDICARE-UPPER  TO RT-MEDICARE-UPPER (RT-IDX).
021910     MOVE CD-LV-MEDICARE-RATE   TO RT-MEDICARE-RATE (RT-IDX).
021920     MOVE CD-LV-MEDICARE-SHADE
021930        TO RT-MEDICARE-SHADE-RATE (RT-IDX).
021940     MOVE CD-LV-MLS-TIER-1      TO RT-MLS-TIER-1 (RT-IDX).
021950     MOVE CD-LV-MLS-TIER-2      TO RT-MLS-TIER-2 (RT-IDX).
021960     MOVE CD-LV-MLS-TIER-3      TO RT-MLS-TIER-3 (RT-IDX).
021970     MOVE CD-LV-MLS-RATE-1      TO RT-MLS-RATE-1 (RT-IDX).
021980     MOVE CD-LV-MLS-RATE-2      TO RT-MLS-RATE-2 (RT-IDX).
021990     MOVE CD-LV-MLS-RATE-3      TO RT-MLS-RATE-3 (RT-IDX).
022000     MOVE CD-LV-NO-TFN-RES-RATE TO RT-NO-TFN-RES-RATE (RT-IDX).
022010     MOVE CD-LV-NO-TFN-FOR-RATE TO RT-NO-TFN-FOR-RATE (RT-IDX).
022020 0732-EXIT.
022030         EXIT.
022040*
022050*    0734-APPLY-CAND-HELP-BAND - ONE HELP REPAYMENT BAND.
022060 0734-APPLY-CAND-HELP-BAND.
022070     IF CD-HP-FIGURES NOT NUMERIC
022080         MOVE "HELP BAND BAD FIGURE" TO WS-REJECT-REASON
022090         PERFORM 0739-CANDIDATE-RECORD-ERROR THRU 0739-EXIT
022100         GO TO 0734-EXIT
022110     END-IF.
022120     SET HY-IDX TO WS-CAND-SLOT.
022130     IF CD-HP-BAND < 1
022140         OR CD-HP-BAND > HELP-RATE-BAND-COUNT (HY-IDX)
022150         MOVE "INVALID HELP BAND" TO WS-REJECT-REASON
022160         PERFORM 0739-CANDIDATE-RECORD-ERROR THRU 0739-EXIT
022170         GO TO 0734-EXIT
022180     END-IF.
022190     SET HR-IDX TO CD-HP-BAND.
022200     MOVE CD-HP-INCOME-MAX TO HR-INCOME-MAX (HY-IDX, HR-IDX).
022210     MOVE CD-HP-REPAY-RATE TO HR-REPAY-RATE (HY-IDX, HR-IDX).
022220 0734-EXIT.
022230         EXIT.
022240*
022250*    0736-APPLY-CAND-OFFSETS - THE YEAR'S LITO AND SAPTO FIGURES.
022260 0736-APPLY-CAND-OFFSETS.
022270     IF CD-OF-FIGURES NOT NUMERIC
022280         MOVE "OFFSETS NOT NUMERIC" TO WS-REJECT-REASON
022290         PERFORM 0739-CANDIDATE-RECORD-ERROR THRU 0739-EXIT
022300         GO TO 0736-EXIT
022310     END-IF.
022320     SET OF-IDX TO WS-CAND-SLOT.
022330     MOVE CD-OF-LITO-MAX-AMOUNT
022340         TO OF-LITO-MAX-AMOUNT (OF-IDX).
022350     MOVE CD-OF-LITO-T1-START
022360         TO OF-LITO-TAPER-1-START (OF-IDX).
022370     MOVE CD-OF-LITO-T1-RATE
022380         TO OF-LITO-TAPER-1-RATE (OF-IDX).
022390     MOVE CD-OF-LITO-T2-START
022400         TO OF-LITO-TAPER-2-START (OF-IDX).
022410     MOVE CD-OF-LITO-T2-AMOUNT
022420         TO OF-LITO-TAPER-2-AMOUNT (OF-IDX).
022430     MOVE CD-OF-LITO-T2-RATE
022440         TO OF-LITO-TAPER-2-RATE (OF-IDX).
022450     MOVE CD-OF-SAPTO-MAX-AMOUNT
022460         TO OF-SAPTO-MAX-AMOUNT (OF-IDX).
022470     MOVE CD-OF-SAPTO-SHADE-START
022480         TO OF-SAPTO-SHADE-START (OF-IDX).
022490     MOVE CD-OF-SAPTO-TAPER-RATE
022500         TO OF-SAPTO-TAPER-RATE (OF-IDX).
022510 0736-EXIT.
022520         EXIT.
022530*
022540*    0739-CANDIDATE-RECORD-ERROR - A CANDIDATE RATE RECORD THAT
022550*    CANNOT BE APPLIED FAILS THE RUN BEFORE ANY EMPLOYEE IS READ.
022560 0739-CANDIDATE-RECORD-ERROR.
022570     DISPLAY "*** CANDRATF RECORD " WS-CANDRT-RECORD-COUNT " - "
022580         WS-REJECT-REASON " - RUN TERMINATED ***".
022590     MOVE 16 TO RETURN-CODE.
022600     MOVE "Y" TO WS-RUN-ABORTED-SW.
022610 0739-EXIT.
022620         EXIT.
022630*
022640*****************************************************************
022650*    100-GET-INPUT - INTERACTIVE SINGLE TAXPAYER ENTRY
022660*****************************************************************
022670 100-GET-INPUT.
022680     DISPLAY "Enter Financial Year (CCYY-YY, e.g. 2024-25): ".
022690     ACCEPT WS-TAX-YEAR.
022700     PERFORM 0105-GET-AND-VALIDATE-ENTRY THRU 0105-EXIT
022710         UNTIL WS-DATA-VALID.
022720     MOVE "SINGLE-TAX" TO WS-EMPLOYEE-ID.
022730     MOVE SPACES TO WS-EMPLOYEE-NAME.
022740     DISPLAY "HELP/HECS debt outstanding? [Y/N]: ".
022750     ACCEPT WS-HELP-INDICATOR.
022760     MOVE FUNCTION UPPER-CASE (WS-HELP-INDICATOR)
022770         TO WS-HELP-INDICATOR.
022780     IF WS-HAS-HELP-DEBT
022790         MOVE "N" TO WS-VALID-DATA-SW
022800         PERFORM 0107-GET-AND-VALIDATE-HELP-BAL THRU 0107-EXIT
022810             UNTIL WS-DATA-VALID
022820     ELSE
022830         MOVE 0 TO WS-HELP-BALANCE
022840     END-IF.
022850     DISPLAY "Private hospital cover held? [Y/N]: ".
022860     ACCEPT WS-PRIVATE-HEALTH-IND.
022870     MOVE FUNCTION UPPER-CASE (WS-PRIVATE-HEALTH-IND)
022880         TO WS-PRIVATE-HEALTH-IND.
022890     DISPLAY "Residency - (R)esident, (F)oreign resident or ".
022900     DISPLAY "            (H)oliday maker 417/462 [R/F/H]: ".
022910     ACCEPT WS-RESIDENCY-STATUS.
022920     MOVE FUNCTION UPPER-CASE (WS-RESIDENCY-STATUS)
022930         TO WS-RESIDENCY-STATUS.
022940     IF NOT WS-VALID-RESIDENCY OR WS-RESIDENCY-STATUS = SPACE
022950         MOVE "R" TO WS-RESIDENCY-STATUS
022960     END-IF.
022970     DISPLAY "Senior or pensioner (SAPTO eligible)? [Y/N]: ".
022980     ACCEPT WS-SENIOR-IND.
022990     MOVE FUNCTION UPPER-CASE (WS-SENIOR-IND)
023000         TO WS-SENIOR-IND.
023010     IF NOT WS-IS-SENIOR
023020         MOVE "N" TO WS-SENIOR-IND
023030     END-IF.
023040*    INTERACTIVE ENTRY IS ALWAYS ANNUAL, ORDINARY PAY - ONE
023050*    PERIOD PER YEAR, NO TERMINATION COMPONENTS.
023060     MOVE SPACE TO WS-PAY-FREQUENCY.
023070     MOVE SPACE TO WS-PAYMENT-TYPE.
023080     MOVE 0 TO WS-LEAVE-PAYOUT.
023090     MOVE 0 TO WS-ETP-AMOUNT.
023100     MOVE 1 TO WS-PERIODS-PER-YEAR.
023110     MOVE WS-INCOME TO WS-PERIOD-GROSS.
023120     MOVE 0 TO WS-AL-MOVEMENT.
023130     MOVE 0 TO WS-PL-MOVEMENT.
023140 100-EXIT.
023150         EXIT.
023160*
023170*****************************************************************
023180*    110-GET-GROSSUP-INPUT - TARGET NET PAY ENTRY FOR THE
023190*    GROSS-UP RUN MODE, PLUS THE USUAL HELP, PRIVATE-COVER,
023200*    RESIDENCY AND SENIOR INDICATORS THE CALCULATION CHAIN
023210*    NEEDS.  DEDUCTIONS ARE NIL - THE SOLVER PRODUCES THE
023220*    GROSS PAYMENT ITSELF.
023230*****************************************************************
023240 110-GET-GROSSUP-INPUT.
023250     DISPLAY "Enter Financial Year (CCYY-YY, e.g. 2024-25): ".
023260     ACCEPT WS-TAX-YEAR.
023270     MOVE "N" TO WS-VALID-DATA-SW.
023280     PERFORM 0108-GET-AND-VALIDATE-NET THRU 0108-EXIT
023290         UNTIL WS-DATA-VALID.
023300     MOVE "GROSS-UP" TO WS-EMPLOYEE-ID.
023310     MOVE SPACES TO WS-EMPLOYEE-NAME.
023320     DISPLAY "HELP/HECS debt outstanding? [Y/N]: ".
023330     ACCEPT WS-HELP-INDICATOR.
023340     MOVE FUNCTION UPPER-CASE (WS-HELP-INDICATOR)
023350         TO WS-HELP-INDICATOR.
023360     IF WS-HAS-HELP-DEBT
023370         MOVE "N" TO WS-VALID-DATA-SW
023380         PERFORM 0107-GET-AND-VALIDATE-HELP-BAL THRU 0107-EXIT
023390             UNTIL WS-DATA-VALID
023400     ELSE
023410         MOVE 0 TO WS-HELP-BALANCE
023420     END-IF.
023430     DISPLAY "Private hospital cover held? [Y/N]: ".
023440     ACCEPT WS-PRIVATE-HEALTH-IND.
023450     MOVE FUNCTION UPPER-CASE (WS-PRIVATE-HEALTH-IND)
023460         TO WS-PRIVATE-HEALTH-IND.
023470     DISPLAY "Residency - (R)esident, (F)oreign resident or ".
023480     DISPLAY "            (H)oliday maker 417/462 [R/F/H]: ".
023490     ACCEPT WS-RESIDENCY-STATUS.
023500     MOVE FUNCTION UPPER-CASE (WS-RESIDENCY-STATUS)
023510         TO WS-RESIDENCY-STATUS.
023520     IF NOT WS-VALID-RESIDENCY OR WS-RESIDENCY-STATUS = SPACE
023530         MOVE "R" TO WS-RESIDENCY-STATUS
023540     END-IF.
023550     DISPLAY "Senior or pensioner (SAPTO eligible)? [Y/N]: ".
023560     ACCEPT WS-SENIOR-IND.
023570     MOVE FUNCTION UPPER-CASE (WS-SENIOR-IND)
023580         TO WS-SENIOR-IND.
023590     IF NOT WS-IS-SENIOR
023600         MOVE "N" TO WS-SENIOR-IND
023610     END-IF.
023620     MOVE 0 TO WS-DEDUCTIONS.
023630     MOVE SPACE TO WS-PAY-FREQUENCY.
023640     MOVE SPACE TO WS-PAYMENT-TYPE.
023650     MOVE 0 TO WS-LEAVE-PAYOUT.
023660     MOVE 0 TO WS-ETP-AMOUNT.
023670     MOVE 1 TO WS-PERIODS-PER-YEAR.
023680     MOVE 0 TO WS-AL-MOVEMENT.
023690     MOVE 0 TO WS-PL-MOVEMENT.
023700 110-EXIT.
023710         EXIT.
023720*
023730*    0105-GET-AND-VALIDATE-ENTRY IS PERFORMED UNTIL THE OPERATOR
023740*    HAS KEYED A NUMERIC, IN-RANGE INCOME AND DEDUCTIONS PAIR.
023750*    TEST-NUMVAL/NUMVAL ARE USED RATHER THAN THE NUMERIC CLASS
023760*    TEST BECAUSE WS-INCOME/WS-DEDUCTIONS CARRY CENTS AND THE
023770*    OPERATOR MAY KEY A DECIMAL POINT (E.G. 50000.50) - A PLAIN
023780*    NUMERIC TEST REJECTS ANY ENTRY CONTAINING "." AS THE FIRST
023790*    CHARACTER PAST THE LAST DIGIT IS NOT A DIGIT.
023800 0105-GET-AND-VALIDATE-ENTRY.
023810     MOVE "Y" TO WS-VALID-DATA-SW.
023820     DISPLAY "Enter Annual Gross Income (AUD): ".
023830     ACCEPT WS-INPUT-TEMP.
023840     IF FUNCTION TEST-NUMVAL (WS-INPUT-TEMP) NOT = 0
023850         DISPLAY "*** Invalid entry - income must be numeric ***"
023860         MOVE "N" TO WS-VALID-DATA-SW
023870         GO TO 0105-EXIT
023880     END-IF.
023890     MOVE FUNCTION NUMVAL (WS-INPUT-TEMP) TO WS-INCOME.
023900     DISPLAY "Enter Total Deductions (Work-related, gifts): ".
023910     ACCEPT WS-INPUT-TEMP.
023920     IF FUNCTION TEST-NUMVAL (WS-INPUT-TEMP) NOT = 0
023930         DISPLAY "*** Invalid - deductions must be numeric ***"
023940         MOVE "N" TO WS-VALID-DATA-SW
023950         GO TO 0105-EXIT
023960     END-IF.
023970     MOVE FUNCTION NUMVAL (WS-INPUT-TEMP) TO WS-DEDUCTIONS.
023980     PERFORM 0110-VALIDATE-INPUT THRU 0110-EXIT.
023990 0105-EXIT.
024000         EXIT.
024010*
024020*    0107-GET-AND-VALIDATE-HELP-BAL - SAME TEST-NUMVAL/NUMVAL
024030*    PATTERN AS 0105 ABOVE, APPLIED TO THE OUTSTANDING HELP/HECS
024040*    BALANCE SO A NON-NUMERIC OR NEGATIVE ENTRY IS RE-PROMPTED
024050*    RATHER THAN FLOWING INTO THE REPAYMENT CAP CHECK IN
024060*    240-CALCULATE-HELP-REPAYMENT.
024070 0107-GET-AND-VALIDATE-HELP-BAL.
024080     MOVE "Y" TO WS-VALID-DATA-SW.
024090     DISPLAY "Enter outstanding HELP/HECS balance: ".
024100     ACCEPT WS-INPUT-TEMP.
024110     IF FUNCTION TEST-NUMVAL (WS-INPUT-TEMP) NOT = 0
024120         DISPLAY "*** Invalid - HELP balance must be numeric ***"
024130         MOVE "N" TO WS-VALID-DATA-SW
024140         GO TO 0107-EXIT
024150     END-IF.
024160     MOVE FUNCTION NUMVAL (WS-INPUT-TEMP) TO WS-HELP-BALANCE.
024170     IF WS-HELP-BALANCE < 0
024180         DISPLAY "*** Invalid - HELP balance cannot be "
024190             "negative ***"
024200         MOVE "N" TO WS-VALID-DATA-SW
024210     END-IF.
024220 0107-EXIT.
024230         EXIT.
024240*
024250*    0108-GET-AND-VALIDATE-NET - SAME TEST-NUMVAL/NUMVAL PATTERN
024260*    AS 0105/0107, APPLIED TO THE TARGET NET PAY FOR A GROSS-UP
024270*    RUN.  THE CEILING KEEPS THE BISECTION BRACKET INSIDE THE
024280*    9(9)V99 GROSS INCOME FIELD.
024290 0108-GET-AND-VALIDATE-NET.
024300     MOVE "Y" TO WS-VALID-DATA-SW.
024310     DISPLAY "Enter target annual net pay (AUD): ".
024320     ACCEPT WS-INPUT-TEMP.
024330     IF FUNCTION TEST-NUMVAL (WS-INPUT-TEMP) NOT = 0
024340         DISPLAY "*** Invalid - net pay must be numeric ***"
024350         MOVE "N" TO WS-VALID-DATA-SW
024360         GO TO 0108-EXIT
024370     END-IF.
024380     MOVE FUNCTION NUMVAL (WS-INPUT-TEMP) TO WS-TARGET-NET-PAY.
024390     IF WS-TARGET-NET-PAY <= 0
024400         DISPLAY "*** Invalid - net pay must be positive ***"
024410         MOVE "N" TO WS-VALID-DATA-SW
024420         GO TO 0108-EXIT
024430     END-IF.
024440     IF WS-TARGET-NET-PAY > 200000000
024450         DISPLAY "*** Invalid - net pay beyond system limit ***"
024460         MOVE "N" TO WS-VALID-DATA-SW
024470     END-IF.
024480 0108-EXIT.
024490         EXIT.
024500*
024510*    0110-VALIDATE-INPUT - RANGE CHECKS ONCE FIELDS ARE NUMERIC
024520 0110-VALIDATE-INPUT.
024530     IF WS-INCOME < 0
024540         DISPLAY "*** Invalid - income cannot be negative ***"
024550         MOVE "N" TO WS-VALID-DATA-SW
024560         GO TO 0110-EXIT
024570     END-IF.
024580     IF WS-DEDUCTIONS < 0
024590         DISPLAY "*** Invalid - deductions cannot be negative ***"
024600         MOVE "N" TO WS-VALID-DATA-SW
024610         GO TO 0110-EXIT
024620     END-IF.
024630     IF WS-DEDUCTIONS > WS-INCOME
024640         DISPLAY "*** Invalid - deductions exceed income ***"
024650         MOVE "N" TO WS-VALID-DATA-SW
024660     END-IF.
024670 0110-EXIT.
024680         EXIT.
024690*
024700*****************************************************************
024710*    150-READ-EMPLOYEE-RECORD - BATCH RECORD READ AND VALIDATE.
024720*    RECORDS THAT ARE NOT SANE - NON-NUMERIC AMOUNTS, NEGATIVE
024730*    INCOME/DEDUCTIONS OR DEDUCTIONS EXCEEDING INCOME - LEAVE
024740*    WS-DATA-INVALID SET SO 410-BATCH-EMPLOYEE-CYCLE SKIPS THE
024750*    CALCULATION AND LOGS THE REJECTION INSTEAD OF COMPUTING TAX
024760*    ON BAD DATA.
024770*****************************************************************
024780 150-READ-EMPLOYEE-RECORD.
024790*    A RECYCLE RUN READS THE CORRECTED RECYCLE FILE - THE
024800*    FIRST 100 BYTES ARE THE EMPLOYEE TAX RECORD, THE REASON
024810*    AND TIMESTAMP TAIL IS OPERATOR INFORMATION ONLY.  THERE
024820*    ARE NO HDR/TRL CONTROLS ON A RECYCLE FILE.
024830     IF WS-RECYCLE-INPUT
024840         READ RECYCLE-IN-FILE
024850             AT END
024860                 MOVE "Y" TO WS-EOF-SW
024870                 GO TO 150-EXIT
024880         END-READ
024890         MOVE RCI-SOURCE-RECORD TO EMPLOYEE-TAX-RECORD
024900     ELSE
024910         READ EMPLOYEE-TAX-FILE
024920             AT END
024930                 MOVE "Y" TO WS-EOF-SW
024940                 GO TO 150-EXIT
024950         END-READ
024960     END-IF.
024970     MOVE "N" TO WS-CONTROL-REC-SW.
024980     IF ETH-RECORD-TYPE = "HDR" AND NOT WS-RECYCLE-INPUT
024990         PERFORM 152-PROCESS-HEADER-RECORD THRU 152-EXIT
025000         GO TO 150-EXIT
025010     END-IF.
025020     IF ETT-RECORD-TYPE = "TRL" AND NOT WS-RECYCLE-INPUT
025030         PERFORM 153-PROCESS-TRAILER-RECORD THRU 153-EXIT
025040         GO TO 150-EXIT
025050     END-IF.
025060     MOVE EMPLOYEE-TAX-RECORD TO WS-LAST-RECORD-IMAGE.
025070     MOVE "Y" TO WS-VALID-DATA-SW.
025080     MOVE SPACES TO WS-REJECT-REASON.
025090     MOVE SPACES TO WS-EMPLOYEE-NAME.
025100     MOVE 0 TO WS-AL-MOVEMENT.
025110     MOVE 0 TO WS-PL-MOVEMENT.
025120     ADD 1 TO WS-BATCH-DATA-COUNT.
025130     IF WS-TRAILER-SEEN
025140         DISPLAY "*** DATA RECORD " ET-EMPLOYEE-ID
025150             " FOLLOWS THE TRAILER - FILE OUT OF SEQUENCE ***"
025160         MOVE "Y" TO WS-CONTROL-ERROR-SW
025170     END-IF.
025180     IF ET-GROSS-INCOME NUMERIC
025190         ADD ET-GROSS-INCOME TO WS-BATCH-HASH-GROSS
025200     END-IF.
025210     IF ET-DEDUCTIONS NUMERIC
025220         ADD ET-DEDUCTIONS TO WS-BATCH-HASH-DEDUCT
025230     END-IF.
025240     MOVE ET-EMPLOYEE-ID          TO WS-EMPLOYEE-ID.
025250     MOVE ET-TAX-YEAR             TO WS-TAX-YEAR.
025260     PERFORM 158-CHECK-DUPLICATE-ID THRU 158-EXIT.
025270     IF WS-DATA-INVALID
025280         MOVE 0 TO WS-INCOME
025290         MOVE 0 TO WS-DEDUCTIONS
025300         MOVE 0 TO WS-HELP-BALANCE
025310         GO TO 150-EXIT
025320     END-IF.
025330*    THE PAYMENT TYPE IS CAPTURED AHEAD OF THE MASTER LOOKUP -
025340*    A FINAL-PAY RECORD IS THE ONE SHAPE A TERMINATED
025350*    EMPLOYEE'S MASTER STATUS MUST NOT REJECT.
025360     MOVE FUNCTION UPPER-CASE (ET-PAYMENT-TYPE)
025370         TO WS-PAYMENT-TYPE.
025380     IF NOT WS-VALID-PAYMENT-TYPE
025390         MOVE "N" TO WS-VALID-DATA-SW
025400         MOVE "INVALID PAYMENT TYPE" TO WS-REJECT-REASON
025410         MOVE 0 TO WS-INCOME
025420         MOVE 0 TO WS-DEDUCTIONS
025430         MOVE 0 TO WS-HELP-BALANCE
025440         GO TO 150-EXIT
025450     END-IF.
025460     PERFORM 157-LOOKUP-EMPLOYEE-MASTER THRU 157-EXIT.
025470     IF WS-DATA-INVALID
025480         MOVE 0 TO WS-INCOME
025490         MOVE 0 TO WS-DEDUCTIONS
025500         MOVE 0 TO WS-HELP-BALANCE
025510         GO TO 150-EXIT
025520     END-IF.
025530     MOVE FUNCTION UPPER-CASE (ET-HELP-INDICATOR)
025540         TO WS-HELP-INDICATOR.
025550     MOVE FUNCTION UPPER-CASE (ET-PRIVATE-HEALTH-IND)
025560         TO WS-PRIVATE-HEALTH-IND.
025570     MOVE FUNCTION UPPER-CASE (ET-RESIDENCY-STATUS)
025580         TO WS-RESIDENCY-STATUS.
025590     IF WS-RESIDENCY-STATUS = SPACE
025600         MOVE "R" TO WS-RESIDENCY-STATUS
025610     END-IF.
025620     IF NOT WS-VALID-RESIDENCY
025630         MOVE "N" TO WS-VALID-DATA-SW
025640         MOVE "INVALID RESIDENCY" TO WS-REJECT-REASON
025650         MOVE 0 TO WS-INCOME
025660         MOVE 0 TO WS-DEDUCTIONS
025670         MOVE 0 TO WS-HELP-BALANCE
025680         GO TO 150-EXIT
025690     END-IF.
025700     MOVE FUNCTION UPPER-CASE (ET-SENIOR-IND)
025710         TO WS-SENIOR-IND.
025720     IF NOT WS-IS-SENIOR
025730         MOVE "N" TO WS-SENIOR-IND
025740     END-IF.
025750     MOVE FUNCTION UPPER-CASE (ET-PAY-FREQUENCY)
025760         TO WS-PAY-FREQUENCY.
025770     IF NOT WS-VALID-PAY-FREQUENCY
025780         MOVE "N" TO WS-VALID-DATA-SW
025790         MOVE "INVALID PAY FREQ" TO WS-REJECT-REASON
025800         MOVE 0 TO WS-INCOME
025810         MOVE 0 TO WS-DEDUCTIONS
025820         MOVE 0 TO WS-HELP-BALANCE
025830         GO TO 150-EXIT
025840     END-IF.
025850     PERFORM 155-SET-PAY-PERIODS THRU 155-EXIT.
025860     MOVE 0 TO WS-LEAVE-PAYOUT.
025870     MOVE 0 TO WS-ETP-AMOUNT.
025880     IF WS-FINAL-PAY
025890         IF ET-LEAVE-PAYOUT NOT NUMERIC
025900             OR ET-ETP-AMOUNT NOT NUMERIC
025910             MOVE "N" TO WS-VALID-DATA-SW
025920             MOVE "NON-NUMERIC ETP AMT" TO WS-REJECT-REASON
025930             MOVE 0 TO WS-INCOME
025940             MOVE 0 TO WS-DEDUCTIONS
025950             MOVE 0 TO WS-HELP-BALANCE
025960             GO TO 150-EXIT
025970         END-IF
025980         MOVE ET-LEAVE-PAYOUT TO WS-LEAVE-PAYOUT
025990         MOVE ET-ETP-AMOUNT   TO WS-ETP-AMOUNT
026000     END-IF.
026010     IF ET-GROSS-INCOME NOT NUMERIC OR ET-DEDUCTIONS NOT NUMERIC
026020         MOVE "N" TO WS-VALID-DATA-SW
026030         MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
026040         MOVE 0 TO WS-INCOME
026050         MOVE 0 TO WS-DEDUCTIONS
026060         MOVE 0 TO WS-HELP-BALANCE
026070         GO TO 150-EXIT
026080     END-IF.
026090     MOVE ET-GROSS-INCOME         TO WS-INCOME.
026100     MOVE ET-DEDUCTIONS           TO WS-DEDUCTIONS.
026110     MOVE WS-INCOME               TO WS-PERIOD-GROSS.
026120*    A PERIOD-PAID RECORD CARRIES ONE PAY PERIOD'S EARNINGS -
026130*    ANNUALIZE BEFORE THE BRACKET SCAN, WHICH WORKS IN ANNUAL
026140*    TERMS THROUGHOUT.
026150     IF WS-PERIODS-PER-YEAR > 1
026160         COMPUTE WS-INCOME =
026170             WS-INCOME * WS-PERIODS-PER-YEAR
026180             ON SIZE ERROR
026190                 MOVE "N" TO WS-VALID-DATA-SW
026200                 MOVE "GROSS TOO LARGE" TO WS-REJECT-REASON
026210         END-COMPUTE
026220         COMPUTE WS-DEDUCTIONS =
026230             WS-DEDUCTIONS * WS-PERIODS-PER-YEAR
026240             ON SIZE ERROR
026250                 MOVE "N" TO WS-VALID-DATA-SW
026260                 MOVE "DEDUCTIONS TOO LARGE" TO WS-REJECT-REASON
026270         END-COMPUTE
026280         IF WS-DATA-INVALID
026290             GO TO 150-EXIT
026300         END-IF
026310     END-IF.
026320     IF ET-HELP-BALANCE NUMERIC
026330         MOVE ET-HELP-BALANCE TO WS-HELP-BALANCE
026340     ELSE
026350         MOVE 0 TO WS-HELP-BALANCE
026360     END-IF.
026370     PERFORM 0110-VALIDATE-INPUT THRU 0110-EXIT.
026380     IF WS-DATA-INVALID
026390         MOVE "RANGE CHECK FAILED" TO WS-REJECT-REASON
026400         GO TO 150-EXIT
026410     END-IF.
026420     PERFORM 159-CHECK-LEAVE-BALANCE THRU 159-EXIT.
026430 150-EXIT.
026440         EXIT.
026450*
026460*    155-SET-PAY-PERIODS - TRANSLATE THE PAY-FREQUENCY CODE INTO
026470*    THE NUMBER OF PAY PERIODS PER YEAR.  SPACE (ANNUAL RECORD)
026480*    MEANS ONE PERIOD - THE CALCULATION THEN BEHAVES EXACTLY AS
026490*    IT DID BEFORE THE FIELD EXISTED.
026500 155-SET-PAY-PERIODS.
026510     IF WS-PAID-WEEKLY
026520         MOVE 52 TO WS-PERIODS-PER-YEAR
026530     ELSE IF WS-PAID-FORTNIGHTLY
026540         MOVE 26 TO WS-PERIODS-PER-YEAR
026550     ELSE IF WS-PAID-MONTHLY
026560         MOVE 12 TO WS-PERIODS-PER-YEAR
026570     ELSE
026580         MOVE 1 TO WS-PERIODS-PER-YEAR
026590     END-IF.
026600 155-EXIT.
026610         EXIT.
026620*
026630*    152-PROCESS-HEADER-RECORD - HDR CONTROL RECORD FROM THE HR
026640*    EXTRACT.  MUST BE THE FIRST RECORD ON THE FILE AND MUST
026650*    APPEAR ONLY ONCE - ANYTHING ELSE IS AN INTEGRITY ERROR
026660*    PICKED UP BY 430-VERIFY-TRAILER AT END OF RUN.
026670 152-PROCESS-HEADER-RECORD.
026680     MOVE "Y" TO WS-CONTROL-REC-SW.
026690     IF WS-HEADER-SEEN
026700         DISPLAY "*** MORE THAN ONE HDR RECORD ON FILE ***"
026710         MOVE "Y" TO WS-CONTROL-ERROR-SW
026720         GO TO 152-EXIT
026730     END-IF.
026740     IF WS-BATCH-DATA-COUNT > 0
026750         DISPLAY "*** HDR RECORD NOT FIRST ON FILE ***"
026760         MOVE "Y" TO WS-CONTROL-ERROR-SW
026770     END-IF.
026780     MOVE "Y" TO WS-HEADER-SEEN-SW.
026790     DISPLAY "HR extract header - extract date "
026800         ETH-EXTRACT-DATE ".".
026810     MOVE ETH-EXTRACT-DATE TO WS-EXTRACT-DATE.
026820*    A WHAT-IF RUN PAYS NOBODY AND NEVER REGISTERS.
026830     IF NOT WS-SHADOW-RUN
026840         PERFORM 156-CHECK-RUN-REGISTRY THRU 156-EXIT
026850     END-IF.
026860 152-EXIT.
026870         EXIT.
026880*
026890*    156-CHECK-RUN-REGISTRY - DUPLICATE-EXTRACT PROTECTION AND
026900*    RUN REGISTRATION.  AN EXTRACT DATE THE REGISTRY SHOWS
026910*    COMPLETED REFUSES TO RUN AGAIN UNLESS THE OPERATOR
026920*    SUPPLIED THE OVERRIDE CARD - THE HEADER IS THE FIRST
026930*    RECORD ON THE FILE, SO THE REFUSAL LANDS BEFORE A SINGLE
026940*    EMPLOYEE IS PAID.  A PERMITTED RUN REGISTERS ITSELF AS
026950*    STARTED; 490-FINALIZE-RUN-REGISTRY REWRITES THE RECORD
026960*    WITH THE COUNTS, TOTALS AND FINAL STATUS AT END OF RUN.
026970 156-CHECK-RUN-REGISTRY.
026980     MOVE "Y" TO WS-RUNREG-FOUND-SW.
026990     MOVE ETH-EXTRACT-DATE TO RR-EXTRACT-DATE.
027000     READ RUN-REGISTRY-FILE
027010         INVALID KEY
027020             MOVE "N" TO WS-RUNREG-FOUND-SW
027030     END-READ.
027040     IF WS-RUNREG-FOUND
027050         AND RR-STATUS-COMPLETED
027060         AND NOT WS-OVERRIDE-SUPPLIED
027070         DISPLAY "*** EXTRACT DATE " ETH-EXTRACT-DATE
027080             " ALREADY COMPLETED AT " RR-RUN-TIMESTAMP
027090             " - RUN REFUSED (SUPPLY OVERRIDE CARD TO "
027100             "RERUN DELIBERATELY) ***"
027110         MOVE 8 TO RETURN-CODE
027120         MOVE "Y" TO WS-RUN-ABORTED-SW
027130         MOVE "Y" TO WS-EOF-SW
027140         GO TO 156-EXIT
027150     END-IF.
027160     MOVE ETH-EXTRACT-DATE TO RR-EXTRACT-DATE.
027170     MOVE WS-RUN-TIMESTAMP TO RR-RUN-TIMESTAMP.
027180     MOVE "S" TO RR-RUN-STATUS.
027190     MOVE 0 TO RR-DATA-COUNT.
027200     MOVE 0 TO RR-EMP-COUNT.
027210     MOVE 0 TO RR-REJECT-COUNT.
027220     MOVE 0 TO RR-TOT-GROSS.
027230     MOVE 0 TO RR-TOT-TAX.
027240     MOVE 0 TO RR-TOT-NET-PAY.
027250     MOVE 0 TO RR-REVERSAL-COUNT.
027260     MOVE 0 TO RR-TOT-REVERSED-NET.
027270     MOVE SPACES TO RR-LAST-ADJ-TIMESTAMP.
027280     MOVE 0 TO RR-TOT-PD-GROSS.
027290     MOVE 0 TO RR-TOT-PD-TAX.
027300     MOVE 0 TO RR-TOT-PD-NET.
027310     MOVE 0 TO RR-TOT-PD-SG.
027320     MOVE 0 TO RR-TOT-PD-RESC.
027330     MOVE 0 TO RR-TOT-PD-DEDORD.
027340     IF WS-RUNREG-FOUND
027350         REWRITE RUN-REGISTRY-RECORD
027360     ELSE
027370         WRITE RUN-REGISTRY-RECORD
027380     END-IF.
027390     IF WS-RUNREG-FILE-STATUS NOT = "00"
027400         DISPLAY "*** RUNREGF REGISTRATION FAILED - STATUS "
027410             WS-RUNREG-FILE-STATUS " - RUN TERMINATED ***"
027420         MOVE 16 TO RETURN-CODE
027430         MOVE "Y" TO WS-RUN-ABORTED-SW
027440         MOVE "Y" TO WS-EOF-SW
027450     END-IF.
027460 156-EXIT.
027470         EXIT.
027480*
027490*    153-PROCESS-TRAILER-RECORD - TRL CONTROL RECORD.  CAPTURES
027500*    THE HR-SIDE RECORD COUNT AND HASH TOTALS FOR END-OF-RUN
027510*    VERIFICATION.
027520 153-PROCESS-TRAILER-RECORD.
027530     MOVE "Y" TO WS-CONTROL-REC-SW.
027540     IF WS-TRAILER-SEEN
027550         DISPLAY "*** MORE THAN ONE TRL RECORD ON FILE ***"
027560         MOVE "Y" TO WS-CONTROL-ERROR-SW
027570         GO TO 153-EXIT
027580     END-IF.
027590     MOVE "Y" TO WS-TRAILER-SEEN-SW.
027600     IF ETT-RECORD-COUNT NUMERIC
027610         AND ETT-HASH-GROSS NUMERIC
027620         AND ETT-HASH-DEDUCTIONS NUMERIC
027630         MOVE ETT-RECORD-COUNT    TO WS-TRL-RECORD-COUNT
027640         MOVE ETT-HASH-GROSS      TO WS-TRL-HASH-GROSS
027650         MOVE ETT-HASH-DEDUCTIONS TO WS-TRL-HASH-DEDUCT
027660     ELSE
027670         DISPLAY "*** TRL RECORD CONTROL FIELDS NOT NUMERIC ***"
027680         MOVE "Y" TO WS-CONTROL-ERROR-SW
027690     END-IF.
027700 153-EXIT.
027710         EXIT.
027720*
027730*    158-CHECK-DUPLICATE-ID - REJECT AN EMPLOYEE ID ALREADY SEEN
027740*    THIS RUN SO NOBODY IS WITHHELD TWICE, AND REMEMBER THE ID
027750*    OTHERWISE.  THE IDS LIVE ON THE KEYED SEEN-ID WORK FILE -
027760*    ONE KEYED READ PER RECORD, NO CEILING, NO DEGRADED MODE.
027770 158-CHECK-DUPLICATE-ID.
027780     MOVE "N" TO WS-DUPLICATE-SW.
027790     MOVE WS-EMPLOYEE-ID TO SI-EMPLOYEE-ID.
027800     READ SEEN-ID-FILE
027810         INVALID KEY
027820             CONTINUE
027830     END-READ.
027840     IF WS-SEENID-FILE-STATUS = "00"
027850         MOVE "Y" TO WS-DUPLICATE-SW
027860         MOVE "N" TO WS-VALID-DATA-SW
027870         MOVE "DUPLICATE ID IN RUN" TO WS-REJECT-REASON
027880         GO TO 158-EXIT
027890     END-IF.
027900     MOVE SPACES TO SEEN-ID-RECORD.
027910     MOVE WS-EMPLOYEE-ID TO SI-EMPLOYEE-ID.
027920     WRITE SEEN-ID-RECORD.
027930     IF WS-SEENID-FILE-STATUS NOT = "00"
027940         DISPLAY "*** SEENIDF WRITE FAILED FOR "
027950             WS-EMPLOYEE-ID " - STATUS "
027960             WS-SEENID-FILE-STATUS " ***"
027970     END-IF.
027980 158-EXIT.
027990         EXIT.
028000*
028010*    157-LOOKUP-EMPLOYEE-MASTER - KEYED READ OF THE EMPLOYEE
028020*    MASTER FOR THE ID ON THE BATCH RECORD.  AN UNKNOWN OR
028030*    TERMINATED EMPLOYEE LEAVES WS-DATA-INVALID SET SO THE
028040*    RECORD FLOWS DOWN THE EXISTING REJECT PATH INSTEAD OF
028050*    BEING PAID, AND THE MASTER NAME IS CARRIED FOR THE AUDIT
028060*    AND DISBURSEMENT RECORDS SO DOWNSTREAM CAN MATCH PAYMENTS
028070*    TO PEOPLE.
028080 157-LOOKUP-EMPLOYEE-MASTER.
028090     MOVE SPACES TO WS-EMPLOYEE-NAME.
028100     MOVE SPACES TO WS-EMPLOYEE-FUND-ID.
028110     MOVE "Y"    TO WS-TFN-HELD-IND.
028120     MOVE SPACES TO WS-TFN-REQUEST-DATE.
028130     MOVE 0      TO WS-STANDARD-HOURS.
028140     MOVE WS-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
028150     READ EMPLOYEE-MASTER-FILE
028160         INVALID KEY
028170             MOVE "N" TO WS-VALID-DATA-SW
028180             MOVE "NOT ON MASTER FILE" TO WS-REJECT-REASON
028190             GO TO 157-EXIT
028200     END-READ.
028210     IF WS-MASTER-FILE-STATUS NOT = "00"
028220         MOVE "N" TO WS-VALID-DATA-SW
028230         MOVE "MASTER READ ERROR" TO WS-REJECT-REASON
028240         DISPLAY "*** EMPLOYEE-MASTER-FILE READ FAILED - "
028250             "STATUS " WS-MASTER-FILE-STATUS " ***"
028260         GO TO 157-EXIT
028270     END-IF.
028280     STRING EM-SURNAME    DELIMITED BY "  " " "
028290            EM-GIVEN-NAME DELIMITED BY "  "
028300         INTO WS-EMPLOYEE-NAME.
028310     MOVE EM-FUND-ID TO WS-EMPLOYEE-FUND-ID.
028320     MOVE EM-TFN-HELD-IND     TO WS-TFN-HELD-IND.
028330     MOVE EM-TFN-REQUEST-DATE TO WS-TFN-REQUEST-DATE.
028340*    A MASTER RECORD CUT BEFORE THE STANDARD HOURS EXISTED HOLDS
028350*    SPACES THERE - NO LEAVE ACCRUES UNTIL EMPMAINT KEYS THEM.
028360     IF EM-STANDARD-HOURS NUMERIC
028370         MOVE EM-STANDARD-HOURS TO WS-STANDARD-HOURS
028380     END-IF.
028390*    A TERMINATED EMPLOYEE'S ONE REMAINING ENTITLEMENT IS THE
028400*    FINAL PAY - A FINAL-PAY RECORD IS ACCEPTED, ANYTHING ELSE
028410*    FOR A TERMINATED EMPLOYEE STILL REJECTS.
028420     IF EM-STATUS-TERMINATED AND NOT WS-FINAL-PAY
028430         MOVE "N" TO WS-VALID-DATA-SW
028440         MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON
028450     END-IF.
028460 157-EXIT.
028470         EXIT.
028480*
028490*    159-CHECK-LEAVE-BALANCE - WORK OUT THE PAY'S MOVEMENT ON
028500*    THE EMPLOYEE'S LEAVE BALANCES BEFORE ANYTHING IS PAID.  AN
028510*    ORDINARY PAY ACCRUES FOUR WEEKS' ANNUAL AND TWO WEEKS'
028520*    PERSONAL LEAVE A YEAR AT THE MASTER'S STANDARD WEEKLY HOURS,
028530*    SPREAD OVER THE PAY PERIODS, AND RESETS THE HOURLY RATE TO
028540*    THE PERIOD GROSS OVER THE PERIOD'S STANDARD HOURS.  LEAVE
028550*    TAKEN ON THE RECORD COMES OFF BOTH BALANCES.  A FINAL PAY'S
028560*    LEAVE PAYOUT IS UNUSED ANNUAL LEAVE - WORTH MORE THAN THE
028570*    ANNUAL LEAVE HELD AT THE EMPLOYEE'S RATE, IT IS REJECTED
028580*    FOR HR TO CORRECT; OTHERWISE ITS HOURS COME OFF TOO.  THE
028590*    BALANCE RECORD READ HERE IS UPDATED BY 345 ONCE THE PAY
028600*    HAS BEEN MADE.
028610 159-CHECK-LEAVE-BALANCE.
028620     MOVE 0 TO WS-AL-ACCRUED.
028630     MOVE 0 TO WS-PL-ACCRUED.
028640     MOVE 0 TO WS-AL-TAKEN.
028650     MOVE 0 TO WS-PL-TAKEN.
028660     MOVE 0 TO WS-LEAVE-PAYOUT-HOURS.
028670     IF ET-LEAVE-TAKEN NOT = SPACES
028680         IF ET-AL-TAKEN-HOURS NOT NUMERIC
028690             OR ET-PL-TAKEN-HOURS NOT NUMERIC
028700             MOVE "N" TO WS-VALID-DATA-SW
028710             MOVE "NON-NUMERIC LV HOURS" TO WS-REJECT-REASON
028720             GO TO 159-EXIT
028730         END-IF
028740         MOVE ET-AL-TAKEN-HOURS TO WS-AL-TAKEN
028750         MOVE ET-PL-TAKEN-HOURS TO WS-PL-TAKEN
028760     END-IF.
028770     MOVE "Y" TO WS-LVBAL-FOUND-SW.
028780     MOVE WS-EMPLOYEE-ID TO LB-EMPLOYEE-ID.
028790     READ LEAVE-BALANCE-FILE
028800         INVALID KEY
028810             MOVE "N" TO WS-LVBAL-FOUND-SW
028820     END-READ.
028830     IF NOT WS-LVBAL-FOUND
028840         MOVE SPACES TO LEAVE-BALANCE-RECORD
028850         MOVE WS-EMPLOYEE-ID TO LB-EMPLOYEE-ID
028860         MOVE 0 TO LB-ANNUAL-HOURS
028870         MOVE 0 TO LB-PERSONAL-HOURS
028880         MOVE 0 TO LB-HOURLY-RATE
028890         MOVE 0 TO LB-STANDARD-HOURS
028900     END-IF.
028910     MOVE LB-HOURLY-RATE TO WS-LEAVE-RATE.
028920     IF WS-ORDINARY-PAY AND WS-STANDARD-HOURS > 0
028930         COMPUTE WS-AL-ACCRUED ROUNDED =
028940             WS-STANDARD-HOURS * 4 / WS-PERIODS-PER-YEAR
028950         COMPUTE WS-PL-ACCRUED ROUNDED =
028960             WS-STANDARD-HOURS * 2 / WS-PERIODS-PER-YEAR
028970         IF WS-PERIOD-GROSS > 0
028980             COMPUTE WS-LEAVE-RATE ROUNDED =
028990                 WS-PERIOD-GROSS * WS-PERIODS-PER-YEAR
029000                 / (WS-STANDARD-HOURS * 52)
029010         END-IF
029020     END-IF.
029030*    THE ONE EMPLOYEE A RESTART REPLAYS (SEE 340) HAS ALREADY
029040*    HAD THIS PAYOUT TAKEN OFF - IT WAS ACCEPTED FIRST TIME.
029050     IF WS-RESTART-REQUESTED
029060         AND WS-RESTART-POSITION-FOUND
029070         AND WS-LVBAL-FOUND
029080         AND LB-LAST-RUN-TIMESTAMP = CKPT-RUN-TIMESTAMP
029090         GO TO 159-MOVEMENT
029100     END-IF.
029110     IF WS-FINAL-PAY AND WS-LEAVE-PAYOUT > 0
029120         COMPUTE WS-LEAVE-LIMIT ROUNDED =
029130             (LB-ANNUAL-HOURS - WS-AL-TAKEN) * WS-LEAVE-RATE
029140         IF WS-LEAVE-PAYOUT > WS-LEAVE-LIMIT
029150             MOVE "N" TO WS-VALID-DATA-SW
029160             MOVE "LEAVE OVER BALANCE" TO WS-REJECT-REASON
029170             MOVE WS-LEAVE-PAYOUT TO WS-DISPLAY-MONEY
029180             DISPLAY "*** " WS-EMPLOYEE-ID " LEAVE PAYOUT $"
029190                 WS-DISPLAY-MONEY " EXCEEDS ANNUAL LEAVE HELD ***"
029200             MOVE WS-LEAVE-LIMIT TO WS-DISPLAY-MONEY
029210             DISPLAY "*** BALANCE AT THE EMPLOYEE'S RATE IS $"
029220                 WS-DISPLAY-MONEY " ***"
029230             GO TO 159-EXIT
029240         END-IF
029250         COMPUTE WS-LEAVE-PAYOUT-HOURS ROUNDED =
029260             WS-LEAVE-PAYOUT / WS-LEAVE-RATE
029270     END-IF.
029280 159-MOVEMENT.
029290     COMPUTE WS-AL-MOVEMENT =
029300         WS-AL-ACCRUED - WS-AL-TAKEN - WS-LEAVE-PAYOUT-HOURS.
029310     COMPUTE WS-PL-MOVEMENT = WS-PL-ACCRUED - WS-PL-TAKEN.
029320 159-EXIT.
029330         EXIT.
029340*
029350*****************************************************************
029360*    200-CALCULATE-AU-TAX
029370*****************************************************************
029380 200-CALCULATE-AU-TAX.
029390*    PRE-TAX ARRANGEMENTS COME OFF THE GROSS FIRST - THE
029400*    SACRIFICED AMOUNT IS NEVER TAXED AS SALARY.
029410     PERFORM 205-APPLY-PRETAX-ARRANGEMENTS THRU 205-EXIT.
029420*    CALCULATE TAXABLE INCOME
029430     COMPUTE WS-TAXABLE-INCOME = WS-INCOME - WS-DEDUCTIONS
029440         - WS-PRETAX-AMOUNT.
029450     IF WS-TAXABLE-INCOME < 0
029460         MOVE 0 TO WS-TAXABLE-INCOME
029470     END-IF.
029480     PERFORM 210-LOOKUP-TAX-RATE-TABLE THRU 210-EXIT.
029490     PERFORM 212-SET-RESIDENCY-INDEX THRU 212-EXIT.
029500     PERFORM 215-LOOKUP-HELP-RATE-TABLE THRU 215-EXIT.
029510     PERFORM 216-LOOKUP-OFFSET-TABLE THRU 216-EXIT.
029520     PERFORM 217-LOOKUP-SG-RATE-TABLE THRU 217-EXIT.
029530     PERFORM 218-LOOKUP-ETP-RATE-TABLE THRU 218-EXIT.
029540*    --- INCOME TAX CALCULATION (RATES PER SELECTED TAX YEAR
029550*        AND RESIDENCY STATUS) ---
029560     IF WS-TAXABLE-INCOME <=
029570             RT-BRACKET-1-LIMIT (RT-IDX, RES-IDX)
029580         MOVE 0 TO WS-INCOME-TAX
029590     ELSE IF WS-TAXABLE-INCOME <=
029600             RT-BRACKET-2-LIMIT (RT-IDX, RES-IDX)
029610         COMPUTE WS-INCOME-TAX =
029620             (WS-TAXABLE-INCOME
029630                 - RT-BRACKET-1-LIMIT (RT-IDX, RES-IDX))
029640                 * RT-RATE-1 (RT-IDX, RES-IDX)
029650     ELSE IF WS-TAXABLE-INCOME <=
029660             RT-BRACKET-3-LIMIT (RT-IDX, RES-IDX)
029670         COMPUTE WS-INCOME-TAX =
029680             RT-BASE-TAX-2 (RT-IDX, RES-IDX) +
029690             ((WS-TAXABLE-INCOME
029700                 - RT-BRACKET-2-LIMIT (RT-IDX, RES-IDX))
029710                 * RT-RATE-2 (RT-IDX, RES-IDX))
029720     ELSE IF WS-TAXABLE-INCOME <=
029730             RT-BRACKET-4-LIMIT (RT-IDX, RES-IDX)
029740         COMPUTE WS-INCOME-TAX =
029750             RT-BASE-TAX-3 (RT-IDX, RES-IDX) +
029760             ((WS-TAXABLE-INCOME
029770                 - RT-BRACKET-3-LIMIT (RT-IDX, RES-IDX))
029780                 * RT-RATE-3 (RT-IDX, RES-IDX))
029790     ELSE
029800         COMPUTE WS-INCOME-TAX =
029810             RT-BASE-TAX-4 (RT-IDX, RES-IDX) +
029820             ((WS-TAXABLE-INCOME
029830                 - RT-BRACKET-4-LIMIT (RT-IDX, RES-IDX))
029840                 * RT-RATE-4 (RT-IDX, RES-IDX))
029850     END-IF.
029860     PERFORM 220-CALCULATE-MEDICARE-LEVY THRU 220-EXIT.
029870     PERFORM 230-CALCULATE-MLS THRU 230-EXIT.
029880     PERFORM 240-CALCULATE-HELP-REPAYMENT THRU 240-EXIT.
029890     PERFORM 245-CALCULATE-TAX-OFFSETS THRU 245-EXIT.
029900     PERFORM 246-APPLY-NO-TFN-RATE THRU 246-EXIT.
029910     PERFORM 248-CALCULATE-SUPER-GUARANTEE THRU 248-EXIT.
029920     PERFORM 249-CALCULATE-ETP THRU 249-EXIT.
029930*    --- TOTAL PAYG / TAX LIABILITY (OFFSETS NET AGAINST THE
029940*        INCOME TAX COMPONENT ONLY) ---
029950     COMPUTE WS-TOTAL-TAX = WS-INCOME-TAX - WS-TAX-OFFSETS
029960             + WS-MEDICARE-LEVY
029970             + WS-MLS-AMOUNT + WS-HELP-REPAYMENT.
029980     COMPUTE WS-NET-PAY = WS-INCOME - WS-PRETAX-AMOUNT
029990         - WS-TOTAL-TAX.
030000     PERFORM 250-DEANNUALIZE-PERIOD THRU 250-EXIT.
030010     PERFORM 252-APPLY-FINAL-PAY THRU 252-EXIT.
030020     PERFORM 270-APPLY-DEDUCTION-ORDERS THRU 270-EXIT.
030030 200-EXIT.
030040         EXIT.
030050*
030060*    205-APPLY-PRETAX-ARRANGEMENTS - EVERY IN-FORCE PRE-TAX
030070*    ARRANGEMENT FOR THE EMPLOYEE, LOWEST SEQUENCE FIRST, IS
030080*    TAKEN OFF THE PERIOD GROSS.  THE PERIOD TOTAL IS THEN
030090*    ANNUALIZED LIKE THE GROSS ITSELF SO THE BRACKET SCAN
030100*    SEES THE REDUCED TAXABLE INCOME.  ARRANGEMENTS APPLY TO
030110*    BATCH PAY RUNS ONLY - AN INTERACTIVE ESTIMATE OR A
030120*    GROSS-UP SOLVE WORKS ON THE FIGURES KEYED.
030130 205-APPLY-PRETAX-ARRANGEMENTS.
030140     MOVE 0 TO WS-PD-PRETAX.
030150     MOVE 0 TO WS-PD-RESC.
030160     MOVE 0 TO WS-PRETAX-AMOUNT.
030170     IF NOT WS-BATCH-MODE OR NOT WS-PRETAX-OPEN
030180         GO TO 205-EXIT
030190     END-IF.
030200     MOVE "N" TO WS-PRETAX-DONE-SW.
030210     MOVE WS-EMPLOYEE-ID TO PA-EMPLOYEE-ID.
030220     MOVE SPACES TO PA-ARRANGE-SEQ.
030230     START PRETAX-ARRANGE-FILE KEY NOT < PA-ARRANGE-KEY
030240         INVALID KEY
030250             MOVE "Y" TO WS-PRETAX-DONE-SW
030260     END-START.
030270     PERFORM 207-APPLY-ONE-ARRANGEMENT THRU 207-EXIT
030280         UNTIL WS-PRETAX-DONE.
030290     COMPUTE WS-PRETAX-AMOUNT =
030300         WS-PD-PRETAX * WS-PERIODS-PER-YEAR.
030310 205-EXIT.
030320         EXIT.
030330*
030340*    207-APPLY-ONE-ARRANGEMENT - ONE KEYED-SEQUENTIAL
030350*    ARRANGEMENT RECORD.  AN ARRANGEMENT OUTSIDE ITS DATE
030360*    WINDOW IS SKIPPED; A PERCENTAGE ARRANGEMENT TAKES ITS
030370*    SHARE OF THE PERIOD'S ORDINARY GROSS, OTHERWISE THE FIXED
030380*    AMOUNT APPLIES; EITHER WAY THE ARRANGEMENTS TOGETHER CAN
030390*    NEVER TAKE MORE THAN THE PERIOD GROSS.  ONLY SACRIFICED
030400*    SUPER IS REMITTED BY THE RUN (SUPOUTF); A NOVATED LEASE OR
030410*    OTHER AMOUNT IS LEFT IN THE PRE-TAX PAYABLE ACCOUNT FOR
030420*    ACCOUNTS PAYABLE TO SETTLE - SEE PTAREC.
030430 207-APPLY-ONE-ARRANGEMENT.
030440     READ PRETAX-ARRANGE-FILE NEXT RECORD
030450         AT END
030460             MOVE "Y" TO WS-PRETAX-DONE-SW
030470             GO TO 207-EXIT
030480     END-READ.
030490     IF PA-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
030500         MOVE "Y" TO WS-PRETAX-DONE-SW
030510         GO TO 207-EXIT
030520     END-IF.
030530     IF PA-START-DATE NOT = SPACES
030540         AND PA-START-DATE > WS-CURR-DATE
030550         GO TO 207-EXIT
030560     END-IF.
030570     IF PA-END-DATE NOT = SPACES
030580         AND PA-END-DATE < WS-CURR-DATE
030590         GO TO 207-EXIT
030600     END-IF.
030610     IF PA-PERCENTAGE NUMERIC AND PA-PERCENTAGE > 0
030620         COMPUTE WS-PRETAX-WORK ROUNDED =
030630             WS-PERIOD-GROSS * PA-PERCENTAGE
030640     ELSE IF PA-FIXED-AMOUNT NUMERIC
030650         MOVE PA-FIXED-AMOUNT TO WS-PRETAX-WORK
030660     ELSE
030670         MOVE 0 TO WS-PRETAX-WORK
030680     END-IF.
030690     IF WS-PRETAX-WORK > WS-PERIOD-GROSS - WS-PD-PRETAX
030700         COMPUTE WS-PRETAX-WORK =
030710             WS-PERIOD-GROSS - WS-PD-PRETAX
030720     END-IF.
030730     IF WS-PRETAX-WORK <= 0
030740         GO TO 207-EXIT
030750     END-IF.
030760     ADD WS-PRETAX-WORK TO WS-PD-PRETAX.
030770     IF PA-TYPE-SUPER-SACRIFICE
030780         ADD WS-PRETAX-WORK TO WS-PD-RESC
030790     END-IF.
030800 207-EXIT.
030810         EXIT.
030820*
030830*    210-LOOKUP-TAX-RATE-TABLE - POSITION RT-IDX AT WS-TAX-YEAR,
030840*    DEFAULTING TO THE MOST RECENT YEAR IF NOT ON FILE.  A YEAR
030850*    THAT DOES NOT MATCH IS WARNED ON RATHER THAN SILENTLY
030860*    SUBSTITUTED SO THE WRONG BRACKETS ARE NEVER APPLIED UNSEEN.
030870*    THE CANDIDATE PASS OF A WHAT-IF RUN TAKES THE WHAT-IF SLOT.
030880 210-LOOKUP-TAX-RATE-TABLE.
030890     MOVE SPACES TO WS-AUDIT-YEAR-NOTE.
030900     MOVE "Y" TO WS-YEAR-FOUND-SW.
030910     IF WS-CANDIDATE-PASS
030920         SET RT-IDX TO WS-CAND-SLOT
030930         GO TO 210-EXIT
030940     END-IF.
030950     SET RT-IDX TO 1.
030960     SEARCH TAX-RATE-ENTRY
030970         AT END
030980             SET RT-IDX TO TAX-RATE-MAX-YEARS
030990             MOVE "N" TO WS-YEAR-FOUND-SW
031000         WHEN RT-TAX-YEAR (RT-IDX) = WS-TAX-YEAR
031010             CONTINUE
031020     END-SEARCH.
031030     IF NOT WS-TAX-YEAR-FOUND
031040         DISPLAY "*** WARNING - tax year " WS-TAX-YEAR
031050             " not on file - using " RT-TAX-YEAR (RT-IDX)
031060             " rates ***"
031070         MOVE "YEAR DEFAULTED" TO WS-AUDIT-YEAR-NOTE
031080     END-IF.
031090 210-EXIT.
031100         EXIT.
031110*
031120*    212-SET-RESIDENCY-INDEX - POSITION RES-IDX AT THE BRACKET
031130*    SCALE FOR THE TAXPAYER'S RESIDENCY STATUS WITHIN THE YEAR
031140*    POSITIONED BY 210 ABOVE.  SUBSCRIPT MEANINGS ARE FIXED BY
031150*    AUTXRATE - 1 RESIDENT, 2 FOREIGN RESIDENT, 3 WORKING
031160*    HOLIDAY MAKER.  THE STATUS IS VALIDATED ON INPUT, SO AN
031170*    UNRECOGNIZED VALUE CANNOT REACH HERE - RESIDENT IS STILL
031180*    THE FINAL FALLBACK RATHER THAN AN UNPREDICTABLE SUBSCRIPT.
031190 212-SET-RESIDENCY-INDEX.
031200     IF WS-RES-FOREIGN
031210         SET RES-IDX TO 2
031220     ELSE IF WS-RES-HOLIDAY-MAKER
031230         SET RES-IDX TO 3
031240     ELSE
031250         SET RES-IDX TO 1
031260     END-IF.
031270 212-EXIT.
031280         EXIT.
031290*
031300*    215-LOOKUP-HELP-RATE-TABLE - POSITION HY-IDX AT WS-TAX-YEAR
031310*    WITHIN HELP-YEAR-ENTRY SO 240-CALCULATE-HELP-REPAYMENT USES
031320*    THE REPAYMENT BANDS FOR THE YEAR SELECTED, NOT ONE YEAR'S
031330*    THRESHOLDS APPLIED ACROSS EVERY TAX YEAR.  FALLS BACK TO THE
031340*    MOST RECENT YEAR ON FILE AND WARNS, SAME AS 210 ABOVE.
031350 215-LOOKUP-HELP-RATE-TABLE.
031360     MOVE SPACES TO WS-AUDIT-HELP-YEAR-NOTE.
031370     MOVE "Y" TO WS-HELP-YEAR-FOUND-SW.
031380     IF WS-CANDIDATE-PASS
031390         SET HY-IDX TO WS-CAND-SLOT
031400         GO TO 215-EXIT
031410     END-IF.
031420     SET HY-IDX TO 1.
031430     SEARCH HELP-YEAR-ENTRY
031440         AT END
031450             SET HY-IDX TO HELP-YEAR-MAX-YEARS
031460             MOVE "N" TO WS-HELP-YEAR-FOUND-SW
031470         WHEN HY-TAX-YEAR (HY-IDX) = WS-TAX-YEAR
031480             CONTINUE
031490     END-SEARCH.
031500     IF NOT WS-HELP-TAX-YEAR-FOUND
031510         DISPLAY "*** WARNING - tax year " WS-TAX-YEAR
031520             " not on HELP rate file - using "
031530             HY-TAX-YEAR (HY-IDX) " rates ***"
031540         MOVE "YEAR DEFAULTED" TO WS-AUDIT-HELP-YEAR-NOTE
031550     END-IF.
031560 215-EXIT.
031570         EXIT.
031580*
031590*    216-LOOKUP-OFFSET-TABLE - POSITION OF-IDX AT WS-TAX-YEAR
031600*    WITHIN TAX-OFFSET-ENTRY SO 245-CALCULATE-TAX-OFFSETS USES
031610*    THE LITO/SAPTO FIGURES FOR THE YEAR SELECTED.  FALLS BACK
031620*    TO THE MOST RECENT YEAR ON FILE AND WARNS, SAME AS THE 210
031630*    AND 215 LOOKUPS ABOVE.
031640 216-LOOKUP-OFFSET-TABLE.
031650     MOVE "Y" TO WS-OFFSET-YEAR-FOUND-SW.
031660     IF WS-CANDIDATE-PASS
031670         SET OF-IDX TO WS-CAND-SLOT
031680         GO TO 216-EXIT
031690     END-IF.
031700     SET OF-IDX TO 1.
031710     SEARCH TAX-OFFSET-ENTRY
031720         AT END
031730             SET OF-IDX TO TAX-OFFSET-MAX-YEARS
031740             MOVE "N" TO WS-OFFSET-YEAR-FOUND-SW
031750         WHEN OF-TAX-YEAR (OF-IDX) = WS-TAX-YEAR
031760             CONTINUE
031770     END-SEARCH.
031780     IF NOT WS-OFFSET-TAX-YEAR-FOUND
031790         DISPLAY "*** WARNING - tax year " WS-TAX-YEAR
031800             " not on offset file - using "
031810             OF-TAX-YEAR (OF-IDX) " figures ***"
031820     END-IF.
031830 216-EXIT.
031840         EXIT.
031850*
031860*    217-LOOKUP-SG-RATE-TABLE - POSITION SG-IDX AT WS-TAX-YEAR
031870*    WITHIN SUPER-RATE-ENTRY SO 248-CALCULATE-SUPER-GUARANTEE
031880*    USES THE SG RATE AND QUARTERLY MAXIMUM BASE FOR THE YEAR
031890*    SELECTED.  FALLS BACK TO THE MOST RECENT YEAR ON FILE AND
031900*    WARNS, SAME AS THE 210/215/216 LOOKUPS ABOVE.
031910 217-LOOKUP-SG-RATE-TABLE.
031920     MOVE "Y" TO WS-SG-YEAR-FOUND-SW.
031930     SET SG-IDX TO 1.
031940     SEARCH SUPER-RATE-ENTRY
031950         AT END
031960             SET SG-IDX TO SUPER-RATE-MAX-YEARS
031970             MOVE "N" TO WS-SG-YEAR-FOUND-SW
031980         WHEN SG-TAX-YEAR (SG-IDX) = WS-TAX-YEAR
031990             CONTINUE
032000     END-SEARCH.
032010     IF NOT WS-SG-TAX-YEAR-FOUND
032020         DISPLAY "*** WARNING - tax year " WS-TAX-YEAR
032030             " not on SG rate file - using "
032040             SG-TAX-YEAR (SG-IDX) " figures ***"
032050     END-IF.
032060 217-EXIT.
032070         EXIT.
032080*
032090*    218-LOOKUP-ETP-RATE-TABLE - POSITION EP-IDX AT WS-TAX-YEAR
032100*    WITHIN ETP-RATE-ENTRY SO 249-CALCULATE-ETP USES THE
032110*    TERMINATION RATES AND ETP CAP FOR THE YEAR SELECTED.
032120*    FALLS BACK TO THE MOST RECENT YEAR ON FILE AND WARNS,
032130*    SAME AS THE OTHER RATE LOOKUPS ABOVE.
032140 218-LOOKUP-ETP-RATE-TABLE.
032150     MOVE "Y" TO WS-ETP-YEAR-FOUND-SW.
032160     SET EP-IDX TO 1.
032170     SEARCH ETP-RATE-ENTRY
032180         AT END
032190             SET EP-IDX TO ETP-RATE-MAX-YEARS
032200             MOVE "N" TO WS-ETP-YEAR-FOUND-SW
032210         WHEN EP-TAX-YEAR (EP-IDX) = WS-TAX-YEAR
032220             CONTINUE
032230     END-SEARCH.
032240     IF NOT WS-ETP-TAX-YEAR-FOUND
032250         DISPLAY "*** WARNING - tax year " WS-TAX-YEAR
032260             " not on ETP rate file - using "
032270             EP-TAX-YEAR (EP-IDX) " figures ***"
032280     END-IF.
032290 218-EXIT.
032300         EXIT.
032310*
032320*    220-CALCULATE-MEDICARE-LEVY - STANDARD LEVY WITH SHADE-IN
032330*    BETWEEN RT-MEDICARE-LOWER AND RT-MEDICARE-UPPER.  FOREIGN
032340*    RESIDENTS AND WORKING HOLIDAY MAKERS ARE NOT LIABLE FOR
032350*    THE LEVY AND LEAVE WITH ZERO.
032360 220-CALCULATE-MEDICARE-LEVY.
032370     IF NOT WS-RES-RESIDENT
032380         MOVE 0 TO WS-MEDICARE-LEVY
032390         GO TO 220-EXIT
032400     END-IF.
032410     IF WS-TAXABLE-INCOME <= RT-MEDICARE-LOWER (RT-IDX)
032420         MOVE 0 TO WS-MEDICARE-LEVY
032430     ELSE IF WS-TAXABLE-INCOME <= RT-MEDICARE-UPPER (RT-IDX)
032440         COMPUTE WS-MEDICARE-LEVY =
032450             (WS-TAXABLE-INCOME - RT-MEDICARE-LOWER (RT-IDX))
032460                 * RT-MEDICARE-SHADE-RATE (RT-IDX)
032470     ELSE
032480         COMPUTE WS-MEDICARE-LEVY =
032490             WS-TAXABLE-INCOME * RT-MEDICARE-RATE (RT-IDX)
032500     END-IF.
032510 220-EXIT.
032520         EXIT.
032530*
032540*    230-CALCULATE-MLS - MEDICARE LEVY SURCHARGE, ONLY PAYABLE
032550*    WHEN NO PRIVATE HOSPITAL COVER IS HELD.  AS WITH THE LEVY
032560*    ITSELF, NON-RESIDENTS AND WORKING HOLIDAY MAKERS ARE NOT
032570*    LIABLE.
032580 230-CALCULATE-MLS.
032590     MOVE 0 TO WS-MLS-AMOUNT.
032600     IF NOT WS-RES-RESIDENT
032610         GO TO 230-EXIT
032620     END-IF.
032630     IF WS-NO-PRIVATE-COVER
032640         IF WS-TAXABLE-INCOME > RT-MLS-TIER-3 (RT-IDX)
032650             COMPUTE WS-MLS-AMOUNT =
032660                 WS-TAXABLE-INCOME * RT-MLS-RATE-3 (RT-IDX)
032670         ELSE IF WS-TAXABLE-INCOME > RT-MLS-TIER-2 (RT-IDX)
032680             COMPUTE WS-MLS-AMOUNT =
032690                 WS-TAXABLE-INCOME * RT-MLS-RATE-2 (RT-IDX)
032700         ELSE IF WS-TAXABLE-INCOME > RT-MLS-TIER-1 (RT-IDX)
032710             COMPUTE WS-MLS-AMOUNT =
032720                 WS-TAXABLE-INCOME * RT-MLS-RATE-1 (RT-IDX)
032730         END-IF
032740     END-IF.
032750 230-EXIT.
032760         EXIT.
032770*
032780*    240-CALCULATE-HELP-REPAYMENT - BANDED FLAT-RATE LOOKUP OF
032790*    HELP-RATE-TABLE, WITHIN THE YEAR POSITIONED BY HY-IDX,
032800*    AGAINST WS-TAXABLE-INCOME, CAPPED AT THE OUTSTANDING BALANCE.
032810 240-CALCULATE-HELP-REPAYMENT.
032820     MOVE 0 TO WS-HELP-REPAYMENT.
032830     IF WS-HAS-HELP-DEBT
032840         SET HR-IDX TO 1
032850         SEARCH HELP-RATE-ENTRY
032860             AT END
032870                 SET HR-IDX TO HELP-RATE-BAND-COUNT (HY-IDX)
032880             WHEN WS-TAXABLE-INCOME <=
032890                     HR-INCOME-MAX (HY-IDX, HR-IDX)
032900                 CONTINUE
032910         END-SEARCH
032920         COMPUTE WS-HELP-REPAYMENT =
032930             WS-TAXABLE-INCOME * HR-REPAY-RATE (HY-IDX, HR-IDX)
032940         IF WS-HELP-REPAYMENT > WS-HELP-BALANCE
032950             MOVE WS-HELP-BALANCE TO WS-HELP-REPAYMENT
032960         END-IF
032970     END-IF.
032980 240-EXIT.
032990         EXIT.
033000*
033010*    245-CALCULATE-TAX-OFFSETS - LITO AND (WHERE THE SENIOR
033020*    INDICATOR IS SET) SAPTO, FROM THE YEAR POSITIONED BY
033030*    216-LOOKUP-OFFSET-TABLE.  BOTH ARE RESIDENT-ONLY OFFSETS
033040*    AND BOTH ARE NON-REFUNDABLE - THE COMBINED AMOUNT IS
033050*    CAPPED AT THE GROSS INCOME TAX SO IT CAN REDUCE THE
033060*    INCOME TAX COMPONENT TO NIL BUT NEVER BELOW IT.
033070 245-CALCULATE-TAX-OFFSETS.
033080     MOVE 0 TO WS-LITO-AMOUNT.
033090     MOVE 0 TO WS-SAPTO-AMOUNT.
033100     MOVE 0 TO WS-TAX-OFFSETS.
033110     IF NOT WS-RES-RESIDENT
033120         GO TO 245-EXIT
033130     END-IF.
033140     IF WS-TAXABLE-INCOME <= OF-LITO-TAPER-1-START (OF-IDX)
033150         MOVE OF-LITO-MAX-AMOUNT (OF-IDX) TO WS-LITO-AMOUNT
033160     ELSE IF WS-TAXABLE-INCOME <= OF-LITO-TAPER-2-START (OF-IDX)
033170         COMPUTE WS-LITO-AMOUNT =
033180             OF-LITO-MAX-AMOUNT (OF-IDX) -
033190             ((WS-TAXABLE-INCOME
033200                 - OF-LITO-TAPER-1-START (OF-IDX))
033210                 * OF-LITO-TAPER-1-RATE (OF-IDX))
033220     ELSE
033230         COMPUTE WS-LITO-AMOUNT =
033240             OF-LITO-TAPER-2-AMOUNT (OF-IDX) -
033250             ((WS-TAXABLE-INCOME
033260                 - OF-LITO-TAPER-2-START (OF-IDX))
033270                 * OF-LITO-TAPER-2-RATE (OF-IDX))
033280     END-IF.
033290     IF WS-LITO-AMOUNT < 0
033300         MOVE 0 TO WS-LITO-AMOUNT
033310     END-IF.
033320     IF WS-IS-SENIOR
033330         IF WS-TAXABLE-INCOME <= OF-SAPTO-SHADE-START (OF-IDX)
033340             MOVE OF-SAPTO-MAX-AMOUNT (OF-IDX)
033350                 TO WS-SAPTO-AMOUNT
033360         ELSE
033370             COMPUTE WS-SAPTO-AMOUNT =
033380                 OF-SAPTO-MAX-AMOUNT (OF-IDX) -
033390                 ((WS-TAXABLE-INCOME
033400                     - OF-SAPTO-SHADE-START (OF-IDX))
033410                     * OF-SAPTO-TAPER-RATE (OF-IDX))
033420         END-IF
033430         IF WS-SAPTO-AMOUNT < 0
033440             MOVE 0 TO WS-SAPTO-AMOUNT
033450         END-IF
033460     END-IF.
033470     COMPUTE WS-TAX-OFFSETS = WS-LITO-AMOUNT + WS-SAPTO-AMOUNT.
033480     IF WS-TAX-OFFSETS > WS-INCOME-TAX
033490         MOVE WS-INCOME-TAX TO WS-TAX-OFFSETS
033500     END-IF.
033510 245-EXIT.
033520         EXIT.
033530*
033540*    246-APPLY-NO-TFN-RATE - A BATCH EMPLOYEE WHO HAS NOT QUOTED
033550*    A TFN IS WITHHELD AT THE FLAT NO-TFN RATE FOR THE YEAR
033560*    POSITIONED BY 210 - TOP MARGINAL PLUS MEDICARE FOR A
033570*    RESIDENT, THE TOP FOREIGN-RESIDENT RATE FOR EVERYONE ELSE.
033580*    THE FLAT RATE REPLACES THE SCALE OUTRIGHT, SO THE SEPARATE
033590*    MEDICARE, MLS AND HELP COMPONENTS AND THE OFFSETS FALL TO
033600*    NIL.  A NEW STARTER HAS 28 DAYS FROM THE DECLARATION
033610*    REQUEST DATE ON THE MASTER TO QUOTE ONE AND STAYS ON THE
033620*    SCALE UNTIL THEN; NO REQUEST DATE MEANS NO GRACE.  THE
033630*    MASTER IS ONLY READ IN BATCH, SO INTERACTIVE AND GROSS-UP
033640*    RUNS ARE NEVER AFFECTED.
033650 246-APPLY-NO-TFN-RATE.
033660     MOVE "N" TO WS-AUDIT-NOTFN-IND.
033670     IF NOT WS-BATCH-MODE OR NOT WS-NO-TFN-HELD
033680         GO TO 246-EXIT
033690     END-IF.
033700     IF WS-TFN-REQUEST-DATE NUMERIC
033710         MOVE WS-TFN-REQUEST-DATE TO WS-TFN-REQUEST-DATE-NUM
033720         MOVE WS-CURR-DATE        TO WS-CURR-DATE-NUM
033730         COMPUTE WS-TFN-DAYS-OUTSTANDING =
033740             FUNCTION INTEGER-OF-DATE (WS-CURR-DATE-NUM)
033750             - FUNCTION INTEGER-OF-DATE (WS-TFN-REQUEST-DATE-NUM)
033760         IF WS-TFN-DAYS-OUTSTANDING <= WS-TFN-GRACE-DAYS
033770             MOVE "G" TO WS-AUDIT-NOTFN-IND
033780             GO TO 246-EXIT
033790         END-IF
033800     END-IF.
033810     MOVE "Y" TO WS-AUDIT-NOTFN-IND.
033820     IF WS-RES-RESIDENT
033830         COMPUTE WS-INCOME-TAX ROUNDED =
033840             WS-TAXABLE-INCOME * RT-NO-TFN-RES-RATE (RT-IDX)
033850     ELSE
033860         COMPUTE WS-INCOME-TAX ROUNDED =
033870             WS-TAXABLE-INCOME * RT-NO-TFN-FOR-RATE (RT-IDX)
033880     END-IF.
033890     MOVE 0 TO WS-MEDICARE-LEVY.
033900     MOVE 0 TO WS-MLS-AMOUNT.
033910     MOVE 0 TO WS-HELP-REPAYMENT.
033920     MOVE 0 TO WS-LITO-AMOUNT.
033930     MOVE 0 TO WS-SAPTO-AMOUNT.
033940     MOVE 0 TO WS-TAX-OFFSETS.
033950 246-EXIT.
033960         EXIT.
033970*
033980*    248-CALCULATE-SUPER-GUARANTEE - EMPLOYER SG CONTRIBUTION
033990*    ON THE ORDINARY-TIME GROSS, AT THE RATE FOR THE YEAR
034000*    POSITIONED BY 217, WITH THE ANNUAL BASE CAPPED AT FOUR
034010*    TIMES THE QUARTERLY MAXIMUM CONTRIBUTION BASE.  THE SG
034020*    AMOUNT RIDES ALONGSIDE THE WITHHOLDING FIGURES - IT NEVER
034030*    ENTERS WS-TOTAL-TAX OR WS-NET-PAY.  WS-INCOME IS THE
034040*    PRE-SACRIFICE ORDINARY EARNINGS - SALARY SACRIFICED UNDER
034050*    A PRE-TAX ARRANGEMENT DOES NOT REDUCE THE SG OWED.
034060 248-CALCULATE-SUPER-GUARANTEE.
034070     MOVE WS-INCOME TO WS-SG-AMOUNT.
034080     IF WS-SG-AMOUNT > SG-QTR-MAX-BASE (SG-IDX) * 4
034090         COMPUTE WS-SG-AMOUNT =
034100             SG-QTR-MAX-BASE (SG-IDX) * 4
034110     END-IF.
034120     COMPUTE WS-SG-AMOUNT ROUNDED =
034130         WS-SG-AMOUNT * SG-RATE (SG-IDX).
034140 248-EXIT.
034150         EXIT.
034160*
034170*    249-CALCULATE-ETP - TERMINATION COMPONENTS OF A FINAL PAY.
034180*    UNUSED LEAVE IS WITHHELD AT THE FLAT TERMINATION RATE;
034190*    THE ETP IS WITHHELD AT THE UNDER-CAP RATE UP TO THE
034200*    INDEXED ETP CAP AND AT THE TOP RATE ABOVE IT.  BOTH STAY
034210*    APART FROM THE MARGINAL-SCALE FIGURES ALL THE WAY OUT -
034220*    THE ATO REQUIRES ETP REPORTED SEPARATELY FROM ORDINARY
034230*    PAYGW.
034240 249-CALCULATE-ETP.
034250     MOVE 0 TO WS-ETP-GROSS.
034260     MOVE 0 TO WS-ETP-TAX.
034270     IF NOT WS-FINAL-PAY
034280         GO TO 249-EXIT
034290     END-IF.
034300     COMPUTE WS-ETP-GROSS =
034310         WS-LEAVE-PAYOUT + WS-ETP-AMOUNT.
034320     IF WS-ETP-AMOUNT <= EP-ETP-CAP (EP-IDX)
034330         COMPUTE WS-ETP-TAX ROUNDED =
034340             WS-LEAVE-PAYOUT * EP-LEAVE-RATE (EP-IDX)
034350             + WS-ETP-AMOUNT * EP-ETP-RATE-UNDER (EP-IDX)
034360     ELSE
034370         COMPUTE WS-ETP-TAX ROUNDED =
034380             WS-LEAVE-PAYOUT * EP-LEAVE-RATE (EP-IDX)
034390             + EP-ETP-CAP (EP-IDX)
034400                 * EP-ETP-RATE-UNDER (EP-IDX)
034410             + (WS-ETP-AMOUNT - EP-ETP-CAP (EP-IDX))
034420                 * EP-ETP-RATE-OVER (EP-IDX)
034430     END-IF.
034440 249-EXIT.
034450         EXIT.
034460*
034470*    250-DEANNUALIZE-PERIOD - DIVIDE THE ANNUAL COMPONENTS BACK
034480*    DOWN TO ONE PAY PERIOD.  THE PERIOD TOTAL IS ROUNDED WITH
034490*    THE EMPLOYEE'S CUMULATIVE ROUNDING CARRY ADDED IN AND THE
034500*    NEW SUB-CENT RESIDUE CARRIED FORWARD, SO THE SUM OF PERIOD
034510*    WITHHOLDINGS ACROSS THE YEAR LANDS ON THE ANNUAL LIABILITY.
034520*    WS-PD-INCOME-TAX IS DERIVED LAST AS TOTAL LESS THE OTHER
034530*    COMPONENTS SO THE PERIOD COLUMNS ALWAYS CROSS-ADD.
034540 250-DEANNUALIZE-PERIOD.
034550     MOVE 0 TO WS-CARRY-DELTA.
034560     IF WS-PAID-ANNUALLY
034570         MOVE WS-INCOME-TAX      TO WS-PD-INCOME-TAX
034580         MOVE WS-MEDICARE-LEVY   TO WS-PD-MEDICARE-LEVY
034590         MOVE WS-MLS-AMOUNT      TO WS-PD-MLS-AMOUNT
034600         MOVE WS-HELP-REPAYMENT  TO WS-PD-HELP-REPAYMENT
034610         MOVE WS-TOTAL-TAX       TO WS-PD-TOTAL-TAX
034620         MOVE WS-NET-PAY         TO WS-PD-NET-PAY
034630         MOVE WS-SG-AMOUNT       TO WS-PD-SG-AMOUNT
034640         GO TO 250-EXIT
034650     END-IF.
034660     MOVE 0 TO WS-CARRY-WORK.
034670*    A WHAT-IF RUN READS THE CARRY, IF THERE IS ONE, BUT NEVER
034680*    MOVES IT - BOTH PASSES ROUND AS THE NEXT PAY RUN WOULD.
034690     IF WS-BATCH-MODE AND NOT WS-SHADOW-NO-CARRY
034700         PERFORM 255-FETCH-CARRY-RECORD THRU 255-EXIT
034710         IF WS-CARRY-SLOT-FOUND
034720             MOVE CR-CARRY-AMOUNT TO WS-CARRY-WORK
034730         END-IF
034740     END-IF.
034750     COMPUTE WS-PD-EXACT-TAX ROUNDED =
034760         WS-TOTAL-TAX / WS-PERIODS-PER-YEAR.
034770     COMPUTE WS-PD-TOTAL-TAX ROUNDED =
034780         WS-PD-EXACT-TAX + WS-CARRY-WORK.
034790     COMPUTE WS-CARRY-WORK =
034800         WS-PD-EXACT-TAX + WS-CARRY-WORK - WS-PD-TOTAL-TAX.
034810     IF WS-BATCH-MODE AND NOT WS-SHADOW-RUN
034820         COMPUTE WS-CARRY-DELTA =
034830             WS-PD-EXACT-TAX - WS-PD-TOTAL-TAX
034840         PERFORM 256-SAVE-CARRY-RECORD THRU 256-EXIT
034850     END-IF.
034860     COMPUTE WS-PD-MEDICARE-LEVY ROUNDED =
034870         WS-MEDICARE-LEVY / WS-PERIODS-PER-YEAR.
034880     COMPUTE WS-PD-MLS-AMOUNT ROUNDED =
034890         WS-MLS-AMOUNT / WS-PERIODS-PER-YEAR.
034900     COMPUTE WS-PD-HELP-REPAYMENT ROUNDED =
034910         WS-HELP-REPAYMENT / WS-PERIODS-PER-YEAR.
034920     COMPUTE WS-PD-INCOME-TAX =
034930         WS-PD-TOTAL-TAX - WS-PD-MEDICARE-LEVY
034940             - WS-PD-MLS-AMOUNT - WS-PD-HELP-REPAYMENT.
034950     COMPUTE WS-PD-NET-PAY =
034960         WS-PERIOD-GROSS - WS-PD-PRETAX - WS-PD-TOTAL-TAX.
034970     COMPUTE WS-PD-SG-AMOUNT ROUNDED =
034980         WS-SG-AMOUNT / WS-PERIODS-PER-YEAR.
034990 250-EXIT.
035000         EXIT.
035010*
035020*    252-APPLY-FINAL-PAY - WHAT THE RUN DISBURSES.  ORDINARILY
035030*    THE PER-PERIOD FIGURES AS COMPUTED; ON A FINAL PAY THE
035040*    ONE-OFF TERMINATION COMPONENTS RIDE ON TOP, SO THE
035050*    DISBURSEMENT LINE AND ITS CONTROL TOTAL CARRY EVERYTHING
035060*    ACTUALLY PAID WHILE THE ORDINARY PAYGW COLUMNS STAY
035070*    CLEAN FOR STP AND THE YTD BALANCES.
035080 252-APPLY-FINAL-PAY.
035090     MOVE WS-PD-TOTAL-TAX TO WS-PD-DISB-TAX.
035100     MOVE WS-PD-NET-PAY   TO WS-PD-DISB-NET.
035110     IF WS-FINAL-PAY
035120         ADD WS-ETP-TAX TO WS-PD-DISB-TAX
035130         COMPUTE WS-PD-DISB-NET = WS-PD-DISB-NET
035140             + WS-ETP-GROSS - WS-ETP-TAX
035150     END-IF.
035160 252-EXIT.
035170         EXIT.
035180*
035190*    270-APPLY-DEDUCTION-ORDERS - POST-TAX WITHHOLDING STAGE.
035200*    EVERY IN-FORCE CHILD SUPPORT OR GARNISHEE ORDER FOR THE
035210*    EMPLOYEE IS APPLIED AGAINST THE PERIOD NET, OLDEST ORDER
035220*    SEQUENCE FIRST, WITH THE PROTECTED-EARNINGS FLOOR
035230*    ENFORCED PER PAY PERIOD - THE NET NEVER FALLS BELOW THE
035240*    HIGHEST FLOOR OF THE ORDERS APPLIED.  WHAT IS WITHHELD
035250*    COMES OFF THE DISBURSED NET AND GOES OUT ON THE
035260*    REMITTANCE EXTRACT, SO TAXOUTF AND THE PAYMENT SUMMARY
035270*    FINALLY SHOW THE NET THE EMPLOYEE ACTUALLY RECEIVES.
035280 270-APPLY-DEDUCTION-ORDERS.
035290     MOVE 0 TO WS-DEDORD-AMOUNT.
035300     IF NOT WS-BATCH-MODE OR NOT WS-DEDORD-OPEN
035310         GO TO 270-EXIT
035320     END-IF.
035330     MOVE "N" TO WS-DEDORD-DONE-SW.
035340     MOVE WS-EMPLOYEE-ID TO DO-EMPLOYEE-ID.
035350     MOVE SPACES TO DO-ORDER-SEQ.
035360     START DEDUCTION-ORDER-FILE KEY NOT < DO-ORDER-KEY
035370         INVALID KEY
035380             MOVE "Y" TO WS-DEDORD-DONE-SW
035390     END-START.
035400     PERFORM 272-APPLY-ONE-ORDER THRU 272-EXIT
035410         UNTIL WS-DEDORD-DONE.
035420     IF WS-DEDORD-AMOUNT > 0
035430         SUBTRACT WS-DEDORD-AMOUNT FROM WS-PD-DISB-NET
035440     END-IF.
035450 270-EXIT.
035460         EXIT.
035470*
035480*    272-APPLY-ONE-ORDER - ONE KEYED-SEQUENTIAL ORDER RECORD.
035490*    AN ORDER OUTSIDE ITS DATE WINDOW IS SKIPPED; A PERCENTAGE
035500*    ORDER TAKES ITS SHARE OF THE PERIOD NET, OTHERWISE THE
035510*    FIXED AMOUNT APPLIES; EITHER WAY THE DEDUCTION IS CAPPED
035520*    AT THE HEADROOM ABOVE THE ORDER'S PROTECTED-EARNINGS
035530*    FLOOR.  EACH APPLIED ORDER WRITES A REMITTANCE DETAIL
035540*    AND ROLLS INTO ITS AGENCY'S TOTAL.
035550 272-APPLY-ONE-ORDER.
035560     READ DEDUCTION-ORDER-FILE NEXT RECORD
035570         AT END
035580             MOVE "Y" TO WS-DEDORD-DONE-SW
035590             GO TO 272-EXIT
035600     END-READ.
035610     IF DO-EMPLOYEE-ID NOT = WS-EMPLOYEE-ID
035620         MOVE "Y" TO WS-DEDORD-DONE-SW
035630         GO TO 272-EXIT
035640     END-IF.
035650     IF DO-START-DATE NOT = SPACES
035660         AND DO-START-DATE > WS-CURR-DATE
035670         GO TO 272-EXIT
035680     END-IF.
035690     IF DO-END-DATE NOT = SPACES
035700         AND DO-END-DATE < WS-CURR-DATE
035710         GO TO 272-EXIT
035720     END-IF.
035730     IF DO-PERCENTAGE NUMERIC AND DO-PERCENTAGE > 0
035740         COMPUTE WS-DEDORD-WORK ROUNDED =
035750             WS-PD-DISB-NET * DO-PERCENTAGE
035760     ELSE
035770         MOVE DO-FIXED-AMOUNT TO WS-DEDORD-WORK
035780     END-IF.
035790*    PROTECTED EARNINGS - THE EMPLOYEE KEEPS AT LEAST THE
035800*    ORDER'S FLOOR OF THE PERIOD NET AFTER ALL DEDUCTIONS.
035810     COMPUTE WS-DEDORD-AVAIL =
035820         WS-PD-DISB-NET - WS-DEDORD-AMOUNT
035830             - DO-PROTECTED-NET.
035840     IF WS-DEDORD-AVAIL < 0
035850         MOVE 0 TO WS-DEDORD-AVAIL
035860     END-IF.
035870     IF WS-DEDORD-WORK > WS-DEDORD-AVAIL
035880         MOVE WS-DEDORD-AVAIL TO WS-DEDORD-WORK
035890     END-IF.
035900     IF WS-DEDORD-WORK <= 0
035910         GO TO 272-EXIT
035920     END-IF.
035930     ADD WS-DEDORD-WORK TO WS-DEDORD-AMOUNT.
035940*    A WHAT-IF RUN REMITS NOTHING - THE DEDUCTION ONLY COMES OFF
035950*    THE NET BEING COMPARED.
035960     IF WS-SHADOW-RUN
035970         GO TO 272-EXIT
035980     END-IF.
035990     PERFORM 360-WRITE-REMIT-DETAIL THRU 360-EXIT.
036000     PERFORM 274-ROLL-AGENCY-TOTAL THRU 274-EXIT.
036010 272-EXIT.
036020         EXIT.
036030*
036040*    274-ROLL-AGENCY-TOTAL - THE APPLIED DEDUCTION INTO ITS
036050*    AGENCY'S RUNNING TOTAL FOR THE REMITTANCE TRAILER.  THE
036060*    TABLE SCALES WITH AGENCIES, NOT HEADCOUNT - 50 SLOTS IS
036070*    GENEROUS; AN OVERFLOW STILL REMITS THROUGH THE DETAILS
036080*    AND IS WARNED ON.
036090 274-ROLL-AGENCY-TOTAL.
036100     MOVE "N" TO WS-AGENCY-FOUND-SW.
036110     IF AG-ENTRY-COUNT > 0
036120         PERFORM 276-SCAN-AGENCY-SLOT THRU 276-EXIT
036130             VARYING AG-IDX FROM 1 BY 1
036140             UNTIL AG-IDX > AG-ENTRY-COUNT
036150                OR WS-AGENCY-FOUND
036160     END-IF.
036170     IF WS-AGENCY-FOUND
036180         SET AG-IDX DOWN BY 1
036190         ADD WS-DEDORD-WORK TO AG-TOT-AMOUNT (AG-IDX)
036200         GO TO 274-EXIT
036210     END-IF.
036220     IF AG-ENTRY-COUNT < AG-MAX-ENTRIES
036230         ADD 1 TO AG-ENTRY-COUNT
036240         SET AG-IDX TO AG-ENTRY-COUNT
036250         MOVE DO-AGENCY-ID TO AG-AGENCY-ID (AG-IDX)
036260         MOVE WS-DEDORD-WORK TO AG-TOT-AMOUNT (AG-IDX)
036270     ELSE
036280         DISPLAY "*** AGENCY-TOTAL-TABLE FULL - "
036290             DO-AGENCY-ID " TOTAL NOT HELD ***"
036300     END-IF.
036310 274-EXIT.
036320         EXIT.
036330*
036340 276-SCAN-AGENCY-SLOT.
036350     IF AG-AGENCY-ID (AG-IDX) = DO-AGENCY-ID
036360         MOVE "Y" TO WS-AGENCY-FOUND-SW
036370     END-IF.
036380 276-EXIT.
036390         EXIT.
036400*
036410*    255-FETCH-CARRY-RECORD - KEYED READ OF THIS EMPLOYEE'S
036420*    CARRY RECORD.  NOT ON FILE JUST MEANS A FIRST PERIOD-PAID
036430*    RUN FOR THE EMPLOYEE - THE CARRY STARTS AT ZERO AND
036440*    256-SAVE-CARRY-RECORD WRITES THE RECORD.
036450 255-FETCH-CARRY-RECORD.
036460     MOVE "Y" TO WS-CARRY-FOUND-SW.
036470     MOVE WS-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
036480     READ ROUNDING-CARRY-FILE
036490         INVALID KEY
036500             MOVE "N" TO WS-CARRY-FOUND-SW
036510     END-READ.
036520 255-EXIT.
036530         EXIT.
036540*
036550*    256-SAVE-CARRY-RECORD - THE NEW SUB-CENT RESIDUE BACK TO
036560*    THE EMPLOYEE'S KEYED CARRY RECORD.
036570 256-SAVE-CARRY-RECORD.
036580     MOVE WS-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
036590     MOVE WS-CARRY-WORK  TO CR-CARRY-AMOUNT.
036600     IF WS-CARRY-SLOT-FOUND
036610         REWRITE ROUNDING-CARRY-RECORD
036620     ELSE
036630         WRITE ROUNDING-CARRY-RECORD
036640     END-IF.
036650     IF WS-CARRY-FILE-STATUS NOT = "00"
036660         DISPLAY "*** TAXCARRY UPDATE FAILED FOR "
036670             WS-EMPLOYEE-ID " - STATUS "
036680             WS-CARRY-FILE-STATUS " ***"
036690     END-IF.
036700 256-EXIT.
036710         EXIT.
036720*
036730*    260-SOLVE-GROSS-FOR-NET - BISECTION OVER THE FULL TAX
036740*    CHAIN FOR THE GROSS-UP RUN MODE.  NET PAY RISES WITH GROSS
036750*    INCOME EXCEPT AT THE MLS TIER AND HELP BAND CLIFFS (BOTH
036760*    APPLY THEIR RATE TO THE WHOLE INCOME), SO THE BRACKET
036770*    CLOSES ON THE TARGET WHERE AN EXACT GROSS EXISTS AND ON
036780*    THE NEAREST CLIFF WHERE THE TARGET FALLS IN A GAP - THE
036790*    ACHIEVED NET IS REPORTED EITHER WAY.
036800 260-SOLVE-GROSS-FOR-NET.
036810     MOVE WS-TARGET-NET-PAY TO WS-GROSS-LO.
036820     COMPUTE WS-GROSS-HI =
036830         (WS-TARGET-NET-PAY * 4) + 10000.
036840     MOVE 0 TO WS-SOLVE-ITERATIONS.
036850     MOVE "N" TO WS-SOLVE-DONE-SW.
036860     PERFORM 265-SOLVE-ONE-STEP THRU 265-EXIT
036870         UNTIL WS-SOLVE-DONE
036880            OR WS-SOLVE-ITERATIONS >= WS-SOLVE-MAX-ITERATIONS.
036890*    LEAVE THE CHAIN EVALUATED AT THE SOLVED GROSS SO THE
036900*    DISPLAY, AUDIT AND DISBURSEMENT OUTPUTS ALL CARRY THE
036910*    FINAL FIGURES.
036920     MOVE WS-GROSS-LO TO WS-INCOME.
036930     MOVE WS-INCOME   TO WS-PERIOD-GROSS.
036940     PERFORM 200-CALCULATE-AU-TAX THRU 200-EXIT.
036950     MOVE WS-TARGET-NET-PAY TO WS-DISPLAY-MONEY.
036960     DISPLAY "Target net pay:    $" WS-DISPLAY-MONEY.
036970     IF WS-NET-PAY NOT = WS-TARGET-NET-PAY
036980         DISPLAY "*** NOTE - EXACT TARGET NOT REACHABLE (MLS/"
036990             "HELP THRESHOLD STEP) - NEAREST GROSS REPORTED ***"
037000     END-IF.
037010 260-EXIT.
037020         EXIT.
037030*
037040*    265-SOLVE-ONE-STEP - ONE BISECTION PROBE.  THE MIDPOINT IS
037050*    EVALUATED THROUGH 200-CALCULATE-AU-TAX AND THE BRACKET
037060*    HALVED TOWARD THE TARGET NET.
037070 265-SOLVE-ONE-STEP.
037080     ADD 1 TO WS-SOLVE-ITERATIONS.
037090     COMPUTE WS-INCOME ROUNDED =
037100         (WS-GROSS-LO + WS-GROSS-HI) / 2.
037110     MOVE WS-INCOME TO WS-PERIOD-GROSS.
037120     PERFORM 200-CALCULATE-AU-TAX THRU 200-EXIT.
037130     IF WS-NET-PAY = WS-TARGET-NET-PAY
037140         MOVE WS-INCOME TO WS-GROSS-LO
037150         MOVE "Y" TO WS-SOLVE-DONE-SW
037160         GO TO 265-EXIT
037170     END-IF.
037180     IF WS-NET-PAY > WS-TARGET-NET-PAY
037190         MOVE WS-INCOME TO WS-GROSS-HI
037200     ELSE
037210         MOVE WS-INCOME TO WS-GROSS-LO
037220     END-IF.
037230     IF WS-GROSS-HI - WS-GROSS-LO <= 0.01
037240         MOVE "Y" TO WS-SOLVE-DONE-SW
037250     END-IF.
037260 265-EXIT.
037270         EXIT.
037280*
037290*****************************************************************
037300*    300-DISPLAY-RESULTS
037310*****************************************************************
037320 300-DISPLAY-RESULTS.
037330     DISPLAY " ".
037340     DISPLAY "--- ATO Tax Estimate Summary (" WS-TAX-YEAR ") ---".
037350     IF WS-BATCH-MODE
037360         DISPLAY "Employee ID:       " WS-EMPLOYEE-ID
037370         DISPLAY "Employee Name:     " WS-EMPLOYEE-NAME
037380     END-IF.
037390     MOVE WS-INCOME TO WS-DISPLAY-MONEY.
037400     DISPLAY "Gross Income:      $" WS-DISPLAY-MONEY.
037410     MOVE WS-DEDUCTIONS TO WS-DISPLAY-MONEY.
037420     DISPLAY "Deductions:        $" WS-DISPLAY-MONEY.
037430     IF WS-PRETAX-AMOUNT > 0
037440         MOVE WS-PRETAX-AMOUNT TO WS-DISPLAY-MONEY
037450         DISPLAY "Pre-Tax Arrangemt: $" WS-DISPLAY-MONEY
037460     END-IF.
037470     MOVE WS-TAXABLE-INCOME TO WS-DISPLAY-MONEY.
037480     DISPLAY "Taxable Income:    $" WS-DISPLAY-MONEY.
037490     DISPLAY "--------------------------------".
037500     MOVE WS-INCOME-TAX TO WS-DISPLAY-MONEY.
037510     DISPLAY "Income Tax:        $" WS-DISPLAY-MONEY.
037520     MOVE WS-TAX-OFFSETS TO WS-DISPLAY-MONEY.
037530     DISPLAY "Tax Offsets:       $" WS-DISPLAY-MONEY "-".
037540     MOVE WS-MEDICARE-LEVY TO WS-DISPLAY-MONEY.
037550     DISPLAY "Medicare Levy:     $" WS-DISPLAY-MONEY.
037560     MOVE WS-MLS-AMOUNT TO WS-DISPLAY-MONEY.
037570     DISPLAY "Medicare Levy Sur: $" WS-DISPLAY-MONEY.
037580     MOVE WS-HELP-REPAYMENT TO WS-DISPLAY-MONEY.
037590     DISPLAY "HELP/HECS Repaymt: $" WS-DISPLAY-MONEY.
037600     DISPLAY "--------------------------------".
037610     MOVE WS-TOTAL-TAX TO WS-DISPLAY-MONEY.
037620     DISPLAY "Total Tax Payable: $" WS-DISPLAY-MONEY.
037630     MOVE WS-NET-PAY TO WS-DISPLAY-MONEY.
037640     DISPLAY "Est. Net Pay:      $" WS-DISPLAY-MONEY.
037650     MOVE WS-SG-AMOUNT TO WS-DISPLAY-MONEY.
037660     DISPLAY "Super Guarantee:   $" WS-DISPLAY-MONEY
037670         " (employer, not withheld)".
037680     IF WS-FINAL-PAY
037690         MOVE WS-ETP-GROSS TO WS-DISPLAY-MONEY
037700         DISPLAY "Termination Gross: $" WS-DISPLAY-MONEY
037710         MOVE WS-ETP-TAX TO WS-DISPLAY-MONEY
037720         DISPLAY "Termination Tax:   $" WS-DISPLAY-MONEY
037730     END-IF.
037740     IF WS-NOTFN-RATE-APPLIED
037750         DISPLAY "*** NO TFN HELD - WITHHELD AT NO-TFN RATE ***"
037760     ELSE IF WS-NOTFN-IN-GRACE
037770         DISPLAY "No TFN held - within 28-day grace period"
037780     END-IF.
037790     IF NOT WS-PAID-ANNUALLY
037800         MOVE WS-PD-TOTAL-TAX TO WS-DISPLAY-MONEY
037810         DISPLAY "Per-Period Tax ("  WS-PAY-FREQUENCY "): $"
037820             WS-DISPLAY-MONEY
037830         MOVE WS-PD-NET-PAY TO WS-DISPLAY-MONEY
037840         DISPLAY "Per-Period Net ("  WS-PAY-FREQUENCY "): $"
037850             WS-DISPLAY-MONEY
037860     END-IF.
037870     PERFORM 310-WRITE-AUDIT-LOG-RECORD THRU 310-EXIT.
037880     PERFORM 320-WRITE-DISBURSEMENT-RECORD THRU 320-EXIT.
037890 300-EXIT.
037900         EXIT.
037910*
037920*    310-WRITE-AUDIT-LOG-RECORD - APPEND ONE RECONCILIATION LINE
037930*    PER TAXPAYER PROCESSED, INTERACTIVE OR BATCH.
037940 310-WRITE-AUDIT-LOG-RECORD.
037950     MOVE SPACES TO AUDIT-LOG-RECORD.
037960     MOVE WS-INCOME          TO WS-AUDIT-GROSS.
037970     MOVE WS-DEDUCTIONS      TO WS-AUDIT-DEDUCT.
037980     MOVE WS-TAXABLE-INCOME  TO WS-AUDIT-TAXABLE.
037990     MOVE WS-INCOME-TAX      TO WS-AUDIT-INCTAX.
038000     MOVE WS-TAX-OFFSETS     TO WS-AUDIT-OFFSETS.
038010     MOVE WS-MEDICARE-LEVY   TO WS-AUDIT-MEDICARE.
038020     MOVE WS-MLS-AMOUNT      TO WS-AUDIT-MLS.
038030     MOVE WS-HELP-REPAYMENT  TO WS-AUDIT-HELP.
038040     MOVE WS-TOTAL-TAX       TO WS-AUDIT-TOTALTAX.
038050     MOVE WS-NET-PAY         TO WS-AUDIT-NETPAY.
038060     MOVE WS-SG-AMOUNT       TO WS-AUDIT-SG.
038070     MOVE WS-ETP-GROSS       TO WS-AUDIT-ETPGROSS.
038080     MOVE WS-ETP-TAX         TO WS-AUDIT-ETPTAX.
038090     MOVE WS-DEDORD-AMOUNT   TO WS-AUDIT-DEDORD.
038100     MOVE WS-PERIOD-GROSS    TO WS-AUDIT-PD-GROSS.
038110     MOVE WS-PD-TOTAL-TAX    TO WS-AUDIT-PD-TAX.
038120     MOVE WS-PD-HELP-REPAYMENT TO WS-AUDIT-PD-HELP.
038130     MOVE WS-PD-DISB-TAX     TO WS-AUDIT-PD-DISBTAX.
038140     MOVE WS-PD-DISB-NET     TO WS-AUDIT-PD-DISBNET.
038150     MOVE WS-PD-SG-AMOUNT    TO WS-AUDIT-PD-SG.
038160     MOVE WS-CARRY-DELTA     TO WS-AUDIT-CARRY-DELTA.
038170     MOVE WS-PD-PRETAX       TO WS-AUDIT-PD-PRETAX.
038180     MOVE WS-PD-RESC         TO WS-AUDIT-PD-RESC.
038190     MOVE WS-AL-MOVEMENT     TO WS-AUDIT-AL-MOVEMENT.
038200     MOVE WS-PL-MOVEMENT     TO WS-AUDIT-PL-MOVEMENT.
038210     STRING WS-EMPLOYEE-ID       DELIMITED BY SIZE ","
038220            WS-EMPLOYEE-NAME     DELIMITED BY "  " ","
038230            WS-TAX-YEAR          DELIMITED BY SIZE ","
038240            WS-RUN-TIMESTAMP     DELIMITED BY SIZE ","
038250            WS-AUDIT-GROSS       DELIMITED BY SIZE ","
038260            WS-AUDIT-DEDUCT      DELIMITED BY SIZE ","
038270            WS-AUDIT-TAXABLE     DELIMITED BY SIZE ","
038280            WS-AUDIT-INCTAX      DELIMITED BY SIZE ","
038290            WS-AUDIT-OFFSETS     DELIMITED BY SIZE ","
038300            WS-AUDIT-MEDICARE    DELIMITED BY SIZE ","
038310            WS-AUDIT-MLS         DELIMITED BY SIZE ","
038320            WS-AUDIT-HELP        DELIMITED BY SIZE ","
038330            WS-AUDIT-TOTALTAX    DELIMITED BY SIZE ","
038340            WS-AUDIT-NETPAY      DELIMITED BY SIZE ","
038350            WS-AUDIT-SG          DELIMITED BY SIZE ","
038360*           THE PAY FREQUENCY LETS A READER TURN THIS ROW'S
038370*           ANNUAL-EQUIVALENT AMOUNTS BACK INTO THE PER-PERIOD
038380*           AMOUNTS THE RUN ACTUALLY WITHHELD - SEE AUTAXEOY.
038390            WS-PAY-FREQUENCY     DELIMITED BY SIZE ","
038400            WS-AUDIT-ETPGROSS    DELIMITED BY SIZE ","
038410            WS-AUDIT-ETPTAX      DELIMITED BY SIZE ","
038420            WS-AUDIT-DEDORD      DELIMITED BY SIZE ","
038430            WS-AUDIT-NOTFN-IND   DELIMITED BY SIZE ","
038440*           WHAT WAS ACTUALLY PAID THIS PERIOD AND THE CARRY
038450*           MOVEMENT, THEN ROW TYPE P (PAYMENT) AND AN EMPTY
038460*           REVERSED-RUN COLUMN - ONLY AN ADJUSTMENT RUN'S R
038470*           ROWS FILL THAT.  SEE 655.
038480            WS-AUDIT-PD-GROSS    DELIMITED BY SIZE ","
038490            WS-AUDIT-PD-TAX      DELIMITED BY SIZE ","
038500            WS-AUDIT-PD-HELP     DELIMITED BY SIZE ","
038510            WS-AUDIT-PD-DISBTAX  DELIMITED BY SIZE ","
038520            WS-AUDIT-PD-DISBNET  DELIMITED BY SIZE ","
038530            WS-AUDIT-PD-SG       DELIMITED BY SIZE ","
038540            WS-AUDIT-CARRY-DELTA DELIMITED BY SIZE ","
038550            "P,,"                DELIMITED BY SIZE
038560            WS-AUDIT-YEAR-NOTE   DELIMITED BY SIZE " "
038570            WS-AUDIT-HELP-YEAR-NOTE DELIMITED BY SIZE ","
038580*           THE PERIOD'S PRE-TAX ARRANGEMENTS AND THE SUPER
038590*           SACRIFICE (RESC) IN THEM - PD-GROSS ABOVE IS BEFORE
038600*           THEM, WHAT STP REPORTS AS GROSS IS AFTER.
038610            WS-AUDIT-PD-PRETAX   DELIMITED BY SIZE ","
038620            WS-AUDIT-PD-RESC     DELIMITED BY SIZE ","
038630*           THE PAY'S ANNUAL AND PERSONAL LEAVE MOVEMENT IN HOURS
038640*           - WHAT A REVERSAL TAKES BACK OFF LVBALF.
038650            WS-AUDIT-AL-MOVEMENT DELIMITED BY SIZE ","
038660            WS-AUDIT-PL-MOVEMENT DELIMITED BY SIZE
038670         INTO AUDIT-LOG-RECORD.
038680     IF WS-BATCH-MODE
038690         WRITE AUDIT-LOG-RECORD
038700         IF WS-AUDIT-FILE-STATUS NOT = "00"
038710             DISPLAY "*** AUDIT-TAX-CALC-LOG WRITE FAILED - "
038720                 "STATUS " WS-AUDIT-FILE-STATUS " ***"
038730         END-IF
038740     ELSE
038750         PERFORM 0310-OPEN-AUDIT-LOG THRU 0310-EXIT
038760         IF WS-AUDIT-FILE-STATUS = "00"
038770             WRITE AUDIT-LOG-RECORD
038780             IF WS-AUDIT-FILE-STATUS NOT = "00"
038790                 DISPLAY "*** AUDIT-TAX-CALC-LOG WRITE FAILED - "
038800                     "STATUS " WS-AUDIT-FILE-STATUS " ***"
038810             END-IF
038820             CLOSE AUDIT-TAX-CALC-LOG
038830         END-IF
038840     END-IF.
038850 310-EXIT.
038860         EXIT.
038870*
038880*    320-WRITE-DISBURSEMENT-RECORD - ONE CSV LINE PER EMPLOYEE OR
038890*    INTERACTIVE TAXPAYER FOR THE DOWNSTREAM PAYROLL DISBURSEMENT
038900*    SYSTEM, SO THE OPERATOR NEVER HAS TO HAND-KEY A RESULT OFF
038910*    THE SCREEN - SAME APPEND PATTERN AS 310 ABOVE.  THE AMOUNTS
038920*    ARE PER PAY PERIOD (ANNUAL WHEN THE PAY-FREQUENCY IS SPACE)
038930*    SO DISBURSEMENT NO LONGER DIVIDES THE ANNUAL FIGURES DOWN.
038940*    THE RUN TIMESTAMP IS THE LAST COLUMN SO AUPAYABA CAN PICK
038950*    ONE RUN'S RECORDS OFF THE ACCUMULATED FILE.
038960 320-WRITE-DISBURSEMENT-RECORD.
038970     MOVE SPACES TO DISBURSEMENT-RECORD.
038980     MOVE WS-PD-DISB-TAX TO WS-OUTPUT-TOTALTAX.
038990     MOVE WS-PD-DISB-NET TO WS-OUTPUT-NETPAY.
039000     STRING WS-EMPLOYEE-ID     DELIMITED BY SIZE ","
039010            WS-EMPLOYEE-NAME   DELIMITED BY "  " ","
039020            WS-PAY-FREQUENCY   DELIMITED BY SIZE ","
039030            WS-OUTPUT-TOTALTAX DELIMITED BY SIZE ","
039040            WS-OUTPUT-NETPAY   DELIMITED BY SIZE ","
039050            WS-RUN-TIMESTAMP   DELIMITED BY SIZE
039060         INTO DISBURSEMENT-RECORD.
039070     IF WS-BATCH-MODE
039080         WRITE DISBURSEMENT-RECORD
039090         IF WS-OUTPUT-FILE-STATUS NOT = "00"
039100             DISPLAY "*** TAXOUTF WRITE FAILED - STATUS "
039110                 WS-OUTPUT-FILE-STATUS " ***"
039120         END-IF
039130     ELSE
039140         PERFORM 0320-OPEN-OUTPUT-FILE THRU 0320-EXIT
039150         IF WS-OUTPUT-FILE-STATUS = "00"
039160             WRITE DISBURSEMENT-RECORD
039170             IF WS-OUTPUT-FILE-STATUS NOT = "00"
039180                 DISPLAY "*** TAXOUTF WRITE FAILED - STATUS "
039190                     WS-OUTPUT-FILE-STATUS " ***"
039200             END-IF
039210             CLOSE TAX-CALC-OUTPUT-FILE
039220         END-IF
039230     END-IF.
039240 320-EXIT.
039250         EXIT.
039260*
039270*    325-WRITE-DISBURSE-TOTAL - BATCH CONTROL LINE FOR THE RUN,
039280*    KEYED "*TOTAL*" IN THE ID COLUMN - THE EMPLOYEE COUNT AND
039290*    THE SUM OF THE PER-PERIOD NET PAY AMOUNTS ON THE DETAIL
039300*    LINES ABOVE.  AUPAYABA REFUSES TO CUT A BANK FILE WHOSE
039310*    DETAIL RECORDS DO NOT ADD BACK TO THIS LINE.
039320 325-WRITE-DISBURSE-TOTAL.
039330     MOVE SPACES TO DISBURSEMENT-RECORD.
039340     MOVE WS-BATCH-EMP-COUNT  TO WS-OUTPUT-TOT-COUNT.
039350     MOVE WS-BATCH-TOT-PD-NET TO WS-OUTPUT-TOT-NETPAY.
039360     STRING "*TOTAL*"            DELIMITED BY SIZE ","
039370            WS-RUN-TIMESTAMP     DELIMITED BY SIZE ","
039380            WS-OUTPUT-TOT-COUNT  DELIMITED BY SIZE ","
039390            WS-OUTPUT-TOT-NETPAY DELIMITED BY SIZE
039400         INTO DISBURSEMENT-RECORD.
039410     WRITE DISBURSEMENT-RECORD.
039420     IF WS-OUTPUT-FILE-STATUS NOT = "00"
039430         DISPLAY "*** TAXOUTF TOTAL WRITE FAILED - STATUS "
039440             WS-OUTPUT-FILE-STATUS " ***"
039450     END-IF.
039460 325-EXIT.
039470         EXIT.
039480*
039490*    330-WRITE-STP-RECORD - ONE FIXED-FORMAT STP DETAIL RECORD
039500*    PER EMPLOYEE PROCESSED IN BATCH.  THE PAYG FIGURE AND THE
039510*    HELP/STUDY-LOAN COMPONENT ARE REPORTED SEPARATELY BECAUSE
039520*    THE ATO WANTS THE LOAN REPAYMENT SPLIT OUT - STP-DET-YTD-
039530*    PAYGW CARRIES THE WITHHOLDING NET OF THE HELP COMPONENT.
039540*    THE FIGURES ARE THE ACCUMULATED YEAR-TO-DATE POSITION FROM
039550*    THE BALANCE RECORD 340-UPDATE-YTD-BALANCES JUST UPDATED.
039560 330-WRITE-STP-RECORD.
039570     MOVE SPACES TO STP-DETAIL-RECORD.
039580     MOVE "D"              TO STP-DET-RECORD-TYPE.
039590     MOVE WS-EMPLOYEE-ID   TO STP-DET-EMPLOYEE-ID.
039600     MOVE WS-EMPLOYEE-NAME TO STP-DET-EMPLOYEE-NAME.
039610     MOVE WS-TAX-YEAR      TO STP-DET-TAX-YEAR.
039620     MOVE YB-YTD-GROSS     TO STP-DET-YTD-GROSS.
039630     MOVE YB-YTD-PAYGW     TO STP-DET-YTD-PAYGW.
039640     MOVE YB-YTD-HELP      TO STP-DET-YTD-HELP.
039650     MOVE YB-YTD-ETP-GROSS TO STP-DET-YTD-ETP-GROSS.
039660     MOVE YB-YTD-ETP-PAYGW TO STP-DET-YTD-ETP-PAYGW.
039670     MOVE YB-YTD-RESC      TO STP-DET-YTD-RESC.
039680     WRITE STP-DETAIL-RECORD.
039690     IF WS-STP-FILE-STATUS NOT = "00"
039700         DISPLAY "*** STPOUTF WRITE FAILED - STATUS "
039710             WS-STP-FILE-STATUS " ***"
039720     END-IF.
039730 330-EXIT.
039740         EXIT.
039750*
039760*    335-WRITE-STP-TRAILER - BATCH-LEVEL DECLARATION RECORD FOR
039770*    THE LODGEMENT - RUN TIMESTAMP, EMPLOYEE COUNT AND THE SUM
039780*    OF THE ACCUMULATED YTD POSITIONS REPORTED ON THE DETAIL
039790*    RECORDS, SO THE TRAILER ALWAYS CROSS-ADDS TO THE DETAILS.
039800 335-WRITE-STP-TRAILER.
039810     MOVE SPACES TO STP-TRAILER-RECORD.
039820     MOVE "T"                   TO STP-TRL-RECORD-TYPE.
039830     MOVE WS-RUN-TIMESTAMP      TO STP-TRL-RUN-TIMESTAMP.
039840     MOVE WS-BATCH-EMP-COUNT    TO STP-TRL-EMP-COUNT.
039850     MOVE WS-BATCH-TOT-YTD-GROSS TO STP-TRL-TOT-GROSS.
039860     MOVE WS-BATCH-TOT-YTD-PAYGW
039870                                TO STP-TRL-TOT-PAYGW.
039880     MOVE WS-BATCH-TOT-YTD-HELP TO STP-TRL-TOT-HELP.
039890     MOVE WS-BATCH-TOT-YTD-ETPG TO STP-TRL-TOT-ETP-GROSS.
039900     MOVE WS-BATCH-TOT-YTD-ETPT TO STP-TRL-TOT-ETP-PAYGW.
039910     MOVE WS-BATCH-TOT-YTD-RESC TO STP-TRL-TOT-RESC.
039920     WRITE STP-TRAILER-RECORD.
039930     IF WS-STP-FILE-STATUS NOT = "00"
039940         DISPLAY "*** STPOUTF TRAILER WRITE FAILED - STATUS "
039950             WS-STP-FILE-STATUS " ***"
039960     END-IF.
039970 335-EXIT.
039980         EXIT.
039990*
040000*    350-WRITE-SUPER-RECORD - ONE SG CONTRIBUTION DETAIL PER
040010*    EMPLOYEE PROCESSED IN BATCH, CARRYING THE NOMINATED FUND
040020*    FROM THE MASTER AND THE PER-PERIOD SG THE RUN ACTUALLY
040030*    ACCRUED (THE ANNUAL-EQUIVALENT FIGURE WOULD OVERSTATE A
040040*    WEEKLY EMPLOYEE 52-FOLD).  AN EMPLOYEE WITHOUT A FUND
040050*    STILL GETS A RECORD (THE SG IS STILL OWED) BUT IS WARNED
040060*    ON SO THE CLEARING-HOUSE SUBMISSION IS CHASED BEFORE THE
040070*    QUARTER CLOSES, NOT AFTER.  SUPER SACRIFICED UNDER A
040080*    PRE-TAX ARRANGEMENT FOLLOWS TO THE SAME FUND AS ITS OWN
040090*    "S" CONTRIBUTION RECORD.
040100 350-WRITE-SUPER-RECORD.
040110     MOVE SPACES TO SUPER-DETAIL-RECORD.
040120     MOVE "D"                  TO SUP-DET-RECORD-TYPE.
040130     MOVE WS-EMPLOYEE-ID       TO SUP-DET-EMPLOYEE-ID.
040140     MOVE WS-EMPLOYEE-NAME     TO SUP-DET-EMPLOYEE-NAME.
040150     MOVE WS-EMPLOYEE-FUND-ID  TO SUP-DET-FUND-ID.
040160     MOVE WS-TAX-YEAR          TO SUP-DET-TAX-YEAR.
040170     MOVE WS-PD-SG-AMOUNT      TO SUP-DET-SG-AMOUNT.
040180     MOVE "G"                  TO SUP-DET-CONTRIB-TYPE.
040190     IF WS-EMPLOYEE-FUND-ID = SPACES
040200         DISPLAY "*** NO SUPER FUND ON MASTER FOR "
040210             WS-EMPLOYEE-ID " - SG RECORD NEEDS A FUND "
040220             "BEFORE SUBMISSION ***"
040230     END-IF.
040240     WRITE SUPER-DETAIL-RECORD.
040250     IF WS-SUPER-FILE-STATUS NOT = "00"
040260         DISPLAY "*** SUPOUTF WRITE FAILED - STATUS "
040270             WS-SUPER-FILE-STATUS " ***"
040280     END-IF.
040290     IF WS-PD-RESC > 0
040300         MOVE WS-PD-RESC       TO SUP-DET-SG-AMOUNT
040310         MOVE "S"              TO SUP-DET-CONTRIB-TYPE
040320         WRITE SUPER-DETAIL-RECORD
040330         IF WS-SUPER-FILE-STATUS NOT = "00"
040340             DISPLAY "*** SUPOUTF WRITE FAILED - STATUS "
040350                 WS-SUPER-FILE-STATUS " ***"
040360         END-IF
040370     END-IF.
040380 350-EXIT.
040390         EXIT.
040400*
040410*    355-WRITE-SUPER-TRAILER - RUN-LEVEL TOTALS FOR THE
040420*    CLEARING-HOUSE SUBMISSION, SAME SHAPE AS THE STP TRAILER.
040430 355-WRITE-SUPER-TRAILER.
040440     MOVE SPACES TO SUPER-TRAILER-RECORD.
040450     MOVE "T"                 TO SUP-TRL-RECORD-TYPE.
040460     MOVE WS-RUN-TIMESTAMP    TO SUP-TRL-RUN-TIMESTAMP.
040470     MOVE WS-BATCH-EMP-COUNT  TO SUP-TRL-EMP-COUNT.
040480     MOVE WS-BATCH-TOT-PD-SG  TO SUP-TRL-TOT-SG.
040490     MOVE WS-BATCH-TOT-PD-RESC TO SUP-TRL-TOT-SACRIFICE.
040500     WRITE SUPER-TRAILER-RECORD.
040510     IF WS-SUPER-FILE-STATUS NOT = "00"
040520         DISPLAY "*** SUPOUTF TRAILER WRITE FAILED - STATUS "
040530             WS-SUPER-FILE-STATUS " ***"
040540     END-IF.
040550 355-EXIT.
040560         EXIT.
040570*
040580*    360-WRITE-REMIT-DETAIL - ONE REMITTANCE DETAIL PER ORDER
040590*    APPLIED, CARRYING THE AGENCY THE MONEY MUST BE FORWARDED
040600*    TO.  WRITTEN AS THE ORDER IS APPLIED IN 272.
040610 360-WRITE-REMIT-DETAIL.
040620     MOVE SPACES TO DEDUCT-REMIT-RECORD.
040630     MOVE "D"              TO DR-DET-RECORD-TYPE.
040640     MOVE WS-EMPLOYEE-ID   TO DR-DET-EMPLOYEE-ID.
040650     MOVE WS-EMPLOYEE-NAME TO DR-DET-EMPLOYEE-NAME.
040660     MOVE DO-ORDER-TYPE    TO DR-DET-ORDER-TYPE.
040670     MOVE DO-AGENCY-ID     TO DR-DET-AGENCY-ID.
040680     MOVE WS-DEDORD-WORK   TO DR-DET-AMOUNT.
040690     ADD 1 TO WS-REMIT-ORDER-COUNT.
040700     ADD WS-DEDORD-WORK TO WS-REMIT-TOT-AMOUNT.
040710     WRITE DEDUCT-REMIT-RECORD.
040720     IF WS-DEDOUT-FILE-STATUS NOT = "00"
040730         DISPLAY "*** DEDOUTF WRITE FAILED - STATUS "
040740             WS-DEDOUT-FILE-STATUS " ***"
040750     END-IF.
040760 360-EXIT.
040770         EXIT.
040780*
040790*    365-WRITE-REMIT-TRAILER - ONE "A" TOTAL PER AGENCY (WHAT
040800*    MUST BE FORWARDED TO EACH), THEN THE "T" DECLARATION
040810*    TRAILER WITH THE RUN TIMESTAMP, ORDER COUNT AND GRAND
040820*    TOTAL - SAME SHAPE AS THE STP AND SG TRAILERS.
040830 365-WRITE-REMIT-TRAILER.
040840     IF AG-ENTRY-COUNT > 0
040850         PERFORM 367-WRITE-AGENCY-TOTAL THRU 367-EXIT
040860             VARYING AG-IDX FROM 1 BY 1
040870             UNTIL AG-IDX > AG-ENTRY-COUNT
040880     END-IF.
040890     MOVE SPACES TO DEDUCT-REMIT-RECORD.
040900     MOVE "T"                  TO DR-TRL-RECORD-TYPE.
040910     MOVE WS-RUN-TIMESTAMP     TO DR-TRL-RUN-TIMESTAMP.
040920     MOVE WS-REMIT-ORDER-COUNT TO DR-TRL-ORDER-COUNT.
040930     MOVE WS-REMIT-TOT-AMOUNT  TO DR-TRL-TOT-AMOUNT.
040940     WRITE DEDUCT-REMIT-RECORD.
040950     IF WS-DEDOUT-FILE-STATUS NOT = "00"
040960         DISPLAY "*** DEDOUTF TRAILER WRITE FAILED - STATUS "
040970             WS-DEDOUT-FILE-STATUS " ***"
040980     END-IF.
040990 365-EXIT.
041000         EXIT.
041010*
041020 367-WRITE-AGENCY-TOTAL.
041030     MOVE SPACES TO DEDUCT-REMIT-RECORD.
041040     MOVE "A"                     TO DR-DET-RECORD-TYPE.
041050     MOVE AG-AGENCY-ID (AG-IDX)   TO DR-DET-AGENCY-ID.
041060     MOVE AG-TOT-AMOUNT (AG-IDX)  TO DR-DET-AMOUNT.
041070     WRITE DEDUCT-REMIT-RECORD.
041080     IF WS-DEDOUT-FILE-STATUS NOT = "00"
041090         DISPLAY "*** DEDOUTF AGENCY TOTAL WRITE FAILED - "
041100             "STATUS " WS-DEDOUT-FILE-STATUS " ***"
041110     END-IF.
041120 367-EXIT.
041130         EXIT.
041140*
041150*    340-UPDATE-YTD-BALANCES - ADD THIS RUN'S ACTUAL PER-PERIOD
041160*    AMOUNTS TO THE EMPLOYEE'S KEYED YEAR-TO-DATE BALANCE RECORD
041170*    FOR THE TAX YEAR.  A PERIOD-PAID EMPLOYEE CONTRIBUTES ONE
041180*    PAY PERIOD'S GROSS AND WITHHOLDING PER RUN; AN ANNUAL
041190*    RECORD CONTRIBUTES THE FULL-YEAR AMOUNTS AS BEFORE.  THE
041200*    UPDATED POSITION IS LEFT IN YTD-BALANCE-RECORD FOR THE STP
041210*    DETAIL RECORD WRITTEN STRAIGHT AFTER, AND SUMMED INTO THE
041220*    WS-BATCH-TOT-YTD FIELDS FOR THE DECLARATION TRAILER.
041230 340-UPDATE-YTD-BALANCES.
041240     MOVE "Y" TO WS-YTDBAL-FOUND-SW.
041250     MOVE WS-EMPLOYEE-ID TO YB-EMPLOYEE-ID.
041260     MOVE WS-TAX-YEAR    TO YB-TAX-YEAR.
041270     READ YTD-BALANCE-FILE
041280         INVALID KEY
041290             MOVE "N" TO WS-YTDBAL-FOUND-SW
041300     END-READ.
041310     IF NOT WS-YTDBAL-FOUND
041320         MOVE SPACES TO YTD-BALANCE-RECORD
041330         MOVE WS-EMPLOYEE-ID TO YB-EMPLOYEE-ID
041340         MOVE WS-TAX-YEAR    TO YB-TAX-YEAR
041350         MOVE 0 TO YB-YTD-GROSS
041360         MOVE 0 TO YB-YTD-PAYGW
041370         MOVE 0 TO YB-YTD-HELP
041380         MOVE 0 TO YB-YTD-ETP-GROSS
041390         MOVE 0 TO YB-YTD-ETP-PAYGW
041400         MOVE 0 TO YB-YTD-RESC
041410     END-IF.
041420*    A BALANCE RECORD CUT BEFORE THE RESC FIELD EXISTED HOLDS
041430*    SPACES THERE UNTIL ITS FIRST UPDATE.
041440     IF YB-YTD-RESC NOT NUMERIC
041450         MOVE 0 TO YB-YTD-RESC
041460     END-IF.
041470*    A RESTARTED RUN REPLAYS THE ONE EMPLOYEE WHOSE RECORDS
041480*    WERE WRITTEN JUST BEFORE THE ABENDED RUN'S CHECKPOINT
041490*    (SEE 450).  THAT EMPLOYEE'S BALANCE RECORD ALREADY
041500*    CARRIES THE ABENDED RUN'S TIMESTAMP - ADDING AGAIN WOULD
041510*    OVERSTATE THE STP YTD POSITION FOR THE REST OF THE YEAR,
041520*    SO THE POSITION IS REPORTED AS IT STANDS INSTEAD.
041530     IF WS-RESTART-REQUESTED
041540         AND WS-RESTART-POSITION-FOUND
041550         AND WS-YTDBAL-FOUND
041560         AND YB-LAST-RUN-TIMESTAMP = CKPT-RUN-TIMESTAMP
041570         GO TO 340-ROLL
041580     END-IF.
041590     COMPUTE YB-YTD-GROSS = YB-YTD-GROSS
041600         + WS-PERIOD-GROSS - WS-PD-PRETAX.
041610     ADD WS-PD-RESC   TO YB-YTD-RESC.
041620     COMPUTE YB-YTD-PAYGW = YB-YTD-PAYGW
041630         + WS-PD-TOTAL-TAX - WS-PD-HELP-REPAYMENT.
041640     ADD WS-PD-HELP-REPAYMENT TO YB-YTD-HELP.
041650     ADD WS-ETP-GROSS TO YB-YTD-ETP-GROSS.
041660     ADD WS-ETP-TAX   TO YB-YTD-ETP-PAYGW.
041670     MOVE WS-RUN-TIMESTAMP TO YB-LAST-RUN-TIMESTAMP.
041680     IF WS-YTDBAL-FOUND
041690         REWRITE YTD-BALANCE-RECORD
041700     ELSE
041710         WRITE YTD-BALANCE-RECORD
041720     END-IF.
041730     IF WS-YTDBAL-FILE-STATUS NOT = "00"
041740         DISPLAY "*** YTDBALF UPDATE FAILED FOR "
041750             WS-EMPLOYEE-ID " - STATUS "
041760             WS-YTDBAL-FILE-STATUS " ***"
041770     END-IF.
041780 340-ROLL.
041790     ADD YB-YTD-GROSS TO WS-BATCH-TOT-YTD-GROSS.
041800     ADD YB-YTD-PAYGW TO WS-BATCH-TOT-YTD-PAYGW.
041810     ADD YB-YTD-HELP  TO WS-BATCH-TOT-YTD-HELP.
041820     ADD YB-YTD-ETP-GROSS TO WS-BATCH-TOT-YTD-ETPG.
041830     ADD YB-YTD-ETP-PAYGW TO WS-BATCH-TOT-YTD-ETPT.
041840     ADD YB-YTD-RESC  TO WS-BATCH-TOT-YTD-RESC.
041850 340-EXIT.
041860         EXIT.
041870*
041880*    345-UPDATE-LEAVE-BALANCE - POST THE MOVEMENT 159 WORKED OUT
041890*    TO THE BALANCE RECORD IT READ, WITH THE RATE AND STANDARD
041900*    HOURS THE PAY WAS VALUED AT.  A BALANCE MAY GO NEGATIVE -
041910*    LEAVE TAKEN IN ADVANCE - AND IS FLAGGED FOR PAYROLL, NOT
041920*    REFUSED.  THE RESTART REPLAY IS SKIPPED AS IN 340.
041930 345-UPDATE-LEAVE-BALANCE.
041940     IF WS-RESTART-REQUESTED
041950         AND WS-RESTART-POSITION-FOUND
041960         AND WS-LVBAL-FOUND
041970         AND LB-LAST-RUN-TIMESTAMP = CKPT-RUN-TIMESTAMP
041980         GO TO 345-EXIT
041990     END-IF.
042000     ADD WS-AL-MOVEMENT TO LB-ANNUAL-HOURS.
042010     ADD WS-PL-MOVEMENT TO LB-PERSONAL-HOURS.
042020     MOVE WS-LEAVE-RATE     TO LB-HOURLY-RATE.
042030     MOVE WS-STANDARD-HOURS TO LB-STANDARD-HOURS.
042040     MOVE WS-CURR-DATE      TO LB-LAST-PAY-DATE.
042050     MOVE WS-RUN-TIMESTAMP  TO LB-LAST-RUN-TIMESTAMP.
042060     IF WS-LVBAL-FOUND
042070         REWRITE LEAVE-BALANCE-RECORD
042080     ELSE
042090         WRITE LEAVE-BALANCE-RECORD
042100     END-IF.
042110     IF WS-LVBAL-FILE-STATUS NOT = "00"
042120         DISPLAY "*** LVBALF UPDATE FAILED FOR "
042130             WS-EMPLOYEE-ID " - STATUS "
042140             WS-LVBAL-FILE-STATUS " ***"
042150         GO TO 345-EXIT
042160     END-IF.
042170     IF LB-ANNUAL-HOURS < 0 OR LB-PERSONAL-HOURS < 0
042180         DISPLAY "*** " WS-EMPLOYEE-ID
042190             " LEAVE BALANCE NEGATIVE - TAKEN IN ADVANCE ***"
042200     END-IF.
042210 345-EXIT.
042220         EXIT.
042230*
042240*****************************************************************
042250*    400-PROCESS-BATCH-RUN - MAIN READ/CALCULATE/WRITE CYCLE
042260*****************************************************************
042270 400-PROCESS-BATCH-RUN.
042280     IF WS-END-OF-FILE
042290         GO TO 400-EXIT
042300     END-IF.
042310     PERFORM 150-READ-EMPLOYEE-RECORD THRU 150-EXIT.
042320     PERFORM 410-BATCH-EMPLOYEE-CYCLE THRU 410-EXIT
042330         UNTIL WS-END-OF-FILE.
042340     PERFORM 430-VERIFY-TRAILER THRU 430-EXIT.
042350 400-EXIT.
042360         EXIT.
042370*
042380*    410-BATCH-EMPLOYEE-CYCLE - ONE EMPLOYEE THROUGH CALCULATE,
042390*    DISPLAY/WRITE, TOTALS AND CHECKPOINT, THEN READ THE NEXT.
042400*    A RECORD LEFT INVALID BY 150-READ-EMPLOYEE-RECORD IS LOGGED
042410*    AS REJECTED INSTEAD OF BEING CALCULATED.
042420 410-BATCH-EMPLOYEE-CYCLE.
042430*    CONTROL RECORDS CARRY NO EMPLOYEE - NOTHING TO CALCULATE,
042440*    REJECT OR CHECKPOINT.
042450     IF WS-CONTROL-RECORD
042460         GO TO 410-NEXT
042470     END-IF.
042480     IF WS-DATA-VALID
042490         PERFORM 200-CALCULATE-AU-TAX THRU 200-EXIT
042500         PERFORM 300-DISPLAY-RESULTS THRU 300-EXIT
042510         PERFORM 340-UPDATE-YTD-BALANCES THRU 340-EXIT
042520         PERFORM 345-UPDATE-LEAVE-BALANCE THRU 345-EXIT
042530         PERFORM 330-WRITE-STP-RECORD THRU 330-EXIT
042540         PERFORM 350-WRITE-SUPER-RECORD THRU 350-EXIT
042550         PERFORM 420-ACCUMULATE-BATCH-TOTALS THRU 420-EXIT
042560     ELSE
042570         PERFORM 425-WRITE-REJECTED-RECORD THRU 425-EXIT
042580     END-IF.
042590     PERFORM 450-WRITE-CHECKPOINT-RECORD THRU 450-EXIT.
042600 410-NEXT.
042610*    A REFUSED OR FAILED RUN SETS END-OF-FILE MID-CYCLE - DO
042620*    NOT READ PAST IT.
042630     IF NOT WS-END-OF-FILE
042640         PERFORM 150-READ-EMPLOYEE-RECORD THRU 150-EXIT
042650     END-IF.
042660 410-EXIT.
042670         EXIT.
042680*
042690*    425-WRITE-REJECTED-RECORD - LOG A REJECTED EMPLOYEE RECORD TO
042700*    THE AUDIT TRAIL INSTEAD OF SILENTLY DROPPING IT.
042710 425-WRITE-REJECTED-RECORD.
042720     ADD 1 TO WS-BATCH-REJECT-COUNT.
042730     DISPLAY "*** REJECTED " WS-EMPLOYEE-ID " - "
042740         WS-REJECT-REASON " ***".
042750     MOVE SPACES TO AUDIT-LOG-RECORD.
042760     STRING WS-EMPLOYEE-ID   DELIMITED BY SIZE ","
042770            WS-EMPLOYEE-NAME DELIMITED BY "  " ","
042780            WS-TAX-YEAR      DELIMITED BY SIZE ","
042790            WS-RUN-TIMESTAMP DELIMITED BY SIZE ","
042800            "REJECTED - "   DELIMITED BY SIZE
042810            WS-REJECT-REASON DELIMITED BY SIZE
042820         INTO AUDIT-LOG-RECORD.
042830     WRITE AUDIT-LOG-RECORD.
042840     IF WS-AUDIT-FILE-STATUS NOT = "00"
042850         DISPLAY "*** AUDIT-TAX-CALC-LOG WRITE FAILED - "
042860             "STATUS " WS-AUDIT-FILE-STATUS " ***"
042870     END-IF.
042880*    THE SAME REJECT GOES OUT MACHINE-READABLE - THE RECORD
042890*    IMAGE AS READ PLUS THE REASON AND THIS RUN'S TIMESTAMP -
042900*    SO A CORRECTED COPY CAN GO BACK THROUGH THE (R)ECYCLE
042910*    RUN MODE THE SAME DAY INSTEAD OF WAITING FOR THE NEXT
042920*    HR EXTRACT.
042930     MOVE SPACES TO RECYCLE-OUT-RECORD.
042940     MOVE WS-LAST-RECORD-IMAGE TO RCO-SOURCE-RECORD.
042950     MOVE WS-REJECT-REASON     TO RCO-REASON-CODE.
042960     MOVE WS-RUN-TIMESTAMP     TO RCO-RUN-TIMESTAMP.
042970     WRITE RECYCLE-OUT-RECORD.
042980     IF WS-RECYOUT-FILE-STATUS NOT = "00"
042990         DISPLAY "*** RECYCOUT WRITE FAILED - STATUS "
043000             WS-RECYOUT-FILE-STATUS " ***"
043010     END-IF.
043020 425-EXIT.
043030         EXIT.
043040*
043050*    420-ACCUMULATE-BATCH-TOTALS - RUN-LEVEL RECONCILIATION TOTALS
043060 420-ACCUMULATE-BATCH-TOTALS.
043070     ADD 1                TO WS-BATCH-EMP-COUNT.
043080     ADD WS-INCOME         TO WS-BATCH-TOT-GROSS.
043090     ADD WS-DEDUCTIONS     TO WS-BATCH-TOT-DEDUCTIONS.
043100     ADD WS-INCOME-TAX     TO WS-BATCH-TOT-INCOME-TAX.
043110     ADD WS-MEDICARE-LEVY  TO WS-BATCH-TOT-MEDICARE.
043120     ADD WS-HELP-REPAYMENT TO WS-BATCH-TOT-HELP.
043130     ADD WS-TOTAL-TAX      TO WS-BATCH-TOT-TAX.
043140     ADD WS-NET-PAY        TO WS-BATCH-TOT-NET-PAY.
043150     ADD WS-PD-DISB-NET    TO WS-BATCH-TOT-PD-NET.
043160     ADD WS-PERIOD-GROSS   TO WS-BATCH-TOT-PD-GROSS.
043170     ADD WS-ETP-GROSS      TO WS-BATCH-TOT-PD-GROSS.
043180     ADD WS-PD-DISB-TAX    TO WS-BATCH-TOT-PD-TAX.
043190     ADD WS-PD-SG-AMOUNT   TO WS-BATCH-TOT-PD-SG.
043200     ADD WS-ETP-GROSS      TO WS-BATCH-TOT-ETP-GROSS.
043210     ADD WS-ETP-TAX        TO WS-BATCH-TOT-ETP-TAX.
043220     ADD WS-DEDORD-AMOUNT  TO WS-BATCH-TOT-DEDORD.
043230     ADD WS-PD-PRETAX      TO WS-BATCH-TOT-PD-PRETAX.
043240     ADD WS-PD-RESC        TO WS-BATCH-TOT-PD-RESC.
043250     IF WS-NOTFN-RATE-APPLIED
043260         ADD 1 TO WS-BATCH-NOTFN-COUNT
043270     END-IF.
043280 420-EXIT.
043290         EXIT.
043300*
043310*    430-VERIFY-TRAILER - END-OF-RUN INTEGRITY CHECK OF THE HR
043320*    EXTRACT.  THE TRAILER COUNT AND HASH TOTALS MUST MATCH WHAT
043330*    WAS ACTUALLY READ - A MISMATCH, A MISSING CONTROL RECORD OR
043340*    AN OUT-OF-SEQUENCE FILE FAILS THE RUN WITH RETURN-CODE 8 SO
043350*    THE SCHEDULER HOLDS THE DISBURSEMENT STEP.  A RESTARTED RUN
043360*    SKIPS THE CHECK - RECORDS PROCESSED BEFORE THE ABEND ARE NOT
043370*    RE-READ, SO THE RUN-SIDE TOTALS ARE NECESSARILY SHORT.
043380 430-VERIFY-TRAILER.
043390*    A RECYCLE FILE CARRIES NO HDR/TRL CONTROLS - ITS CONTROL
043400*    COUNT IS THE RECORDS-READ FIGURE DISPLAYED HERE, WHICH
043410*    THE OPERATOR BALANCES TO THE REJECTS BEING RESUBMITTED.
043420     IF WS-RECYCLE-INPUT
043430         DISPLAY "Recycle run - no HDR/TRL controls.  Records "
043440             "read: " WS-BATCH-DATA-COUNT
043450         GO TO 430-EXIT
043460     END-IF.
043470     IF WS-RESTART-REQUESTED
043480         DISPLAY "Trailer verification skipped - restarted run."
043490         GO TO 430-EXIT
043500     END-IF.
043510     IF NOT WS-HEADER-SEEN
043520         DISPLAY "*** NO HDR RECORD ON EMPLOYEE-TAX-FILE ***"
043530         MOVE "Y" TO WS-CONTROL-ERROR-SW
043540     END-IF.
043550     IF NOT WS-TRAILER-SEEN
043560         DISPLAY "*** NO TRL RECORD ON EMPLOYEE-TAX-FILE - "
043570             "TRANSFER MAY BE TRUNCATED ***"
043580         MOVE "Y" TO WS-CONTROL-ERROR-SW
043590         GO TO 430-FAIL-CHECK
043600     END-IF.
043610     IF WS-TRL-RECORD-COUNT NOT = WS-BATCH-DATA-COUNT
043620         DISPLAY "*** TRAILER RECORD COUNT " WS-TRL-RECORD-COUNT
043630             " BUT " WS-BATCH-DATA-COUNT " DATA RECORDS READ ***"
043640         MOVE "Y" TO WS-CONTROL-ERROR-SW
043650     END-IF.
043660     IF WS-TRL-HASH-GROSS NOT = WS-BATCH-HASH-GROSS
043670         DISPLAY "*** TRAILER GROSS HASH DOES NOT MATCH FILE ***"
043680         MOVE "Y" TO WS-CONTROL-ERROR-SW
043690     END-IF.
043700     IF WS-TRL-HASH-DEDUCT NOT = WS-BATCH-HASH-DEDUCT
043710         DISPLAY "*** TRAILER DEDUCTION HASH DOES NOT MATCH "
043720             "FILE ***"
043730         MOVE "Y" TO WS-CONTROL-ERROR-SW
043740     END-IF.
043750 430-FAIL-CHECK.
043760     IF WS-CONTROL-ERROR
043770         DISPLAY "*** BATCH INTEGRITY CHECK FAILED - RUN "
043780             "MARKED IN ERROR ***"
043790         MOVE 8 TO RETURN-CODE
043800     END-IF.
043810 430-EXIT.
043820         EXIT.
043830*
043840*****************************************************************
043850*    450/460 - CHECKPOINT AND RESTART FOR LARGE BATCH RUNS
043860*****************************************************************
043870*    450-WRITE-CHECKPOINT-RECORD - EVERY WS-CHECKPOINT-INTERVAL
043880*    EMPLOYEES, REWRITE THE CHECKPOINT DATA SET WITH THE LAST
043890*    EMPLOYEE ID SUCCESSFULLY PROCESSED.  ON RERUN THIS DRIVES
043900*    460-SKIP-TO-RESTART-POINT VIA THE JCL RESTART STEP.
043910*    WS-CHECKPOINT-INTERVAL IS 1 - THE CHECKPOINT IS REWRITTEN
043920*    AFTER EVERY EMPLOYEE, NOT EVERY N-TH ONE, SO A RESTART CAN
043930*    ONLY EVER REPROCESS THE ONE EMPLOYEE WHOSE AUDIT/DISBURSEMENT
043940*    RECORDS WERE WRITTEN BY 300-DISPLAY-RESULTS JUST BEFORE THIS
043950*    PARAGRAPH RUNS (410-BATCH-EMPLOYEE-CYCLE CALLS 300 THEN 450
043960*    FOR THE SAME EMPLOYEE) - AN ABEND BETWEEN THOSE TWO STEPS
043970*    STILL DUPLICATES THAT ONE EMPLOYEE'S RECORDS ON RESTART.
043980*    CLOSING THAT GAP NEEDS THE AUDIT/DISBURSEMENT WRITES TO BE
043990*    IDEMPOTENT ON EMPLOYEE ID (E.G. KEYED OUTPUT WITH A REWRITE-
044000*    OR-SKIP ON RESTART), NOT JUST A SHORTER CHECKPOINT INTERVAL.
044010*    THE FIELD IS KEPT (RATHER THAN HARDCODING 1 INTO THE IF
044020*    BELOW) SO THAT FUTURE CHANGE CAN WIDEN THE INTERVAL AGAIN
044030*    ONCE THE WRITES THEMSELVES ARE MADE IDEMPOTENT.
044040*
044050*    THE KEYED FILES SIT IN THE SAME ABEND WINDOW.  THE YTD
044060*    BALANCE UPDATE IS GUARDED - 340-UPDATE-YTD-BALANCES SKIPS
044070*    THE ADD WHEN THE REPLAYED EMPLOYEE'S BALANCE RECORD
044080*    ALREADY CARRIES THE ABENDED RUN'S CHECKPOINT TIMESTAMP -
044090*    BUT THE TAXCARRY RECORD HAS NO TIMESTAMP AND A REPLAY
044100*    RE-ADVANCES THE SUB-CENT CARRY ONCE; THE EXPOSURE IS
044110*    BOUNDED AT A CENT OF WITHHOLDING TIMING FOR THAT ONE
044120*    EMPLOYEE AND WASHES OUT OVER THE YEAR.
044130 450-WRITE-CHECKPOINT-RECORD.
044140*    A RECYCLE RUN NEVER TOUCHES THE MAIN RUN'S CHECKPOINT.
044150     IF WS-RECYCLE-INPUT
044160         GO TO 450-EXIT
044170     END-IF.
044180     ADD 1 TO WS-RECS-SINCE-CHECKPOINT.
044190     IF WS-RECS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
044200         MOVE WS-EMPLOYEE-ID       TO CKPT-LAST-EMPLOYEE-ID
044210         MOVE WS-BATCH-EMP-COUNT   TO CKPT-RECORD-COUNT
044220         MOVE WS-RUN-TIMESTAMP     TO CKPT-RUN-TIMESTAMP
044230         OPEN OUTPUT CHECKPOINT-FILE
044240         IF WS-CHKPT-FILE-STATUS NOT = "00"
044250             DISPLAY "*** UNABLE TO OPEN TAXCKPT - STATUS "
044260                 WS-CHKPT-FILE-STATUS
044270                 " - CHECKPOINT NOT WRITTEN ***"
044280         ELSE
044290             WRITE CHECKPOINT-RECORD
044300             IF WS-CHKPT-FILE-STATUS NOT = "00"
044310                 DISPLAY "*** CHECKPOINT WRITE FAILED - STATUS "
044320                     WS-CHKPT-FILE-STATUS " ***"
044330             END-IF
044340             CLOSE CHECKPOINT-FILE
044350         END-IF
044360         MOVE 0 TO WS-RECS-SINCE-CHECKPOINT
044370     END-IF.
044380 450-EXIT.
044390         EXIT.
044400*
044410*    460-SKIP-TO-RESTART-POINT - READ THE CHECKPOINT DATA SET AND
044420*    FAST-FORWARD EMPLOYEE-TAX-FILE PAST THE LAST EMPLOYEE THAT
044430*    COMPLETED SUCCESSFULLY ON THE PRIOR (ABENDED) RUN.
044440 460-SKIP-TO-RESTART-POINT.
044450     MOVE "N" TO WS-RESTART-FOUND-SW.
044460     OPEN INPUT CHECKPOINT-FILE.
044470     IF WS-CHKPT-FILE-STATUS = "00"
044480         READ CHECKPOINT-FILE
044490             AT END
044500                 CONTINUE
044510         END-READ
044520         CLOSE CHECKPOINT-FILE
044530         IF CKPT-LAST-EMPLOYEE-ID NOT = SPACES
044540             PERFORM 465-SKIP-ONE-RECORD THRU 465-EXIT
044550                 UNTIL WS-RESTART-POSITION-FOUND
044560                    OR WS-END-OF-FILE
044570         END-IF
044580     ELSE
044590         DISPLAY "No checkpoint found - starting from record 1."
044600     END-IF.
044610 460-EXIT.
044620         EXIT.
044630*
044640*    465-SKIP-ONE-RECORD - DISCARD RECORDS UP TO AND INCLUDING THE
044650*    LAST EMPLOYEE ID RECORDED AT CHECKPOINT TIME.  EACH SKIPPED
044660*    DATA RECORD'S ID STILL GOES ONTO THE SEEN-ID FILE - THOSE
044670*    EMPLOYEES WERE PAID BEFORE THE ABEND, SO A SECOND KEYING OF
044680*    ONE OF THEM AFTER THE RESTART POINT MUST STILL REJECT AS A
044690*    DUPLICATE RATHER THAN BE WITHHELD AND DISBURSED TWICE.
044700*    THE HDR RECORD IS ALSO CONSUMED DURING THE SKIP - ITS
044710*    EXTRACT DATE AND THE HEADER-SEEN SWITCH ARE CAPTURED HERE
044720*    SO 490-FINALIZE-RUN-REGISTRY STILL MARKS THE EXTRACT DATE
044730*    COMPLETED; AN ABENDED EXTRACT LEFT AT STATUS "S" WOULD
044740*    NEVER ARM THE DUPLICATE-EXTRACT GUARD AND WOULD STAY
044750*    INVISIBLE TO THE REPORTS' REGISTRY SELECTION.
044760 465-SKIP-ONE-RECORD.
044770     READ EMPLOYEE-TAX-FILE
044780         AT END
044790             MOVE "Y" TO WS-EOF-SW
044800             GO TO 465-EXIT
044810     END-READ.
044820     IF ETH-RECORD-TYPE = "HDR"
044830         MOVE ETH-EXTRACT-DATE TO WS-EXTRACT-DATE
044840         MOVE "Y" TO WS-HEADER-SEEN-SW
044850     ELSE IF ETT-RECORD-TYPE NOT = "TRL"
044860         MOVE ET-EMPLOYEE-ID TO WS-EMPLOYEE-ID
044870         PERFORM 158-CHECK-DUPLICATE-ID THRU 158-EXIT
044880     END-IF.
044890     IF ET-EMPLOYEE-ID = CKPT-LAST-EMPLOYEE-ID
044900         MOVE "Y" TO WS-RESTART-FOUND-SW
044910         DISPLAY "Restarting after " CKPT-LAST-EMPLOYEE-ID
044920     END-IF.
044930 465-EXIT.
044940         EXIT.
044950*
044960*    490-FINALIZE-RUN-REGISTRY - REWRITE THIS RUN'S REGISTRY
044970*    RECORD WITH THE FINAL COUNTS, TOTALS AND STATUS - "C" FOR
044980*    A CLEAN RUN, "F" WHEN THE INTEGRITY CHECK OR ANY STAGE
044990*    FAILED.  A RUN THAT NEVER REGISTERED (REFUSED DUPLICATE,
045000*    REGISTRY FAILURE, NO HDR ON FILE) LEAVES THE REGISTRY AS
045010*    IT STANDS.
045020 490-FINALIZE-RUN-REGISTRY.
045030     IF WS-RUN-ABORTED OR NOT WS-HEADER-SEEN
045040         GO TO 490-EXIT
045050     END-IF.
045060     MOVE WS-EXTRACT-DATE TO RR-EXTRACT-DATE.
045070     READ RUN-REGISTRY-FILE
045080         INVALID KEY
045090             DISPLAY "*** RUNREGF RECORD LOST MID-RUN FOR "
045100                 WS-EXTRACT-DATE " ***"
045110             GO TO 490-EXIT
045120     END-READ.
045130     MOVE WS-RUN-TIMESTAMP      TO RR-RUN-TIMESTAMP.
045140     IF WS-CONTROL-ERROR OR RETURN-CODE NOT = 0
045150         MOVE "F" TO RR-RUN-STATUS
045160     ELSE
045170         MOVE "C" TO RR-RUN-STATUS
045180     END-IF.
045190     MOVE WS-BATCH-DATA-COUNT   TO RR-DATA-COUNT.
045200     MOVE WS-BATCH-EMP-COUNT    TO RR-EMP-COUNT.
045210     MOVE WS-BATCH-REJECT-COUNT TO RR-REJECT-COUNT.
045220     MOVE WS-BATCH-TOT-GROSS    TO RR-TOT-GROSS.
045230     MOVE WS-BATCH-TOT-TAX      TO RR-TOT-TAX.
045240     MOVE WS-BATCH-TOT-NET-PAY  TO RR-TOT-NET-PAY.
045250     MOVE WS-BATCH-TOT-PD-GROSS TO RR-TOT-PD-GROSS.
045260     MOVE WS-BATCH-TOT-PD-TAX   TO RR-TOT-PD-TAX.
045270     MOVE WS-BATCH-TOT-PD-NET   TO RR-TOT-PD-NET.
045280     MOVE WS-BATCH-TOT-PD-SG    TO RR-TOT-PD-SG.
045290     MOVE WS-BATCH-TOT-PD-RESC  TO RR-TOT-PD-RESC.
045300     MOVE WS-BATCH-TOT-DEDORD   TO RR-TOT-PD-DEDORD.
045310     REWRITE RUN-REGISTRY-RECORD.
045320     IF WS-RUNREG-FILE-STATUS NOT = "00"
045330         DISPLAY "*** RUNREGF FINALIZE FAILED - STATUS "
045340             WS-RUNREG-FILE-STATUS " ***"
045350         MOVE 8 TO RETURN-CODE
045360     END-IF.
045370 490-EXIT.
045380         EXIT.
045390*
045400*****************************************************************
045410*    500-PRINT-BATCH-SUMMARY - END-OF-RUN RECONCILIATION TOTALS
045420*****************************************************************
045430 500-PRINT-BATCH-SUMMARY.
045440     MOVE WS-BATCH-EMP-COUNT      TO WS-SUMM-COUNT.
045450     MOVE WS-BATCH-REJECT-COUNT   TO WS-SUMM-REJECT-COUNT.
045460     MOVE WS-BATCH-NOTFN-COUNT    TO WS-SUMM-NOTFN-COUNT.
045470     MOVE WS-BATCH-TOT-GROSS      TO WS-SUMM-GROSS.
045480     MOVE WS-BATCH-TOT-TAX        TO WS-SUMM-TAX.
045490     MOVE WS-BATCH-TOT-MEDICARE   TO WS-SUMM-MEDICARE.
045500     MOVE WS-BATCH-TOT-NET-PAY    TO WS-SUMM-NET-PAY.
045510     MOVE WS-BATCH-TOT-PD-SG      TO WS-SUMM-SUPER.
045520     MOVE WS-BATCH-TOT-ETP-TAX    TO WS-SUMM-ETP-TAX.
045530     MOVE WS-BATCH-TOT-DEDORD     TO WS-SUMM-DEDORD.
045540     MOVE WS-BATCH-TOT-PD-PRETAX  TO WS-SUMM-PRETAX.
045550     MOVE WS-BATCH-TOT-PD-RESC    TO WS-SUMM-RESC.
045560     DISPLAY " ".
045570     DISPLAY "================================================".
045580     DISPLAY "        PAYROLL TAX RUN - RECONCILIATION SUMMARY".
045590     DISPLAY "================================================".
045600     DISPLAY "Employees Processed:   " WS-SUMM-COUNT.
045610     DISPLAY "Employees Rejected:    " WS-SUMM-REJECT-COUNT.
045620     DISPLAY "At No-TFN Rate:        " WS-SUMM-NOTFN-COUNT.
045630     DISPLAY "Total Gross Income:  $ " WS-SUMM-GROSS.
045640     DISPLAY "Total Tax Withheld:  $ " WS-SUMM-TAX.
045650     DISPLAY "Total Medicare Levy: $ " WS-SUMM-MEDICARE.
045660     DISPLAY "Total Net Pay:       $ " WS-SUMM-NET-PAY.
045670     DISPLAY "Total Super (SG):    $ " WS-SUMM-SUPER.
045680     DISPLAY "Total ETP Withheld:  $ " WS-SUMM-ETP-TAX.
045690     DISPLAY "Total Deduct Orders: $ " WS-SUMM-DEDORD.
045700     DISPLAY "Total Pre-Tax Arrgt: $ " WS-SUMM-PRETAX.
045710     DISPLAY "  of which Sacrifice $ " WS-SUMM-RESC.
045720     DISPLAY "================================================".
045730 500-EXIT.
045740         EXIT.
045750*
045760*****************************************************************
045770*    600-690 - PAYMENT REVERSAL (ADJUSTMENT RUN MODE)
045780*****************************************************************
045790*    600-LOAD-REVERSALS - FIRST PASS.  EVERY TRANSACTION IS
045800*    CHECKED AND STAGED ON THE KEYED WORK FILE BEFORE ANY
045810*    PAYMENT IS TOUCHED.
045820 600-LOAD-REVERSALS.
045830     MOVE "N" TO WS-EOF-SW.
045840     PERFORM 605-LOAD-ONE-REVERSAL THRU 605-EXIT
045850         UNTIL WS-END-OF-FILE.
045860 600-EXIT.
045870         EXIT.
045880*
045890*    605-LOAD-ONE-REVERSAL - A TRANSACTION IS REFUSED WHEN IT IS
045900*    INCOMPLETE, WHEN THE PAYMENT IS ALREADY ON THE REVERSAL
045910*    REGISTER, WHEN THE RUN IT NAMES IS NOT A COMPLETED RUN ON
045920*    THE RUN REGISTRY, OR WHEN THE FILE NAMES THE SAME PAYMENT
045930*    TWICE.
045940 605-LOAD-ONE-REVERSAL.
045950     READ REVERSAL-TRANS-FILE
045960         AT END
045970             MOVE "Y" TO WS-EOF-SW
045980             GO TO 605-EXIT
045990     END-READ.
046000     ADD 1 TO WS-ADJ-TRANS-COUNT.
046010     MOVE RV-EMPLOYEE-ID        TO WS-EMPLOYEE-ID.
046020     MOVE RV-ORIG-RUN-TIMESTAMP TO WS-ADJ-ORIG-RUN-TIMESTAMP.
046030     IF RV-EMPLOYEE-ID = SPACES
046040         OR RV-ORIG-RUN-TIMESTAMP = SPACES
046050         MOVE "INCOMPLETE TRANS" TO WS-REJECT-REASON
046060         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
046070         GO TO 605-EXIT
046080     END-IF.
046090     MOVE RV-EMPLOYEE-ID        TO RG-EMPLOYEE-ID.
046100     MOVE RV-ORIG-RUN-TIMESTAMP TO RG-ORIG-RUN-TIMESTAMP.
046110     READ REVERSAL-REGISTER-FILE
046120         INVALID KEY
046130             CONTINUE
046140     END-READ.
046150     IF WS-REVREG-FILE-STATUS = "00"
046160         DISPLAY "*** " RV-EMPLOYEE-ID " WAS REVERSED BY RUN "
046170             RG-ADJ-RUN-TIMESTAMP " ***"
046180         MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
046190         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
046200         GO TO 605-EXIT
046210     END-IF.
046220     PERFORM 615-FIND-ORIGINAL-RUN THRU 615-EXIT.
046230     IF NOT WS-ADJ-RUN-FOUND
046240         MOVE "RUN NOT ON RUNREGF" TO WS-REJECT-REASON
046250         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
046260         GO TO 605-EXIT
046270     END-IF.
046280     IF WS-ADJ-ORIG-RUN-STATUS NOT = "C"
046290         MOVE "RUN NOT COMPLETED" TO WS-REJECT-REASON
046300         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
046310         GO TO 605-EXIT
046320     END-IF.
046330     MOVE SPACES                   TO REVERSAL-WORK-RECORD.
046340     MOVE RV-EMPLOYEE-ID           TO RW-EMPLOYEE-ID.
046350     MOVE RV-ORIG-RUN-TIMESTAMP    TO RW-ORIG-RUN-TIMESTAMP.
046360     MOVE WS-ADJ-ORIG-EXTRACT-DATE TO RW-ORIG-EXTRACT-DATE.
046370     MOVE RV-REASON                TO RW-REASON.
046380     MOVE "N"                      TO RW-MATCH-STATUS.
046390     WRITE REVERSAL-WORK-RECORD.
046400     IF WS-REVWRK-FILE-STATUS = "22"
046410         MOVE "DUPLICATE IN FILE" TO WS-REJECT-REASON
046420         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
046430     ELSE IF WS-REVWRK-FILE-STATUS NOT = "00"
046440         DISPLAY "*** REVWRKF WRITE FAILED FOR "
046450             RV-EMPLOYEE-ID " - STATUS "
046460             WS-REVWRK-FILE-STATUS " ***"
046470         MOVE "WORK FILE WRITE" TO WS-REJECT-REASON
046480         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
046490     END-IF.
046500 605-EXIT.
046510         EXIT.
046520*
046530*    615-FIND-ORIGINAL-RUN - THE RUN REGISTRY IS KEYED BY HDR
046540*    EXTRACT DATE, NOT RUN TIMESTAMP, SO IT IS BROWSED FOR THE
046550*    RUN THE TRANSACTION NAMES - ONE RECORD PER PAY RUN, A FEW
046560*    DOZEN A YEAR.  THE EXTRACT DATE FOUND IS THE KEY THE
046570*    REVERSAL IS POSTED BACK AGAINST IN 665.
046580 615-FIND-ORIGINAL-RUN.
046590     MOVE "N" TO WS-ADJ-RUN-FOUND-SW.
046600     MOVE "N" TO WS-RUNREG-EOF-SW.
046610     MOVE LOW-VALUES TO RR-EXTRACT-DATE.
046620     START RUN-REGISTRY-FILE KEY IS NOT LESS THAN RR-EXTRACT-DATE
046630         INVALID KEY
046640             GO TO 615-EXIT
046650     END-START.
046660     PERFORM 617-SCAN-ONE-RUN THRU 617-EXIT
046670         UNTIL WS-ADJ-RUN-FOUND
046680            OR WS-RUNREG-END.
046690 615-EXIT.
046700         EXIT.
046710*
046720 617-SCAN-ONE-RUN.
046730     READ RUN-REGISTRY-FILE NEXT RECORD
046740         AT END
046750             MOVE "Y" TO WS-RUNREG-EOF-SW
046760             GO TO 617-EXIT
046770     END-READ.
046780     IF WS-RUNREG-FILE-STATUS NOT = "00"
046790         DISPLAY "*** RUNREGF BROWSE FAILED - STATUS "
046800             WS-RUNREG-FILE-STATUS " ***"
046810         MOVE "Y" TO WS-RUNREG-EOF-SW
046820         GO TO 617-EXIT
046830     END-IF.
046840     IF RR-RUN-TIMESTAMP = WS-ADJ-ORIG-RUN-TIMESTAMP
046850         MOVE "Y"             TO WS-ADJ-RUN-FOUND-SW
046860         MOVE RR-EXTRACT-DATE TO WS-ADJ-ORIG-EXTRACT-DATE
046870         MOVE RR-RUN-STATUS   TO WS-ADJ-ORIG-RUN-STATUS
046880     END-IF.
046890 617-EXIT.
046900         EXIT.
046910*
046920*    620-MATCH-AUDIT-ROWS - SECOND PASS.  ONE READ OF THE AUDIT
046930*    LOG CAPTURES THE ORIGINAL ROW OF EVERY STAGED PAYMENT.  AN
046940*    R ROW ALREADY ON THE LOG FOR A STAGED PAYMENT MEANS IT WAS
046950*    REVERSED BEFORE - THE LOG ITSELF BACKS UP THE REGISTER
046960*    AGAINST A SECOND REVERSAL.
046970 620-MATCH-AUDIT-ROWS.
046980     MOVE "N" TO WS-EOF-SW.
046990     PERFORM 625-MATCH-ONE-AUDIT-ROW THRU 625-EXIT
047000         UNTIL WS-END-OF-FILE.
047010 620-EXIT.
047020         EXIT.
047030*
047040 625-MATCH-ONE-AUDIT-ROW.
047050     READ AUDIT-TAX-CALC-LOG
047060         AT END
047070             MOVE "Y" TO WS-EOF-SW
047080             GO TO 625-EXIT
047090     END-READ.
047100     MOVE AUDIT-LOG-RECORD TO WS-ADJ-AUDIT-ROW.
047110     PERFORM 640-PARSE-AUDIT-ROW THRU 640-EXIT.
047120     IF WS-ADJ-FIELD-COUNT < 4
047130         OR WS-RA-GROSS (1:8) = "REJECTED"
047140         GO TO 625-EXIT
047150     END-IF.
047160     MOVE WS-RA-EMPLOYEE-ID TO RW-EMPLOYEE-ID.
047170     IF WS-RA-ROW-TYPE = "R"
047180         MOVE WS-RA-REVERSED-TS   TO RW-ORIG-RUN-TIMESTAMP
047190     ELSE
047200         MOVE WS-RA-RUN-TIMESTAMP TO RW-ORIG-RUN-TIMESTAMP
047210     END-IF.
047220     READ REVERSAL-WORK-FILE
047230         INVALID KEY
047240             GO TO 625-EXIT
047250     END-READ.
047260     IF WS-RA-ROW-TYPE = "R"
047270         MOVE "R" TO RW-MATCH-STATUS
047280     ELSE IF NOT RW-NOT-MATCHED
047290         GO TO 625-EXIT
047300*    A ROW CUT BEFORE THE PER-PERIOD COLUMNS WERE ADDED CANNOT
047310*    BE TAKEN BACK EXACTLY AND IS LEFT FOR A MANUAL CORRECTION.
047320     ELSE IF WS-ADJ-FIELD-COUNT < 30
047330         MOVE "P" TO RW-MATCH-STATUS
047340     ELSE
047350         MOVE "Y"              TO RW-MATCH-STATUS
047360         MOVE WS-ADJ-AUDIT-ROW TO RW-AUDIT-ROW
047370     END-IF.
047380     REWRITE REVERSAL-WORK-RECORD.
047390     IF WS-REVWRK-FILE-STATUS NOT = "00"
047400         DISPLAY "*** REVWRKF UPDATE FAILED FOR "
047410             RW-EMPLOYEE-ID " - STATUS "
047420             WS-REVWRK-FILE-STATUS " ***"
047430     END-IF.
047440 625-EXIT.
047450         EXIT.
047460*
047470*    630-APPLY-REVERSALS - THIRD PASS, IN EMPLOYEE ORDER OFF THE
047480*    WORK FILE.
047490 630-APPLY-REVERSALS.
047500     MOVE "N" TO WS-EOF-SW.
047510     MOVE LOW-VALUES TO RW-REVERSAL-KEY.
047520     START REVERSAL-WORK-FILE KEY IS NOT LESS THAN RW-REVERSAL-KEY
047530         INVALID KEY
047540             MOVE "Y" TO WS-EOF-SW
047550     END-START.
047560     PERFORM 635-APPLY-ONE-REVERSAL THRU 635-EXIT
047570         UNTIL WS-END-OF-FILE.
047580 630-EXIT.
047590         EXIT.
047600*
047610*    635-APPLY-ONE-REVERSAL - ONE STAGED PAYMENT.  EVERYTHING
047620*    THAT COULD LEAVE THE BALANCES HALF-CORRECTED IS CHECKED
047630*    BEFORE THE FIRST UPDATE, SO A PAYMENT IS EITHER BACKED OUT
047640*    EVERYWHERE OR NOT TOUCHED AT ALL.
047650 635-APPLY-ONE-REVERSAL.
047660     READ REVERSAL-WORK-FILE NEXT RECORD
047670         AT END
047680             MOVE "Y" TO WS-EOF-SW
047690             GO TO 635-EXIT
047700     END-READ.
047710     MOVE RW-EMPLOYEE-ID        TO WS-EMPLOYEE-ID.
047720     MOVE RW-ORIG-RUN-TIMESTAMP TO WS-ADJ-ORIG-RUN-TIMESTAMP.
047730     IF RW-NOT-MATCHED
047740         MOVE "NO AUDIT ROW FOR RUN" TO WS-REJECT-REASON
047750         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
047760         GO TO 635-EXIT
047770     END-IF.
047780     IF RW-ALREADY-REVERSED
047790         MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
047800         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
047810         GO TO 635-EXIT
047820     END-IF.
047830     IF RW-ROW-PREDATES-LAYOUT
047840         MOVE "ROW PREDATES LAYOUT" TO WS-REJECT-REASON
047850         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
047860         GO TO 635-EXIT
047870     END-IF.
047880     MOVE RW-AUDIT-ROW TO WS-ADJ-AUDIT-ROW.
047890     PERFORM 640-PARSE-AUDIT-ROW THRU 640-EXIT.
047900     PERFORM 642-SET-REVERSAL-AMOUNTS THRU 642-EXIT.
047910     PERFORM 645-CHECK-YTD-BALANCE THRU 645-EXIT.
047920     IF WS-DATA-INVALID
047930         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
047940         GO TO 635-EXIT
047950     END-IF.
047960     PERFORM 646-CHECK-LEAVE-BALANCE THRU 646-EXIT.
047970     IF WS-DATA-INVALID
047980         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
047990         GO TO 635-EXIT
048000     END-IF.
048010*    THE TWO BALANCE REWRITES COME BEFORE ANY OUTPUT.  A LEAVE
048020*    REWRITE THAT FAILS REFUSES THE PAYMENT UNTOUCHED; A YTD
048030*    REWRITE THAT FAILS PUTS THE LEAVE BALANCE BACK FIRST.
048040     PERFORM 648-BACK-OUT-LEAVE THRU 648-EXIT.
048050     IF WS-DATA-INVALID
048060         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
048070         GO TO 635-EXIT
048080     END-IF.
048090     PERFORM 647-BACK-OUT-YTD THRU 647-EXIT.
048100     IF WS-DATA-INVALID
048110         PERFORM 649-RESTORE-LEAVE THRU 649-EXIT
048120         PERFORM 680-REJECT-REVERSAL THRU 680-EXIT
048130         GO TO 635-EXIT
048140     END-IF.
048150     PERFORM 330-WRITE-STP-RECORD THRU 330-EXIT.
048160     PERFORM 650-RESTORE-CARRY THRU 650-EXIT.
048170     PERFORM 655-WRITE-REVERSAL-AUDIT THRU 655-EXIT.
048180     PERFORM 660-WRITE-REVERSAL-DISB THRU 660-EXIT.
048190     PERFORM 665-POST-RUN-REGISTRY THRU 665-EXIT.
048200     PERFORM 670-WRITE-REVERSAL-REGISTER THRU 670-EXIT.
048210     ADD 1                  TO WS-BATCH-EMP-COUNT.
048220     ADD WS-ADJ-PD-GROSS    TO WS-ADJ-TOT-PD-GROSS.
048230     ADD WS-ADJ-PD-TAX      TO WS-ADJ-TOT-PD-TAX.
048240     ADD WS-ADJ-PD-DISB-NET TO WS-ADJ-TOT-DISB-NET.
048250 635-EXIT.
048260         EXIT.
048270*
048280*    640-PARSE-AUDIT-ROW - SPLIT AN AUDIT ROW INTO ITS COLUMNS,
048290*    IN THE ORDER 310 WRITES THEM.
048300 640-PARSE-AUDIT-ROW.
048310     MOVE SPACES TO WS-ADJ-AUDIT-FIELDS.
048320     MOVE 0 TO WS-ADJ-FIELD-COUNT.
048330     UNSTRING WS-ADJ-AUDIT-ROW DELIMITED BY ","
048340         INTO WS-RA-EMPLOYEE-ID
048350              WS-RA-EMPLOYEE-NAME
048360              WS-RA-TAX-YEAR
048370              WS-RA-RUN-TIMESTAMP
048380              WS-RA-GROSS
048390              WS-RA-DEDUCT
048400              WS-RA-TAXABLE
048410              WS-RA-INCTAX
048420              WS-RA-OFFSETS
048430              WS-RA-MEDICARE
048440              WS-RA-MLS
048450              WS-RA-HELP
048460              WS-RA-TOTALTAX
048470              WS-RA-NETPAY
048480              WS-RA-SG
048490              WS-RA-FREQ
048500              WS-RA-ETPGROSS
048510              WS-RA-ETPTAX
048520              WS-RA-DEDORD
048530              WS-RA-NOTFN-IND
048540              WS-RA-PD-GROSS
048550              WS-RA-PD-TAX
048560              WS-RA-PD-HELP
048570              WS-RA-PD-DISBTAX
048580              WS-RA-PD-DISBNET
048590              WS-RA-PD-SG
048600              WS-RA-CARRY-DELTA
048610              WS-RA-ROW-TYPE
048620              WS-RA-REVERSED-TS
048630              WS-RA-NOTES
048640              WS-RA-PD-PRETAX
048650              WS-RA-PD-RESC
048660              WS-RA-AL-MOVEMENT
048670              WS-RA-PL-MOVEMENT
048680         TALLYING IN WS-ADJ-FIELD-COUNT.
048690 640-EXIT.
048700         EXIT.
048710*
048720*    642-SET-REVERSAL-AMOUNTS - THE ORIGINAL ROW'S IDENTITY FOR
048730*    THE OUTPUTS, THE PER-PERIOD AMOUNTS TAKEN BACK, AND EVERY
048740*    AMOUNT COLUMN NEGATED FOR THE OFFSETTING ROW.
048750 642-SET-REVERSAL-AMOUNTS.
048760     MOVE WS-RA-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME.
048770     MOVE WS-RA-TAX-YEAR      TO WS-TAX-YEAR.
048780     MOVE WS-RA-FREQ          TO WS-PAY-FREQUENCY.
048790     COMPUTE WS-ADJ-PD-GROSS =
048800         FUNCTION NUMVAL (WS-RA-PD-GROSS).
048810     COMPUTE WS-ADJ-PD-TAX =
048820         FUNCTION NUMVAL (WS-RA-PD-TAX).
048830     COMPUTE WS-ADJ-PD-HELP =
048840         FUNCTION NUMVAL (WS-RA-PD-HELP).
048850     COMPUTE WS-ADJ-PD-DISB-NET =
048860         FUNCTION NUMVAL (WS-RA-PD-DISBNET).
048870     COMPUTE WS-ADJ-ETP-GROSS =
048880         FUNCTION NUMVAL (WS-RA-ETPGROSS).
048890     COMPUTE WS-ADJ-ETP-TAX =
048900         FUNCTION NUMVAL (WS-RA-ETPTAX).
048910     COMPUTE WS-ADJ-CARRY-DELTA =
048920         FUNCTION NUMVAL (WS-RA-CARRY-DELTA).
048930*    A ROW WRITTEN BEFORE THE PRE-TAX COLUMNS EXISTED HAS NONE
048940*    - NOTHING WAS TAKEN OFF ITS GROSS BEFORE TAX.
048950     IF WS-RA-PD-PRETAX = SPACES
048960         MOVE 0 TO WS-ADJ-PD-PRETAX
048970         MOVE 0 TO WS-ADJ-PD-RESC
048980     ELSE
048990         COMPUTE WS-ADJ-PD-PRETAX =
049000             FUNCTION NUMVAL (WS-RA-PD-PRETAX)
049010         COMPUTE WS-ADJ-PD-RESC =
049020             FUNCTION NUMVAL (WS-RA-PD-RESC)
049030     END-IF.
049040*    NOR DID A ROW WRITTEN BEFORE THE LEAVE COLUMNS MOVE LVBALF.
049050     IF WS-RA-AL-MOVEMENT = SPACES
049060         MOVE 0 TO WS-ADJ-AL-MOVEMENT
049070         MOVE 0 TO WS-ADJ-PL-MOVEMENT
049080     ELSE
049090         COMPUTE WS-ADJ-AL-MOVEMENT =
049100             FUNCTION NUMVAL (WS-RA-AL-MOVEMENT)
049110         COMPUTE WS-ADJ-PL-MOVEMENT =
049120             FUNCTION NUMVAL (WS-RA-PL-MOVEMENT)
049130     END-IF.
049140     COMPUTE WS-ADJ-AUDIT-GROSS =
049150         0 - FUNCTION NUMVAL (WS-RA-GROSS).
049160     COMPUTE WS-ADJ-AUDIT-DEDUCT =
049170         0 - FUNCTION NUMVAL (WS-RA-DEDUCT).
049180     COMPUTE WS-ADJ-AUDIT-TAXABLE =
049190         0 - FUNCTION NUMVAL (WS-RA-TAXABLE).
049200     COMPUTE WS-ADJ-AUDIT-INCTAX =
049210         0 - FUNCTION NUMVAL (WS-RA-INCTAX).
049220     COMPUTE WS-ADJ-AUDIT-OFFSETS =
049230         0 - FUNCTION NUMVAL (WS-RA-OFFSETS).
049240     COMPUTE WS-ADJ-AUDIT-MEDICARE =
049250         0 - FUNCTION NUMVAL (WS-RA-MEDICARE).
049260     COMPUTE WS-ADJ-AUDIT-MLS =
049270         0 - FUNCTION NUMVAL (WS-RA-MLS).
049280     COMPUTE WS-ADJ-AUDIT-HELP =
049290         0 - FUNCTION NUMVAL (WS-RA-HELP).
049300     COMPUTE WS-ADJ-AUDIT-TOTALTAX =
049310         0 - FUNCTION NUMVAL (WS-RA-TOTALTAX).
049320     COMPUTE WS-ADJ-AUDIT-NETPAY =
049330         0 - FUNCTION NUMVAL (WS-RA-NETPAY).
049340     COMPUTE WS-ADJ-AUDIT-SG =
049350         0 - FUNCTION NUMVAL (WS-RA-SG).
049360     COMPUTE WS-ADJ-AUDIT-ETPGROSS =
049370         0 - FUNCTION NUMVAL (WS-RA-ETPGROSS).
049380     COMPUTE WS-ADJ-AUDIT-ETPTAX =
049390         0 - FUNCTION NUMVAL (WS-RA-ETPTAX).
049400     COMPUTE WS-ADJ-AUDIT-DEDORD =
049410         0 - FUNCTION NUMVAL (WS-RA-DEDORD).
049420     COMPUTE WS-ADJ-AUDIT-PD-GROSS =
049430         0 - FUNCTION NUMVAL (WS-RA-PD-GROSS).
049440     COMPUTE WS-ADJ-AUDIT-PD-TAX =
049450         0 - FUNCTION NUMVAL (WS-RA-PD-TAX).
049460     COMPUTE WS-ADJ-AUDIT-PD-HELP =
049470         0 - FUNCTION NUMVAL (WS-RA-PD-HELP).
049480     COMPUTE WS-ADJ-AUDIT-PD-DISBTAX =
049490         0 - FUNCTION NUMVAL (WS-RA-PD-DISBTAX).
049500     COMPUTE WS-ADJ-AUDIT-PD-DISBNET =
049510         0 - FUNCTION NUMVAL (WS-RA-PD-DISBNET).
049520     COMPUTE WS-ADJ-AUDIT-PD-SG =
049530         0 - FUNCTION NUMVAL (WS-RA-PD-SG).
049540     COMPUTE WS-ADJ-AUDIT-CARRY-DELTA =
049550         0 - FUNCTION NUMVAL (WS-RA-CARRY-DELTA).
049560     COMPUTE WS-ADJ-AUDIT-PD-PRETAX = 0 - WS-ADJ-PD-PRETAX.
049570     COMPUTE WS-ADJ-AUDIT-PD-RESC = 0 - WS-ADJ-PD-RESC.
049580     COMPUTE WS-ADJ-AUDIT-AL-MOVEMENT = 0 - WS-ADJ-AL-MOVEMENT.
049590     COMPUTE WS-ADJ-AUDIT-PL-MOVEMENT = 0 - WS-ADJ-PL-MOVEMENT.
049600 642-EXIT.
049610         EXIT.
049620*
049630*    645-CHECK-YTD-BALANCE - THE EMPLOYEE'S BALANCE RECORD FOR
049640*    THE TAX YEAR OF THE ORIGINAL ROW MUST HOLD AT LEAST WHAT IS
049650*    BEING TAKEN BACK.  A BALANCE THAT WOULD GO NEGATIVE MEANS
049660*    THE YTD FILE AND THE AUDIT LOG ALREADY DISAGREE - THAT IS
049670*    FOR PAYROLL TO RESOLVE, NOT FOR THIS RUN TO PAPER OVER.
049680 645-CHECK-YTD-BALANCE.
049690     MOVE "Y" TO WS-VALID-DATA-SW.
049700     MOVE WS-EMPLOYEE-ID TO YB-EMPLOYEE-ID.
049710     MOVE WS-TAX-YEAR    TO YB-TAX-YEAR.
049720     READ YTD-BALANCE-FILE
049730         INVALID KEY
049740             MOVE "N" TO WS-VALID-DATA-SW
049750             MOVE "NO YTD BALANCE" TO WS-REJECT-REASON
049760             GO TO 645-EXIT
049770     END-READ.
049780     COMPUTE WS-ADJ-NEW-YTD-GROSS = YB-YTD-GROSS
049790         - (WS-ADJ-PD-GROSS - WS-ADJ-PD-PRETAX).
049800     COMPUTE WS-ADJ-NEW-YTD-PAYGW = YB-YTD-PAYGW
049810         - (WS-ADJ-PD-TAX - WS-ADJ-PD-HELP).
049820     COMPUTE WS-ADJ-NEW-YTD-HELP =
049830         YB-YTD-HELP - WS-ADJ-PD-HELP.
049840     COMPUTE WS-ADJ-NEW-YTD-ETPG =
049850         YB-YTD-ETP-GROSS - WS-ADJ-ETP-GROSS.
049860     COMPUTE WS-ADJ-NEW-YTD-ETPT =
049870         YB-YTD-ETP-PAYGW - WS-ADJ-ETP-TAX.
049880     IF YB-YTD-RESC NOT NUMERIC
049890         MOVE 0 TO YB-YTD-RESC
049900     END-IF.
049910     COMPUTE WS-ADJ-NEW-YTD-RESC =
049920         YB-YTD-RESC - WS-ADJ-PD-RESC.
049930     IF WS-ADJ-NEW-YTD-GROSS < 0
049940         OR WS-ADJ-NEW-YTD-PAYGW < 0
049950         OR WS-ADJ-NEW-YTD-HELP < 0
049960         OR WS-ADJ-NEW-YTD-ETPG < 0
049970         OR WS-ADJ-NEW-YTD-ETPT < 0
049980         OR WS-ADJ-NEW-YTD-RESC < 0
049990         MOVE "N" TO WS-VALID-DATA-SW
050000         MOVE "YTD BELOW REVERSAL" TO WS-REJECT-REASON
050010     END-IF.
050020 645-EXIT.
050030         EXIT.
050040*
050050*    646-CHECK-LEAVE-BALANCE - A PAYMENT THAT MOVED THE LEAVE
050060*    BALANCES NEEDS THE EMPLOYEE'S BALANCE RECORD TO TAKE THE
050070*    MOVEMENT BACK OFF.  THE BALANCE ITSELF MAY GO EITHER WAY -
050080*    LEAVE IS TAKEN IN ADVANCE - SO ONLY A MISSING RECORD
050090*    REJECTS.
050100 646-CHECK-LEAVE-BALANCE.
050110     IF WS-ADJ-AL-MOVEMENT = 0 AND WS-ADJ-PL-MOVEMENT = 0
050120         GO TO 646-EXIT
050130     END-IF.
050140     MOVE WS-EMPLOYEE-ID TO LB-EMPLOYEE-ID.
050150     READ LEAVE-BALANCE-FILE
050160         INVALID KEY
050170             MOVE "N" TO WS-VALID-DATA-SW
050180             MOVE "NO LEAVE BALANCE" TO WS-REJECT-REASON
050190     END-READ.
050200 646-EXIT.
050210         EXIT.
050220*
050230*    647-BACK-OUT-YTD - THE BALANCE RECORD 645 JUST READ, LESS
050240*    THE PAYMENT, LEFT IN YTD-BALANCE-RECORD FOR THE STP DETAIL
050250*    RECORD AND SUMMED INTO THE WS-BATCH-TOT-YTD FIELDS FOR THE
050260*    DECLARATION TRAILER, SAME AS 340 DOES FOR A PAY RUN.
050270 647-BACK-OUT-YTD.
050280     MOVE WS-ADJ-NEW-YTD-GROSS TO YB-YTD-GROSS.
050290     MOVE WS-ADJ-NEW-YTD-PAYGW TO YB-YTD-PAYGW.
050300     MOVE WS-ADJ-NEW-YTD-HELP  TO YB-YTD-HELP.
050310     MOVE WS-ADJ-NEW-YTD-ETPG  TO YB-YTD-ETP-GROSS.
050320     MOVE WS-ADJ-NEW-YTD-ETPT  TO YB-YTD-ETP-PAYGW.
050330     MOVE WS-ADJ-NEW-YTD-RESC  TO YB-YTD-RESC.
050340     MOVE WS-RUN-TIMESTAMP     TO YB-LAST-RUN-TIMESTAMP.
050350     REWRITE YTD-BALANCE-RECORD.
050360     IF WS-YTDBAL-FILE-STATUS NOT = "00"
050370         DISPLAY "*** YTDBALF UPDATE FAILED FOR "
050380             WS-EMPLOYEE-ID " - STATUS "
050390             WS-YTDBAL-FILE-STATUS " ***"
050400         MOVE "N" TO WS-VALID-DATA-SW
050410         MOVE "YTD UPDATE FAILED" TO WS-REJECT-REASON
050420         GO TO 647-EXIT
050430     END-IF.
050440     ADD YB-YTD-GROSS     TO WS-BATCH-TOT-YTD-GROSS.
050450     ADD YB-YTD-PAYGW     TO WS-BATCH-TOT-YTD-PAYGW.
050460     ADD YB-YTD-HELP      TO WS-BATCH-TOT-YTD-HELP.
050470     ADD YB-YTD-ETP-GROSS TO WS-BATCH-TOT-YTD-ETPG.
050480     ADD YB-YTD-ETP-PAYGW TO WS-BATCH-TOT-YTD-ETPT.
050490     ADD YB-YTD-RESC      TO WS-BATCH-TOT-YTD-RESC.
050500 647-EXIT.
050510         EXIT.
050520*
050530*    648-BACK-OUT-LEAVE - THE BALANCE RECORD 646 JUST READ, LESS
050540*    THE PAYMENT'S LEAVE MOVEMENT.  LATER PAYS HAVE POSTED THEIR
050550*    OWN MOVEMENTS SINCE, SO THE BALANCE IS ADJUSTED, NOT RESET,
050560*    AND THE RATE IS LEFT AS THE LATEST PAY SET IT.  A FAILED
050570*    REWRITE REFUSES THE PAYMENT.
050580 648-BACK-OUT-LEAVE.
050590     IF WS-ADJ-AL-MOVEMENT = 0 AND WS-ADJ-PL-MOVEMENT = 0
050600         GO TO 648-EXIT
050610     END-IF.
050620     SUBTRACT WS-ADJ-AL-MOVEMENT FROM LB-ANNUAL-HOURS.
050630     SUBTRACT WS-ADJ-PL-MOVEMENT FROM LB-PERSONAL-HOURS.
050640     MOVE WS-RUN-TIMESTAMP TO LB-LAST-RUN-TIMESTAMP.
050650     REWRITE LEAVE-BALANCE-RECORD.
050660     IF WS-LVBAL-FILE-STATUS NOT = "00"
050670         DISPLAY "*** LVBALF UPDATE FAILED FOR "
050680             WS-EMPLOYEE-ID " - STATUS "
050690             WS-LVBAL-FILE-STATUS " ***"
050700         MOVE "N" TO WS-VALID-DATA-SW
050710         MOVE "LEAVE UPDATE FAILED" TO WS-REJECT-REASON
050720     END-IF.
050730 648-EXIT.
050740         EXIT.
050750*
050760*    649-RESTORE-LEAVE - PUT BACK THE LEAVE MOVEMENT 648 TOOK OFF
050770*    WHEN THE YTD REWRITE THAT FOLLOWS IT FAILED, SO THE REFUSED
050780*    PAYMENT LEAVES LVBALF AS IT FOUND IT.  IF EVEN THAT FAILS
050790*    THE BALANCES CANNOT BE TRUSTED AND THE RUN IS TERMINATED.
050800 649-RESTORE-LEAVE.
050810     IF WS-ADJ-AL-MOVEMENT = 0 AND WS-ADJ-PL-MOVEMENT = 0
050820         GO TO 649-EXIT
050830     END-IF.
050840     ADD WS-ADJ-AL-MOVEMENT TO LB-ANNUAL-HOURS.
050850     ADD WS-ADJ-PL-MOVEMENT TO LB-PERSONAL-HOURS.
050860     REWRITE LEAVE-BALANCE-RECORD.
050870     IF WS-LVBAL-FILE-STATUS NOT = "00"
050880         DISPLAY "*** LVBALF COULD NOT BE RESTORED FOR "
050890             WS-EMPLOYEE-ID " - STATUS "
050900             WS-LVBAL-FILE-STATUS " - RUN TERMINATED ***"
050910         MOVE 16 TO RETURN-CODE
050920         MOVE "Y" TO WS-RUN-ABORTED-SW
050930         MOVE "Y" TO WS-EOF-SW
050940     END-IF.
050950 649-EXIT.
050960         EXIT.
050970*
050980*    650-RESTORE-CARRY - TAKE THE PAYMENT'S MOVEMENT BACK OUT OF
050990*    THE EMPLOYEE'S ROUNDING CARRY.  LATER RUNS HAVE ADDED THEIR
051000*    OWN MOVEMENTS SINCE, SO THE CARRY IS ADJUSTED, NOT RESET.
051010*    AN ANNUAL PAYMENT NEVER MOVED THE CARRY.
051020 650-RESTORE-CARRY.
051030     IF WS-ADJ-CARRY-DELTA = 0
051040         GO TO 650-EXIT
051050     END-IF.
051060     PERFORM 255-FETCH-CARRY-RECORD THRU 255-EXIT.
051070     IF WS-CARRY-SLOT-FOUND
051080         COMPUTE WS-CARRY-WORK =
051090             CR-CARRY-AMOUNT - WS-ADJ-CARRY-DELTA
051100     ELSE
051110         COMPUTE WS-CARRY-WORK = 0 - WS-ADJ-CARRY-DELTA
051120     END-IF.
051130     PERFORM 256-SAVE-CARRY-RECORD THRU 256-EXIT.
051140 650-EXIT.
051150         EXIT.
051160*
051170*    655-WRITE-REVERSAL-AUDIT - THE OFFSETTING ROW: THE SAME
051180*    EMPLOYEE, YEAR, FREQUENCY AND NO-TFN FLAG AS THE ORIGINAL,
051190*    EVERY AMOUNT NEGATED, UNDER THIS RUN'S TIMESTAMP, WITH ROW
051200*    TYPE R, THE REVERSED RUN'S TIMESTAMP AND THE REASON AS THE
051210*    NOTES.  THE LOG THEREFORE STILL ADDS TO WHAT WAS REALLY PAID.
051220*    THE PRE-TAX AND LEAVE COLUMNS FOLLOW THE NOTES, SO A COMMA
051230*    KEYED IN THE REASON IS MADE A SEMICOLON TO KEEP THEM IN
051240*    PLACE.
051250 655-WRITE-REVERSAL-AUDIT.
051260     MOVE SPACES TO AUDIT-LOG-RECORD.
051270     INSPECT RW-REASON REPLACING ALL "," BY ";".
051280     STRING WS-EMPLOYEE-ID            DELIMITED BY SIZE ","
051290            WS-EMPLOYEE-NAME          DELIMITED BY "  " ","
051300            WS-TAX-YEAR               DELIMITED BY SIZE ","
051310            WS-RUN-TIMESTAMP          DELIMITED BY SIZE ","
051320            WS-ADJ-AUDIT-GROSS        DELIMITED BY SIZE ","
051330            WS-ADJ-AUDIT-DEDUCT       DELIMITED BY SIZE ","
051340            WS-ADJ-AUDIT-TAXABLE      DELIMITED BY SIZE ","
051350            WS-ADJ-AUDIT-INCTAX       DELIMITED BY SIZE ","
051360            WS-ADJ-AUDIT-OFFSETS      DELIMITED BY SIZE ","
051370            WS-ADJ-AUDIT-MEDICARE     DELIMITED BY SIZE ","
051380            WS-ADJ-AUDIT-MLS          DELIMITED BY SIZE ","
051390            WS-ADJ-AUDIT-HELP         DELIMITED BY SIZE ","
051400            WS-ADJ-AUDIT-TOTALTAX     DELIMITED BY SIZE ","
051410            WS-ADJ-AUDIT-NETPAY       DELIMITED BY SIZE ","
051420            WS-ADJ-AUDIT-SG           DELIMITED BY SIZE ","
051430            WS-PAY-FREQUENCY          DELIMITED BY SIZE ","
051440            WS-ADJ-AUDIT-ETPGROSS     DELIMITED BY SIZE ","
051450            WS-ADJ-AUDIT-ETPTAX       DELIMITED BY SIZE ","
051460            WS-ADJ-AUDIT-DEDORD       DELIMITED BY SIZE ","
051470            WS-RA-NOTFN-IND           DELIMITED BY SIZE ","
051480            WS-ADJ-AUDIT-PD-GROSS     DELIMITED BY SIZE ","
051490            WS-ADJ-AUDIT-PD-TAX       DELIMITED BY SIZE ","
051500            WS-ADJ-AUDIT-PD-HELP      DELIMITED BY SIZE ","
051510            WS-ADJ-AUDIT-PD-DISBTAX   DELIMITED BY SIZE ","
051520            WS-ADJ-AUDIT-PD-DISBNET   DELIMITED BY SIZE ","
051530            WS-ADJ-AUDIT-PD-SG        DELIMITED BY SIZE ","
051540            WS-ADJ-AUDIT-CARRY-DELTA  DELIMITED BY SIZE ","
051550            "R,"                      DELIMITED BY SIZE
051560            WS-ADJ-ORIG-RUN-TIMESTAMP DELIMITED BY SIZE ","
051570            RW-REASON                 DELIMITED BY SIZE ","
051580            WS-ADJ-AUDIT-PD-PRETAX    DELIMITED BY SIZE ","
051590            WS-ADJ-AUDIT-PD-RESC      DELIMITED BY SIZE ","
051600            WS-ADJ-AUDIT-AL-MOVEMENT  DELIMITED BY SIZE ","
051610            WS-ADJ-AUDIT-PL-MOVEMENT  DELIMITED BY SIZE
051620         INTO AUDIT-LOG-RECORD.
051630     WRITE AUDIT-LOG-RECORD.
051640     IF WS-AUDIT-FILE-STATUS NOT = "00"
051650         DISPLAY "*** AUDIT-TAX-CALC-LOG WRITE FAILED - STATUS "
051660             WS-AUDIT-FILE-STATUS " ***"
051670     END-IF.
051680 655-EXIT.
051690         EXIT.
051700*
051710*    660-WRITE-REVERSAL-DISB - A NEGATIVE DISBURSEMENT LINE IN
051720*    THE SAME SHAPE AS 320, UNDER THIS RUN'S TIMESTAMP.  IT IS
051730*    NOT A PAYMENT - AUPAYABA NEVER SELECTS AN ADJUSTMENT RUN -
051740*    IT IS WHAT THE EMPLOYEE NOW HAS TO REPAY.
051750 660-WRITE-REVERSAL-DISB.
051760     MOVE SPACES TO DISBURSEMENT-RECORD.
051770     STRING WS-EMPLOYEE-ID          DELIMITED BY SIZE ","
051780            WS-EMPLOYEE-NAME        DELIMITED BY "  " ","
051790            WS-PAY-FREQUENCY        DELIMITED BY SIZE ","
051800            WS-ADJ-AUDIT-PD-DISBTAX DELIMITED BY SIZE ","
051810            WS-ADJ-AUDIT-PD-DISBNET DELIMITED BY SIZE ","
051820            WS-RUN-TIMESTAMP        DELIMITED BY SIZE
051830         INTO DISBURSEMENT-RECORD.
051840     WRITE DISBURSEMENT-RECORD.
051850     IF WS-OUTPUT-FILE-STATUS NOT = "00"
051860         DISPLAY "*** TAXOUTF WRITE FAILED - STATUS "
051870             WS-OUTPUT-FILE-STATUS " ***"
051880     END-IF.
051890 660-EXIT.
051900         EXIT.
051910*
051920*    665-POST-RUN-REGISTRY - THE REVERSAL IS POSTED AGAINST THE
051930*    RUN THAT MADE THE PAYMENT, SO THE REGISTRY SHOWS FOR EVERY
051940*    RUN HOW MUCH OF IT HAS SINCE BEEN TAKEN BACK AND BY WHICH
051950*    ADJUSTMENT RUN.  A RECORD CARRIED OVER FROM BEFORE THE
051960*    REVERSAL FIELDS WERE ADDED HOLDS SPACES IN THEM UNTIL ITS
051970*    FIRST REVERSAL.
051980 665-POST-RUN-REGISTRY.
051990     MOVE RW-ORIG-EXTRACT-DATE TO RR-EXTRACT-DATE.
052000     READ RUN-REGISTRY-FILE
052010         INVALID KEY
052020             DISPLAY "*** RUNREGF RECORD " RW-ORIG-EXTRACT-DATE
052030                 " NOT FOUND - REVERSAL OF " WS-EMPLOYEE-ID
052040                 " NOT POSTED TO THE REGISTRY ***"
052050             MOVE 8 TO RETURN-CODE
052060             GO TO 665-EXIT
052070     END-READ.
052080     IF RR-REVERSAL-COUNT NOT NUMERIC
052090         MOVE 0 TO RR-REVERSAL-COUNT
052100         MOVE 0 TO RR-TOT-REVERSED-NET
052110     END-IF.
052120     ADD 1                  TO RR-REVERSAL-COUNT.
052130     ADD WS-ADJ-PD-DISB-NET TO RR-TOT-REVERSED-NET.
052140     MOVE WS-RUN-TIMESTAMP  TO RR-LAST-ADJ-TIMESTAMP.
052150     REWRITE RUN-REGISTRY-RECORD.
052160     IF WS-RUNREG-FILE-STATUS NOT = "00"
052170         DISPLAY "*** RUNREGF REVERSAL UPDATE FAILED - STATUS "
052180             WS-RUNREG-FILE-STATUS " ***"
052190         MOVE 8 TO RETURN-CODE
052200     END-IF.
052210 665-EXIT.
052220         EXIT.
052230*
052240*    670-WRITE-REVERSAL-REGISTER - THE PERMANENT RECORD THAT
052250*    THIS PAYMENT HAS BEEN TAKEN BACK, AND BY WHICH RUN.  605
052260*    REFUSES ANY LATER TRANSACTION FOR THE SAME PAYMENT.
052270 670-WRITE-REVERSAL-REGISTER.
052280     MOVE SPACES                    TO REVERSAL-REGISTER-RECORD.
052290     MOVE WS-EMPLOYEE-ID            TO RG-EMPLOYEE-ID.
052300     MOVE WS-ADJ-ORIG-RUN-TIMESTAMP TO RG-ORIG-RUN-TIMESTAMP.
052310     MOVE RW-ORIG-EXTRACT-DATE      TO RG-ORIG-EXTRACT-DATE.
052320     MOVE WS-RUN-TIMESTAMP          TO RG-ADJ-RUN-TIMESTAMP.
052330     MOVE WS-TAX-YEAR               TO RG-TAX-YEAR.
052340     MOVE RW-REASON                 TO RG-REASON.
052350     MOVE WS-ADJ-PD-GROSS           TO RG-PD-GROSS.
052360     MOVE WS-ADJ-PD-TAX             TO RG-PD-TAX.
052370     MOVE WS-ADJ-PD-DISB-NET        TO RG-PD-DISB-NET.
052380     WRITE REVERSAL-REGISTER-RECORD.
052390     IF WS-REVREG-FILE-STATUS NOT = "00"
052400         DISPLAY "*** REVREGF WRITE FAILED FOR " WS-EMPLOYEE-ID
052410             " - STATUS " WS-REVREG-FILE-STATUS " ***"
052420         MOVE 8 TO RETURN-CODE
052430     END-IF.
052440 670-EXIT.
052450         EXIT.
052460*
052470*    675-WRITE-REVERSAL-TOTAL - THE ADJUSTMENT RUN'S CONTROL
052480*    LINE, SAME SHAPE AS 325 BUT KEYED "*ADJUST*" - THE COUNT
052490*    AND THE (NEGATIVE) NET OF THE LINES ABOVE.  AUPAYABA CLOSES
052500*    THE RUN'S GROUP ON IT BUT NEVER TAKES IT FOR A PAY RUN.
052510 675-WRITE-REVERSAL-TOTAL.
052520     MOVE SPACES TO DISBURSEMENT-RECORD.
052530     MOVE WS-BATCH-EMP-COUNT TO WS-OUTPUT-TOT-COUNT.
052540     COMPUTE WS-ADJ-OUTPUT-TOT-NETPAY = 0 - WS-ADJ-TOT-DISB-NET.
052550     STRING "*ADJUST*"               DELIMITED BY SIZE ","
052560            WS-RUN-TIMESTAMP         DELIMITED BY SIZE ","
052570            WS-OUTPUT-TOT-COUNT      DELIMITED BY SIZE ","
052580            WS-ADJ-OUTPUT-TOT-NETPAY DELIMITED BY SIZE
052590         INTO DISBURSEMENT-RECORD.
052600     WRITE DISBURSEMENT-RECORD.
052610     IF WS-OUTPUT-FILE-STATUS NOT = "00"
052620         DISPLAY "*** TAXOUTF TOTAL WRITE FAILED - STATUS "
052630             WS-OUTPUT-FILE-STATUS " ***"
052640     END-IF.
052650 675-EXIT.
052660         EXIT.
052670*
052680*    680-REJECT-REVERSAL - A REFUSED TRANSACTION IS LISTED AND
052690*    COUNTED AND NOTHING OF IT IS WRITTEN.  THE RUN ENDS RC 4 SO
052700*    THE REFUSALS ARE SEEN.
052710 680-REJECT-REVERSAL.
052720     ADD 1 TO WS-ADJ-REJECT-COUNT.
052730     DISPLAY "*** REVERSAL REFUSED " WS-EMPLOYEE-ID " RUN "
052740         WS-ADJ-ORIG-RUN-TIMESTAMP " - " WS-REJECT-REASON " ***".
052750     IF RETURN-CODE < 4
052760         MOVE 4 TO RETURN-CODE
052770     END-IF.
052780 680-EXIT.
052790         EXIT.
052800*
052810*    690-PRINT-ADJUST-SUMMARY - END-OF-RUN CONTROL TOTALS.  THE
052820*    AMOUNTS ARE WHAT WAS TAKEN BACK, SHOWN AS POSITIVE FIGURES.
052830 690-PRINT-ADJUST-SUMMARY.
052840     MOVE WS-ADJ-TRANS-COUNT  TO WS-SUMM-TRANS-COUNT.
052850     MOVE WS-BATCH-EMP-COUNT  TO WS-SUMM-COUNT.
052860     MOVE WS-ADJ-REJECT-COUNT TO WS-SUMM-REJECT-COUNT.
052870     MOVE WS-ADJ-TOT-PD-GROSS TO WS-SUMM-GROSS.
052880     MOVE WS-ADJ-TOT-PD-TAX   TO WS-SUMM-TAX.
052890     MOVE WS-ADJ-TOT-DISB-NET TO WS-SUMM-NET-PAY.
052900     DISPLAY " ".
052910     DISPLAY "================================================".
052920     DISPLAY "        PAYMENT REVERSAL RUN - CONTROL SUMMARY".
052930     DISPLAY "================================================".
052940     DISPLAY "Reversals Requested:   " WS-SUMM-TRANS-COUNT.
052950     DISPLAY "Payments Reversed:     " WS-SUMM-COUNT.
052960     DISPLAY "Reversals Refused:     " WS-SUMM-REJECT-COUNT.
052970     DISPLAY "Gross Reversed:      $ " WS-SUMM-GROSS.
052980     DISPLAY "Tax Reversed:        $ " WS-SUMM-TAX.
052990     DISPLAY "Net Pay Reversed:    $ " WS-SUMM-NET-PAY.
053000     DISPLAY "================================================".
053010 690-EXIT.
053020         EXIT.
053030*
053040*****************************************************************
053050*    700-790 - WHAT-IF (SHADOW) RUN
053060*****************************************************************
053070*    700-PROCESS-SHADOW-RUN - READ, CALCULATE TWICE AND COMPARE
053080*    OVER THE HR EXTRACT, THEN THE SAME TRAILER CHECK AS A PAY
053090*    RUN.
053100 700-PROCESS-SHADOW-RUN.
053110     IF WS-END-OF-FILE
053120         GO TO 700-EXIT
053130     END-IF.
053140     PERFORM 150-READ-EMPLOYEE-RECORD THRU 150-EXIT.
053150     PERFORM 710-SHADOW-EMPLOYEE-CYCLE THRU 710-EXIT
053160         UNTIL WS-END-OF-FILE.
053170     PERFORM 430-VERIFY-TRAILER THRU 430-EXIT.
053180 700-EXIT.
053190         EXIT.
053200*
053210*    710-SHADOW-EMPLOYEE-CYCLE - ONE EMPLOYEE THROUGH THE FULL
053220*    CALCULATION ON THE LIVE TABLES, THEN AGAIN ON THE WHAT-IF
053230*    SLOT, THEN OUT TO THE COMPARISON FILE.  A RECORD THE PAY
053240*    RUN WOULD REJECT IS COUNTED AND LISTED, NOT COMPARED - NO
053250*    RECYCLE RECORD IS CUT FROM A WHAT-IF RUN.
053260 710-SHADOW-EMPLOYEE-CYCLE.
053270     IF WS-CONTROL-RECORD
053280         GO TO 710-NEXT
053290     END-IF.
053300     IF WS-DATA-INVALID
053310         ADD 1 TO WS-SH-REJECT-COUNT
053320         DISPLAY "*** NOT COMPARED " WS-EMPLOYEE-ID " - "
053330             WS-REJECT-REASON " ***"
053340         GO TO 710-NEXT
053350     END-IF.
053360     PERFORM 200-CALCULATE-AU-TAX THRU 200-EXIT.
053370     PERFORM 720-HOLD-CURRENT-FIGURES THRU 720-EXIT.
053380     MOVE "Y" TO WS-CANDIDATE-PASS-SW.
053390     PERFORM 200-CALCULATE-AU-TAX THRU 200-EXIT.
053400     MOVE "N" TO WS-CANDIDATE-PASS-SW.
053410     PERFORM 730-WRITE-COMPARE-DETAIL THRU 730-EXIT.
053420 710-NEXT.
053430     IF NOT WS-END-OF-FILE
053440         PERFORM 150-READ-EMPLOYEE-RECORD THRU 150-EXIT
053450     END-IF.
053460 710-EXIT.
053470         EXIT.
053480*
053490*    720-HOLD-CURRENT-FIGURES - THE LIVE-TABLE RESULT, PER
053500*    PERIOD, BEFORE THE CANDIDATE PASS OVERWRITES IT.
053510 720-HOLD-CURRENT-FIGURES.
053520     MOVE WS-PD-DISB-TAX       TO WS-SH-CUR-WITHHOLDING.
053530     MOVE WS-PD-MEDICARE-LEVY  TO WS-SH-CUR-MEDICARE.
053540     MOVE WS-PD-HELP-REPAYMENT TO WS-SH-CUR-HELP.
053550     COMPUTE WS-SH-CUR-OFFSETS ROUNDED =
053560         WS-TAX-OFFSETS / WS-PERIODS-PER-YEAR.
053570     MOVE WS-PD-DISB-NET       TO WS-SH-CUR-NET-PAY.
053580 720-EXIT.
053590         EXIT.
053600*
053610*    730-WRITE-COMPARE-DETAIL - THE TWO RESULTS SIDE BY SIDE ON
053620*    ONE COMPARISON RECORD, AND INTO THE RUN'S CONTROL TOTALS.
053630 730-WRITE-COMPARE-DETAIL.
053640     COMPUTE WS-SH-CAND-OFFSETS ROUNDED =
053650         WS-TAX-OFFSETS / WS-PERIODS-PER-YEAR.
053660     MOVE SPACES TO SHADOW-COMPARE-RECORD.
053670     MOVE "D"                   TO SC-RECORD-TYPE.
053680     MOVE WS-EMPLOYEE-ID        TO SC-EMPLOYEE-ID.
053690     MOVE WS-EMPLOYEE-NAME      TO SC-EMPLOYEE-NAME.
053700     MOVE WS-PAY-FREQUENCY      TO SC-PAY-FREQUENCY.
053710     MOVE WS-RESIDENCY-STATUS   TO SC-RESIDENCY-STATUS.
053720     MOVE WS-TAX-YEAR           TO SC-TAX-YEAR.
053730     MOVE WS-CAND-TAX-YEAR      TO SC-CANDIDATE-YEAR.
053740     MOVE WS-PERIOD-GROSS       TO SC-PERIOD-GROSS.
053750     MOVE WS-SH-CUR-WITHHOLDING TO SC-CUR-WITHHOLDING.
053760     MOVE WS-PD-DISB-TAX        TO SC-CAND-WITHHOLDING.
053770     MOVE WS-SH-CUR-MEDICARE    TO SC-CUR-MEDICARE.
053780     MOVE WS-PD-MEDICARE-LEVY   TO SC-CAND-MEDICARE.
053790     MOVE WS-SH-CUR-HELP        TO SC-CUR-HELP.
053800     MOVE WS-PD-HELP-REPAYMENT  TO SC-CAND-HELP.
053810     MOVE WS-SH-CUR-OFFSETS     TO SC-CUR-OFFSETS.
053820     MOVE WS-SH-CAND-OFFSETS    TO SC-CAND-OFFSETS.
053830     MOVE WS-SH-CUR-NET-PAY     TO SC-CUR-NET-PAY.
053840     MOVE WS-PD-DISB-NET        TO SC-CAND-NET-PAY.
053850     COMPUTE SC-NET-MOVEMENT =
053860         WS-PD-DISB-NET - WS-SH-CUR-NET-PAY.
053870     MOVE WS-RUN-TIMESTAMP      TO SC-RUN-TIMESTAMP.
053880     WRITE SHADOW-COMPARE-RECORD.
053890     IF WS-CMPOUT-FILE-STATUS NOT = "00"
053900         DISPLAY "*** CMPOUTF WRITE FAILED - STATUS "
053910             WS-CMPOUT-FILE-STATUS " ***"
053920     END-IF.
053930     ADD 1 TO WS-SH-DETAIL-COUNT.
053940     IF WS-PD-DISB-NET NOT = WS-SH-CUR-NET-PAY
053950         ADD 1 TO WS-SH-MOVER-COUNT
053960     END-IF.
053970     ADD WS-SH-CUR-WITHHOLDING TO WS-SH-TOT-CUR-WH.
053980     ADD WS-PD-DISB-TAX        TO WS-SH-TOT-CAND-WH.
053990     ADD WS-SH-CUR-NET-PAY     TO WS-SH-TOT-CUR-NET.
054000     ADD WS-PD-DISB-NET        TO WS-SH-TOT-CAND-NET.
054010 730-EXIT.
054020         EXIT.
054030*
054040*    740-WRITE-COMPARE-TRAILER - THE "T" TRAILER WITH THE RUN
054050*    TIMESTAMP, CANDIDATE YEAR, COUNTS AND TOTALS, SO THE
054060*    REPORT CAN PROVE IT READ EVERY DETAIL.
054070 740-WRITE-COMPARE-TRAILER.
054080     MOVE SPACES TO SHADOW-COMPARE-TRAILER.
054090     MOVE "T"                TO SC-TRL-RECORD-TYPE.
054100     MOVE WS-RUN-TIMESTAMP   TO SC-TRL-RUN-TIMESTAMP.
054110     MOVE WS-CAND-TAX-YEAR   TO SC-TRL-CANDIDATE-YEAR.
054120     MOVE WS-SH-DETAIL-COUNT TO SC-TRL-DETAIL-COUNT.
054130     MOVE WS-SH-REJECT-COUNT TO SC-TRL-REJECT-COUNT.
054140     MOVE WS-SH-TOT-CUR-WH   TO SC-TRL-CUR-WITHHOLDING.
054150     MOVE WS-SH-TOT-CAND-WH  TO SC-TRL-CAND-WITHHOLDING.
054160     MOVE WS-SH-TOT-CUR-NET  TO SC-TRL-CUR-NET-PAY.
054170     MOVE WS-SH-TOT-CAND-NET TO SC-TRL-CAND-NET-PAY.
054180     WRITE SHADOW-COMPARE-RECORD.
054190     IF WS-CMPOUT-FILE-STATUS NOT = "00"
054200         DISPLAY "*** CMPOUTF TRAILER WRITE FAILED - STATUS "
054210             WS-CMPOUT-FILE-STATUS " ***"
054220     END-IF.
054230 740-EXIT.
054240         EXIT.
054250*
054260*    790-PRINT-SHADOW-SUMMARY - END-OF-RUN CONSOLE SUMMARY.  THE
054270*    RANKED MOVERS AND THE TOTALS BY FREQUENCY AND RESIDENCY
054280*    ARE AUTAXWIF'S REPORT OFF THE COMPARISON FILE.
054290 790-PRINT-SHADOW-SUMMARY.
054300     MOVE WS-SH-DETAIL-COUNT TO WS-SUMM-COUNT.
054310     MOVE WS-SH-REJECT-COUNT TO WS-SUMM-REJECT-COUNT.
054320     MOVE WS-SH-MOVER-COUNT  TO WS-SUMM-TRANS-COUNT.
054330     DISPLAY " ".
054340     DISPLAY "================================================".
054350     DISPLAY "      WHAT-IF SHADOW RUN - COMPARISON SUMMARY".
054360     DISPLAY "================================================".
054370     DISPLAY "Candidate Tax Year:    " WS-CAND-TAX-YEAR.
054380     DISPLAY "Employees Compared:    " WS-SUMM-COUNT.
054390     DISPLAY "Not Compared:          " WS-SUMM-REJECT-COUNT.
054400     DISPLAY "Net Pay Changed:       " WS-SUMM-TRANS-COUNT.
054410     MOVE WS-SH-TOT-CUR-WH   TO WS-SUMM-TAX.
054420     DISPLAY "Withheld - Current:  $ " WS-SUMM-TAX.
054430     MOVE WS-SH-TOT-CAND-WH  TO WS-SUMM-TAX.
054440     DISPLAY "Withheld - Candidate $ " WS-SUMM-TAX.
054450     COMPUTE WS-SH-EDIT-MOVEMENT =
054460         WS-SH-TOT-CAND-WH - WS-SH-TOT-CUR-WH.
054470     DISPLAY "Withheld - Movement  $" WS-SH-EDIT-MOVEMENT.
054480     MOVE WS-SH-TOT-CUR-NET  TO WS-SUMM-NET-PAY.
054490     DISPLAY "Net Pay - Current:   $ " WS-SUMM-NET-PAY.
054500     MOVE WS-SH-TOT-CAND-NET TO WS-SUMM-NET-PAY.
054510     DISPLAY "Net Pay - Candidate: $ " WS-SUMM-NET-PAY.
054520     COMPUTE WS-SH-EDIT-MOVEMENT =
054530         WS-SH-TOT-CAND-NET - WS-SH-TOT-CUR-NET.
054540     DISPLAY "Net Pay - Movement:  $" WS-SH-EDIT-MOVEMENT.
054550     DISPLAY "Nothing paid or updated - comparison on CMPOUTF.".
054560     DISPLAY "================================================".
054570 790-EXIT.
054580         EXIT.
054590*
054600*****************************************************************
054610*    0900-TERMINATE
054620*****************************************************************
054630 0900-TERMINATE.
054640     DISPLAY " ".
054650     DISPLAY "AU-TAX-CALC run complete - " WS-RUN-TIMESTAMP.
054660 0900-EXIT.
054670         EXIT.
054680*
