000220*    2026-09-02 PJH  DEDUCTION-ORDER COLUMN (AFTER THE ETP
000230*                    COLUMNS) TAKEN INTO THE PARSE SO
000240*                    NOTES STAYS ALIGNED.
000250*    2026-10-15 PJH  NO-TFN INDICATOR COLUMN (AFTER THE
000260*                    DEDUCTION-ORDER COLUMN) TAKEN INTO THE
000270*                    PARSE SO NOTES STAYS ALIGNED.
000280*    2026-10-15 PJH  AUDIT LOG WIDENED 300 TO 450 - THE PER-PERIOD
000290*                    AMOUNT, CARRY MOVEMENT, ROW TYPE AND
000300*                    REVERSED-RUN COLUMNS (AFTER THE NO-TFN
000310*                    COLUMN) TAKEN INTO THE PARSE SO NOTES STAYS
000320*                    ALIGNED.
000330*    2026-10-15 PJH  AUDIT LOG RECORD WIDENED 450 TO 500 FOR
000340*                    THE LEAVE MOVEMENT COLUMNS AU-TAX-CALC NOW
000350*                    WRITES AT THE END OF THE ROW.
000360*****************************************************************
000370*    LISTS AUDIT LOG RECORDS MATCHING AN EMPLOYEE ID AND/OR A
000380*    RUN-DATE RANGE, INCLUDING THE REJECTED LINES WRITTEN BY
000390*    425-WRITE-REJECTED-RECORD, SO A WITHHOLDING HISTORY QUERY
000400*    NO LONGER MEANS SCANNING THE WHOLE SEQUENTIAL FILE BY
000410*    HAND.  SYSIN CARDS - CARD 1 EMPLOYEE ID (BLANK = ALL),
000420*    CARD 2 FROM DATE CCYY-MM-DD (BLANK = OPEN), CARD 3 TO
000430*    DATE CCYY-MM-DD (BLANK = OPEN).  THE LISTING GOES TO
000440*    INQRPTF AND A MATCH COUNT TO THE CONSOLE.
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-I.
000490 OBJECT-COMPUTER. IBM-I.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000550     SELECT INQUIRY-REPORT-FILE ASSIGN TO "INQRPTF"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-FILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  AUDIT-TAX-CALC-LOG
000610     RECORD CONTAINS 500 CHARACTERS
000620     LABEL RECORDS ARE STANDARD.
000630 01  AUDIT-LOG-RECORD               PIC X(500).
000640*
000650 FD  INQUIRY-REPORT-FILE
000660     RECORD CONTAINS 132 CHARACTERS
000670     LABEL RECORDS ARE STANDARD.
000680 01  INQUIRY-REPORT-RECORD          PIC X(132).
000690*
000700 WORKING-STORAGE SECTION.
000710 01  WS-FILE-STATUSES.
000720     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
000730     05  WS-REPORT-FILE-STATUS    PIC X(02) VALUE "00".
000740*
000750 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000760     88  WS-END-OF-FILE               VALUE "Y".
000770*
000780*    SELECTION CRITERIA - BLANK MEANS THE TEST IS NOT APPLIED.
000790 01  WS-SELECT-EMPLOYEE-ID        PIC X(10) VALUE SPACES.
000800 01  WS-SELECT-FROM-DATE          PIC X(10) VALUE SPACES.
000810 01  WS-SELECT-TO-DATE            PIC X(10) VALUE SPACES.
000820*
000830*    PARSED AUDIT LOG COLUMNS - SEE 310-WRITE-AUDIT-LOG-RECORD
000840*    IN AU-TAX-CALC FOR THE COLUMN ORDER.
000850 01  WS-AUDIT-FIELDS.
000860     05  WS-F-EMPLOYEE-ID         PIC X(10).
000870     05  WS-F-EMPLOYEE-NAME       PIC X(30).
000880     05  WS-F-TAX-YEAR            PIC X(31).
000890     05  WS-F-RUN-TIMESTAMP       PIC X(26).
000900     05  WS-F-GROSS               PIC X(31).
000910     05  WS-F-DEDUCT              PIC X(13).
000920     05  WS-F-TAXABLE             PIC X(13).
000930     05  WS-F-INCTAX              PIC X(13).
000940     05  WS-F-OFFSETS             PIC X(13).
000950     05  WS-F-MEDICARE            PIC X(13).
000960     05  WS-F-MLS                 PIC X(13).
000970     05  WS-F-HELP                PIC X(13).
000980     05  WS-F-TOTALTAX            PIC X(13).
000990     05  WS-F-NETPAY              PIC X(13).
001000     05  WS-F-SG                  PIC X(13).
001010     05  WS-F-FREQ                PIC X(01).
001020     05  WS-F-ETPGROSS            PIC X(13).
001030     05  WS-F-ETPTAX              PIC X(13).
001040     05  WS-F-DEDORD              PIC X(13).
001050     05  WS-F-NOTFN-IND           PIC X(01).
001060     05  WS-F-PD-GROSS            PIC X(13).
001070     05  WS-F-PD-TAX              PIC X(13).
001080     05  WS-F-PD-HELP             PIC X(13).
001090     05  WS-F-PD-DISBTAX          PIC X(13).
001100     05  WS-F-PD-DISBNET          PIC X(13).
001110     05  WS-F-PD-SG               PIC X(13).
001120     05  WS-F-CARRY-DELTA         PIC X(13).
001130     05  WS-F-ROW-TYPE            PIC X(01).
001140     05  WS-F-REVERSED-TS         PIC X(26).
001150     05  WS-F-NOTES               PIC X(31).
001160 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
001170 01  WS-REJECTED-FLAG             PIC X(01) VALUE "N".
001180     88  WS-RECORD-REJECTED           VALUE "Y".
001190*    ROWS WRITTEN BEFORE THE CURRENT LAYOUT CARRY THE RUN
001200*    TIMESTAMP EARLIER IN THE LINE - IN FIELD 2 ON ORIGINAL
001210*    ROWS (ID,TIMESTAMP,AMOUNTS...) AND IN FIELD 3 ON ROWS
001220*    FROM THE SHORT PERIOD WITH A NAME COLUMN BUT NO TAX-YEAR
001230*    COLUMN.  THEY ARE DATE-FILTERED ON THAT TIMESTAMP AND
001240*    LISTED AS HISTORIC RATHER THAN PARSED AS CURRENT-LAYOUT
001250*    AMOUNTS; A HISTORIC REJECTION KEEPS ITS REASON TEXT.
001260 01  WS-HISTORIC-FLAG             PIC X(01) VALUE "N".
001270     88  WS-RECORD-HISTORIC           VALUE "Y".
001280 01  WS-HIST-REASON               PIC X(31) VALUE SPACES.
001290*
001300 01  WS-MATCH-COUNT               PIC 9(09) COMP VALUE 0.
001310 01  WS-AMOUNT-WORK               PIC S9(11)V99 COMP-3.
001320*
001330*    PRINT LINE LAYOUTS
001340 01  INQ-HEADING-1.
001350     05  FILLER                   PIC X(34) VALUE
001360         "AUDIT LOG INQUIRY - EMPLOYEE: ".
001370     05  INQ-HD-EMPLOYEE          PIC X(10).
001380     05  FILLER                   PIC X(07) VALUE "  FROM ".
001390     05  INQ-HD-FROM              PIC X(10).
001400     05  FILLER                   PIC X(05) VALUE "  TO ".
001410     05  INQ-HD-TO                PIC X(10).
001420     05  FILLER                   PIC X(56) VALUE SPACES.
001430 01  INQ-HEADING-2.
001440     05  FILLER                   PIC X(27) VALUE
001450         "RUN TIMESTAMP".
001460     05  FILLER                   PIC X(11) VALUE "EMPLOYEE".
001470     05  FILLER                   PIC X(31) VALUE "NAME".
001480     05  FILLER                   PIC X(08) VALUE "YEAR".
001490     05  FILLER                   PIC X(15) VALUE
001500         "     TOTAL TAX".
001510     05  FILLER                   PIC X(15) VALUE
001520         "       NET PAY".
001530     05  FILLER                   PIC X(25) VALUE SPACES.
001540 01  INQ-DETAIL-LINE.
001550     05  INQ-DET-TIMESTAMP        PIC X(26).
001560     05  FILLER                   PIC X(01) VALUE SPACES.
001570     05  INQ-DET-ID               PIC X(10).
001580     05  FILLER                   PIC X(01) VALUE SPACES.
001590     05  INQ-DET-NAME             PIC X(30).
001600     05  FILLER                   PIC X(01) VALUE SPACES.
001610     05  INQ-DET-YEAR             PIC X(07).
001620     05  FILLER                   PIC X(01) VALUE SPACES.
001630     05  INQ-DET-TOTALTAX         PIC ZZ,ZZZ,ZZ9.99-.
001640     05  FILLER                   PIC X(01) VALUE SPACES.
001650     05  INQ-DET-NETPAY           PIC ZZ,ZZZ,ZZ9.99-.
001660     05  FILLER                   PIC X(26) VALUE SPACES.
001670 01  INQ-REJECT-LINE.
001680     05  INQ-REJ-TIMESTAMP        PIC X(26).
001690     05  FILLER                   PIC X(01) VALUE SPACES.
001700     05  INQ-REJ-ID               PIC X(10).
001710     05  FILLER                   PIC X(01) VALUE SPACES.
001720     05  INQ-REJ-NAME             PIC X(30).
001730     05  FILLER                   PIC X(01) VALUE SPACES.
001740     05  INQ-REJ-YEAR             PIC X(07).
001750     05  FILLER                   PIC X(01) VALUE SPACES.
001760     05  INQ-REJ-REASON           PIC X(31).
001770     05  FILLER                   PIC X(24) VALUE SPACES.
001780*
001790 PROCEDURE DIVISION.
001800*****************************************************************
001810*    0000-MAINLINE
001820*****************************************************************
001830 0000-MAINLINE.
001840     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
001850     IF RETURN-CODE NOT = 0
001860         STOP RUN
001870     END-IF.
001880     PERFORM 0200-LIST-MATCHES THRU 0200-EXIT.
001890     PERFORM 0900-TERMINATE THRU 0900-EXIT.
001900     STOP RUN.
001910*
001920*****************************************************************
001930*    0100-INITIALIZE - SELECTION CARDS AND FILE AVAILABILITY
001940*****************************************************************
001950 0100-INITIALIZE.
001960     DISPLAY "--- AUTAXINQ - Audit Log Inquiry ---".
001970     DISPLAY "Employee ID (blank = all): ".
001980     ACCEPT WS-SELECT-EMPLOYEE-ID.
001990     DISPLAY "From run date CCYY-MM-DD (blank = open): ".
002000     ACCEPT WS-SELECT-FROM-DATE.
002010     DISPLAY "To run date CCYY-MM-DD (blank = open): ".
002020     ACCEPT WS-SELECT-TO-DATE.
002030     OPEN INPUT AUDIT-TAX-CALC-LOG.
002040     IF WS-AUDIT-FILE-STATUS NOT = "00"
002050         DISPLAY "*** UNABLE TO OPEN AUDTAXL - STATUS "
002060             WS-AUDIT-FILE-STATUS " - INQUIRY NOT RUN ***"
002070         MOVE 16 TO RETURN-CODE
002080         GO TO 0100-EXIT
002090     END-IF.
002100     OPEN OUTPUT INQUIRY-REPORT-FILE.
002110     IF WS-REPORT-FILE-STATUS NOT = "00"
002120         DISPLAY "*** UNABLE TO OPEN INQRPTF - STATUS "
002130             WS-REPORT-FILE-STATUS " - INQUIRY NOT RUN ***"
002140         CLOSE AUDIT-TAX-CALC-LOG
002150         MOVE 16 TO RETURN-CODE
002160     END-IF.
002170 0100-EXIT.
002180         EXIT.
002190*
002200*****************************************************************
002210*    0200-LIST-MATCHES - ONE PASS, PRINT EVERY MATCHING RECORD
002220*****************************************************************
002230 0200-LIST-MATCHES.
002240     IF WS-SELECT-EMPLOYEE-ID = SPACES
002250         MOVE "ALL" TO INQ-HD-EMPLOYEE
002260     ELSE
002270         MOVE WS-SELECT-EMPLOYEE-ID TO INQ-HD-EMPLOYEE
002280     END-IF.
002290     IF WS-SELECT-FROM-DATE = SPACES
002300         MOVE "OPEN" TO INQ-HD-FROM
002310     ELSE
002320         MOVE WS-SELECT-FROM-DATE TO INQ-HD-FROM
002330     END-IF.
002340     IF WS-SELECT-TO-DATE = SPACES
002350         MOVE "OPEN" TO INQ-HD-TO
002360     ELSE
002370         MOVE WS-SELECT-TO-DATE TO INQ-HD-TO
002380     END-IF.
002390     WRITE INQUIRY-REPORT-RECORD FROM INQ-HEADING-1.
002400     WRITE INQUIRY-REPORT-RECORD FROM INQ-HEADING-2.
002410     PERFORM 0210-CHECK-ONE-RECORD THRU 0210-EXIT
002420         UNTIL WS-END-OF-FILE.
002430     CLOSE AUDIT-TAX-CALC-LOG.
002440     CLOSE INQUIRY-REPORT-FILE.
002450 0200-EXIT.
002460         EXIT.
002470*
002480 0210-CHECK-ONE-RECORD.
002490     READ AUDIT-TAX-CALC-LOG
002500         AT END
002510             MOVE "Y" TO WS-EOF-SW
002520             GO TO 0210-EXIT
002530     END-READ.
002540     PERFORM 0700-PARSE-AUDIT-RECORD THRU 0700-EXIT.
002550     IF WS-SELECT-EMPLOYEE-ID NOT = SPACES
002560         AND WS-F-EMPLOYEE-ID NOT = WS-SELECT-EMPLOYEE-ID
002570         GO TO 0210-EXIT
002580     END-IF.
002590     IF WS-SELECT-FROM-DATE NOT = SPACES
002600         AND WS-F-RUN-TIMESTAMP (1:10) < WS-SELECT-FROM-DATE
002610         GO TO 0210-EXIT
002620     END-IF.
002630     IF WS-SELECT-TO-DATE NOT = SPACES
002640         AND WS-F-RUN-TIMESTAMP (1:10) > WS-SELECT-TO-DATE
002650         GO TO 0210-EXIT
002660     END-IF.
002670     ADD 1 TO WS-MATCH-COUNT.
002680     IF WS-RECORD-HISTORIC
002690         PERFORM 0240-PRINT-HISTORIC-LINE THRU 0240-EXIT
002700     ELSE IF WS-RECORD-REJECTED
002710         PERFORM 0230-PRINT-REJECT-LINE THRU 0230-EXIT
002720     ELSE
002730         PERFORM 0220-PRINT-DETAIL-LINE THRU 0220-EXIT
002740     END-IF.
002750 0210-EXIT.
002760         EXIT.
002770*
002780 0220-PRINT-DETAIL-LINE.
002790     MOVE WS-F-RUN-TIMESTAMP  TO INQ-DET-TIMESTAMP.
002800     MOVE WS-F-EMPLOYEE-ID    TO INQ-DET-ID.
002810     MOVE WS-F-EMPLOYEE-NAME  TO INQ-DET-NAME.
002820     MOVE WS-F-TAX-YEAR       TO INQ-DET-YEAR.
002830     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-TOTALTAX).
002840     MOVE WS-AMOUNT-WORK      TO INQ-DET-TOTALTAX.
002850     COMPUTE WS-AMOUNT-WORK = FUNCTION NUMVAL (WS-F-NETPAY).
002860     MOVE WS-AMOUNT-WORK      TO INQ-DET-NETPAY.
002870     WRITE INQUIRY-REPORT-RECORD FROM INQ-DETAIL-LINE.
002880 0220-EXIT.
002890         EXIT.
002900*
002910 0230-PRINT-REJECT-LINE.
002920     MOVE WS-F-RUN-TIMESTAMP  TO INQ-REJ-TIMESTAMP.
002930     MOVE WS-F-EMPLOYEE-ID    TO INQ-REJ-ID.
002940     MOVE WS-F-EMPLOYEE-NAME  TO INQ-REJ-NAME.
002950     MOVE WS-F-TAX-YEAR       TO INQ-REJ-YEAR.
002960     MOVE WS-F-GROSS          TO INQ-REJ-REASON.
002970     WRITE INQUIRY-REPORT-RECORD FROM INQ-REJECT-LINE.
002980 0230-EXIT.
002990         EXIT.
003000*
003010*    0240-PRINT-HISTORIC-LINE - PRE-COLUMN ROWS ARE LISTED FOR
003020*    COMPLETENESS BUT NOT AMOUNT-PARSED; THE RAW LOG RECORD IS
003030*    THE AUTHORITY FOR THEM.
003040 0240-PRINT-HISTORIC-LINE.
003050     MOVE WS-F-RUN-TIMESTAMP  TO INQ-REJ-TIMESTAMP.
003060     MOVE WS-F-EMPLOYEE-ID    TO INQ-REJ-ID.
003070     MOVE WS-F-EMPLOYEE-NAME  TO INQ-REJ-NAME.
003080     MOVE SPACES              TO INQ-REJ-YEAR.
003090     MOVE WS-HIST-REASON      TO INQ-REJ-REASON.
003100     WRITE INQUIRY-REPORT-RECORD FROM INQ-REJECT-LINE.
003110 0240-EXIT.
003120         EXIT.
003130*
003140*****************************************************************
003150*    0700-PARSE-AUDIT-RECORD - SPLIT ONE CSV LINE INTO COLUMNS
003160*****************************************************************
003170 0700-PARSE-AUDIT-RECORD.
003180     MOVE SPACES TO WS-AUDIT-FIELDS.
003190     MOVE 0 TO WS-FIELD-COUNT.
003200     MOVE "N" TO WS-REJECTED-FLAG.
003210     MOVE "N" TO WS-HISTORIC-FLAG.
003220     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
003230         INTO WS-F-EMPLOYEE-ID
003240              WS-F-EMPLOYEE-NAME
003250              WS-F-TAX-YEAR
003260              WS-F-RUN-TIMESTAMP
003270              WS-F-GROSS
003280              WS-F-DEDUCT
003290              WS-F-TAXABLE
003300              WS-F-INCTAX
003310              WS-F-OFFSETS
003320              WS-F-MEDICARE
003330              WS-F-MLS
003340              WS-F-HELP
003350              WS-F-TOTALTAX
003360              WS-F-NETPAY
003370              WS-F-SG
003380              WS-F-FREQ
003390              WS-F-ETPGROSS
003400              WS-F-ETPTAX
003410              WS-F-DEDORD
003420              WS-F-NOTFN-IND
003430              WS-F-PD-GROSS
003440              WS-F-PD-TAX
003450              WS-F-PD-HELP
003460              WS-F-PD-DISBTAX
003470              WS-F-PD-DISBNET
003480              WS-F-PD-SG
003490              WS-F-CARRY-DELTA
003500              WS-F-ROW-TYPE
003510              WS-F-REVERSED-TS
003520              WS-F-NOTES
003530         TALLYING IN WS-FIELD-COUNT.
003540     IF WS-F-GROSS (1:8) = "REJECTED"
003550         MOVE "Y" TO WS-REJECTED-FLAG
003560     END-IF.
003570     MOVE "HISTORIC LAYOUT - SEE RAW LOG" TO WS-HIST-REASON.
003580     IF WS-F-EMPLOYEE-NAME (5:1) = "-"
003590         AND WS-F-EMPLOYEE-NAME (8:1) = "-"
003600         AND WS-F-EMPLOYEE-NAME (1:4) NUMERIC
003610*        ORIGINAL LAYOUT - TIMESTAMP IS FIELD 2, NO NAME, A
003620*        REJECTION CARRIES ITS REASON IN FIELD 3.
003630         MOVE "Y" TO WS-HISTORIC-FLAG
003640         MOVE WS-F-EMPLOYEE-NAME TO WS-F-RUN-TIMESTAMP
003650         IF WS-F-TAX-YEAR (1:8) = "REJECTED"
003660             MOVE WS-F-TAX-YEAR TO WS-HIST-REASON
003670         END-IF
003680         MOVE SPACES TO WS-F-EMPLOYEE-NAME
003690         GO TO 0700-EXIT
003700     END-IF.
003710     IF WS-F-TAX-YEAR (5:1) = "-"
003720         AND WS-F-TAX-YEAR (8:1) = "-"
003730         AND WS-F-TAX-YEAR (1:4) NUMERIC
003740*        NAME-BUT-NO-YEAR LAYOUT - TIMESTAMP IS FIELD 3, A
003750*        REJECTION CARRIES ITS REASON IN FIELD 4 - CAPTURE IT
003760*        BEFORE THE TIMESTAMP MOVE OVERWRITES THAT RECEIVER.
003770         MOVE "Y" TO WS-HISTORIC-FLAG
003780         IF WS-F-RUN-TIMESTAMP (1:8) = "REJECTED"
003790             MOVE WS-F-RUN-TIMESTAMP TO WS-HIST-REASON
003800         END-IF
003810         MOVE WS-F-TAX-YEAR TO WS-F-RUN-TIMESTAMP
003820     END-IF.
003830 0700-EXIT.
003840         EXIT.
003850*
003860*****************************************************************
003870*    0900-TERMINATE
003880*****************************************************************
003890 0900-TERMINATE.
003900     DISPLAY "AUTAXINQ complete - " WS-MATCH-COUNT
003910         " matching records listed.".
003920 0900-EXIT.
003930         EXIT.
003940*
