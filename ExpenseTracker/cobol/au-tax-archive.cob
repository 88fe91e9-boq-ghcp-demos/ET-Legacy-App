000140*    2026-09-02 PJH  RECORD LENGTHS WIDENED TO 300 TO MATCH THE
000150*                    AUDIT LOG - RECORDS STILL COPY THROUGH
000160*                    UNCHANGED.
000170*    2026-10-15 PJH  AUDIT LOG, ARCHIVE AND NEW LIVE RECORDS
000180*                    WIDENED 300 TO 450 WITH THE AUDIT LOG.
000190*    2026-10-15 PJH  AUDIT LOG, ARCHIVE AND NEW LIVE RECORDS
000200*                    WIDENED 450 TO 500 WITH THE AUDIT LOG.
000210*****************************************************************
000220*    CUTS ONE COMPLETED FINANCIAL YEAR OFF THE LIVE AUDIT LOG.
000230*    EVERY RECORD FOR THE YEAR KEYED ON SYSIN (CCYY-YY) IS
000240*    COPIED TO THE ARCHIVE FILE (THE JCL POINTS AUDARCH AT A
000250*    YEAR-NAMED DATASET) AND EVERY OTHER RECORD TO THE REBUILT
000260*    LIVE LOG (AUDTNEW), WHICH THE FOLLOWING JCL STEPS SWAP IN
000270*    OVER AUDTAXL.  THE DAILY BATCH THEN STOPS PAYING THE I/O
000280*    COST OF HISTORY THAT MUST BE KEPT SEVEN YEARS BUT IS
000290*    RARELY TOUCHED.
000300*
000310*    A RECORD'S YEAR IS ITS TAX-YEAR COLUMN.  ROWS WRITTEN
000320*    BEFORE THE LOG CARRIED THAT COLUMN HAVE THE RUN TIMESTAMP
000330*    THERE INSTEAD - FOR THOSE THE FINANCIAL YEAR IS DERIVED
000340*    FROM THE RUN DATE (JULY STARTS THE NEW YEAR), SO OLD
000350*    HISTORY ARCHIVES CLEANLY TOO.  COUNTS OF ARCHIVED AND
000360*    RETAINED RECORDS ARE DISPLAYED AND MUST ADD BACK TO THE
000370*    RECORDS READ BEFORE THE SWAP STEP IS RELEASED.
000380*****************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-I.
000420 OBJECT-COMPUTER. IBM-I.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT AUDIT-TAX-CALC-LOG ASSIGN TO "AUDTAXL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000480     SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000510     SELECT NEW-LIVE-LOG ASSIGN TO "AUDTNEW"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-NEWLOG-FILE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  AUDIT-TAX-CALC-LOG
000570     RECORD CONTAINS 500 CHARACTERS
000580     LABEL RECORDS ARE STANDARD.
000590 01  AUDIT-LOG-RECORD               PIC X(500).
000600*
000610 FD  ARCHIVE-FILE
000620     RECORD CONTAINS 500 CHARACTERS
000630     LABEL RECORDS ARE STANDARD.
000640 01  ARCHIVE-RECORD                 PIC X(500).
000650*
000660 FD  NEW-LIVE-LOG
000670     RECORD CONTAINS 500 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 01  NEW-LIVE-RECORD                PIC X(500).
000700*
000710 WORKING-STORAGE SECTION.
000720 01  WS-FILE-STATUSES.
000730     05  WS-AUDIT-FILE-STATUS     PIC X(02) VALUE "00".
000740     05  WS-ARCHIVE-FILE-STATUS   PIC X(02) VALUE "00".
000750     05  WS-NEWLOG-FILE-STATUS    PIC X(02) VALUE "00".
000760*
000770 01  WS-EOF-SW                    PIC X(01) VALUE "N".
000780     88  WS-END-OF-FILE               VALUE "Y".
000790*
000800 01  WS-ARCHIVE-YEAR              PIC X(07) VALUE SPACES.
000810 01  WS-RECORD-YEAR               PIC X(07) VALUE SPACES.
000820*
000830*    FINANCIAL YEAR DERIVATION WORK FIELDS FOR ROWS OLDER THAN
000840*    THE TAX-YEAR COLUMN - JULY OPENS THE NEW FINANCIAL YEAR.
000850 01  WS-TS-YEAR                   PIC 9(04).
000860 01  WS-TS-MONTH                  PIC 9(02).
000870 01  WS-FY-START-YEAR             PIC 9(04).
000880 01  WS-FY-END-YEAR               PIC 9(04).
000890 01  WS-FY-END-2                  PIC 9(02).
000900 01  WS-FY-WORK                   PIC 9(04).
000910 01  WS-FY-SOURCE                 PIC X(26) VALUE SPACES.
000920*
000930*    PARSED COLUMNS - ONLY THE FIRST FOUR MATTER HERE; THE
000940*    RECORD IS COPIED THROUGH UNCHANGED WHICHEVER FILE IT
000950*    LANDS ON.
000960 01  WS-F-EMPLOYEE-ID             PIC X(10).
000970 01  WS-F-EMPLOYEE-NAME           PIC X(30).
000980*    WIDE ENOUGH THAT A PRE-COLUMN ROW'S RUN TIMESTAMP LANDS
000990*    HERE INTACT - A CCYY-YY TAX YEAR LEAVES THE TAIL BLANK,
001000*    WHICH IS HOW THE TWO SHAPES ARE TOLD APART.
001010 01  WS-F-TAX-YEAR                PIC X(26).
001020 01  WS-F-RUN-TIMESTAMP           PIC X(26).
001030 01  WS-FIELD-COUNT               PIC 9(02) COMP VALUE 0.
001040*
001050 01  WS-ARCHIVE-COUNTS.
001060     05  WS-READ-COUNT            PIC 9(09) COMP VALUE 0.
001070     05  WS-ARCHIVED-COUNT        PIC 9(09) COMP VALUE 0.
001080     05  WS-RETAINED-COUNT        PIC 9(09) COMP VALUE 0.
001090*
001100 PROCEDURE DIVISION.
001110*****************************************************************
001120*    0000-MAINLINE
001130*****************************************************************
001140 0000-MAINLINE.
001150     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
001160     IF RETURN-CODE NOT = 0
001170         STOP RUN
001180     END-IF.
001190     PERFORM 0200-SPLIT-THE-LOG THRU 0200-EXIT.
001200     PERFORM 0900-TERMINATE THRU 0900-EXIT.
001210     STOP RUN.
001220*
001230*****************************************************************
001240*    0100-INITIALIZE - YEAR CARD AND FILE AVAILABILITY
001250*****************************************************************
001260 0100-INITIALIZE.
001270     DISPLAY "--- AUTAXARC - Audit Log Year-End Archival ---".
001280     DISPLAY "Financial year to archive (CCYY-YY): ".
001290     ACCEPT WS-ARCHIVE-YEAR.
001300     IF WS-ARCHIVE-YEAR = SPACES
001310         DISPLAY "*** NO FINANCIAL YEAR SUPPLIED - "
001320             "NOTHING ARCHIVED ***"
001330         MOVE 8 TO RETURN-CODE
001340         GO TO 0100-EXIT
001350     END-IF.
001360     IF WS-ARCHIVE-YEAR (5:1) NOT = "-"
001370         OR WS-ARCHIVE-YEAR (1:4) NOT NUMERIC
001380         OR WS-ARCHIVE-YEAR (6:2) NOT NUMERIC
001390         DISPLAY "*** FINANCIAL YEAR MUST BE CCYY-YY - "
001400             "NOTHING ARCHIVED ***"
001410         MOVE 8 TO RETURN-CODE
001420         GO TO 0100-EXIT
001430     END-IF.
001440     OPEN INPUT AUDIT-TAX-CALC-LOG.
001450     IF WS-AUDIT-FILE-STATUS NOT = "00"
001460         DISPLAY "*** UNABLE TO OPEN AUDTAXL - STATUS "
001470             WS-AUDIT-FILE-STATUS " - NOTHING ARCHIVED ***"
001480         MOVE 16 TO RETURN-CODE
001490         GO TO 0100-EXIT
001500     END-IF.
001510     OPEN OUTPUT ARCHIVE-FILE.
001520     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
001530         DISPLAY "*** UNABLE TO OPEN AUDARCH - STATUS "
001540             WS-ARCHIVE-FILE-STATUS " - NOTHING ARCHIVED ***"
001550         CLOSE AUDIT-TAX-CALC-LOG
001560         MOVE 16 TO RETURN-CODE
001570         GO TO 0100-EXIT
001580     END-IF.
001590     OPEN OUTPUT NEW-LIVE-LOG.
001600     IF WS-NEWLOG-FILE-STATUS NOT = "00"
001610         DISPLAY "*** UNABLE TO OPEN AUDTNEW - STATUS "
001620             WS-NEWLOG-FILE-STATUS " - NOTHING ARCHIVED ***"
001630         CLOSE AUDIT-TAX-CALC-LOG
001640         CLOSE ARCHIVE-FILE
001650         MOVE 16 TO RETURN-CODE
001660     END-IF.
001670 0100-EXIT.
001680         EXIT.
001690*
001700*****************************************************************
001710*    0200-SPLIT-THE-LOG - ONE PASS, EVERY RECORD TO ONE SIDE
001720*****************************************************************
001730 0200-SPLIT-THE-LOG.
001740     PERFORM 0210-SPLIT-ONE-RECORD THRU 0210-EXIT
001750         UNTIL WS-END-OF-FILE.
001760     CLOSE AUDIT-TAX-CALC-LOG.
001770     CLOSE ARCHIVE-FILE.
001780     CLOSE NEW-LIVE-LOG.
001790 0200-EXIT.
001800         EXIT.
001810*
001820 0210-SPLIT-ONE-RECORD.
001830     READ AUDIT-TAX-CALC-LOG
001840         AT END
001850             MOVE "Y" TO WS-EOF-SW
001860             GO TO 0210-EXIT
001870     END-READ.
001880     ADD 1 TO WS-READ-COUNT.
001890     PERFORM 0250-DETERMINE-RECORD-YEAR THRU 0250-EXIT.
001900     IF WS-RECORD-YEAR = WS-ARCHIVE-YEAR
001910         ADD 1 TO WS-ARCHIVED-COUNT
001920         WRITE ARCHIVE-RECORD FROM AUDIT-LOG-RECORD
001930         IF WS-ARCHIVE-FILE-STATUS NOT = "00"
001940             DISPLAY "*** AUDARCH WRITE FAILED - STATUS "
001950                 WS-ARCHIVE-FILE-STATUS " - RUN ABANDONED ***"
001960             MOVE 16 TO RETURN-CODE
001970             MOVE "Y" TO WS-EOF-SW
001980         END-IF
001990     ELSE
002000         ADD 1 TO WS-RETAINED-COUNT
002010         WRITE NEW-LIVE-RECORD FROM AUDIT-LOG-RECORD
002020         IF WS-NEWLOG-FILE-STATUS NOT = "00"
002030             DISPLAY "*** AUDTNEW WRITE FAILED - STATUS "
002040                 WS-NEWLOG-FILE-STATUS " - RUN ABANDONED ***"
002050             MOVE 16 TO RETURN-CODE
002060             MOVE "Y" TO WS-EOF-SW
002070         END-IF
002080     END-IF.
002090 0210-EXIT.
002100         EXIT.
002110*
002120*    0250-DETERMINE-RECORD-YEAR - TAX-YEAR COLUMN WHERE THE ROW
002130*    CARRIES ONE, OTHERWISE THE FINANCIAL YEAR OF THE RUN DATE
002140*    FOUND IN THAT COLUMN POSITION ON PRE-COLUMN ROWS.
002150 0250-DETERMINE-RECORD-YEAR.
002160     MOVE SPACES TO WS-F-EMPLOYEE-ID
002170                    WS-F-EMPLOYEE-NAME
002180                    WS-F-TAX-YEAR
002190                    WS-F-RUN-TIMESTAMP.
002200     MOVE 0 TO WS-FIELD-COUNT.
002210     UNSTRING AUDIT-LOG-RECORD DELIMITED BY ","
002220         INTO WS-F-EMPLOYEE-ID
002230              WS-F-EMPLOYEE-NAME
002240              WS-F-TAX-YEAR
002250              WS-F-RUN-TIMESTAMP
002260         TALLYING IN WS-FIELD-COUNT.
002270     IF WS-F-TAX-YEAR (5:1) = "-"
002280         AND WS-F-TAX-YEAR (1:4) NUMERIC
002290         AND WS-F-TAX-YEAR (6:2) NUMERIC
002300         AND WS-F-TAX-YEAR (8:19) = SPACES
002310         MOVE WS-F-TAX-YEAR (1:7) TO WS-RECORD-YEAR
002320         GO TO 0250-EXIT
002330     END-IF.
002340*    PRE-COLUMN ROW - THE RUN TIMESTAMP (CCYY-MM-DD HH:MM:SS)
002350*    SITS IN FIELD 2 ON ORIGINAL ID,TIMESTAMP,AMOUNTS ROWS AND
002360*    IN FIELD 3 ON ROWS FROM THE SHORT PERIOD WITH A NAME
002370*    COLUMN BUT NO TAX-YEAR COLUMN.  JULY OR LATER BELONGS TO
002380*    THE FINANCIAL YEAR THAT STARTS THAT JULY.
002390     MOVE SPACES TO WS-RECORD-YEAR.
002400     MOVE SPACES TO WS-FY-SOURCE.
002410     IF WS-F-EMPLOYEE-NAME (5:1) = "-"
002420         AND WS-F-EMPLOYEE-NAME (8:1) = "-"
002430         AND WS-F-EMPLOYEE-NAME (1:4) NUMERIC
002440         MOVE WS-F-EMPLOYEE-NAME TO WS-FY-SOURCE
002450     ELSE IF WS-F-TAX-YEAR (5:1) = "-"
002460         AND WS-F-TAX-YEAR (8:1) = "-"
002470         AND WS-F-TAX-YEAR (1:4) NUMERIC
002480         MOVE WS-F-TAX-YEAR (1:26) TO WS-FY-SOURCE
002490     END-IF.
002500     IF WS-FY-SOURCE = SPACES
002510         GO TO 0250-EXIT
002520     END-IF.
002530     IF WS-FY-SOURCE (6:2) NUMERIC
002540         MOVE WS-FY-SOURCE (1:4) TO WS-TS-YEAR
002550         MOVE WS-FY-SOURCE (6:2) TO WS-TS-MONTH
002560         IF WS-TS-MONTH >= 7
002570             MOVE WS-TS-YEAR TO WS-FY-START-YEAR
002580         ELSE
002590             COMPUTE WS-FY-START-YEAR = WS-TS-YEAR - 1
002600         END-IF
002610         COMPUTE WS-FY-END-YEAR = WS-FY-START-YEAR + 1
002620         DIVIDE WS-FY-END-YEAR BY 100
002630             GIVING WS-FY-WORK REMAINDER WS-FY-END-2
002640         STRING WS-FY-START-YEAR "-" WS-FY-END-2
002650             DELIMITED BY SIZE INTO WS-RECORD-YEAR
002660     END-IF.
002670 0250-EXIT.
002680         EXIT.
002690*
002700*****************************************************************
002710*    0900-TERMINATE - COUNTS FOR THE OPERATOR TO BALANCE
002720*****************************************************************
002730 0900-TERMINATE.
002740     DISPLAY "AUTAXARC complete for " WS-ARCHIVE-YEAR.
002750     DISPLAY "Records read:     " WS-READ-COUNT.
002760     DISPLAY "Records archived: " WS-ARCHIVED-COUNT.
002770     DISPLAY "Records retained: " WS-RETAINED-COUNT.
002780     IF WS-ARCHIVED-COUNT + WS-RETAINED-COUNT
002790             NOT = WS-READ-COUNT
002800         DISPLAY "*** COUNTS DO NOT BALANCE - DO NOT RELEASE "
002810             "THE SWAP STEP ***"
002820         MOVE 16 TO RETURN-CODE
002830     END-IF.
002840 0900-EXIT.
002850         EXIT.
002860*
