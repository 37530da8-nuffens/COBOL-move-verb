      *>--------------------------------------------------------
      *>MONTH-END FINANCE-CHARGE ACCRUAL GENERATOR.
      *>READS EVERY CUSTOMER ON PROD.CUSTOMER.MASTER WITH A
      *>NEGATIVE ACCOUNT-BALANCE (EXCEPT ACCOUNTS CUSTCHOF HAS
      *>CHARGED OFF, WHICH ACCRUE NOTHING MORE) AND COMPUTES A
      *>FINANCE CHARGE, TIERED BY THE SAME CUTOFFS CUSTDUNL USES
      *>FOR ITS DUNNING LETTERS:
      *>  TIER 1 - BALANCE DOWN TO -50.00
      *>  TIER 2 - BELOW -50.00 TO -250.00
      *>  TIER 3 - BELOW -250.00
      *>AND ON STATEMENTS LIKE ANY OTHER ITEM. A PROOF REPORT
      *>TOTALING THE CHARGES BY DUNNING TIER COMES OUT OF THE
      *>SAME RUN FOR ACCOUNTING APPROVAL BEFORE THE FEED IS
      *>RELEASED TO THE SCHEDULER. EACH CHARGE ALSO ADDS A SYSTEM
      *>NOTE TO THE CUSTOMER'S CONTACT NOTES (CNOT) SO THE
      *>SERVICE DESK CAN ANSWER A CALL ABOUT IT.
      *>WHEN THE RUN IS ASKED TO WAIVE FOR ARRANGEMENTS, A
      *>CUSTOMER WHOSE LATEST PROMISE-TO-PAY PLAN (CUSTPTPM) IS
      *>STILL OPEN - EVERY INSTALLMENT DUE SO FAR KEPT - IS NOT
      *>CHARGED. THE CHARGE THAT WOULD HAVE APPLIED PRINTS ON THE
      *>PROOF MARKED WAIVED AND IS TOTALED SEPARATELY, AND A
      *>SYSTEM NOTE RECORDS THE WAIVER. A BROKEN, COMPLETED OR
      *>CANCELLED PLAN WAIVES NOTHING.
      *>PARM IS RUNDATE,RATE1,RATE2,RATE3,MINCHG,WAIVE. RUNDATE
      *>(YYYYMMDD) MUST BE THE NIGHTLY RUN DATE THE FEED WILL BE
      *>MERGED INTO. EACH RATE IS A MONTHLY PERCENTAGE KEYED AS
      *>FOUR DIGITS WITH TWO IMPLIED DECIMALS (0150 = 1.50 PCT);
      *>MINCHG IS FIVE DIGITS WITH TWO IMPLIED DECIMALS
      *>(00250 = 2.50). DEFAULTS: 1.00 / 1.50 / 2.00 PCT, 1.00
      *>MINIMUM. A COMPUTED CHARGE BELOW THE MINIMUM IS RAISED
      *>TO THE MINIMUM. WAIVE IS Y TO WAIVE FOR ARRANGEMENTS IN
      *>GOOD STANDING; ANYTHING ELSE (THE DEFAULT) CHARGES THEM.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000130     SELECT FEE-FEED-FILE ASSIGN TO FEEFEED
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-FEEFEED-STATUS.
000151     SELECT ARRANGEMENT-FILE ASSIGN TO ARRANGE
000152         ORGANIZATION IS INDEXED
000153         ACCESS MODE IS DYNAMIC
000154         RECORD KEY IS AR-KEY
000155         FILE STATUS IS WS-ARRANGE-STATUS.
000160     SELECT PROOF-REPORT-FILE ASSIGN TO PROOFRPT
000170         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS WS-PROOFRPT-STATUS.
000181     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000182         ORGANIZATION IS INDEXED
000183         ACCESS MODE IS DYNAMIC
000184         RECORD KEY IS CN-KEY
000185         FILE STATUS IS WS-CUSTNOTE-STATUS.

000190 DATA DIVISION.

000460     LABEL RECORDS ARE STANDARD.
000470 01  PROOF-REPORT-RECORD PIC X(132).

      *>CUSTOMER CONTACT NOTES - ONE SYSTEM NOTE PER CHARGE.
000471 FD  CUSTOMER-NOTE-FILE
000472     LABEL RECORDS ARE STANDARD.
000473 01  CUSTOMER-NOTE-RECORD.
000474     COPY CUSTNOTE.

      *>PROMISE-TO-PAY ARRANGEMENTS - READ ONLY WHEN WAIVING.
000475 FD  ARRANGEMENT-FILE
000476     LABEL RECORDS ARE STANDARD.
000477 01  ARRANGEMENT-RECORD.
000478     COPY ARRANGE.

000480 WORKING-STORAGE SECTION.

000490 01 WS-FILE-STATUS-GROUP.
000530        88 FEEFEED-OK VALUE "00".
000540     05 WS-PROOFRPT-STATUS PIC XX VALUE "00".
000550        88 PROOFRPT-OK VALUE "00".
000551     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
000552        88 CUSTNOTE-OK VALUE "00".
000553        88 CUSTNOTE-DUPLICATE VALUE "22".
000554        88 CUSTNOTE-NOT-FOUND VALUE "35".
000555     05 WS-ARRANGE-STATUS PIC XX VALUE "00".
000556        88 ARRANGE-OK VALUE "00".
000557        88 ARRANGE-NOT-FOUND VALUE "35".

000560 01 WS-SWITCHES.
000563     05 WS-NOTE-DONE-SWITCH PIC X VALUE 'N'.
000566        88 NOTE-WRITE-DONE VALUE 'Y'.
000570     05 WS-CUSTMAST-EOF-SWITCH PIC X VALUE 'N'.
000580        88 CUSTMAST-AT-END VALUE 'Y'.
000581     05 WS-WAIVE-SWITCH PIC X VALUE 'N'.
000582        88 WAIVE-FOR-ARRANGEMENTS VALUE 'Y'.
000583     05 WS-ARRANGE-OPEN-SWITCH PIC X VALUE 'N'.
000584        88 ARRANGE-FILE-OPEN VALUE 'Y'.
000585     05 WS-ARRANGE-FOUND-SWITCH PIC X VALUE 'N'.
000586        88 ARRANGEMENT-FOUND VALUE 'Y'.
000587     05 WS-ARRANGE-SCAN-SWITCH PIC X VALUE 'N'.
000588        88 ARRANGE-SCAN-ENDED VALUE 'Y'.

      *>TIER FLOORS MATCH CUSTDUNL - KEEP THE TWO PROGRAMS IN
      *>STEP OR TIER 3 LETTERS AND TIER 3 CHARGES WILL DISAGREE.
000690     05 WS-TIER2-CHARGES PIC S9(9)V99 VALUE ZERO.
000700     05 WS-TIER3-CHARGES PIC S9(9)V99 VALUE ZERO.
000710     05 WS-TOTAL-CHARGES PIC S9(9)V99 VALUE ZERO.
000715     05 WS-CHARGED-OFF-SKIPPED PIC 9(7) VALUE ZERO.
000716     05 WS-NOTES-WRITTEN PIC 9(7) VALUE ZERO.
000717     05 WS-NOTES-FAILED PIC 9(7) VALUE ZERO.
000718     05 WS-WAIVED-COUNT PIC 9(7) VALUE ZERO.
000719     05 WS-WAIVED-CHARGES PIC S9(9)V99 VALUE ZERO.

000720 01 WS-RUN-PARAMETERS.
000730     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000800     05 WS-PARM-RATE2 PIC X(4) VALUE SPACES.
000810     05 WS-PARM-RATE3 PIC X(4) VALUE SPACES.
000820     05 WS-PARM-MIN-CHARGE PIC X(5) VALUE SPACES.
000825     05 WS-PARM-WAIVE PIC X VALUE SPACE.
000830     05 WS-PARM-RATE-NUM PIC 99V99 VALUE ZERO.
000840     05 WS-PARM-RATE-X REDEFINES WS-PARM-RATE-NUM PIC X(4).
000850     05 WS-PARM-MIN-NUM PIC 9(3)V99 VALUE ZERO.
000910     05 WS-CHARGE-RATE PIC 99V99 VALUE ZERO.
000920     05 WS-OVERDRAWN-AMOUNT PIC 9(7)V99 VALUE ZERO.
000930     05 WS-CHARGE-AMOUNT PIC 9(5)V99 VALUE ZERO.
000935     05 WS-LATEST-ARRANGE-KEY PIC X(15) VALUE SPACES.

000940 01 WS-FEED-TOTALS.
000950     05 WS-OUT-RECORD-COUNT PIC 9(7) VALUE ZERO.
000990     05 WS-AMOUNT-DISPLAY PIC ZZZZ9.99.
001000     05 WS-TOTAL-DISPLAY PIC -(8)9.99.
001010     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.
001011     05 WS-PROOF-REMARK PIC X(40) VALUE SPACES.

      *>SYSTEM NOTES ON PROD.CUSTOMER.NOTES ARE STAMPED WITH THE
      *>RUN DATE AND THE TIME THIS JOB STARTED.
001012 01 WS-NOTE-WORK.
001014     05 WS-NOTE-START-TIME PIC 9(8) VALUE ZERO.
001016     05 WS-NOTE-TEXT PIC X(70) VALUE SPACES.

001020 LINKAGE SECTION.
001030 01 LK-PARM-AREA.
001320         MOVE 16 TO RETURN-CODE
001330         STOP RUN
001340     END-IF
001345     PERFORM 1300-OPEN-CUSTOMER-NOTES
001346     IF WAIVE-FOR-ARRANGEMENTS
001347         PERFORM 1350-OPEN-ARRANGEMENTS
001348     END-IF
001350     PERFORM 1400-WRITE-REPORT-HEADERS
001360     PERFORM 5500-WRITE-FEED-HEADER.

001420             DELIMITED BY ","
001430             INTO WS-PARM-RUN-DATE WS-PARM-RATE1
001440                  WS-PARM-RATE2 WS-PARM-RATE3
001450                  WS-PARM-MIN-CHARGE WS-PARM-WAIVE
001460         END-UNSTRING
001470         IF WS-PARM-RUN-DATE NUMERIC AND
001480            WS-PARM-RUN-DATE NOT = ZERO
001650         END-IF
001660         IF WS-PARM-MIN-CHARGE NUMERIC AND
001670            WS-PARM-MIN-CHARGE NOT = ZERO
001671             MOVE WS-PARM-MIN-CHARGE TO WS-PARM-MIN-X
001672             MOVE WS-PARM-MIN-NUM TO WS-MINIMUM-CHARGE
001673         END-IF
001674         IF WS-PARM-WAIVE = "Y"
001675             SET WAIVE-FOR-ARRANGEMENTS TO TRUE
001676         END-IF
001677     END-IF.

001678 1300-OPEN-CUSTOMER-NOTES.
001679     ACCEPT WS-NOTE-START-TIME FROM TIME
001680     OPEN I-O CUSTOMER-NOTE-FILE
001681     IF CUSTNOTE-NOT-FOUND
001682         OPEN OUTPUT CUSTOMER-NOTE-FILE
001683         CLOSE CUSTOMER-NOTE-FILE
001684         OPEN I-O CUSTOMER-NOTE-FILE
001685     END-IF
001686     IF NOT CUSTNOTE-OK
001687         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
001688             WS-CUSTNOTE-STATUS
001689         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001691     END-IF.

      *>--------------------------------------------------------
      *>CUSTPTPM CREATES THE ARRANGEMENT FILE ON ITS FIRST RUN;
      *>UNTIL THEN NO CUSTOMER HAS A PLAN TO WAIVE FOR.
      *>--------------------------------------------------------
001692 1350-OPEN-ARRANGEMENTS.
001693     OPEN INPUT ARRANGEMENT-FILE
001694     IF ARRANGE-OK
001695         SET ARRANGE-FILE-OPEN TO TRUE
001696     ELSE
001697         IF NOT ARRANGE-NOT-FOUND
001698             DISPLAY "ARRANGEMENT FILE OPEN FAILED, STATUS="
001699                 WS-ARRANGE-STATUS
001700             MOVE 16 TO RETURN-CODE
001701             STOP RUN
001702         END-IF
001710     END-IF.

001720 1400-WRITE-REPORT-HEADERS.
001810     STRING "IDENT    TIER  BALANCE      CHARGE"
001820         DELIMITED BY SIZE INTO WS-REPORT-LINE
001830     END-STRING
001840     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
001841     IF WAIVE-FOR-ARRANGEMENTS
001842         MOVE SPACES TO WS-REPORT-LINE
001843         STRING "CHARGES WAIVED FOR PROMISE-TO-PAY "
001844             "ARRANGEMENTS IN GOOD STANDING"
001845             DELIMITED BY SIZE INTO WS-REPORT-LINE
001846         END-STRING
001847         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
001848     END-IF.

      *>--------------------------------------------------------
      *>SELECTION PASS OVER THE CUSTOMER MASTER
001930     PERFORM UNTIL CUSTMAST-AT-END
001940         ADD 1 TO WS-CUSTOMERS-READ
001950         IF ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD < ZERO
001952             IF CUST-CHARGED-OFF OF CUSTOMER-MASTER-RECORD
001954                 ADD 1 TO WS-CHARGED-OFF-SKIPPED
001956             ELSE
001957                 MOVE 'N' TO WS-ARRANGE-FOUND-SWITCH
001958                 IF ARRANGE-FILE-OPEN
001959                     PERFORM 4200-FIND-CURRENT-ARRANGEMENT
001960                 END-IF
001961                 IF ARRANGEMENT-FOUND AND AR-OPEN
001962                     PERFORM 5700-WAIVE-FINANCE-CHARGE
001963                 ELSE
001964                     PERFORM 5000-GENERATE-FINANCE-CHARGE
001965                 END-IF
001966             END-IF
001970         END-IF
001980         PERFORM 4100-READ-NEXT-MASTER-RECORD
001990     END-PERFORM.
002010     IF NOT CUSTMAST-AT-END
002020         READ CUSTOMER-MASTER-FILE NEXT RECORD
002030             AT END
002031                 SET CUSTMAST-AT-END TO TRUE
002032         END-READ
002033     END-IF.

      *>--------------------------------------------------------
      *>THE CUSTOMER'S LATEST PLAN IS THE HIGHEST KEY FOR THE
      *>IDENT; IT IS READ BACK BY KEY INTO THE RECORD AREA.
      *>--------------------------------------------------------
002034 4200-FIND-CURRENT-ARRANGEMENT.
002035     MOVE 'N' TO WS-ARRANGE-FOUND-SWITCH
002036     MOVE 'N' TO WS-ARRANGE-SCAN-SWITCH
002037     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO AR-IDENT
002038     MOVE ZERO TO AR-SET-DATE
002039     START ARRANGEMENT-FILE
002040         KEY IS NOT LESS THAN AR-KEY
002041         INVALID KEY
002042             SET ARRANGE-SCAN-ENDED TO TRUE
002043     END-START
002044     PERFORM 4250-READ-NEXT-ARRANGEMENT
002045         UNTIL ARRANGE-SCAN-ENDED
002046     IF ARRANGEMENT-FOUND
002047         MOVE WS-LATEST-ARRANGE-KEY TO AR-KEY
002048         READ ARRANGEMENT-FILE
002049             KEY IS AR-KEY
002050             INVALID KEY
002051                 MOVE 'N' TO WS-ARRANGE-FOUND-SWITCH
002052         END-READ
002053     END-IF.

002054 4250-READ-NEXT-ARRANGEMENT.
002055     READ ARRANGEMENT-FILE NEXT RECORD
002056         AT END
002057             SET ARRANGE-SCAN-ENDED TO TRUE
002058         NOT AT END
002059             IF AR-IDENT NOT = IDENT OF CUSTOMER-MASTER-RECORD
002060                 SET ARRANGE-SCAN-ENDED TO TRUE
002061             ELSE
002062                 SET ARRANGEMENT-FOUND TO TRUE
002063                 MOVE AR-KEY TO WS-LATEST-ARRANGE-KEY
002064             END-IF
002065     END-READ.

      *>--------------------------------------------------------
      *>ONE FINANCE CHARGE
002080     PERFORM 5100-DETERMINE-CHARGE-TIER
002090     PERFORM 5200-COMPUTE-CHARGE-AMOUNT
002100     PERFORM 5300-WRITE-FEE-DETAIL
002105     PERFORM 5350-NOTE-FINANCE-CHARGE
002110     PERFORM 5400-ACCUMULATE-TIER-TOTALS
002120     PERFORM 5450-WRITE-PROOF-LINE.

002570     ADD IDENT OF CUSTOMER-MASTER-RECORD
002580         TO WS-OUT-IDENT-HASH.

002581 5350-NOTE-FINANCE-CHARGE.
002582     MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-DISPLAY
002583     MOVE SPACES TO WS-NOTE-TEXT
002584     STRING "FINANCE CHARGE " WS-AMOUNT-DISPLAY
002585         " ASSESSED, TIER " WS-CHARGE-TIER
002586         ", REFERENCE " TRAN-REFERENCE
002587         DELIMITED BY SIZE INTO WS-NOTE-TEXT
002588     END-STRING
002589     PERFORM 8000-WRITE-SYSTEM-NOTE.

002590 5400-ACCUMULATE-TIER-TOTALS.
002600     ADD WS-CHARGE-AMOUNT TO WS-TOTAL-CHARGES
002610     EVALUATE WS-CHARGE-TIER
002760     MOVE SPACES TO WS-REPORT-LINE
002770     STRING IDENT OF CUSTOMER-MASTER-RECORD "  "
002780         WS-CHARGE-TIER "    " WS-BALANCE-DISPLAY "  "
002790         WS-AMOUNT-DISPLAY "  " WS-PROOF-REMARK
002800         DELIMITED BY SIZE INTO WS-REPORT-LINE
002810     END-STRING
002820     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
003010     MOVE ZERO TO TCTL-CREDIT-TOTAL
003020     WRITE FEE-FEED-CONTROL-RECORD
003030     IF NOT FEEFEED-OK
003031         DISPLAY "FEE FEED WRITE FAILED, STATUS="
003032             WS-FEEFEED-STATUS
003033         MOVE 16 TO RETURN-CODE
003034         STOP RUN
003035     END-IF.

      *>--------------------------------------------------------
      *>WAIVED CHARGE - NOTHING GOES ON THE FEED. THE CHARGE IS
      *>STILL WORKED OUT SO THE PROOF SHOWS WHAT WAS FORGONE.
      *>--------------------------------------------------------
003036 5700-WAIVE-FINANCE-CHARGE.
003037     PERFORM 5100-DETERMINE-CHARGE-TIER
003038     PERFORM 5200-COMPUTE-CHARGE-AMOUNT
003039     ADD 1 TO WS-WAIVED-COUNT
003040     ADD WS-CHARGE-AMOUNT TO WS-WAIVED-CHARGES
003041     MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-DISPLAY
003042     MOVE SPACES TO WS-NOTE-TEXT
003043     STRING "FINANCE CHARGE " WS-AMOUNT-DISPLAY
003044         " WAIVED - ARRANGEMENT OF " AR-SET-DATE
003045         " CURRENT"
003046         DELIMITED BY SIZE INTO WS-NOTE-TEXT
003047     END-STRING
003048     PERFORM 8000-WRITE-SYSTEM-NOTE
003049     MOVE "WAIVED - ARRANGEMENT IN GOOD STANDING"
003050         TO WS-PROOF-REMARK
003051     PERFORM 5450-WRITE-PROOF-LINE
003052     MOVE SPACES TO WS-PROOF-REMARK.

      *>--------------------------------------------------------
      *>SYSTEM NOTE FOR THE CUSTOMER IN HAND. A DUPLICATE KEY
      *>TAKES THE NEXT SEQUENCE; ANY OTHER NOTES FILE PROBLEM IS
      *>REPORTED AND COUNTED BUT NEVER STOPS THE RUN -
      *>THE FEE FEED IS WHAT MATTERS.
      *>--------------------------------------------------------
003053 8000-WRITE-SYSTEM-NOTE.
003054     MOVE SPACES TO CUSTOMER-NOTE-RECORD
003055     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO CN-IDENT
003056     MOVE WS-RUN-DATE TO CN-NOTE-DATE
003057     MOVE WS-NOTE-START-TIME (1:6) TO CN-NOTE-TIME
003058     MOVE 1 TO CN-NOTE-SEQ
003059     SET CN-SYSTEM-NOTE TO TRUE
003060     MOVE "CUSTFCHG" TO CN-OPERATOR
003061     MOVE WS-NOTE-TEXT TO CN-NOTE-TEXT
003062     MOVE 'N' TO WS-NOTE-DONE-SWITCH
003063     PERFORM 8100-TRY-NOTE-KEY
003064         UNTIL NOTE-WRITE-DONE.

003065 8100-TRY-NOTE-KEY.
003066     WRITE CUSTOMER-NOTE-RECORD
003067         INVALID KEY
003068             CONTINUE
003069     END-WRITE
003070     EVALUATE TRUE
003071         WHEN CUSTNOTE-OK
003072             ADD 1 TO WS-NOTES-WRITTEN
003073             SET NOTE-WRITE-DONE TO TRUE
003074         WHEN CUSTNOTE-DUPLICATE AND CN-NOTE-SEQ < 999
003075             ADD 1 TO CN-NOTE-SEQ
003076         WHEN OTHER
003077             DISPLAY "CUSTOMER NOTE WRITE FAILED FOR IDENT "
003078                 CN-IDENT " STATUS=" WS-CUSTNOTE-STATUS
003079             ADD 1 TO WS-NOTES-FAILED
003080             SET NOTE-WRITE-DONE TO TRUE
003081     END-EVALUATE.

      *>--------------------------------------------------------
      *>TERMINATION - TIER PROOF TOTALS FOR ACCOUNTING SIGNOFF
003350         " TOTAL " WS-TOTAL-DISPLAY
003360         DELIMITED BY SIZE INTO WS-REPORT-LINE
003370     END-STRING
003371     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
003372     MOVE SPACES TO WS-REPORT-LINE
003373     STRING "SKIPPED - CHARGED OFF: " WS-CHARGED-OFF-SKIPPED
003374         DELIMITED BY SIZE INTO WS-REPORT-LINE
003375     END-STRING
003376     WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
003377     IF WAIVE-FOR-ARRANGEMENTS
003378         MOVE WS-WAIVED-CHARGES TO WS-TOTAL-DISPLAY
003379         MOVE SPACES TO WS-REPORT-LINE
003380         STRING "WAIVED - ARRANGEMENT IN GOOD STANDING: "
003381             WS-WAIVED-COUNT " TOTAL " WS-TOTAL-DISPLAY
003382             DELIMITED BY SIZE INTO WS-REPORT-LINE
003383         END-STRING
003384         WRITE PROOF-REPORT-RECORD FROM WS-REPORT-LINE
003385     END-IF
003390     CLOSE CUSTOMER-MASTER-FILE
003400     CLOSE FEE-FEED-FILE
003410     CLOSE PROOF-REPORT-FILE
003415     CLOSE CUSTOMER-NOTE-FILE
003416     IF ARRANGE-FILE-OPEN
003417         CLOSE ARRANGEMENT-FILE
003418     END-IF
003420     DISPLAY "CUSTOMERS READ:  " WS-CUSTOMERS-READ
003430     DISPLAY "CHARGES WRITTEN: " WS-CHARGES-WRITTEN
003440     DISPLAY "CHARGE TOTAL:    " WS-TOTAL-CHARGES
003450     DISPLAY "CHARGED OFF:     " WS-CHARGED-OFF-SKIPPED
003455     DISPLAY "WAIVED:          " WS-WAIVED-COUNT
003460     DISPLAY "NOTES WRITTEN:   " WS-NOTES-WRITTEN
003470     DISPLAY "NOTES FAILED:    " WS-NOTES-FAILED.
