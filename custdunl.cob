      *>  TIER 2 - BELOW -50.00 TO -250.00, URGENT NOTICE
      *>  TIER 3 - BELOW -250.00, FINAL NOTICE BEFORE COLLECTION
      *>A MAILING SUMMARY (COUNT AND AMOUNT PER TIER, PLUS
      *>ACCOUNTS SKIPPED FOR A MISSING ADDRESS OR BECAUSE THEY
      *>HAVE BEEN CHARGED OFF BY CUSTCHOF) PRINTS ON ITS OWN
      *>DD FOR THE MAILROOM. EVERY LETTER PRINTED ALSO ADDS A
      *>SYSTEM NOTE TO THE CUSTOMER'S CONTACT NOTES (CNOT) SO THE
      *>SERVICE DESK CAN SEE WHICH LETTER A CALLER IS HOLDING.
      *>PROMISE-TO-PAY ARRANGEMENTS (PROD.CUSTOMER.ARRANGE, KEPT
      *>BY CUSTPTPM AND CHECKED BY THE NIGHTLY CUSTPTPN BEFORE
      *>THIS RUN) OVERRIDE THE TIERS ON THE CUSTOMER'S LATEST
      *>PLAN:
      *>  OPEN - EVERY INSTALLMENT DUE SO FAR WAS KEPT, SO NO
      *>    LETTER GOES; THE ACCOUNT IS COUNTED AS SKIPPED.
      *>  BROKEN, LETTER NOT YET SENT - A BROKEN-PROMISE LETTER
      *>    NAMING THE MISSED INSTALLMENT GOES IN PLACE OF THE
      *>    TIER LETTER, AND THE PLAN IS MARKED SENT SO IT GOES
      *>    ONLY ONCE. AFTER THAT THE ORDINARY TIERS APPLY.
      *>PARM IS THE RUN DATE (YYYYMMDD), DEFAULTING TO THE
      *>SYSTEM DATE.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000130     SELECT LETTER-PRINT-FILE ASSIGN TO LTRFILE
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-LTRFILE-STATUS.
000151     SELECT ARRANGEMENT-FILE ASSIGN TO ARRANGE
000152         ORGANIZATION IS INDEXED
000153         ACCESS MODE IS DYNAMIC
000154         RECORD KEY IS AR-KEY
000155         FILE STATUS IS WS-ARRANGE-STATUS.
000160     SELECT MAILING-SUMMARY-FILE ASSIGN TO MAILSUM
000170         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS WS-MAILSUM-STATUS.
000181     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000182         ORGANIZATION IS INDEXED
000183         ACCESS MODE IS DYNAMIC
000184         RECORD KEY IS CN-KEY
000185         FILE STATUS IS WS-CUSTNOTE-STATUS.

000190 DATA DIVISION.

000290     LABEL RECORDS ARE STANDARD.
000300 01  MAILING-SUMMARY-RECORD PIC X(132).

      *>CUSTOMER CONTACT NOTES - ONE SYSTEM NOTE PER LETTER.
000301 FD  CUSTOMER-NOTE-FILE
000302     LABEL RECORDS ARE STANDARD.
000303 01  CUSTOMER-NOTE-RECORD.
000304     COPY CUSTNOTE.

      *>PROMISE-TO-PAY ARRANGEMENTS - THE LATEST PLAN DECIDES
      *>WHETHER A LETTER GOES AND WHICH ONE.
000305 FD  ARRANGEMENT-FILE
000306     LABEL RECORDS ARE STANDARD.
000307 01  ARRANGEMENT-RECORD.
000308     COPY ARRANGE.

000310 WORKING-STORAGE SECTION.

000320 01 WS-FILE-STATUS-GROUP.
000360        88 LTRFILE-OK VALUE "00".
000370     05 WS-MAILSUM-STATUS PIC XX VALUE "00".
000380        88 MAILSUM-OK VALUE "00".
000381     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
000382        88 CUSTNOTE-OK VALUE "00".
000383        88 CUSTNOTE-DUPLICATE VALUE "22".
000384        88 CUSTNOTE-NOT-FOUND VALUE "35".
000385     05 WS-ARRANGE-STATUS PIC XX VALUE "00".
000386        88 ARRANGE-OK VALUE "00".
000387        88 ARRANGE-NOT-FOUND VALUE "35".

000390 01 WS-SWITCHES.
000400     05 WS-CUSTMAST-EOF-SWITCH PIC X VALUE 'N'.
000410        88 CUSTMAST-AT-END VALUE 'Y'.
000411     05 WS-NOTE-DONE-SWITCH PIC X VALUE 'N'.
000412        88 NOTE-WRITE-DONE VALUE 'Y'.
000413     05 WS-ARRANGE-FOUND-SWITCH PIC X VALUE 'N'.
000414        88 ARRANGEMENT-FOUND VALUE 'Y'.
000415     05 WS-ARRANGE-SCAN-SWITCH PIC X VALUE 'N'.
000416        88 ARRANGE-SCAN-ENDED VALUE 'Y'.

000420 01 WS-TIER-LIMITS.
000430     05 WS-TIER1-FLOOR PIC S9(7)V99 VALUE -50.00.
000480     05 WS-TIER2-COUNT PIC 9(7) VALUE ZERO.
000490     05 WS-TIER3-COUNT PIC 9(7) VALUE ZERO.
000500     05 WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
000505     05 WS-CHARGED-OFF-COUNT PIC 9(7) VALUE ZERO.
000510     05 WS-TIER1-AMOUNT PIC S9(9)V99 VALUE ZERO.
000520     05 WS-TIER2-AMOUNT PIC S9(9)V99 VALUE ZERO.
000530     05 WS-TIER3-AMOUNT PIC S9(9)V99 VALUE ZERO.
000533     05 WS-NOTES-WRITTEN PIC 9(7) VALUE ZERO.
000536     05 WS-NOTES-FAILED PIC 9(7) VALUE ZERO.
000537     05 WS-BROKEN-PROMISE-COUNT PIC 9(7) VALUE ZERO.
000538     05 WS-BROKEN-PROMISE-AMOUNT PIC S9(9)V99 VALUE ZERO.
000539     05 WS-ARRANGEMENT-SKIPPED PIC 9(7) VALUE ZERO.

000540 01 WS-RUN-PARAMETERS.
000550     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000620     05 WS-AMOUNT-DISPLAY PIC -(8)9.99.
000630     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

      *>THE CUSTOMER'S LATEST ARRANGEMENT AND, FOR A BROKEN ONE,
      *>THE INSTALLMENT THAT BROKE IT.
000631 01 WS-ARRANGEMENT-WORK.
000632     05 WS-LATEST-ARRANGE-KEY PIC X(15) VALUE SPACES.
000633     05 WS-INST-SUB PIC 9(2) VALUE ZERO.
000634     05 WS-BROKEN-SUB PIC 9(2) VALUE ZERO.
000635     05 WS-INSTALLMENT-DISPLAY PIC ZZZZ9.99.

      *>SYSTEM NOTES ON PROD.CUSTOMER.NOTES ARE STAMPED WITH THE
      *>RUN DATE AND THE TIME THIS JOB STARTED.
000636 01 WS-NOTE-WORK.
000637     05 WS-NOTE-START-TIME PIC 9(8) VALUE ZERO.
000638     05 WS-NOTE-TEXT PIC X(70) VALUE SPACES.

000640 LINKAGE SECTION.
000650 01 LK-PARM-AREA.
000660     05 LK-PARM-LENGTH PIC S9(4) COMP.
000930             WS-CUSTMAST-STATUS
000940         MOVE 16 TO RETURN-CODE
000950         STOP RUN
000960     END-IF
000965     PERFORM 1300-OPEN-CUSTOMER-NOTES
000967     PERFORM 1400-OPEN-ARRANGEMENTS.

000970 1100-GET-RUN-PARAMETERS.
000980     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001020             TO WS-PARM-RUN-DATE
001030         IF WS-PARM-RUN-DATE NUMERIC AND
001040            WS-PARM-RUN-DATE NOT = ZERO
001041             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001042         END-IF
001043     END-IF.

001044 1300-OPEN-CUSTOMER-NOTES.
001045     ACCEPT WS-NOTE-START-TIME FROM TIME
001046     OPEN I-O CUSTOMER-NOTE-FILE
001047     IF CUSTNOTE-NOT-FOUND
001048         OPEN OUTPUT CUSTOMER-NOTE-FILE
001049         CLOSE CUSTOMER-NOTE-FILE
001050         OPEN I-O CUSTOMER-NOTE-FILE
001051     END-IF
001052     IF NOT CUSTNOTE-OK
001053         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
001054             WS-CUSTNOTE-STATUS
001055         MOVE 16 TO RETURN-CODE
001056         STOP RUN
001057     END-IF.

      *>--------------------------------------------------------
      *>CUSTPTPM CREATES THE ARRANGEMENT FILE ON ITS FIRST RUN;
      *>UNTIL THEN NO CUSTOMER HAS A PLAN.
      *>--------------------------------------------------------
001058 1400-OPEN-ARRANGEMENTS.
001059     OPEN I-O ARRANGEMENT-FILE
001060     IF ARRANGE-NOT-FOUND
001061         OPEN OUTPUT ARRANGEMENT-FILE
001062         CLOSE ARRANGEMENT-FILE
001063         OPEN I-O ARRANGEMENT-FILE
001064     END-IF
001065     IF NOT ARRANGE-OK
001066         DISPLAY "ARRANGEMENT FILE OPEN FAILED, STATUS="
001067             WS-ARRANGE-STATUS
001068         MOVE 16 TO RETURN-CODE
001069         STOP RUN
001070     END-IF.

      *>--------------------------------------------------------
001160     PERFORM UNTIL CUSTMAST-AT-END
001170         ADD 1 TO WS-CUSTOMERS-READ
001180         IF ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD < ZERO
001182             IF CUST-CHARGED-OFF OF CUSTOMER-MASTER-RECORD
001184                 ADD 1 TO WS-CHARGED-OFF-COUNT
001186             ELSE
001187                 PERFORM 4200-FIND-CURRENT-ARRANGEMENT
001188                 IF ARRANGEMENT-FOUND AND AR-OPEN
001189                     ADD 1 TO WS-ARRANGEMENT-SKIPPED
001190                 ELSE
001191                     PERFORM 5000-GENERATE-DUNNING-LETTER
001192                 END-IF
001195             END-IF
001200         END-IF
001210         PERFORM 4100-READ-NEXT-MASTER-RECORD
001220     END-PERFORM.
001240     IF NOT CUSTMAST-AT-END
001250         READ CUSTOMER-MASTER-FILE NEXT RECORD
001260             AT END
001261                 SET CUSTMAST-AT-END TO TRUE
001262         END-READ
001263     END-IF.

      *>--------------------------------------------------------
      *>THE CUSTOMER'S LATEST PLAN IS THE HIGHEST KEY FOR THE
      *>IDENT. IT IS READ BACK BY KEY SO THE RECORD AREA HOLDS IT
      *>FOR THE LETTER AND THE REWRITE THAT MARKS IT SENT.
      *>--------------------------------------------------------
001264 4200-FIND-CURRENT-ARRANGEMENT.
001265     MOVE 'N' TO WS-ARRANGE-FOUND-SWITCH
001266     MOVE 'N' TO WS-ARRANGE-SCAN-SWITCH
001267     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO AR-IDENT
001268     MOVE ZERO TO AR-SET-DATE
001269     START ARRANGEMENT-FILE
001270         KEY IS NOT LESS THAN AR-KEY
001271         INVALID KEY
001272             SET ARRANGE-SCAN-ENDED TO TRUE
001273     END-START
001274     PERFORM 4250-READ-NEXT-ARRANGEMENT
001275         UNTIL ARRANGE-SCAN-ENDED
001276     IF ARRANGEMENT-FOUND
001277         MOVE WS-LATEST-ARRANGE-KEY TO AR-KEY
001278         READ ARRANGEMENT-FILE
001279             KEY IS AR-KEY
001280             INVALID KEY
001281                 MOVE 'N' TO WS-ARRANGE-FOUND-SWITCH
001282         END-READ
001283     END-IF.

001284 4250-READ-NEXT-ARRANGEMENT.
001285     READ ARRANGEMENT-FILE NEXT RECORD
001286         AT END
001287             SET ARRANGE-SCAN-ENDED TO TRUE
001288         NOT AT END
001289             IF AR-IDENT NOT = IDENT OF CUSTOMER-MASTER-RECORD
001290                 SET ARRANGE-SCAN-ENDED TO TRUE
001291             ELSE
001292                 SET ARRANGEMENT-FOUND TO TRUE
001293                 MOVE AR-KEY TO WS-LATEST-ARRANGE-KEY
001294             END-IF
001295     END-READ.

      *>--------------------------------------------------------
      *>ONE DUNNING LETTER
001370         END-STRING
001380         WRITE MAILING-SUMMARY-RECORD FROM WS-REPORT-LINE
001390     ELSE
001392         IF ARRANGEMENT-FOUND AND AR-BROKEN AND
001394            AR-BROKEN-LETTER-DUE
001396             PERFORM 5150-BROKEN-PROMISE-TIER
001398         ELSE
001400             PERFORM 5100-DETERMINE-LETTER-TIER
001405         END-IF
001410         PERFORM 5200-PRINT-LETTER-BODY
001415         PERFORM 5300-NOTE-LETTER-MAILED
001416         IF WS-LETTER-TIER = 4
001417             PERFORM 5400-MARK-BROKEN-LETTER-SENT
001418         END-IF
001420     END-IF.

001430 5100-DETERMINE-LETTER-TIER.
001590             ADD 1 TO WS-TIER3-COUNT
001600             ADD ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
001610                 TO WS-TIER3-AMOUNT
001611     END-EVALUATE.

      *>--------------------------------------------------------
      *>TIER 4 - BROKEN PROMISE TO PAY. THE LETTER NAMES THE
      *>INSTALLMENT CUSTPTPN FOUND BROKEN.
      *>--------------------------------------------------------
001612 5150-BROKEN-PROMISE-TIER.
001613     MOVE 4 TO WS-LETTER-TIER
001614     ADD 1 TO WS-BROKEN-PROMISE-COUNT
001615     ADD ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
001616         TO WS-BROKEN-PROMISE-AMOUNT
001617     MOVE 1 TO WS-BROKEN-SUB
001618     PERFORM VARYING WS-INST-SUB FROM 1 BY 1
001619             UNTIL WS-INST-SUB > AR-INSTALLMENT-COUNT
001620         IF AR-INST-BROKEN (WS-INST-SUB)
001621             MOVE WS-INST-SUB TO WS-BROKEN-SUB
001622         END-IF
001623     END-PERFORM
001624     MOVE AR-DUE-AMOUNT (WS-BROKEN-SUB) TO WS-INSTALLMENT-DISPLAY.

001630 5200-PRINT-LETTER-BODY.
001640     MOVE SPACES TO WS-REPORT-LINE
001990             END-STRING
002000         WHEN 3
002010             STRING "FINAL NOTICE: A BALANCE OF "
002011                 WS-BALANCE-DISPLAY
002012                 " WILL BE REFERRED TO COLLECTION IN 10 DAYS."
002013                 DELIMITED BY SIZE INTO WS-REPORT-LINE
002014             END-STRING
002015         WHEN 4
002016             STRING "YOUR PAYMENT OF " WS-INSTALLMENT-DISPLAY
002017                 " DUE " AR-DUE-DATE (WS-BROKEN-SUB)
002018                 " UNDER THE PAYMENT ARRANGEMENT AGREED ON "
002019                 AR-SET-DATE " WAS NOT RECEIVED."
002020                 DELIMITED BY SIZE INTO WS-REPORT-LINE
002021             END-STRING
002022             WRITE LETTER-PRINT-RECORD FROM WS-REPORT-LINE
002023             MOVE SPACES TO WS-REPORT-LINE
002024             STRING "THE ARRANGEMENT HAS ENDED AND THE FULL "
002025                 "BALANCE OF " WS-BALANCE-DISPLAY
002026                 " IS NOW DUE. PLEASE REMIT WITHIN 10 DAYS."
002027                 DELIMITED BY SIZE INTO WS-REPORT-LINE
002028             END-STRING
002029     END-EVALUATE
002030     WRITE LETTER-PRINT-RECORD FROM WS-REPORT-LINE
002031     MOVE SPACES TO WS-REPORT-LINE
002032     WRITE LETTER-PRINT-RECORD FROM WS-REPORT-LINE.

002033 5300-NOTE-LETTER-MAILED.
002034     MOVE SPACES TO WS-NOTE-TEXT
002035     EVALUATE WS-LETTER-TIER
002036         WHEN 1
002037             STRING "TIER 1 DUNNING LETTER (REMINDER) MAILED, "
002038                 "BALANCE " WS-BALANCE-DISPLAY
002039                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
002040             END-STRING
002041         WHEN 2
002042             STRING "TIER 2 DUNNING LETTER (URGENT) MAILED, "
002043                 "BALANCE " WS-BALANCE-DISPLAY
002044                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
002045             END-STRING
002046         WHEN 3
002047             STRING "TIER 3 DUNNING LETTER (FINAL) MAILED, "
002048                 "BALANCE " WS-BALANCE-DISPLAY
002049                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
002050             END-STRING
002051         WHEN 4
002052             STRING "BROKEN-PROMISE LETTER MAILED, "
002053                 "BALANCE " WS-BALANCE-DISPLAY
002054                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
002055             END-STRING
002056     END-EVALUATE
002057     PERFORM 8000-WRITE-SYSTEM-NOTE.

      *>--------------------------------------------------------
      *>THE BROKEN-PROMISE LETTER GOES ONCE. A FAILED REWRITE IS
      *>REPORTED; THE PLAN THEN GETS THE LETTER AGAIN NEXT RUN.
      *>--------------------------------------------------------
002058 5400-MARK-BROKEN-LETTER-SENT.
002059     SET AR-BROKEN-LETTER-SENT TO TRUE
002060     REWRITE ARRANGEMENT-RECORD
002061         INVALID KEY
002062             DISPLAY "ARRANGEMENT REWRITE FAILED FOR IDENT "
002063                 AR-IDENT " STATUS=" WS-ARRANGE-STATUS
002064     END-REWRITE.

      *>--------------------------------------------------------
      *>SYSTEM NOTE FOR THE CUSTOMER IN HAND. A DUPLICATE KEY
      *>TAKES THE NEXT SEQUENCE; ANY OTHER NOTES FILE PROBLEM IS
      *>REPORTED AND COUNTED BUT NEVER STOPS THE RUN -
      *>THE LETTERS MATTER MORE THAN THE NOTE OF THEM.
      *>--------------------------------------------------------
002065 8000-WRITE-SYSTEM-NOTE.
002066     MOVE SPACES TO CUSTOMER-NOTE-RECORD
002067     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO CN-IDENT
002068     MOVE WS-RUN-DATE TO CN-NOTE-DATE
002069     MOVE WS-NOTE-START-TIME (1:6) TO CN-NOTE-TIME
002070     MOVE 1 TO CN-NOTE-SEQ
002071     SET CN-SYSTEM-NOTE TO TRUE
002072     MOVE "CUSTDUNL" TO CN-OPERATOR
002073     MOVE WS-NOTE-TEXT TO CN-NOTE-TEXT
002074     MOVE 'N' TO WS-NOTE-DONE-SWITCH
002075     PERFORM 8100-TRY-NOTE-KEY
002076         UNTIL NOTE-WRITE-DONE.

002077 8100-TRY-NOTE-KEY.
002078     WRITE CUSTOMER-NOTE-RECORD
002079         INVALID KEY
002080             CONTINUE
002081     END-WRITE
002082     EVALUATE TRUE
002083         WHEN CUSTNOTE-OK
002084             ADD 1 TO WS-NOTES-WRITTEN
002085             SET NOTE-WRITE-DONE TO TRUE
002086         WHEN CUSTNOTE-DUPLICATE AND CN-NOTE-SEQ < 999
002087             ADD 1 TO CN-NOTE-SEQ
002088         WHEN OTHER
002089             DISPLAY "CUSTOMER NOTE WRITE FAILED FOR IDENT "
002090                 CN-IDENT " STATUS=" WS-CUSTNOTE-STATUS
002091             ADD 1 TO WS-NOTES-FAILED
002092             SET NOTE-WRITE-DONE TO TRUE
002093     END-EVALUATE.

      *>--------------------------------------------------------
      *>TERMINATION - MAILING SUMMARY
002170     CLOSE CUSTOMER-MASTER-FILE
002180     CLOSE LETTER-PRINT-FILE
002190     CLOSE MAILING-SUMMARY-FILE
002195     CLOSE CUSTOMER-NOTE-FILE
002197     CLOSE ARRANGEMENT-FILE
002200     DISPLAY "CUSTOMERS READ:   " WS-CUSTOMERS-READ
002210     DISPLAY "TIER 1 LETTERS:   " WS-TIER1-COUNT
002220     DISPLAY "TIER 2 LETTERS:   " WS-TIER2-COUNT
002230     DISPLAY "TIER 3 LETTERS:   " WS-TIER3-COUNT
002235     DISPLAY "BROKEN PROMISE:   " WS-BROKEN-PROMISE-COUNT
002240     DISPLAY "HELD NO ADDRESS:  " WS-NO-ADDRESS-COUNT
002245     DISPLAY "CHARGED OFF:      " WS-CHARGED-OFF-COUNT
002246     DISPLAY "ARRANGEMENT OPEN: " WS-ARRANGEMENT-SKIPPED
002247     DISPLAY "NOTES WRITTEN:    " WS-NOTES-WRITTEN
002248     DISPLAY "NOTES FAILED:     " WS-NOTES-FAILED.

002250 9100-WRITE-TIER-SUMMARY-LINES.
002260     MOVE WS-TIER1-AMOUNT TO WS-AMOUNT-DISPLAY
002440         DELIMITED BY SIZE INTO WS-REPORT-LINE
002450     END-STRING
002460     WRITE MAILING-SUMMARY-RECORD FROM WS-REPORT-LINE
002461     MOVE WS-BROKEN-PROMISE-AMOUNT TO WS-AMOUNT-DISPLAY
002462     MOVE SPACES TO WS-REPORT-LINE
002463     STRING "BROKEN PROMISE:   " WS-BROKEN-PROMISE-COUNT
002464         " TOTAL " WS-AMOUNT-DISPLAY
002465         DELIMITED BY SIZE INTO WS-REPORT-LINE
002466     END-STRING
002467     WRITE MAILING-SUMMARY-RECORD FROM WS-REPORT-LINE
002470     MOVE SPACES TO WS-REPORT-LINE
002480     STRING "HELD - NO MAILING ADDRESS: " WS-NO-ADDRESS-COUNT
002490         DELIMITED BY SIZE INTO WS-REPORT-LINE
002500     END-STRING
002510     WRITE MAILING-SUMMARY-RECORD FROM WS-REPORT-LINE
002520     MOVE SPACES TO WS-REPORT-LINE
002530     STRING "SKIPPED - CHARGED OFF:     " WS-CHARGED-OFF-COUNT
002540         DELIMITED BY SIZE INTO WS-REPORT-LINE
002550     END-STRING
002560     WRITE MAILING-SUMMARY-RECORD FROM WS-REPORT-LINE
002570     MOVE SPACES TO WS-REPORT-LINE
002580     STRING "SKIPPED - ARRANGEMENT OPEN: " WS-ARRANGEMENT-SKIPPED
002590         DELIMITED BY SIZE INTO WS-REPORT-LINE
002600     END-STRING
002610     WRITE MAILING-SUMMARY-RECORD FROM WS-REPORT-LINE.
