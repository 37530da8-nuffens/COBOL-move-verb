000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTPTPN.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>NIGHTLY PROMISE-TO-PAY MONITOR.
      *>RUNS AFTER THE NIGHTLY CUSTLOAD AND BEFORE CUSTDUNL. FOR
      *>EVERY OPEN PLAN ON PROD.CUSTOMER.ARRANGE IT ADDS THE NET
      *>DEBIT-SIDE MONEY POSTED TO TRANHIST SINCE THE PLAN WAS
      *>SET UP AND NOT YET COUNTED, THEN TESTS THE INSTALLMENTS
      *>IN DUE-DATE ORDER AGAINST THE RUNNING TOTAL PAID:
      *>  - COVERED, WITH EVERY INSTALLMENT BEFORE IT - KEPT.
      *>  - SHORT, AND ITS DUE DATE PLUS THE GRACE DAYS HAS
      *>    PASSED - BROKEN. THE WHOLE PLAN IS THEN BROKEN AS OF
      *>    THE RUN DATE AND FLAGGED FOR CUSTDUNL'S
      *>    BROKEN-PROMISE LETTER.
      *>  - SHORT BUT STILL IN GRACE - LEFT PENDING.
      *>A PLAN WITH EVERY INSTALLMENT KEPT IS COMPLETED. A
      *>BROKEN OR COMPLETED PLAN GETS A SYSTEM NOTE ON THE
      *>CUSTOMER'S CONTACT NOTES (CNOT).
      *>DEPOSITS, D-SIDE ADJUSTMENTS AND D-SIDE MERGE TRANSFERS
      *>COUNT AS PAID; A REVERSAL OF ONE TAKES IT BACK OFF.
      *>WRITE-OFFS ARE NOT MONEY FROM THE CUSTOMER AND DO NOT
      *>COUNT.
      *>ONE ARRACTV RECORD GOES TO THE ACTIVITY FILE FOR EVERY
      *>PLAN STILL OPEN AFTER THE RUN AND EVERY PLAN BROKEN,
      *>COMPLETED OR CANCELLED ON THE RUN DATE, FOR THE CUSTPTPR
      *>REPORT BY COLLECTOR.
      *>PARM IS RUNDATE,GRACE. RUNDATE (YYYYMMDD) DEFAULTS TO THE
      *>SYSTEM DATE; GRACE DAYS ARE THREE DIGITS AND DEFAULT TO
      *>003.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT ARRANGEMENT-FILE ASSIGN TO ARRANGE
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS AR-KEY
000120         FILE STATUS IS WS-ARRANGE-STATUS.
000130     SELECT TRANSACTION-HISTORY-FILE ASSIGN TO TRANHIST
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS TH-KEY
000170         FILE STATUS IS WS-TRANHIST-STATUS.
000180     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000190         ORGANIZATION IS INDEXED
000200         ACCESS MODE IS DYNAMIC
000210         RECORD KEY IS CN-KEY
000220         FILE STATUS IS WS-CUSTNOTE-STATUS.
000230     SELECT ARRANGEMENT-ACTIVITY-FILE ASSIGN TO ARRACTV
000240         ORGANIZATION IS SEQUENTIAL
000250         FILE STATUS IS WS-ARRACTV-STATUS.

000260 DATA DIVISION.

000270 FILE SECTION.

000280 FD  ARRANGEMENT-FILE
000290     LABEL RECORDS ARE STANDARD.
000300 01  ARRANGEMENT-RECORD.
000310     COPY ARRANGE.

000320 FD  TRANSACTION-HISTORY-FILE
000330     LABEL RECORDS ARE STANDARD.
000340 01  TRANSACTION-HISTORY-RECORD.
000350     COPY TRANHIST.

      *>CUSTOMER CONTACT NOTES - A SYSTEM NOTE FOR EVERY PLAN
      *>BROKEN OR COMPLETED.
000360 FD  CUSTOMER-NOTE-FILE
000370     LABEL RECORDS ARE STANDARD.
000380 01  CUSTOMER-NOTE-RECORD.
000390     COPY CUSTNOTE.

000400 FD  ARRANGEMENT-ACTIVITY-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 01  ARRANGEMENT-ACTIVITY-RECORD.
000430     COPY ARRACTV.

000440 WORKING-STORAGE SECTION.

000450 01 WS-FILE-STATUS-GROUP.
000460     05 WS-ARRANGE-STATUS PIC XX VALUE "00".
000470        88 ARRANGE-OK VALUE "00".
000480        88 ARRANGE-NOT-FOUND VALUE "35".
000490     05 WS-TRANHIST-STATUS PIC XX VALUE "00".
000500        88 TRANHIST-OK VALUE "00".
000510     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
000520        88 CUSTNOTE-OK VALUE "00".
000530        88 CUSTNOTE-DUPLICATE VALUE "22".
000540        88 CUSTNOTE-NOT-FOUND VALUE "35".
000550     05 WS-ARRACTV-STATUS PIC XX VALUE "00".
000560        88 ARRACTV-OK VALUE "00".

000570 01 WS-SWITCHES.
000580     05 WS-ARRANGE-EOF-SWITCH PIC X VALUE 'N'.
000590        88 ARRANGE-AT-END VALUE 'Y'.
000600     05 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
000610        88 HISTORY-AT-END VALUE 'Y'.
000620     05 WS-TEST-DONE-SWITCH PIC X VALUE 'N'.
000630        88 INSTALLMENT-TEST-DONE VALUE 'Y'.
000640     05 WS-NOTE-DONE-SWITCH PIC X VALUE 'N'.
000650        88 NOTE-WRITE-DONE VALUE 'Y'.

000660 01 WS-COUNTS.
000670     05 WS-PLANS-READ PIC 9(7) VALUE ZERO.
000680     05 WS-PLANS-MONITORED PIC 9(7) VALUE ZERO.
000690     05 WS-INSTALLMENTS-KEPT PIC 9(7) VALUE ZERO.
000700     05 WS-PLANS-BROKEN PIC 9(7) VALUE ZERO.
000710     05 WS-PLANS-COMPLETED PIC 9(7) VALUE ZERO.
000720     05 WS-HISTORY-RECORDS-READ PIC 9(9) VALUE ZERO.
000730     05 WS-ACTIVITY-WRITTEN PIC 9(7) VALUE ZERO.
000740     05 WS-REWRITES-FAILED PIC 9(7) VALUE ZERO.
000750     05 WS-NOTES-WRITTEN PIC 9(7) VALUE ZERO.
000760     05 WS-NOTES-FAILED PIC 9(7) VALUE ZERO.

000770 01 WS-RUN-PARAMETERS.
000780     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000790     05 WS-GRACE-DAYS PIC 9(3) VALUE 3.
000800     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.
000810     05 WS-PARM-GRACE-DAYS PIC X(3) VALUE SPACES.

000820 01 WS-CURRENT-DATE-FIELDS.
000830     05 WS-SYSTEM-DATE PIC 9(8).

000840 01 WS-MONITOR-WORK.
000850     05 WS-RUN-DAY-NUMBER PIC 9(7) VALUE ZERO.
000860     05 WS-GRACE-END-DAY PIC 9(7) VALUE ZERO.
000870     05 WS-INST-SUB PIC 9(2) VALUE ZERO.
000880     05 WS-BROKEN-SUB PIC 9(2) VALUE ZERO.
000890     05 WS-KEPT-TODAY PIC 9(2) VALUE ZERO.
000900     05 WS-SIGNED-EFFECT PIC S9(7)V99 VALUE ZERO.
000910     05 WS-PAID-TODAY PIC S9(7)V99 VALUE ZERO.
000920     05 WS-PAID-WORK PIC S9(7)V99 VALUE ZERO.
000930     05 WS-CUMULATIVE-DUE PIC 9(7)V99 VALUE ZERO.
000940     05 WS-BROKEN-CUMULATIVE PIC 9(7)V99 VALUE ZERO.
000950     05 WS-AMOUNT-DISPLAY PIC ZZZZ9.99.

      *>SYSTEM NOTES ON PROD.CUSTOMER.NOTES ARE STAMPED WITH THE
      *>RUN DATE AND THE TIME THIS JOB STARTED.
000960 01 WS-NOTE-WORK.
000970     05 WS-NOTE-START-TIME PIC 9(8) VALUE ZERO.
000980     05 WS-NOTE-TEXT PIC X(70) VALUE SPACES.

000990 LINKAGE SECTION.
001000 01 LK-PARM-AREA.
001010     05 LK-PARM-LENGTH PIC S9(4) COMP.
001020     05 LK-PARM-TEXT PIC X(80).

001030 PROCEDURE DIVISION USING LK-PARM-AREA.

001040 0000-MAIN-LOGIC.
001050     PERFORM 1000-INITIALIZE
001060     PERFORM 2000-PROCESS-ARRANGEMENTS
001070     PERFORM 9000-TERMINATE
001080     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001090 1000-INITIALIZE.
001100     PERFORM 1100-GET-RUN-PARAMETERS
001110     OPEN I-O ARRANGEMENT-FILE
001120     IF ARRANGE-NOT-FOUND
001130         OPEN OUTPUT ARRANGEMENT-FILE
001140         CLOSE ARRANGEMENT-FILE
001150         OPEN I-O ARRANGEMENT-FILE
001160     END-IF
001170     IF NOT ARRANGE-OK
001180         DISPLAY "ARRANGEMENT FILE OPEN FAILED, STATUS="
001190             WS-ARRANGE-STATUS
001200         MOVE 16 TO RETURN-CODE
001210         STOP RUN
001220     END-IF
001230     OPEN INPUT TRANSACTION-HISTORY-FILE
001240     IF NOT TRANHIST-OK
001250         DISPLAY "TRANSACTION HISTORY OPEN FAILED, STATUS="
001260             WS-TRANHIST-STATUS
001270         MOVE 16 TO RETURN-CODE
001280         STOP RUN
001290     END-IF
001300     OPEN OUTPUT ARRANGEMENT-ACTIVITY-FILE
001310     IF NOT ARRACTV-OK
001320         DISPLAY "ARRANGEMENT ACTIVITY OPEN FAILED, STATUS="
001330             WS-ARRACTV-STATUS
001340         MOVE 16 TO RETURN-CODE
001350         STOP RUN
001360     END-IF
001370     PERFORM 1300-OPEN-CUSTOMER-NOTES
001380     COMPUTE WS-RUN-DAY-NUMBER =
001390         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

001400 1100-GET-RUN-PARAMETERS.
001410     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001420     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001430     IF LK-PARM-LENGTH > ZERO
001440         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
001450             DELIMITED BY ","
001460             INTO WS-PARM-RUN-DATE
001470                  WS-PARM-GRACE-DAYS
001480         END-UNSTRING
001490         IF WS-PARM-RUN-DATE NUMERIC AND
001500            WS-PARM-RUN-DATE NOT = ZERO
001510             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001520         END-IF
001530         IF WS-PARM-GRACE-DAYS NUMERIC
001540             MOVE WS-PARM-GRACE-DAYS TO WS-GRACE-DAYS
001550         END-IF
001560     END-IF.

001570 1300-OPEN-CUSTOMER-NOTES.
001580     ACCEPT WS-NOTE-START-TIME FROM TIME
001590     OPEN I-O CUSTOMER-NOTE-FILE
001600     IF CUSTNOTE-NOT-FOUND
001610         OPEN OUTPUT CUSTOMER-NOTE-FILE
001620         CLOSE CUSTOMER-NOTE-FILE
001630         OPEN I-O CUSTOMER-NOTE-FILE
001640     END-IF
001650     IF NOT CUSTNOTE-OK
001660         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
001670             WS-CUSTNOTE-STATUS
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF.

      *>--------------------------------------------------------
      *>EVERY PLAN ON FILE, IN KEY ORDER. ONLY OPEN PLANS ARE
      *>MONITORED; A PLAN CLOSED ON THE RUN DATE (CANCELLED BY
      *>CUSTPTPM TODAY, OR BROKEN OR COMPLETED BY AN EARLIER
      *>RUN OF THIS JOB TODAY) IS STILL REPORTED.
      *>--------------------------------------------------------
001710 2000-PROCESS-ARRANGEMENTS.
001720     PERFORM 2100-READ-NEXT-ARRANGEMENT
001730     PERFORM UNTIL ARRANGE-AT-END
001740         ADD 1 TO WS-PLANS-READ
001750         MOVE ZERO TO WS-PAID-TODAY
001760         MOVE ZERO TO WS-KEPT-TODAY
001770         IF AR-OPEN
001780             PERFORM 3000-MONITOR-ARRANGEMENT
001790         END-IF
001800         IF AR-OPEN OR AR-STATUS-DATE = WS-RUN-DATE
001810             PERFORM 5000-WRITE-ACTIVITY-RECORD
001820         END-IF
001830         PERFORM 2100-READ-NEXT-ARRANGEMENT
001840     END-PERFORM.

001850 2100-READ-NEXT-ARRANGEMENT.
001860     READ ARRANGEMENT-FILE NEXT RECORD
001870         AT END
001880             SET ARRANGE-AT-END TO TRUE
001890     END-READ.

      *>--------------------------------------------------------
      *>ONE OPEN PLAN: COUNT THE NEW MONEY, TEST THE
      *>INSTALLMENTS, AND PUT THE PLAN BACK.
      *>--------------------------------------------------------
001900 3000-MONITOR-ARRANGEMENT.
001910     ADD 1 TO WS-PLANS-MONITORED
001920     IF AR-CHECKED-THROUGH < WS-RUN-DATE
001930         PERFORM 3100-SUM-NEW-PAYMENTS
001940         COMPUTE WS-PAID-WORK = AR-TOTAL-PAID + WS-PAID-TODAY
001950         IF WS-PAID-WORK < ZERO
001960             MOVE ZERO TO WS-PAID-WORK
001970         END-IF
001980         MOVE WS-PAID-WORK TO AR-TOTAL-PAID
001990         MOVE WS-RUN-DATE TO AR-CHECKED-THROUGH
002000     END-IF
002010     PERFORM 3300-TEST-INSTALLMENTS
002020     REWRITE ARRANGEMENT-RECORD
002030         INVALID KEY
002040             DISPLAY "ARRANGEMENT REWRITE FAILED FOR IDENT "
002050                 AR-IDENT " STATUS=" WS-ARRANGE-STATUS
002060             ADD 1 TO WS-REWRITES-FAILED
002070         NOT INVALID KEY
002080             PERFORM 4000-NOTE-PLAN-CLOSED
002090     END-REWRITE.

      *>--------------------------------------------------------
      *>HISTORY FOR THE IDENT FROM THE PLAN'S SET-UP DATE ON.
      *>RUN DATES ALREADY COUNTED BY AN EARLIER RUN, AND ANY
      *>LATER THAN THIS RUN, ARE PASSED OVER.
      *>--------------------------------------------------------
002100 3100-SUM-NEW-PAYMENTS.
002110     MOVE 'N' TO WS-HISTORY-EOF-SWITCH
002120     MOVE AR-IDENT TO TH-IDENT
002130     MOVE AR-SET-DATE TO TH-RUN-DATE
002140     MOVE ZERO TO TH-SEQ
002150     START TRANSACTION-HISTORY-FILE
002160         KEY IS NOT LESS THAN TH-KEY
002170         INVALID KEY
002180             SET HISTORY-AT-END TO TRUE
002190     END-START
002200     PERFORM 3200-READ-NEXT-HISTORY-RECORD
002210     PERFORM UNTIL HISTORY-AT-END
002220         ADD 1 TO WS-HISTORY-RECORDS-READ
002230         IF TH-RUN-DATE > AR-CHECKED-THROUGH
002240             PERFORM 3250-DERIVE-PAYMENT-EFFECT
002250             ADD WS-SIGNED-EFFECT TO WS-PAID-TODAY
002260         END-IF
002270         PERFORM 3200-READ-NEXT-HISTORY-RECORD
002280     END-PERFORM.

002290 3200-READ-NEXT-HISTORY-RECORD.
002300     IF NOT HISTORY-AT-END
002310         READ TRANSACTION-HISTORY-FILE NEXT RECORD
002320             AT END
002330                 SET HISTORY-AT-END TO TRUE
002340         END-READ
002350     END-IF
002360     IF NOT HISTORY-AT-END
002370         IF TH-IDENT NOT = AR-IDENT OR
002380            TH-RUN-DATE > WS-RUN-DATE
002390             SET HISTORY-AT-END TO TRUE
002400         END-IF
002410     END-IF.

      *>--------------------------------------------------------
      *>WHAT ONE HISTORY ITEM PAID TOWARD THE PLAN. THE DEBIT
      *>SIDE PER THE LOADER'S POSTING RULES, LESS WRITE-OFFS; A
      *>REVERSAL OF A D-SIDE ITEM TAKES THE MONEY BACK. CHARGES
      *>AND FEES ARE NOT PAYMENTS AND COUNT NOTHING.
      *>--------------------------------------------------------
002420 3250-DERIVE-PAYMENT-EFFECT.
002430     EVALUATE TRUE
002440         WHEN TH-TRAN-TYPE = "D"
002450             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
002460         WHEN TH-TRAN-TYPE = "A" AND
002470              TH-TRAN-REFERENCE(1:1) = "D"
002480         WHEN TH-TRAN-TYPE = "X" AND
002490              TH-TRAN-REFERENCE(1:1) = "D"
002500             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
002510         WHEN TH-TRAN-TYPE = "R" AND
002520              TH-TRAN-REFERENCE(1:1) = "D"
002530             COMPUTE WS-SIGNED-EFFECT = 0 - TH-TRAN-AMOUNT
002540         WHEN OTHER
002550             MOVE ZERO TO WS-SIGNED-EFFECT
002560     END-EVALUATE.

      *>--------------------------------------------------------
      *>INSTALLMENTS IN ORDER AGAINST THE RUNNING TOTAL. THE
      *>TEST STOPS AT THE FIRST ONE NOT COVERED - EITHER IT
      *>BROKE THE PLAN OR IT IS NOT YET PAST ITS GRACE DAYS.
      *>--------------------------------------------------------
002570 3300-TEST-INSTALLMENTS.
002580     MOVE ZERO TO WS-CUMULATIVE-DUE
002590     MOVE 'N' TO WS-TEST-DONE-SWITCH
002600     PERFORM 3350-TEST-ONE-INSTALLMENT
002610         VARYING WS-INST-SUB FROM 1 BY 1
002620         UNTIL WS-INST-SUB > AR-INSTALLMENT-COUNT
002630            OR INSTALLMENT-TEST-DONE
002640     IF AR-OPEN AND AR-KEPT-COUNT = AR-INSTALLMENT-COUNT
002650         SET AR-COMPLETED TO TRUE
002660         MOVE WS-RUN-DATE TO AR-STATUS-DATE
002670         ADD 1 TO WS-PLANS-COMPLETED
002680     END-IF.

002690 3350-TEST-ONE-INSTALLMENT.
002700     ADD AR-DUE-AMOUNT (WS-INST-SUB) TO WS-CUMULATIVE-DUE
002710     IF NOT AR-INST-KEPT (WS-INST-SUB)
002720         IF AR-TOTAL-PAID NOT < WS-CUMULATIVE-DUE
002730             SET AR-INST-KEPT (WS-INST-SUB) TO TRUE
002740             MOVE WS-RUN-DATE
002750                 TO AR-INST-RESOLVED-DATE (WS-INST-SUB)
002760             ADD 1 TO AR-KEPT-COUNT
002770             ADD 1 TO WS-KEPT-TODAY
002780             ADD 1 TO WS-INSTALLMENTS-KEPT
002790         ELSE
002800             SET INSTALLMENT-TEST-DONE TO TRUE
002810             COMPUTE WS-GRACE-END-DAY =
002820                 FUNCTION INTEGER-OF-DATE(
002830                     AR-DUE-DATE (WS-INST-SUB)) + WS-GRACE-DAYS
002840             IF WS-GRACE-END-DAY < WS-RUN-DAY-NUMBER
002850                 SET AR-INST-BROKEN (WS-INST-SUB) TO TRUE
002860                 MOVE WS-RUN-DATE
002870                     TO AR-INST-RESOLVED-DATE (WS-INST-SUB)
002880                 SET AR-BROKEN TO TRUE
002890                 MOVE WS-RUN-DATE TO AR-STATUS-DATE
002900                 SET AR-BROKEN-LETTER-DUE TO TRUE
002910                 ADD 1 TO WS-PLANS-BROKEN
002920             END-IF
002930         END-IF
002940     END-IF.

      *>--------------------------------------------------------
      *>CONTACT NOTE FOR A PLAN THIS RUN CLOSED.
      *>--------------------------------------------------------
002950 4000-NOTE-PLAN-CLOSED.
002960     EVALUATE TRUE
002970         WHEN AR-BROKEN AND AR-STATUS-DATE = WS-RUN-DATE
002980             PERFORM 5100-SUMMARIZE-SCHEDULE
002990             MOVE AR-DUE-AMOUNT (WS-BROKEN-SUB)
003000                 TO WS-AMOUNT-DISPLAY
003010             MOVE SPACES TO WS-NOTE-TEXT
003020             STRING "PROMISE TO PAY BROKEN - INSTALLMENT OF "
003030                 WS-AMOUNT-DISPLAY " DUE "
003040                 AR-DUE-DATE (WS-BROKEN-SUB) " NOT MET"
003050                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
003060             END-STRING
003070             PERFORM 8000-WRITE-SYSTEM-NOTE
003080         WHEN AR-COMPLETED AND AR-STATUS-DATE = WS-RUN-DATE
003090             MOVE SPACES TO WS-NOTE-TEXT
003100             STRING "PROMISE TO PAY OF " AR-SET-DATE
003110                 " COMPLETED - ALL " AR-INSTALLMENT-COUNT
003120                 " INSTALLMENTS KEPT"
003130                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
003140             END-STRING
003150             PERFORM 8000-WRITE-SYSTEM-NOTE
003160     END-EVALUATE.

      *>--------------------------------------------------------
      *>ACTIVITY RECORD FOR THE REPORT
      *>--------------------------------------------------------
003170 5000-WRITE-ACTIVITY-RECORD.
003180     PERFORM 5100-SUMMARIZE-SCHEDULE
003190     MOVE SPACES TO ARRANGEMENT-ACTIVITY-RECORD
003200     MOVE AR-COLLECTOR TO AA-COLLECTOR
003210     MOVE AR-IDENT TO AA-IDENT
003220     MOVE AR-SET-DATE TO AA-SET-DATE
003230     MOVE AR-STATUS TO AA-RESULT
003240     MOVE AR-INSTALLMENT-AMOUNT TO AA-INSTALLMENT-AMOUNT
003250     MOVE AR-INSTALLMENT-COUNT TO AA-INSTALLMENT-COUNT
003260     MOVE AR-KEPT-COUNT TO AA-KEPT-COUNT
003270     MOVE WS-KEPT-TODAY TO AA-KEPT-TODAY
003280     MOVE WS-CUMULATIVE-DUE TO AA-PROMISED-TOTAL
003290     MOVE AR-TOTAL-PAID TO AA-TOTAL-PAID
003300     MOVE WS-PAID-TODAY TO AA-PAID-TODAY
003310     MOVE ZERO TO AA-NEXT-DUE-DATE
003320     MOVE ZERO TO AA-BROKEN-DUE-DATE
003330     MOVE ZERO TO AA-SHORTFALL
003340     IF AR-OPEN
003350         MOVE AR-DUE-DATE (AR-KEPT-COUNT + 1) TO AA-NEXT-DUE-DATE
003360     END-IF
003370     IF AR-BROKEN AND WS-BROKEN-SUB > ZERO
003380         MOVE AR-DUE-DATE (WS-BROKEN-SUB) TO AA-BROKEN-DUE-DATE
003390         IF WS-BROKEN-CUMULATIVE > AR-TOTAL-PAID
003400             COMPUTE AA-SHORTFALL =
003410                 WS-BROKEN-CUMULATIVE - AR-TOTAL-PAID
003420         END-IF
003430     END-IF
003440     WRITE ARRANGEMENT-ACTIVITY-RECORD
003441     IF NOT ARRACTV-OK
003442         DISPLAY "ARRANGEMENT ACTIVITY WRITE FAILED, STATUS="
003443             WS-ARRACTV-STATUS
003444         MOVE 16 TO RETURN-CODE
003445         STOP RUN
003446     END-IF
003450     ADD 1 TO WS-ACTIVITY-WRITTEN.

      *>--------------------------------------------------------
      *>PROMISED TOTAL OF THE WHOLE SCHEDULE, AND FOR A BROKEN
      *>PLAN THE INSTALLMENT THAT BROKE IT WITH THE CUMULATIVE
      *>AMOUNT DUE THROUGH IT.
      *>--------------------------------------------------------
003460 5100-SUMMARIZE-SCHEDULE.
003470     MOVE ZERO TO WS-CUMULATIVE-DUE
003480     MOVE ZERO TO WS-BROKEN-SUB
003490     MOVE ZERO TO WS-BROKEN-CUMULATIVE
003500     PERFORM VARYING WS-INST-SUB FROM 1 BY 1
003510             UNTIL WS-INST-SUB > AR-INSTALLMENT-COUNT
003520         ADD AR-DUE-AMOUNT (WS-INST-SUB) TO WS-CUMULATIVE-DUE
003530         IF AR-INST-BROKEN (WS-INST-SUB)
003540             MOVE WS-INST-SUB TO WS-BROKEN-SUB
003550             MOVE WS-CUMULATIVE-DUE TO WS-BROKEN-CUMULATIVE
003560         END-IF
003570     END-PERFORM.

      *>--------------------------------------------------------
      *>SYSTEM NOTE FOR THE PLAN IN HAND. A DUPLICATE KEY
      *>TAKES THE NEXT SEQUENCE; ANY OTHER NOTES FILE PROBLEM IS
      *>REPORTED AND COUNTED BUT NEVER STOPS THE RUN -
      *>THE PLAN ITSELF IS ALREADY UPDATED.
      *>--------------------------------------------------------
003580 8000-WRITE-SYSTEM-NOTE.
003590     MOVE SPACES TO CUSTOMER-NOTE-RECORD
003600     MOVE AR-IDENT TO CN-IDENT
003610     MOVE WS-RUN-DATE TO CN-NOTE-DATE
003620     MOVE WS-NOTE-START-TIME (1:6) TO CN-NOTE-TIME
003630     MOVE 1 TO CN-NOTE-SEQ
003640     SET CN-SYSTEM-NOTE TO TRUE
003650     MOVE "CUSTPTPN" TO CN-OPERATOR
003660     MOVE WS-NOTE-TEXT TO CN-NOTE-TEXT
003670     MOVE 'N' TO WS-NOTE-DONE-SWITCH
003680     PERFORM 8100-TRY-NOTE-KEY
003690         UNTIL NOTE-WRITE-DONE.

003700 8100-TRY-NOTE-KEY.
003710     WRITE CUSTOMER-NOTE-RECORD
003720         INVALID KEY
003730             CONTINUE
003740     END-WRITE
003750     EVALUATE TRUE
003760         WHEN CUSTNOTE-OK
003770             ADD 1 TO WS-NOTES-WRITTEN
003780             SET NOTE-WRITE-DONE TO TRUE
003790         WHEN CUSTNOTE-DUPLICATE AND CN-NOTE-SEQ < 999
003800             ADD 1 TO CN-NOTE-SEQ
003810         WHEN OTHER
003820             DISPLAY "CUSTOMER NOTE WRITE FAILED FOR IDENT "
003830                 CN-IDENT " STATUS=" WS-CUSTNOTE-STATUS
003840             ADD 1 TO WS-NOTES-FAILED
003850             SET NOTE-WRITE-DONE TO TRUE
003860     END-EVALUATE.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
003870 9000-TERMINATE.
003880     CLOSE ARRANGEMENT-FILE
003890     CLOSE TRANSACTION-HISTORY-FILE
003900     CLOSE ARRANGEMENT-ACTIVITY-FILE
003910     CLOSE CUSTOMER-NOTE-FILE
003920     DISPLAY "RUN DATE:            " WS-RUN-DATE
003930     DISPLAY "GRACE DAYS:          " WS-GRACE-DAYS
003940     DISPLAY "PLANS READ:          " WS-PLANS-READ
003950     DISPLAY "OPEN PLANS CHECKED:  " WS-PLANS-MONITORED
003960     DISPLAY "INSTALLMENTS KEPT:   " WS-INSTALLMENTS-KEPT
003970     DISPLAY "PLANS BROKEN:        " WS-PLANS-BROKEN
003980     DISPLAY "PLANS COMPLETED:     " WS-PLANS-COMPLETED
003990     DISPLAY "HISTORY ITEMS READ:  " WS-HISTORY-RECORDS-READ
004000     DISPLAY "ACTIVITY RECORDS:    " WS-ACTIVITY-WRITTEN
004010     DISPLAY "NOTES WRITTEN:       " WS-NOTES-WRITTEN
004020     DISPLAY "NOTES FAILED:        " WS-NOTES-FAILED
004030     IF WS-REWRITES-FAILED > ZERO
004040         DISPLAY "PLAN REWRITES FAILED: " WS-REWRITES-FAILED
004050         MOVE 8 TO RETURN-CODE
004060     END-IF.
