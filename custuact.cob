000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTUACT.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>UNUSUAL-ACTIVITY AND SUPERVISOR-ADJUSTMENT MONITOR.
      *>READS THE RUN DATE'S TRANHIST POSTINGS AND HOLDS EACH
      *>CUSTOMER'S AGAINST THE CUSTOMER'S OWN POSTINGS OF THE 90
      *>DAYS BEFORE THE RUN. SECTION 1 OF UACTRPT FLAGS:
      *>  LARGE ITEM - AN ITEM OF AT LEAST THE FLOOR AMOUNT AND
      *>    MORE THAN THE MULTIPLIER TIMES THE CUSTOMER'S 90-DAY
      *>    AVERAGE ITEM (ANY ITEM OF AT LEAST THE FLOOR WHEN THE
      *>    CUSTOMER HAS NO 90-DAY ITEMS). W AND X ITEMS MOVE A
      *>    WHOLE BALANCE BY DESIGN AND ARE NOT TESTED OR COUNTED
      *>    IN THE AVERAGE.
      *>  REVERSAL/ADJ BURST - THE BURST LIMIT OR MORE TYPE R
      *>    AND A ITEMS ON ONE ACCOUNT IN THE RUN.
      *>  BALANCE SWING - THE BALANCE BEFORE THE RUN'S FIRST
      *>    ITEM WAS THE SWING LIMIT OR MORE OWED AND THE BALANCE
      *>    AFTER ITS LAST ITEM IS IN CREDIT.
      *>SECTION 2 TOTALS THE RUN'S TYPE A ADJUSTMENTS BY
      *>SUPERVISOR AUTHORITY (BYTES 2-12 OF THE REFERENCE) WITH
      *>EACH SUPERVISOR'S PRIOR 90-DAY COUNT, FLAGS A SUPERVISOR
      *>WITH THE VOLUME LIMIT OR MORE ADJUSTMENTS IN THE RUN,
      *>AND LISTS EVERY SUPERVISOR WHO ADJUSTED ONE IDENT IN THE
      *>RUN AND THE REPEAT LIMIT OR MORE TIMES COUNTING THE
      *>PRIOR 90 DAYS.
      *>NOTHING IS CHANGED. RETURN CODE 4 WHEN ANYTHING IS
      *>FLAGGED, 16 ON AN I/O FAILURE.
      *>PARM IS RUNDATE,MULTIPLIER,FLOOR (YYYYMMDD, WHOLE
      *>NUMBER, WHOLE DOLLARS), DEFAULTS TODAY, 5 AND 500.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT TRANSACTION-HISTORY-FILE ASSIGN TO TRANHIST
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS TH-KEY
000120         FILE STATUS IS WS-TRANHIST-STATUS.
000130     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS IDENT OF CUSTOMER-MASTER-RECORD
000170         FILE STATUS IS WS-CUSTMAST-STATUS.
000180     SELECT ACTIVITY-REPORT-FILE ASSIGN TO UACTRPT
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-UACTRPT-STATUS.

000210 DATA DIVISION.

000220 FILE SECTION.

000230 FD  TRANSACTION-HISTORY-FILE
000240     LABEL RECORDS ARE STANDARD.
000250 01  TRANSACTION-HISTORY-RECORD.
000260     COPY TRANHIST.

000270 FD  CUSTOMER-MASTER-FILE
000280     LABEL RECORDS ARE STANDARD.
000290 01  CUSTOMER-MASTER-RECORD.
000300     COPY CUSTREC.

000310 FD  ACTIVITY-REPORT-FILE
000320     LABEL RECORDS ARE STANDARD.
000330 01  ACTIVITY-REPORT-RECORD PIC X(132).

000340 WORKING-STORAGE SECTION.

000350 01 WS-FILE-STATUS-GROUP.
000360     05 WS-TRANHIST-STATUS PIC XX VALUE "00".
000370        88 TRANHIST-OK VALUE "00".
000380     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
000390        88 CUSTMAST-OK VALUE "00".
000400     05 WS-UACTRPT-STATUS PIC XX VALUE "00".
000410        88 UACTRPT-OK VALUE "00".

000420 01 WS-SWITCHES.
000430     05 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
000440        88 HISTORY-AT-END VALUE 'Y'.
000450     05 WS-NAME-SWITCH PIC X VALUE 'N'.
000460        88 CUST-NAME-LOOKED-UP VALUE 'Y'.
000470     05 WS-CS-FOUND-SWITCH PIC X VALUE 'N'.
000480        88 CS-ENTRY-FOUND VALUE 'Y'.
000490     05 WS-SV-FOUND-SWITCH PIC X VALUE 'N'.
000500        88 SV-ENTRY-FOUND VALUE 'Y'.
000503     05 WS-SV-SCAN-SWITCH PIC X VALUE 'N'.
000506        88 SV-SCAN-ENDED VALUE 'Y'.

000510 01 WS-COUNTS.
000520     05 WS-HISTORY-READ PIC 9(9) VALUE ZERO.
000530     05 WS-RUN-ITEMS PIC 9(7) VALUE ZERO.
000540     05 WS-CUSTOMERS-POSTED PIC 9(7) VALUE ZERO.
000550     05 WS-LARGE-ITEMS PIC 9(7) VALUE ZERO.
000560     05 WS-BURSTS PIC 9(7) VALUE ZERO.
000570     05 WS-SWINGS PIC 9(7) VALUE ZERO.
000580     05 WS-HIGH-VOLUME-SUPERVISORS PIC 9(7) VALUE ZERO.
000590     05 WS-REPEAT-ADJUSTMENTS PIC 9(7) VALUE ZERO.
000600     05 WS-CS-TABLE-OVERFLOWS PIC 9(7) VALUE ZERO.
000610     05 WS-REPEAT-TABLE-OVERFLOWS PIC 9(7) VALUE ZERO.

000620 01 WS-RUN-PARAMETERS.
000630     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000640     05 WS-WINDOW-START PIC 9(8) VALUE ZERO.
000650     05 WS-MULTIPLIER PIC 9(3) VALUE 5.
000660     05 WS-FLOOR-AMOUNT PIC 9(5)V99 VALUE 500.
000670     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.
000680     05 WS-PARM-MULTIPLIER PIC X(3) VALUE SPACES.
000690     05 WS-PARM-FLOOR PIC X(5) VALUE SPACES.
000700     05 WS-PARM-NUMBER PIC 9(5) VALUE ZERO.

      *>--------------------------------------------------------
      *>FIXED LIMITS. THE WINDOW IS THE DAYS BEFORE THE RUN THE
      *>NORM IS TAKEN FROM.
      *>--------------------------------------------------------
000710 01 WS-THRESHOLDS.
000720     05 WS-WINDOW-DAYS PIC 9(3) VALUE 90.
000730     05 WS-BURST-LIMIT PIC 9(3) VALUE 3.
000740     05 WS-SWING-LIMIT PIC 9(5)V99 VALUE 1000.
000750     05 WS-VOLUME-LIMIT PIC 9(3) VALUE 10.
000760     05 WS-REPEAT-LIMIT PIC 9(3) VALUE 3.

000770 01 WS-CURRENT-DATE-FIELDS.
000780     05 WS-SYSTEM-DATE PIC 9(8).

000790 01 WS-CUSTOMER-WORK.
000800     05 WS-CUST-IDENT PIC 9(7) VALUE ZERO.
000810     05 WS-CUST-NAME PIC X(20) VALUE SPACES.
000820     05 WS-NORM-COUNT PIC 9(5) VALUE ZERO.
000830     05 WS-NORM-AMOUNT PIC 9(9)V99 VALUE ZERO.
000840     05 WS-NORM-AVERAGE PIC 9(7)V99 VALUE ZERO.
000850     05 WS-NORM-REV-ADJ PIC 9(5) VALUE ZERO.
000860     05 WS-ITEM-LIMIT PIC 9(9)V99 VALUE ZERO.
000870     05 WS-RUN-COUNT PIC 9(5) VALUE ZERO.
000880     05 WS-RUN-REV-ADJ PIC 9(5) VALUE ZERO.
000890     05 WS-RUN-REV-ADJ-AMOUNT PIC 9(9)V99 VALUE ZERO.
000900     05 WS-RUN-OPENING PIC S9(7)V99 VALUE ZERO.
000910     05 WS-RUN-CLOSING PIC S9(7)V99 VALUE ZERO.
000920     05 WS-SIGNED-EFFECT PIC S9(7)V99 VALUE ZERO.

      *>--------------------------------------------------------
      *>THE CURRENT CUSTOMER'S TYPE A ADJUSTMENTS BY SUPERVISOR,
      *>PRIOR 90 DAYS AND RUN. A SUPERVISOR ARRIVING AFTER THE
      *>TABLE IS FULL IS COUNTED AS AN OVERFLOW AND NOT TOTALED.
      *>--------------------------------------------------------
000930 01 WS-CUST-SUPERVISORS.
000940     05 WS-MAX-CS PIC 9(3) VALUE 20.
000950     05 WS-CS-USED PIC 9(3) VALUE ZERO.
000960     05 WS-CS-SUB PIC 9(3) VALUE ZERO.
000970     05 WS-CS-ENTRY OCCURS 20 TIMES.
000980         10 WS-CS-AUTHORITY PIC X(11).
000990         10 WS-CS-PRIOR-COUNT PIC 9(5).
001000         10 WS-CS-RUN-COUNT PIC 9(5).
001010         10 WS-CS-RUN-DEBIT PIC 9(7)V99.
001020         10 WS-CS-RUN-CREDIT PIC 9(7)V99.

      *>--------------------------------------------------------
      *>SUPERVISOR TOTALS ACROSS ALL CUSTOMERS, KEPT IN
      *>AUTHORITY ORDER AS THEY ARE FOUND. A SUPERVISOR ARRIVING
      *>AFTER THE TABLE IS FULL IS CARRIED ON THE OVERFLOW LINE.
      *>--------------------------------------------------------
001030 01 WS-SUPERVISOR-TOTALS.
001040     05 WS-MAX-SUPERVISORS PIC 9(3) VALUE 500.
001050     05 WS-SUPERVISORS-USED PIC 9(3) VALUE ZERO.
001060     05 WS-SV-SUB PIC 9(3) VALUE ZERO.
001070     05 WS-SV-INSERT-SUB PIC 9(3) VALUE ZERO.
001080     05 WS-SV-ENTRY OCCURS 500 TIMES.
001090         10 WS-SV-AUTHORITY PIC X(11).
001100         10 WS-SV-RUN-COUNT PIC 9(5).
001110         10 WS-SV-RUN-DEBIT PIC 9(9)V99.
001120         10 WS-SV-RUN-CREDIT PIC 9(9)V99.
001130         10 WS-SV-CUSTOMERS PIC 9(5).
001140         10 WS-SV-PRIOR-COUNT PIC 9(7).
001150         10 WS-SV-REPEAT-IDENTS PIC 9(5).
001160     05 WS-SV-OVERFLOW.
001170         10 WS-OVERFLOW-RUN-COUNT PIC 9(5) VALUE ZERO.
001180         10 WS-OVERFLOW-RUN-DEBIT PIC 9(9)V99 VALUE ZERO.
001190         10 WS-OVERFLOW-RUN-CREDIT PIC 9(9)V99 VALUE ZERO.
001200         10 WS-OVERFLOW-CUSTOMERS PIC 9(5) VALUE ZERO.

      *>--------------------------------------------------------
      *>SUPERVISOR/IDENT PAIRS ADJUSTED REPEATEDLY, PRINTED AT
      *>THE END OF SECTION 2.
      *>--------------------------------------------------------
001210 01 WS-REPEAT-LIST.
001220     05 WS-MAX-REPEATS PIC 9(3) VALUE 200.
001230     05 WS-REPEATS-USED PIC 9(3) VALUE ZERO.
001240     05 WS-RP-SUB PIC 9(3) VALUE ZERO.
001250     05 WS-RP-ENTRY OCCURS 200 TIMES.
001260         10 WS-RP-AUTHORITY PIC X(11).
001270         10 WS-RP-IDENT PIC 9(7).
001280         10 WS-RP-NAME PIC X(20).
001290         10 WS-RP-RUN-COUNT PIC 9(5).
001300         10 WS-RP-PRIOR-COUNT PIC 9(5).

001310 01 WS-REPORT-WORK.
001320     05 WS-FLAG-TEXT PIC X(22) VALUE SPACES.
001330     05 WS-FLAG-TYPE PIC X VALUE SPACE.
001340     05 WS-FLAG-AMOUNT PIC S9(9)V99 VALUE ZERO.
001350     05 WS-FLAG-DETAIL PIC X(60) VALUE SPACES.
001360     05 WS-SECTION1-FLAGS PIC 9(7) VALUE ZERO.
001370     05 WS-AMOUNT-DISPLAY PIC -(8)9.99.
001380     05 WS-AMOUNT-DISPLAY-2 PIC -(8)9.99.
001390     05 WS-AMOUNT-DISPLAY-3 PIC -(10)9.99.
001400     05 WS-AMOUNT-DISPLAY-4 PIC -(10)9.99.
001410     05 WS-COUNT-DISPLAY PIC ZZZZ9.
001420     05 WS-COUNT-DISPLAY-2 PIC ZZZZ9.
001430     05 WS-COUNT-DISPLAY-3 PIC ZZZZZZ9.
001440     05 WS-COUNT-DISPLAY-4 PIC ZZZZ9.
001450     05 WS-MULTIPLIER-DISPLAY PIC ZZ9.
001460     05 WS-VOLUME-FLAG PIC X(11) VALUE SPACES.
001470     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

001480 LINKAGE SECTION.
001490 01 LK-PARM-AREA.
001500     05 LK-PARM-LENGTH PIC S9(4) COMP.
001510     05 LK-PARM-TEXT PIC X(80).

001520 PROCEDURE DIVISION USING LK-PARM-AREA.

001530 0000-MAIN-LOGIC.
001540     PERFORM 1000-INITIALIZE
001550     PERFORM 2000-PROCESS-CUSTOMER
001560         UNTIL HISTORY-AT-END
001570     PERFORM 6000-PRINT-SUPERVISOR-SECTION
001580     PERFORM 9000-TERMINATE
001590     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001600 1000-INITIALIZE.
001610     PERFORM 1100-GET-RUN-PARAMETERS
001620     COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
001630         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-WINDOW-DAYS)
001640     OPEN OUTPUT ACTIVITY-REPORT-FILE
001650     IF NOT UACTRPT-OK
001660         DISPLAY "ACTIVITY REPORT OPEN FAILED, STATUS="
001670             WS-UACTRPT-STATUS
001680         MOVE 16 TO RETURN-CODE
001690         STOP RUN
001700     END-IF
001710     OPEN INPUT TRANSACTION-HISTORY-FILE
001720     IF NOT TRANHIST-OK
001730         DISPLAY "TRANSACTION HISTORY OPEN FAILED, STATUS="
001740             WS-TRANHIST-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         STOP RUN
001770     END-IF
001780     OPEN INPUT CUSTOMER-MASTER-FILE
001790     IF NOT CUSTMAST-OK
001800         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
001810             WS-CUSTMAST-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF
001850     MOVE ZEROES TO WS-SV-OVERFLOW
001860     PERFORM 1400-WRITE-REPORT-HEADERS
001870     MOVE ZERO TO TH-IDENT
001880     MOVE ZERO TO TH-RUN-DATE
001890     MOVE ZERO TO TH-SEQ
001900     START TRANSACTION-HISTORY-FILE
001910         KEY IS NOT LESS THAN TH-KEY
001920         INVALID KEY
001930             SET HISTORY-AT-END TO TRUE
001940     END-START
001950     PERFORM 1200-READ-NEXT-HISTORY.

001960 1100-GET-RUN-PARAMETERS.
001970     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001980     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001990     IF LK-PARM-LENGTH > ZERO
002000         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
002010             DELIMITED BY ","
002020             INTO WS-PARM-RUN-DATE WS-PARM-MULTIPLIER
002030                  WS-PARM-FLOOR
002040         END-UNSTRING
002050         IF WS-PARM-RUN-DATE NUMERIC AND
002060            WS-PARM-RUN-DATE NOT = ZERO
002070             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
002080         END-IF
002090         IF WS-PARM-MULTIPLIER NOT = SPACES
002100             MOVE ZERO TO WS-PARM-NUMBER
002110             UNSTRING WS-PARM-MULTIPLIER DELIMITED BY SPACE
002120                 INTO WS-PARM-NUMBER
002130             END-UNSTRING
002140             IF WS-PARM-NUMBER > ZERO AND
002150                WS-PARM-NUMBER < 1000
002160                 MOVE WS-PARM-NUMBER TO WS-MULTIPLIER
002170             END-IF
002180         END-IF
002190         IF WS-PARM-FLOOR NOT = SPACES
002200             MOVE ZERO TO WS-PARM-NUMBER
002210             UNSTRING WS-PARM-FLOOR DELIMITED BY SPACE
002220                 INTO WS-PARM-NUMBER
002230             END-UNSTRING
002240             IF WS-PARM-NUMBER > ZERO
002250                 MOVE WS-PARM-NUMBER TO WS-FLOOR-AMOUNT
002260             END-IF
002270         END-IF
002280     END-IF.

002290 1200-READ-NEXT-HISTORY.
002300     IF NOT HISTORY-AT-END
002310         READ TRANSACTION-HISTORY-FILE NEXT RECORD
002320             AT END
002330                 SET HISTORY-AT-END TO TRUE
002340             NOT AT END
002350                 ADD 1 TO WS-HISTORY-READ
002360         END-READ
002370     END-IF.

002380 1400-WRITE-REPORT-HEADERS.
002390     MOVE WS-MULTIPLIER TO WS-MULTIPLIER-DISPLAY
002400     MOVE WS-FLOOR-AMOUNT TO WS-AMOUNT-DISPLAY
002410     MOVE WS-SWING-LIMIT TO WS-AMOUNT-DISPLAY-2
002420     MOVE SPACES TO WS-REPORT-LINE
002430     STRING "UNUSUAL ACTIVITY MONITOR - RUN DATE " WS-RUN-DATE
002440         "   90-DAY NORM FROM " WS-WINDOW-START
002450         DELIMITED BY SIZE INTO WS-REPORT-LINE
002460     END-STRING
002470     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
002480     MOVE SPACES TO WS-REPORT-LINE
002490     STRING "LARGE ITEM: OVER " WS-MULTIPLIER-DISPLAY
002500         " X 90-DAY AVERAGE AND AT LEAST " WS-AMOUNT-DISPLAY
002510         "   BURST: " WS-BURST-LIMIT
002520         " R/A ITEMS   SWING: FROM " WS-AMOUNT-DISPLAY-2
002530         " OWED TO CREDIT"
002540         DELIMITED BY SIZE INTO WS-REPORT-LINE
002550     END-STRING
002560     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
002570     MOVE SPACES TO WS-REPORT-LINE
002580     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
002590     MOVE "SECTION 1 - CUSTOMER ACTIVITY AGAINST 90-DAY PATTERN"
002600         TO WS-REPORT-LINE
002610     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
002620     MOVE SPACES TO WS-REPORT-LINE
002630     STRING "IDENT   NAME                 FLAG                  "
002640         " T         AMOUNT  DETAIL"
002650         DELIMITED BY SIZE INTO WS-REPORT-LINE
002660     END-STRING
002670     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>ONE CUSTOMER'S HISTORY, WHICH READS BACK IN DATE ORDER,
      *>SO THE 90-DAY NORM IS COMPLETE BEFORE THE RUN'S FIRST
      *>ITEM ARRIVES. ITEMS OUTSIDE THE WINDOW ARE PASSED OVER.
      *>--------------------------------------------------------
002680 2000-PROCESS-CUSTOMER.
002690     MOVE TH-IDENT TO WS-CUST-IDENT
002700     MOVE 'N' TO WS-NAME-SWITCH
002710     MOVE ZERO TO WS-NORM-COUNT WS-NORM-AMOUNT WS-NORM-REV-ADJ
002720                  WS-RUN-COUNT WS-RUN-REV-ADJ
002730                  WS-RUN-REV-ADJ-AMOUNT
002740                  WS-RUN-OPENING WS-RUN-CLOSING
002750                  WS-CS-USED
002760     PERFORM UNTIL HISTORY-AT-END OR
002770                   TH-IDENT NOT = WS-CUST-IDENT
002780         PERFORM 2100-TAKE-HISTORY-ITEM
002790         PERFORM 1200-READ-NEXT-HISTORY
002800     END-PERFORM
002810     PERFORM 2500-END-OF-CUSTOMER.

002820 2100-TAKE-HISTORY-ITEM.
002830     IF TH-RUN-DATE >= WS-WINDOW-START AND
002840        TH-RUN-DATE < WS-RUN-DATE
002850         PERFORM 2200-ADD-TO-NORM
002860     END-IF
002870     IF TH-RUN-DATE = WS-RUN-DATE
002880         PERFORM 2300-CHECK-RUN-ITEM
002890     END-IF.

002900 2150-DERIVE-TRAN-EFFECT.
002910     EVALUATE TRUE
002920         WHEN TH-TRAN-TYPE = "D"
002930         WHEN TH-TRAN-TYPE = "W"
002940             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
002950         WHEN TH-TRAN-TYPE = "A" AND
002960              TH-TRAN-REFERENCE(1:1) = "D"
002970         WHEN TH-TRAN-TYPE = "X" AND
002980              TH-TRAN-REFERENCE(1:1) = "D"
002990             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003000         WHEN TH-TRAN-TYPE = "R" AND
003010              TH-TRAN-REFERENCE(1:1) = "C"
003020             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003030         WHEN OTHER
003040             COMPUTE WS-SIGNED-EFFECT = 0 - TH-TRAN-AMOUNT
003050     END-EVALUATE.

003060 2200-ADD-TO-NORM.
003070     IF TH-TRAN-TYPE NOT = "W" AND TH-TRAN-TYPE NOT = "X"
003080         ADD 1 TO WS-NORM-COUNT
003090         ADD TH-TRAN-AMOUNT TO WS-NORM-AMOUNT
003100     END-IF
003110     IF TH-TRAN-TYPE = "R" OR TH-TRAN-TYPE = "A"
003120         ADD 1 TO WS-NORM-REV-ADJ
003130     END-IF
003140     IF TH-TRAN-TYPE = "A"
003150         PERFORM 2400-FIND-CUST-SUPERVISOR
003160         IF CS-ENTRY-FOUND
003170             ADD 1 TO WS-CS-PRIOR-COUNT(WS-CS-SUB)
003180         END-IF
003190     END-IF.

      *>--------------------------------------------------------
      *>AN ITEM POSTED BY THE RUN BEING MONITORED.
      *>--------------------------------------------------------
003200 2300-CHECK-RUN-ITEM.
003210     ADD 1 TO WS-RUN-ITEMS
003220     PERFORM 2150-DERIVE-TRAN-EFFECT
003230     IF WS-RUN-COUNT = ZERO
003240         COMPUTE WS-RUN-OPENING =
003250             TH-RESULT-BALANCE - WS-SIGNED-EFFECT
003260     END-IF
003270     MOVE TH-RESULT-BALANCE TO WS-RUN-CLOSING
003280     ADD 1 TO WS-RUN-COUNT
003290     IF TH-TRAN-TYPE = "R" OR TH-TRAN-TYPE = "A"
003300         ADD 1 TO WS-RUN-REV-ADJ
003310         ADD TH-TRAN-AMOUNT TO WS-RUN-REV-ADJ-AMOUNT
003320     END-IF
003330     IF TH-TRAN-TYPE NOT = "W" AND TH-TRAN-TYPE NOT = "X"
003340         PERFORM 2350-CHECK-LARGE-ITEM
003350     END-IF
003360     IF TH-TRAN-TYPE = "A"
003370         PERFORM 2400-FIND-CUST-SUPERVISOR
003380         IF CS-ENTRY-FOUND
003390             ADD 1 TO WS-CS-RUN-COUNT(WS-CS-SUB)
003400             IF TH-TRAN-REFERENCE(1:1) = "D"
003410                 ADD TH-TRAN-AMOUNT
003420                     TO WS-CS-RUN-DEBIT(WS-CS-SUB)
003430             ELSE
003440                 ADD TH-TRAN-AMOUNT
003450                     TO WS-CS-RUN-CREDIT(WS-CS-SUB)
003460             END-IF
003470         END-IF
003480     END-IF.

003490 2350-CHECK-LARGE-ITEM.
003500     MOVE ZERO TO WS-NORM-AVERAGE
003510     MOVE ZERO TO WS-ITEM-LIMIT
003520     IF WS-NORM-COUNT > ZERO
003530         COMPUTE WS-NORM-AVERAGE ROUNDED =
003540             WS-NORM-AMOUNT / WS-NORM-COUNT
003550         COMPUTE WS-ITEM-LIMIT = WS-NORM-AVERAGE * WS-MULTIPLIER
003560     END-IF
003570     IF TH-TRAN-AMOUNT >= WS-FLOOR-AMOUNT AND
003580        (WS-NORM-COUNT = ZERO OR
003590         TH-TRAN-AMOUNT > WS-ITEM-LIMIT)
003600         PERFORM 2360-FLAG-LARGE-ITEM
003610     END-IF.

003620 2360-FLAG-LARGE-ITEM.
003630     ADD 1 TO WS-LARGE-ITEMS
003640     MOVE "LARGE ITEM" TO WS-FLAG-TEXT
003650     MOVE TH-TRAN-TYPE TO WS-FLAG-TYPE
003660     MOVE TH-TRAN-AMOUNT TO WS-FLAG-AMOUNT
003670     MOVE WS-NORM-AVERAGE TO WS-AMOUNT-DISPLAY
003680     MOVE WS-NORM-COUNT TO WS-COUNT-DISPLAY
003690     MOVE SPACES TO WS-FLAG-DETAIL
003700     IF WS-NORM-COUNT = ZERO
003710         STRING "REF " TH-TRAN-REFERENCE
003720             "  NO ITEMS IN PRIOR 90 DAYS"
003730             DELIMITED BY SIZE INTO WS-FLAG-DETAIL
003740         END-STRING
003750     ELSE
003760         STRING "REF " TH-TRAN-REFERENCE
003770             "  90-DAY AVG " WS-AMOUNT-DISPLAY
003780             " OF " WS-COUNT-DISPLAY " ITEMS"
003790             DELIMITED BY SIZE INTO WS-FLAG-DETAIL
003800         END-STRING
003810     END-IF
003820     PERFORM 2700-WRITE-CUSTOMER-FLAG.

      *>--------------------------------------------------------
      *>LOCATE THE ADJUSTING SUPERVISOR IN THE CUSTOMER'S TABLE,
      *>ADDING AN ENTRY WHEN IT IS NOT THERE YET.
      *>--------------------------------------------------------
003830 2400-FIND-CUST-SUPERVISOR.
003840     MOVE 'N' TO WS-CS-FOUND-SWITCH
003850     MOVE 1 TO WS-CS-SUB
003860     PERFORM UNTIL WS-CS-SUB > WS-CS-USED OR CS-ENTRY-FOUND
003870         IF WS-CS-AUTHORITY(WS-CS-SUB) = TH-TRAN-REFERENCE(2:11)
003880             SET CS-ENTRY-FOUND TO TRUE
003890         ELSE
003893             ADD 1 TO WS-CS-SUB
003896         END-IF
003900     END-PERFORM
003910     IF NOT CS-ENTRY-FOUND
003940         IF WS-CS-USED < WS-MAX-CS
003950             ADD 1 TO WS-CS-USED
003960             MOVE WS-CS-USED TO WS-CS-SUB
003970             MOVE ZEROES TO WS-CS-ENTRY(WS-CS-SUB)
003980             MOVE TH-TRAN-REFERENCE(2:11)
003990                 TO WS-CS-AUTHORITY(WS-CS-SUB)
004000             SET CS-ENTRY-FOUND TO TRUE
004010         ELSE
004020             ADD 1 TO WS-CS-TABLE-OVERFLOWS
004030         END-IF
004040     END-IF.

      *>--------------------------------------------------------
      *>END OF ONE CUSTOMER: THE WHOLE-RUN CHECKS, THEN THE
      *>SUPERVISOR ROLL-UP.
      *>--------------------------------------------------------
004050 2500-END-OF-CUSTOMER.
004060     IF WS-RUN-COUNT > ZERO
004070         ADD 1 TO WS-CUSTOMERS-POSTED
004080         IF WS-RUN-REV-ADJ >= WS-BURST-LIMIT
004090             ADD 1 TO WS-BURSTS
004100             MOVE "REVERSAL/ADJ BURST" TO WS-FLAG-TEXT
004110             MOVE SPACE TO WS-FLAG-TYPE
004120             MOVE WS-RUN-REV-ADJ-AMOUNT TO WS-FLAG-AMOUNT
004130             MOVE WS-RUN-REV-ADJ TO WS-COUNT-DISPLAY
004140             MOVE WS-NORM-REV-ADJ TO WS-COUNT-DISPLAY-2
004150             MOVE SPACES TO WS-FLAG-DETAIL
004160             STRING WS-COUNT-DISPLAY " R/A ITEMS IN RUN, "
004170                 WS-COUNT-DISPLAY-2 " IN PRIOR 90 DAYS"
004180                 DELIMITED BY SIZE INTO WS-FLAG-DETAIL
004190             END-STRING
004200             PERFORM 2700-WRITE-CUSTOMER-FLAG
004210         END-IF
004220         IF WS-RUN-OPENING NOT > 0 - WS-SWING-LIMIT AND
004230            WS-RUN-CLOSING > ZERO
004240             ADD 1 TO WS-SWINGS
004250             MOVE "BALANCE SWING" TO WS-FLAG-TEXT
004260             MOVE SPACE TO WS-FLAG-TYPE
004270             COMPUTE WS-FLAG-AMOUNT =
004280                 WS-RUN-CLOSING - WS-RUN-OPENING
004290             MOVE WS-RUN-OPENING TO WS-AMOUNT-DISPLAY
004300             MOVE WS-RUN-CLOSING TO WS-AMOUNT-DISPLAY-2
004310             MOVE WS-RUN-COUNT TO WS-COUNT-DISPLAY
004320             MOVE SPACES TO WS-FLAG-DETAIL
004330             STRING "BEFORE RUN " WS-AMOUNT-DISPLAY
004340                 "  AFTER " WS-AMOUNT-DISPLAY-2
004350                 "  ITEMS " WS-COUNT-DISPLAY
004360                 DELIMITED BY SIZE INTO WS-FLAG-DETAIL
004370             END-STRING
004380             PERFORM 2700-WRITE-CUSTOMER-FLAG
004390         END-IF
004400     END-IF
004410     PERFORM VARYING WS-CS-SUB FROM 1 BY 1
004420             UNTIL WS-CS-SUB > WS-CS-USED
004430         PERFORM 2600-POST-SUPERVISOR
004440     END-PERFORM.

004450 2600-POST-SUPERVISOR.
004460     PERFORM 2650-FIND-SUPERVISOR-ENTRY
004470     IF SV-ENTRY-FOUND
004480         ADD WS-CS-PRIOR-COUNT(WS-CS-SUB)
004490             TO WS-SV-PRIOR-COUNT(WS-SV-SUB)
004500     END-IF
004510     IF WS-CS-RUN-COUNT(WS-CS-SUB) > ZERO
004520         PERFORM 2640-POST-SUPERVISOR-RUN
004530     END-IF.

004540 2640-POST-SUPERVISOR-RUN.
004550     IF SV-ENTRY-FOUND
004560         ADD WS-CS-RUN-COUNT(WS-CS-SUB)
004570             TO WS-SV-RUN-COUNT(WS-SV-SUB)
004580         ADD WS-CS-RUN-DEBIT(WS-CS-SUB)
004590             TO WS-SV-RUN-DEBIT(WS-SV-SUB)
004600         ADD WS-CS-RUN-CREDIT(WS-CS-SUB)
004610             TO WS-SV-RUN-CREDIT(WS-SV-SUB)
004620         ADD 1 TO WS-SV-CUSTOMERS(WS-SV-SUB)
004630     ELSE
004640         ADD WS-CS-RUN-COUNT(WS-CS-SUB) TO WS-OVERFLOW-RUN-COUNT
004650         ADD WS-CS-RUN-DEBIT(WS-CS-SUB) TO WS-OVERFLOW-RUN-DEBIT
004660         ADD WS-CS-RUN-CREDIT(WS-CS-SUB)
004670             TO WS-OVERFLOW-RUN-CREDIT
004680         ADD 1 TO WS-OVERFLOW-CUSTOMERS
004690     END-IF
004700     IF WS-CS-RUN-COUNT(WS-CS-SUB) +
004710        WS-CS-PRIOR-COUNT(WS-CS-SUB) >= WS-REPEAT-LIMIT
004720         PERFORM 2680-LIST-REPEAT-ADJUSTMENT
004730     END-IF.

      *>--------------------------------------------------------
      *>LOCATE THE SUPERVISOR IN THE RUN TABLE, OPENING A NEW
      *>ENTRY IN AUTHORITY ORDER WHEN IT IS NOT THERE YET.
      *>--------------------------------------------------------
004740 2650-FIND-SUPERVISOR-ENTRY.
004750     MOVE 'N' TO WS-SV-FOUND-SWITCH
004755     MOVE 'N' TO WS-SV-SCAN-SWITCH
004760     MOVE 1 TO WS-SV-SUB
004770     PERFORM UNTIL WS-SV-SUB > WS-SUPERVISORS-USED OR
004780                   SV-SCAN-ENDED
004784         IF WS-SV-AUTHORITY(WS-SV-SUB) >=
004788            WS-CS-AUTHORITY(WS-CS-SUB)
004792             SET SV-SCAN-ENDED TO TRUE
004796         ELSE
004800             ADD 1 TO WS-SV-SUB
004805         END-IF
004810     END-PERFORM
004820     IF SV-SCAN-ENDED
004830         IF WS-SV-AUTHORITY(WS-SV-SUB) =
004840            WS-CS-AUTHORITY(WS-CS-SUB)
004850             SET SV-ENTRY-FOUND TO TRUE
004860         END-IF
004870     END-IF
004880     IF NOT SV-ENTRY-FOUND AND
004890        WS-SUPERVISORS-USED < WS-MAX-SUPERVISORS
004900         PERFORM 2660-INSERT-SUPERVISOR-ENTRY
004910         SET SV-ENTRY-FOUND TO TRUE
004920     END-IF.

004930 2660-INSERT-SUPERVISOR-ENTRY.
004940     PERFORM VARYING WS-SV-INSERT-SUB FROM WS-SUPERVISORS-USED
004950             BY -1 UNTIL WS-SV-INSERT-SUB < WS-SV-SUB
004960         MOVE WS-SV-ENTRY(WS-SV-INSERT-SUB)
004970             TO WS-SV-ENTRY(WS-SV-INSERT-SUB + 1)
004980     END-PERFORM
004990     ADD 1 TO WS-SUPERVISORS-USED
005000     MOVE ZEROES TO WS-SV-ENTRY(WS-SV-SUB)
005010     MOVE WS-CS-AUTHORITY(WS-CS-SUB)
005020         TO WS-SV-AUTHORITY(WS-SV-SUB).

005030 2680-LIST-REPEAT-ADJUSTMENT.
005040     ADD 1 TO WS-REPEAT-ADJUSTMENTS
005050     IF SV-ENTRY-FOUND
005060         ADD 1 TO WS-SV-REPEAT-IDENTS(WS-SV-SUB)
005070     END-IF
005080     IF WS-REPEATS-USED < WS-MAX-REPEATS
005090         PERFORM 2800-GET-CUSTOMER-NAME
005100         ADD 1 TO WS-REPEATS-USED
005110         MOVE WS-REPEATS-USED TO WS-RP-SUB
005120         MOVE WS-CS-AUTHORITY(WS-CS-SUB)
005130             TO WS-RP-AUTHORITY(WS-RP-SUB)
005140         MOVE WS-CUST-IDENT TO WS-RP-IDENT(WS-RP-SUB)
005150         MOVE WS-CUST-NAME TO WS-RP-NAME(WS-RP-SUB)
005160         MOVE WS-CS-RUN-COUNT(WS-CS-SUB)
005170             TO WS-RP-RUN-COUNT(WS-RP-SUB)
005180         MOVE WS-CS-PRIOR-COUNT(WS-CS-SUB)
005190             TO WS-RP-PRIOR-COUNT(WS-RP-SUB)
005200     ELSE
005210         ADD 1 TO WS-REPEAT-TABLE-OVERFLOWS
005220     END-IF.

005230 2700-WRITE-CUSTOMER-FLAG.
005240     PERFORM 2800-GET-CUSTOMER-NAME
005250     ADD 1 TO WS-SECTION1-FLAGS
005260     MOVE WS-FLAG-AMOUNT TO WS-AMOUNT-DISPLAY-3
005270     MOVE SPACES TO WS-REPORT-LINE
005280     STRING WS-CUST-IDENT " " WS-CUST-NAME " " WS-FLAG-TEXT " "
005290         WS-FLAG-TYPE " " WS-AMOUNT-DISPLAY-3 "  "
005300         WS-FLAG-DETAIL
005310         DELIMITED BY SIZE INTO WS-REPORT-LINE
005320     END-STRING
005330     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE.

005340 2800-GET-CUSTOMER-NAME.
005350     IF NOT CUST-NAME-LOOKED-UP
005360         SET CUST-NAME-LOOKED-UP TO TRUE
005370         MOVE WS-CUST-IDENT TO IDENT OF CUSTOMER-MASTER-RECORD
005380         READ CUSTOMER-MASTER-FILE
005390             KEY IS IDENT OF CUSTOMER-MASTER-RECORD
005400             INVALID KEY
005410                 MOVE "** NOT ON MASTER **" TO WS-CUST-NAME
005420             NOT INVALID KEY
005430                 MOVE CUSTOMNAME OF CUSTOMER-MASTER-RECORD
005440                     TO WS-CUST-NAME
005450         END-READ
005460     END-IF.

      *>--------------------------------------------------------
      *>SECTION 2 - SUPERVISOR ADJUSTMENTS
      *>--------------------------------------------------------
005470 6000-PRINT-SUPERVISOR-SECTION.
005480     IF WS-SECTION1-FLAGS = ZERO
005490         MOVE "NO UNUSUAL CUSTOMER ACTIVITY" TO WS-REPORT-LINE
005500         WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
005510     END-IF
005520     MOVE SPACES TO WS-REPORT-LINE
005530     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
005540     MOVE SPACES TO WS-REPORT-LINE
005550     STRING "SECTION 2 - TYPE A ADJUSTMENTS BY SUPERVISOR"
005560         " AUTHORITY - RUN " WS-RUN-DATE
005570         DELIMITED BY SIZE INTO WS-REPORT-LINE
005580     END-STRING
005590     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
005600     MOVE SPACES TO WS-REPORT-LINE
005610     STRING "AUTHORITY    ADJS  DEBIT-SIDE AMT"
005620         " CREDIT-SIDE AMT  CUSTS  PRIOR 90D  REPEATS  FLAG"
005630         DELIMITED BY SIZE INTO WS-REPORT-LINE
005640     END-STRING
005650     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
005660     PERFORM VARYING WS-SV-SUB FROM 1 BY 1
005670             UNTIL WS-SV-SUB > WS-SUPERVISORS-USED
005680         IF WS-SV-RUN-COUNT(WS-SV-SUB) > ZERO
005690             PERFORM 6100-PRINT-SUPERVISOR-LINE
005700         END-IF
005710     END-PERFORM
005720     IF WS-OVERFLOW-CUSTOMERS > ZERO
005730         MOVE WS-OVERFLOW-RUN-COUNT TO WS-COUNT-DISPLAY
005740         MOVE WS-OVERFLOW-RUN-DEBIT TO WS-AMOUNT-DISPLAY-3
005750         MOVE WS-OVERFLOW-RUN-CREDIT TO WS-AMOUNT-DISPLAY-4
005760         MOVE WS-OVERFLOW-CUSTOMERS TO WS-COUNT-DISPLAY-2
005770         MOVE SPACES TO WS-REPORT-LINE
005780         STRING "*OVERFLOW*  " WS-COUNT-DISPLAY "  "
005790             WS-AMOUNT-DISPLAY-3 "  " WS-AMOUNT-DISPLAY-4 "  "
005800             WS-COUNT-DISPLAY-2
005810             DELIMITED BY SIZE INTO WS-REPORT-LINE
005820         END-STRING
005830         WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
005840     END-IF
005850     PERFORM 6200-PRINT-REPEAT-ADJUSTMENTS.

005860 6100-PRINT-SUPERVISOR-LINE.
005870     MOVE SPACES TO WS-VOLUME-FLAG
005880     IF WS-SV-RUN-COUNT(WS-SV-SUB) >= WS-VOLUME-LIMIT
005890         ADD 1 TO WS-HIGH-VOLUME-SUPERVISORS
005900         MOVE "HIGH VOLUME" TO WS-VOLUME-FLAG
005910     END-IF
005920     MOVE WS-SV-RUN-COUNT(WS-SV-SUB) TO WS-COUNT-DISPLAY
005930     MOVE WS-SV-RUN-DEBIT(WS-SV-SUB) TO WS-AMOUNT-DISPLAY-3
005940     MOVE WS-SV-RUN-CREDIT(WS-SV-SUB) TO WS-AMOUNT-DISPLAY-4
005950     MOVE WS-SV-CUSTOMERS(WS-SV-SUB) TO WS-COUNT-DISPLAY-2
005960     MOVE WS-SV-PRIOR-COUNT(WS-SV-SUB) TO WS-COUNT-DISPLAY-3
005970     MOVE WS-SV-REPEAT-IDENTS(WS-SV-SUB) TO WS-COUNT-DISPLAY-4
005980     MOVE SPACES TO WS-REPORT-LINE
005990     STRING WS-SV-AUTHORITY(WS-SV-SUB) " " WS-COUNT-DISPLAY "  "
006000         WS-AMOUNT-DISPLAY-3 "  " WS-AMOUNT-DISPLAY-4 "  "
006010         WS-COUNT-DISPLAY-2 "    " WS-COUNT-DISPLAY-3 "    "
006020         WS-COUNT-DISPLAY-4 "  " WS-VOLUME-FLAG
006030         DELIMITED BY SIZE INTO WS-REPORT-LINE
006040     END-STRING
006050     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE.

006060 6200-PRINT-REPEAT-ADJUSTMENTS.
006070     MOVE SPACES TO WS-REPORT-LINE
006080     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006090     IF WS-REPEATS-USED = ZERO
006100         MOVE "NO SUPERVISOR ADJUSTING ONE IDENT REPEATEDLY"
006110             TO WS-REPORT-LINE
006120         WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006130     ELSE
006140         PERFORM 6250-PRINT-REPEAT-LIST
006150     END-IF.

006160 6250-PRINT-REPEAT-LIST.
006170     MOVE "SUPERVISOR ADJUSTING ONE IDENT REPEATEDLY"
006180         TO WS-REPORT-LINE
006190     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006200     MOVE SPACES TO WS-REPORT-LINE
006210     STRING "AUTHORITY   IDENT   NAME                   RUN"
006220         "  PRIOR 90D"
006230         DELIMITED BY SIZE INTO WS-REPORT-LINE
006240     END-STRING
006250     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006260     PERFORM VARYING WS-RP-SUB FROM 1 BY 1
006270             UNTIL WS-RP-SUB > WS-REPEATS-USED
006280         MOVE WS-RP-RUN-COUNT(WS-RP-SUB) TO WS-COUNT-DISPLAY
006290         MOVE WS-RP-PRIOR-COUNT(WS-RP-SUB) TO WS-COUNT-DISPLAY-2
006300         MOVE SPACES TO WS-REPORT-LINE
006310         STRING WS-RP-AUTHORITY(WS-RP-SUB) " "
006320             WS-RP-IDENT(WS-RP-SUB) " "
006330             WS-RP-NAME(WS-RP-SUB) " " WS-COUNT-DISPLAY "  "
006340             WS-COUNT-DISPLAY-2
006350             DELIMITED BY SIZE INTO WS-REPORT-LINE
006360         END-STRING
006370         WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006380     END-PERFORM
006390     IF WS-REPEAT-TABLE-OVERFLOWS > ZERO
006400         MOVE SPACES TO WS-REPORT-LINE
006410         STRING "*OVERFLOW* " WS-REPEAT-TABLE-OVERFLOWS
006420             " FURTHER PAIRS NOT LISTED"
006430             DELIMITED BY SIZE INTO WS-REPORT-LINE
006440         END-STRING
006450         WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006460     END-IF.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
006470 9000-TERMINATE.
006480     MOVE SPACES TO WS-REPORT-LINE
006490     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006500     STRING "RUN ITEMS " WS-RUN-ITEMS
006510         "  CUSTOMERS " WS-CUSTOMERS-POSTED
006520         "  LARGE " WS-LARGE-ITEMS
006530         "  BURSTS " WS-BURSTS
006540         "  SWINGS " WS-SWINGS
006550         "  HIGH VOLUME " WS-HIGH-VOLUME-SUPERVISORS
006560         "  REPEATS " WS-REPEAT-ADJUSTMENTS
006570         DELIMITED BY SIZE INTO WS-REPORT-LINE
006580     END-STRING
006590     WRITE ACTIVITY-REPORT-RECORD FROM WS-REPORT-LINE
006600     CLOSE TRANSACTION-HISTORY-FILE
006610     CLOSE CUSTOMER-MASTER-FILE
006620     CLOSE ACTIVITY-REPORT-FILE
006630     DISPLAY "HISTORY RECORDS READ:      " WS-HISTORY-READ
006640     DISPLAY "RUN ITEMS:                 " WS-RUN-ITEMS
006650     DISPLAY "CUSTOMERS POSTED:          " WS-CUSTOMERS-POSTED
006660     DISPLAY "LARGE ITEMS:               " WS-LARGE-ITEMS
006670     DISPLAY "REVERSAL/ADJ BURSTS:       " WS-BURSTS
006680     DISPLAY "BALANCE SWINGS:            " WS-SWINGS
006690     DISPLAY "HIGH-VOLUME SUPERVISORS:   "
006700         WS-HIGH-VOLUME-SUPERVISORS
006710     DISPLAY "REPEAT ADJUSTMENTS:        " WS-REPEAT-ADJUSTMENTS
006720     IF WS-CS-TABLE-OVERFLOWS > ZERO
006730         DISPLAY "SUPERVISOR TABLE OVERFLOWS:"
006740             WS-CS-TABLE-OVERFLOWS
006750     END-IF
006760     IF WS-SECTION1-FLAGS > ZERO OR
006770        WS-HIGH-VOLUME-SUPERVISORS > ZERO OR
006780        WS-REPEAT-ADJUSTMENTS > ZERO
006790         DISPLAY "UNUSUAL ACTIVITY FLAGGED - SEE UACTRPT"
006800         MOVE 4 TO RETURN-CODE
006810     END-IF.
