000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTAGED.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>AGED RECEIVABLES TRIAL BALANCE.
      *>READS EVERY CUSTOMER ON PROD.CUSTOMER.MASTER AND WALKS
      *>THE CUSTOMER'S POSTED-TRANSACTION HISTORY OLDEST FIRST,
      *>APPLYING EACH DEBIT-SIDE ITEM (PAYMENTS, WRITE-OFFS,
      *>D-SIDE ADJUSTMENTS) AGAINST THE OLDEST CREDIT-SIDE CHARGE STILL
      *>OPEN (CHARGES, FEES, C-SIDE ADJUSTMENTS) - FIRST IN,
      *>FIRST OUT. WHAT IS LEFT OPEN IS SPREAD INTO CURRENT,
      *>30, 60, 90 AND 120+ DAY BUCKETS BY THE RUN DATE IT WAS
      *>POSTED ON; A CREDIT BALANCE PRINTS IN ITS OWN COLUMN.
      *>A REVERSED ITEM AND ITS REVERSAL CANCEL EACH OTHER AND
      *>ARE LEFT OUT OF THE FIFO, SO A BOUNCED PAYMENT REOPENS
      *>THE CHARGE IT HAD PAID INSTEAD OF AGING AS A NEW ONE.
      *>THE BALANCE BROUGHT INTO THE FIRST HISTORY RECORD (AND
      *>ANY BALANCE ON A CUSTOMER WITH NO HISTORY, WHICH
      *>PREDATES THE HISTORY FILE OR WAS ARCHIVED BY CUSTHARC)
      *>AGES AS 120+. WHERE THE HISTORY DOES NOT EXPLAIN THE
      *>MASTER BALANCE THE DIFFERENCE IS AGED AS 120+ (OR APPLIED
      *>AS A PAYMENT) AND THE CUSTOMER IS FLAGGED - CUSTRECN IS
      *>THE JOB THAT RUNS THAT DOWN - SO THE BUCKETS ALWAYS TIE
      *>TO THE MASTER. ONE LINE PRINTS PER CUSTOMER WITH A
      *>NON-ZERO BALANCE, THEN SUBTOTALS BY AGE-BAND AND BY
      *>CUST-STATE, THEN THE GRAND TOTALS PROVEN AGAINST THE SUM
      *>OF ALL MASTER BALANCES. A TIE-OUT FAILURE ENDS RC=16 AND
      *>A FLAGGED HISTORY DIFFERENCE ENDS RC=4.
      *>PARM IS THE AS-OF RUN DATE (YYYYMMDD), DEFAULTING TO THE
      *>SYSTEM DATE.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS IDENT OF CUSTOMER-MASTER-RECORD
000120         FILE STATUS IS WS-CUSTMAST-STATUS.
000130     SELECT TRANSACTION-HISTORY-FILE ASSIGN TO TRANHIST
000140         ORGANIZATION IS INDEXED
000150         ACCESS MODE IS DYNAMIC
000160         RECORD KEY IS TH-KEY
000170         FILE STATUS IS WS-TRANHIST-STATUS.
000180     SELECT AGED-REPORT-FILE ASSIGN TO AGEDRPT
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-AGEDRPT-STATUS.

000210 DATA DIVISION.

000220 FILE SECTION.

000230 FD  CUSTOMER-MASTER-FILE
000240     LABEL RECORDS ARE STANDARD.
000250 01  CUSTOMER-MASTER-RECORD.
000260     COPY CUSTREC.

000270 FD  TRANSACTION-HISTORY-FILE
000280     LABEL RECORDS ARE STANDARD.
000290 01  TRANSACTION-HISTORY-RECORD.
000300     COPY TRANHIST.

000310 FD  AGED-REPORT-FILE
000320     LABEL RECORDS ARE STANDARD.
000330 01  AGED-REPORT-RECORD PIC X(132).

000340 WORKING-STORAGE SECTION.

000350 01 WS-FILE-STATUS-GROUP.
000360     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
000370        88 CUSTMAST-OK VALUE "00".
000380     05 WS-TRANHIST-STATUS PIC XX VALUE "00".
000390        88 TRANHIST-OK VALUE "00".
000400     05 WS-AGEDRPT-STATUS PIC XX VALUE "00".
000410        88 AGEDRPT-OK VALUE "00".

000420 01 WS-SWITCHES.
000430     05 WS-CUSTMAST-EOF-SWITCH PIC X VALUE 'N'.
000440        88 CUSTMAST-AT-END VALUE 'Y'.
000450     05 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
000460        88 HISTORY-AT-END VALUE 'Y'.
000470     05 WS-HAS-HISTORY-SWITCH PIC X VALUE 'N'.
000480        88 CUSTOMER-HAS-HISTORY VALUE 'Y'.
000490     05 WS-DIFFERENCE-SWITCH PIC X VALUE 'N'.
000500        88 HISTORY-DIFFERENCE-FOUND VALUE 'Y'.
000510     05 WS-STATE-FOUND-SWITCH PIC X VALUE 'N'.
000520        88 STATE-ENTRY-FOUND VALUE 'Y'.

000530 01 WS-COUNTS.
000540     05 WS-CUSTOMERS-READ PIC 9(7) VALUE ZERO.
000550     05 WS-CUSTOMERS-PRINTED PIC 9(7) VALUE ZERO.
000560     05 WS-ZERO-BALANCE-CUSTOMERS PIC 9(7) VALUE ZERO.
000570     05 WS-HISTORY-RECORDS-READ PIC 9(7) VALUE ZERO.
000580     05 WS-HISTORY-DIFFERENCES PIC 9(7) VALUE ZERO.
000590     05 WS-OPEN-TABLE-OVERFLOWS PIC 9(7) VALUE ZERO.

000600 01 WS-RUN-PARAMETERS.
000610     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000620     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.

000630 01 WS-CURRENT-DATE-FIELDS.
000640     05 WS-SYSTEM-DATE PIC 9(8).

      *>--------------------------------------------------------
      *>FIFO WORK FOR ONE CUSTOMER. WS-OPEN-CHARGE HOLDS THE
      *>CREDIT-SIDE ITEMS STILL OPEN, OLDEST AT WS-OPEN-HEAD;
      *>WS-BROUGHT-FORWARD IS THE OWED AMOUNT THAT PREDATES THE
      *>HISTORY AND IS ALWAYS THE OLDEST, SO PAYMENTS CLEAR IT
      *>FIRST. WS-CREDIT-POOL IS DEBIT-SIDE MONEY WITH NOTHING
      *>LEFT TO PAY; THE NEXT CHARGE USES IT UP BEFORE IT OPENS.
      *>WHEN THE TABLE FILLS, CLEARED SLOTS ARE SQUEEZED OUT;
      *>IF IT IS STILL FULL THE NEW CHARGE JOINS THE NEWEST SLOT.
      *>--------------------------------------------------------
000650 01 WS-FIFO-WORK.
000660     05 WS-MAX-OPEN-CHARGES PIC 9(3) VALUE 300.
000670     05 WS-OPEN-HEAD PIC 9(3) VALUE 1.
000680     05 WS-OPEN-TAIL PIC 9(3) VALUE ZERO.
000690     05 WS-OPEN-SUB PIC 9(3) VALUE ZERO.
000700     05 WS-MOVE-SUB PIC 9(3) VALUE ZERO.
000710     05 WS-SIGNED-EFFECT PIC S9(7)V99 VALUE ZERO.
000720     05 WS-APPLY-AMOUNT PIC S9(9)V99 VALUE ZERO.
000730     05 WS-CHARGE-DATE PIC 9(8) VALUE ZERO.
000740     05 WS-BROUGHT-FORWARD PIC S9(9)V99 VALUE ZERO.
000750     05 WS-CREDIT-POOL PIC S9(9)V99 VALUE ZERO.
000760     05 WS-OPENING-BALANCE PIC S9(9)V99 VALUE ZERO.
000770     05 WS-DERIVED-BALANCE PIC S9(9)V99 VALUE ZERO.
000780     05 WS-HISTORY-DIFFERENCE PIC S9(9)V99 VALUE ZERO.
000790     05 WS-OPEN-CHARGES.
000800         10 WS-OPEN-CHARGE OCCURS 300 TIMES.
000810             15 WS-OPEN-DATE PIC 9(8).
000820             15 WS-OPEN-AMOUNT PIC S9(9)V99.

      *>--------------------------------------------------------
      *>AGING BUCKETS. 1 = CURRENT (UNDER 30 DAYS), 2 = 30-59,
      *>3 = 60-89, 4 = 90-119, 5 = 120 AND OVER, 6 = CREDIT
      *>BALANCE. OWED AMOUNTS CARRY A MINUS SIGN LIKE THE MASTER
      *>BALANCE, SO THE SIX BUCKETS ADD BACK TO ACCOUNT-BALANCE.
      *>--------------------------------------------------------
000830 01 WS-AGING-WORK.
000840     05 WS-RUN-DATE-INT PIC 9(7) VALUE ZERO.
000850     05 WS-ITEM-DATE-INT PIC 9(7) VALUE ZERO.
000860     05 WS-ITEM-AGE-DAYS PIC S9(5) VALUE ZERO.
000870     05 WS-BUCKET-SUB PIC 9 VALUE ZERO.
000880     05 WS-BUCKET-COUNT PIC 9 VALUE 6.
000890     05 WS-CUST-BUCKETS.
000900         10 WS-CUST-BUCKET PIC S9(9)V99 OCCURS 6 TIMES.
000910     05 WS-BUCKET-LABELS.
000920         10 FILLER PIC X(12) VALUE "     CURRENT".
000930         10 FILLER PIC X(12) VALUE "       30-59".
000940         10 FILLER PIC X(12) VALUE "       60-89".
000950         10 FILLER PIC X(12) VALUE "      90-119".
000960         10 FILLER PIC X(12) VALUE "        120+".
000970         10 FILLER PIC X(12) VALUE "      CREDIT".
000980     05 WS-BUCKET-LABEL REDEFINES WS-BUCKET-LABELS
000990         PIC X(12) OCCURS 6 TIMES.

001000 01 WS-GRAND-TOTALS.
001010     05 WS-GRAND-CUSTOMERS PIC 9(7) VALUE ZERO.
001020     05 WS-GRAND-BUCKET PIC S9(11)V99 OCCURS 6 TIMES.
001030     05 WS-MASTER-BALANCE-TOTAL PIC S9(11)V99 VALUE ZERO.
001040     05 WS-BUCKET-TOTAL PIC S9(11)V99 VALUE ZERO.

      *>--------------------------------------------------------
      *>AGE-BAND SUBTOTALS - THE FOUR CUSTREC BANDS PLUS A FIFTH
      *>LINE FOR ANY RECORD CARRYING SOMETHING ELSE.
      *>--------------------------------------------------------
001050 01 WS-BAND-TOTALS.
001060     05 WS-BAND-SUB PIC 9 VALUE ZERO.
001070     05 WS-BAND-ENTRY OCCURS 5 TIMES.
001080         10 WS-BAND-CUSTOMERS PIC 9(7).
001090         10 WS-BAND-BUCKET PIC S9(11)V99 OCCURS 6 TIMES.
001100     05 WS-BAND-LABELS.
001110         10 FILLER PIC X(5) VALUE "U18  ".
001120         10 FILLER PIC X(5) VALUE "18-34".
001130         10 FILLER PIC X(5) VALUE "35-54".
001140         10 FILLER PIC X(5) VALUE "55+  ".
001150         10 FILLER PIC X(5) VALUE "OTHER".
001160     05 WS-BAND-LABEL REDEFINES WS-BAND-LABELS
001170         PIC X(5) OCCURS 5 TIMES.

      *>--------------------------------------------------------
      *>CUST-STATE SUBTOTALS, KEPT IN STATE CODE ORDER AS THEY
      *>ARE FOUND. A STATE ARRIVING AFTER THE TABLE IS FULL IS
      *>CARRIED ON THE OVERFLOW LINE.
      *>--------------------------------------------------------
001180 01 WS-STATE-TOTALS.
001190     05 WS-MAX-STATES PIC 9(3) VALUE 99.
001200     05 WS-STATES-USED PIC 9(3) VALUE ZERO.
001210     05 WS-STATE-SUB PIC 9(3) VALUE ZERO.
001220     05 WS-STATE-INSERT-SUB PIC 9(3) VALUE ZERO.
001230     05 WS-STATE-ENTRY OCCURS 99 TIMES.
001240         10 WS-STATE-CODE PIC X(2).
001250         10 WS-STATE-CUSTOMERS PIC 9(7).
001260         10 WS-STATE-BUCKET PIC S9(11)V99 OCCURS 6 TIMES.
001270     05 WS-STATE-OVERFLOW.
001280         10 WS-OVERFLOW-CUSTOMERS PIC 9(7) VALUE ZERO.
001290         10 WS-OVERFLOW-BUCKET PIC S9(11)V99 OCCURS 6 TIMES.

001300 01 WS-REPORT-WORK.
001310     05 WS-CUST-DISPLAYS.
001320         10 WS-CUST-DISPLAY PIC -(6)9.99 OCCURS 6 TIMES.
001330     05 WS-BALANCE-DISPLAY PIC -(6)9.99.
001340     05 WS-TOTAL-DISPLAYS.
001350         10 WS-TOTAL-DISPLAY PIC -(9)9.99 OCCURS 6 TIMES.
001360     05 WS-AMOUNT-DISPLAY PIC -(10)9.99.
001370     05 WS-AMOUNT-DISPLAY-2 PIC -(10)9.99.
001380     05 WS-SUBTOTAL-LABEL PIC X(14) VALUE SPACES.
001390     05 WS-SUBTOTAL-COUNT PIC 9(7) VALUE ZERO.
001400     05 WS-DIFFERENCE-FLAG PIC X(6) VALUE SPACES.
001410     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

001420 LINKAGE SECTION.
001430 01 LK-PARM-AREA.
001440     05 LK-PARM-LENGTH PIC S9(4) COMP.
001450     05 LK-PARM-TEXT PIC X(80).

001460 PROCEDURE DIVISION USING LK-PARM-AREA.

001470 0000-MAIN-LOGIC.
001480     PERFORM 1000-INITIALIZE
001490     PERFORM 4000-AGE-ALL-CUSTOMERS
001500     PERFORM 6000-PRINT-BAND-SUBTOTALS
001510     PERFORM 6200-PRINT-STATE-SUBTOTALS
001520     PERFORM 6500-PRINT-GRAND-TOTALS
001530     PERFORM 9000-TERMINATE
001540     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001550 1000-INITIALIZE.
001560     PERFORM 1100-GET-RUN-PARAMETERS
001570     MOVE ZEROES TO WS-GRAND-TOTALS
001580     MOVE ZEROES TO WS-BAND-TOTALS
001590     MOVE ZERO TO WS-STATES-USED
001600     MOVE ZEROES TO WS-STATE-OVERFLOW
001610     OPEN OUTPUT AGED-REPORT-FILE
001620     IF NOT AGEDRPT-OK
001630         DISPLAY "AGED REPORT OPEN FAILED, STATUS="
001640             WS-AGEDRPT-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001680     OPEN INPUT CUSTOMER-MASTER-FILE
001690     IF NOT CUSTMAST-OK
001700         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
001710             WS-CUSTMAST-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF
001750     OPEN INPUT TRANSACTION-HISTORY-FILE
001760     IF NOT TRANHIST-OK
001770         DISPLAY "TRANSACTION HISTORY OPEN FAILED, STATUS="
001780             WS-TRANHIST-STATUS
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF
001820     COMPUTE WS-RUN-DATE-INT =
001830         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
001840     PERFORM 1400-WRITE-REPORT-HEADERS.

001850 1100-GET-RUN-PARAMETERS.
001860     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001870     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001880     IF LK-PARM-LENGTH > ZERO
001890         MOVE LK-PARM-TEXT(1:LK-PARM-LENGTH)
001900             TO WS-PARM-RUN-DATE
001910         IF WS-PARM-RUN-DATE NUMERIC AND
001920            WS-PARM-RUN-DATE NOT = ZERO
001930             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001940         END-IF
001950     END-IF.

001960 1400-WRITE-REPORT-HEADERS.
001970     MOVE SPACES TO WS-REPORT-LINE
001980     STRING "AGED RECEIVABLES TRIAL BALANCE - AS OF "
001990         WS-RUN-DATE
002000         DELIMITED BY SIZE INTO WS-REPORT-LINE
002010     END-STRING
002020     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
002030     MOVE SPACES TO WS-REPORT-LINE
002040     STRING "IDENT   NAME                 ST BAND  "
002050         "   CURRENT      30-59      60-89     90-119"
002060         "       120+     CREDIT    BALANCE"
002070         DELIMITED BY SIZE INTO WS-REPORT-LINE
002080     END-STRING
002090     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>AGING PASS OVER THE CUSTOMER MASTER
      *>--------------------------------------------------------
002100 4000-AGE-ALL-CUSTOMERS.
002110     MOVE ZERO TO IDENT OF CUSTOMER-MASTER-RECORD
002120     START CUSTOMER-MASTER-FILE
002130         KEY IS NOT LESS THAN IDENT OF CUSTOMER-MASTER-RECORD
002140         INVALID KEY
002150             SET CUSTMAST-AT-END TO TRUE
002160     END-START
002170     PERFORM 4100-READ-NEXT-MASTER-RECORD
002180     PERFORM UNTIL CUSTMAST-AT-END
002190         ADD 1 TO WS-CUSTOMERS-READ
002200         ADD ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
002210             TO WS-MASTER-BALANCE-TOTAL
002220         IF ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD = ZERO
002230             ADD 1 TO WS-ZERO-BALANCE-CUSTOMERS
002240         ELSE
002250             PERFORM 4200-AGE-ONE-CUSTOMER
002260         END-IF
002270         PERFORM 4100-READ-NEXT-MASTER-RECORD
002280     END-PERFORM.

002290 4100-READ-NEXT-MASTER-RECORD.
002300     IF NOT CUSTMAST-AT-END
002310         READ CUSTOMER-MASTER-FILE NEXT RECORD
002320             AT END
002330                 SET CUSTMAST-AT-END TO TRUE
002340         END-READ
002350     END-IF.

      *>--------------------------------------------------------
      *>ONE CUSTOMER: RUN THE FIFO OVER THE FULL HISTORY, TIE
      *>THE RESULT TO THE MASTER BALANCE, SPREAD WHAT IS STILL
      *>OPEN INTO THE BUCKETS, PRINT AND ACCUMULATE.
      *>--------------------------------------------------------
002360 4200-AGE-ONE-CUSTOMER.
002370     MOVE 'N' TO WS-HISTORY-EOF-SWITCH
002380     MOVE 'N' TO WS-HAS-HISTORY-SWITCH
002390     MOVE 'N' TO WS-DIFFERENCE-SWITCH
002400     MOVE 1 TO WS-OPEN-HEAD
002410     MOVE ZERO TO WS-OPEN-TAIL
002420     MOVE ZERO TO WS-BROUGHT-FORWARD
002430     MOVE ZERO TO WS-CREDIT-POOL
002440     PERFORM 4300-POSITION-HISTORY-FILE
002450     PERFORM 4400-READ-NEXT-HISTORY-RECORD
002460     PERFORM UNTIL HISTORY-AT-END
002470         ADD 1 TO WS-HISTORY-RECORDS-READ
002480         PERFORM 4500-APPLY-HISTORY-RECORD
002490         PERFORM 4400-READ-NEXT-HISTORY-RECORD
002500     END-PERFORM
002510     PERFORM 4800-TIE-TO-MASTER-BALANCE
002520     PERFORM 4900-SPREAD-OPEN-CHARGES
002530     PERFORM 5000-PRINT-CUSTOMER-LINE
002540     PERFORM 5100-ACCUMULATE-TOTALS.

002550 4300-POSITION-HISTORY-FILE.
002560     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO TH-IDENT
002570     MOVE ZERO TO TH-RUN-DATE
002580     MOVE ZERO TO TH-SEQ
002590     START TRANSACTION-HISTORY-FILE
002600         KEY IS NOT LESS THAN TH-KEY
002610         INVALID KEY
002620             SET HISTORY-AT-END TO TRUE
002630     END-START.

002640 4400-READ-NEXT-HISTORY-RECORD.
002650     IF NOT HISTORY-AT-END
002660         READ TRANSACTION-HISTORY-FILE NEXT RECORD
002670             AT END
002680                 SET HISTORY-AT-END TO TRUE
002690         END-READ
002700     END-IF
002710     IF NOT HISTORY-AT-END
002720         IF TH-IDENT NOT = IDENT OF CUSTOMER-MASTER-RECORD
002730             SET HISTORY-AT-END TO TRUE
002740         END-IF
002750     END-IF.

      *>--------------------------------------------------------
      *>ONE HISTORY ITEM. THE FIRST ITEM ALSO FIXES THE BALANCE
      *>BROUGHT INTO THE HISTORY, BACKED OFF ITS RESULTING
      *>BALANCE THE WAY CUSTSTMT FIXES AN OPENING BALANCE.
      *>--------------------------------------------------------
002760 4500-APPLY-HISTORY-RECORD.
002770     PERFORM 4600-DERIVE-TRAN-EFFECT
002780     IF NOT CUSTOMER-HAS-HISTORY
002790         SET CUSTOMER-HAS-HISTORY TO TRUE
002800         COMPUTE WS-OPENING-BALANCE =
002810             TH-RESULT-BALANCE - WS-SIGNED-EFFECT
002820         IF WS-OPENING-BALANCE > ZERO
002830             MOVE WS-OPENING-BALANCE TO WS-CREDIT-POOL
002840         ELSE
002850             COMPUTE WS-BROUGHT-FORWARD =
002860                 0 - WS-OPENING-BALANCE
002870         END-IF
002880     END-IF
002890     IF TH-TRAN-TYPE NOT = "R" AND NOT TH-ITEM-REVERSED
002900         IF WS-SIGNED-EFFECT > ZERO
002910             MOVE WS-SIGNED-EFFECT TO WS-APPLY-AMOUNT
002920             PERFORM 4700-APPLY-DEBIT-SIDE
002930         ELSE
002940             COMPUTE WS-APPLY-AMOUNT = 0 - WS-SIGNED-EFFECT
002950             MOVE TH-RUN-DATE TO WS-CHARGE-DATE
002960             PERFORM 4750-APPLY-CREDIT-SIDE
002970         END-IF
002980     END-IF.

      *>--------------------------------------------------------
      *>SIGNED EFFECT OF ONE HISTORY ITEM ON THE BALANCE, PER
      *>THE LOADER'S POSTING RULES: D, W AND D-SIDE ADJUSTMENTS
      *>AND MERGE TRANSFERS ADD; C, FEES AND C-SIDE ADJUSTMENTS
      *>AND TRANSFERS SUBTRACT; A REVERSAL
      *>POSTS OPPOSITE TO THE SIDE IN BYTE 1 OF ITS REFERENCE.
      *>--------------------------------------------------------
002990 4600-DERIVE-TRAN-EFFECT.
003000     EVALUATE TRUE
003010         WHEN TH-TRAN-TYPE = "D"
003015         WHEN TH-TRAN-TYPE = "W"
003020             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003030         WHEN TH-TRAN-TYPE = "A" AND
003040              TH-TRAN-REFERENCE(1:1) = "D"
003043         WHEN TH-TRAN-TYPE = "X" AND
003046              TH-TRAN-REFERENCE(1:1) = "D"
003050             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003060         WHEN TH-TRAN-TYPE = "R" AND
003070              TH-TRAN-REFERENCE(1:1) = "C"
003080             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003090         WHEN OTHER
003100             COMPUTE WS-SIGNED-EFFECT = 0 - TH-TRAN-AMOUNT
003110     END-EVALUATE.

      *>--------------------------------------------------------
      *>DEBIT SIDE: PAY OFF THE BROUGHT-FORWARD AMOUNT, THEN THE
      *>OPEN CHARGES OLDEST FIRST. ANYTHING LEFT OVER IS CREDIT.
      *>--------------------------------------------------------
003120 4700-APPLY-DEBIT-SIDE.
003130     IF WS-BROUGHT-FORWARD > ZERO
003140         IF WS-BROUGHT-FORWARD > WS-APPLY-AMOUNT
003150             SUBTRACT WS-APPLY-AMOUNT FROM WS-BROUGHT-FORWARD
003160             MOVE ZERO TO WS-APPLY-AMOUNT
003170         ELSE
003180             SUBTRACT WS-BROUGHT-FORWARD FROM WS-APPLY-AMOUNT
003190             MOVE ZERO TO WS-BROUGHT-FORWARD
003200         END-IF
003210     END-IF
003220     PERFORM UNTIL WS-APPLY-AMOUNT = ZERO OR
003230                   WS-OPEN-HEAD > WS-OPEN-TAIL
003240         IF WS-OPEN-AMOUNT(WS-OPEN-HEAD) > WS-APPLY-AMOUNT
003250             SUBTRACT WS-APPLY-AMOUNT
003260                 FROM WS-OPEN-AMOUNT(WS-OPEN-HEAD)
003270             MOVE ZERO TO WS-APPLY-AMOUNT
003280         ELSE
003290             SUBTRACT WS-OPEN-AMOUNT(WS-OPEN-HEAD)
003300                 FROM WS-APPLY-AMOUNT
003310             MOVE ZERO TO WS-OPEN-AMOUNT(WS-OPEN-HEAD)
003320             ADD 1 TO WS-OPEN-HEAD
003330         END-IF
003340     END-PERFORM
003350     ADD WS-APPLY-AMOUNT TO WS-CREDIT-POOL
003360     MOVE ZERO TO WS-APPLY-AMOUNT.

      *>--------------------------------------------------------
      *>CREDIT SIDE: UNAPPLIED CREDIT PAYS THE NEW CHARGE FIRST;
      *>THE REST OPENS AS A CHARGE DATED WS-CHARGE-DATE (ZERO
      *>DATE = PREDATES THE HISTORY, AGED AS BROUGHT FORWARD).
      *>--------------------------------------------------------
003370 4750-APPLY-CREDIT-SIDE.
003380     IF WS-CREDIT-POOL > ZERO
003390         IF WS-CREDIT-POOL > WS-APPLY-AMOUNT
003400             SUBTRACT WS-APPLY-AMOUNT FROM WS-CREDIT-POOL
003410             MOVE ZERO TO WS-APPLY-AMOUNT
003420         ELSE
003430             SUBTRACT WS-CREDIT-POOL FROM WS-APPLY-AMOUNT
003440             MOVE ZERO TO WS-CREDIT-POOL
003450         END-IF
003460     END-IF
003470     IF WS-APPLY-AMOUNT > ZERO
003480         IF WS-CHARGE-DATE = ZERO
003490             ADD WS-APPLY-AMOUNT TO WS-BROUGHT-FORWARD
003500         ELSE
003510             PERFORM 4760-ADD-OPEN-CHARGE
003520         END-IF
003530     END-IF
003540     MOVE ZERO TO WS-APPLY-AMOUNT.

003550 4760-ADD-OPEN-CHARGE.
003560     IF WS-OPEN-TAIL >= WS-MAX-OPEN-CHARGES AND
003570        WS-OPEN-HEAD > 1
003580         PERFORM 4770-COMPACT-OPEN-CHARGES
003590     END-IF
003600     IF WS-OPEN-TAIL < WS-MAX-OPEN-CHARGES
003610         ADD 1 TO WS-OPEN-TAIL
003620         MOVE WS-CHARGE-DATE TO WS-OPEN-DATE(WS-OPEN-TAIL)
003630         MOVE WS-APPLY-AMOUNT TO WS-OPEN-AMOUNT(WS-OPEN-TAIL)
003640     ELSE
003650         ADD 1 TO WS-OPEN-TABLE-OVERFLOWS
003660         ADD WS-APPLY-AMOUNT TO WS-OPEN-AMOUNT(WS-OPEN-TAIL)
003670     END-IF.

003680 4770-COMPACT-OPEN-CHARGES.
003690     MOVE 1 TO WS-MOVE-SUB
003700     PERFORM VARYING WS-OPEN-SUB FROM WS-OPEN-HEAD BY 1
003710             UNTIL WS-OPEN-SUB > WS-OPEN-TAIL
003720         MOVE WS-OPEN-CHARGE(WS-OPEN-SUB)
003730             TO WS-OPEN-CHARGE(WS-MOVE-SUB)
003740         ADD 1 TO WS-MOVE-SUB
003750     END-PERFORM
003760     COMPUTE WS-OPEN-TAIL = WS-MOVE-SUB - 1
003770     MOVE 1 TO WS-OPEN-HEAD.

      *>--------------------------------------------------------
      *>TIE THE FIFO RESULT TO THE MASTER BALANCE. WITH NO
      *>HISTORY THE WHOLE BALANCE IS BROUGHT FORWARD; WITH
      *>HISTORY ANY DIFFERENCE IS FLAGGED AND ABSORBED - MORE
      *>OWED AGES AS BROUGHT FORWARD, LESS OWED IS APPLIED LIKE
      *>A PAYMENT.
      *>--------------------------------------------------------
003780 4800-TIE-TO-MASTER-BALANCE.
003790     COMPUTE WS-DERIVED-BALANCE =
003800         WS-CREDIT-POOL - WS-BROUGHT-FORWARD
003810     PERFORM VARYING WS-OPEN-SUB FROM WS-OPEN-HEAD BY 1
003820             UNTIL WS-OPEN-SUB > WS-OPEN-TAIL
003830         SUBTRACT WS-OPEN-AMOUNT(WS-OPEN-SUB)
003840             FROM WS-DERIVED-BALANCE
003850     END-PERFORM
003860     COMPUTE WS-HISTORY-DIFFERENCE =
003870         ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
003880         - WS-DERIVED-BALANCE
003890     IF WS-HISTORY-DIFFERENCE NOT = ZERO
003900         IF CUSTOMER-HAS-HISTORY
003910             SET HISTORY-DIFFERENCE-FOUND TO TRUE
003920             ADD 1 TO WS-HISTORY-DIFFERENCES
003930         END-IF
003940         IF WS-HISTORY-DIFFERENCE > ZERO
003950             MOVE WS-HISTORY-DIFFERENCE TO WS-APPLY-AMOUNT
003960             PERFORM 4700-APPLY-DEBIT-SIDE
003970         ELSE
003980             COMPUTE WS-APPLY-AMOUNT =
003990                 0 - WS-HISTORY-DIFFERENCE
004000             MOVE ZERO TO WS-CHARGE-DATE
004010             PERFORM 4750-APPLY-CREDIT-SIDE
004020         END-IF
004030     END-IF.

004040 4900-SPREAD-OPEN-CHARGES.
004050     MOVE ZEROES TO WS-CUST-BUCKETS
004060     SUBTRACT WS-BROUGHT-FORWARD FROM WS-CUST-BUCKET(5)
004070     MOVE WS-CREDIT-POOL TO WS-CUST-BUCKET(6)
004080     PERFORM VARYING WS-OPEN-SUB FROM WS-OPEN-HEAD BY 1
004090             UNTIL WS-OPEN-SUB > WS-OPEN-TAIL
004100         PERFORM 4950-AGE-OPEN-CHARGE
004110     END-PERFORM.

004120 4950-AGE-OPEN-CHARGE.
004130     MOVE 5 TO WS-BUCKET-SUB
004140     IF WS-OPEN-DATE(WS-OPEN-SUB) > 16010000
004150         COMPUTE WS-ITEM-DATE-INT =
004160             FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE(WS-OPEN-SUB))
004170         COMPUTE WS-ITEM-AGE-DAYS =
004180             WS-RUN-DATE-INT - WS-ITEM-DATE-INT
004190         EVALUATE TRUE
004200             WHEN WS-ITEM-AGE-DAYS < 30
004210                 MOVE 1 TO WS-BUCKET-SUB
004220             WHEN WS-ITEM-AGE-DAYS < 60
004230                 MOVE 2 TO WS-BUCKET-SUB
004240             WHEN WS-ITEM-AGE-DAYS < 90
004250                 MOVE 3 TO WS-BUCKET-SUB
004260             WHEN WS-ITEM-AGE-DAYS < 120
004270                 MOVE 4 TO WS-BUCKET-SUB
004280             WHEN OTHER
004290                 MOVE 5 TO WS-BUCKET-SUB
004300         END-EVALUATE
004310     END-IF
004320     SUBTRACT WS-OPEN-AMOUNT(WS-OPEN-SUB)
004330         FROM WS-CUST-BUCKET(WS-BUCKET-SUB).

      *>--------------------------------------------------------
      *>CUSTOMER LINE. A CUSTOMER WHOSE HISTORY DID NOT EXPLAIN
      *>THE MASTER BALANCE IS MARKED *DIFF.
      *>--------------------------------------------------------
004340 5000-PRINT-CUSTOMER-LINE.
004350     PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
004360             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
004370         MOVE WS-CUST-BUCKET(WS-BUCKET-SUB)
004380             TO WS-CUST-DISPLAY(WS-BUCKET-SUB)
004390     END-PERFORM
004400     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
004410         TO WS-BALANCE-DISPLAY
004420     IF HISTORY-DIFFERENCE-FOUND
004430         MOVE " *DIFF" TO WS-DIFFERENCE-FLAG
004440     ELSE
004450         MOVE SPACES TO WS-DIFFERENCE-FLAG
004460     END-IF
004470     MOVE SPACES TO WS-REPORT-LINE
004480     STRING IDENT OF CUSTOMER-MASTER-RECORD " "
004490         CUSTOMNAME OF CUSTOMER-MASTER-RECORD " "
004500         CUST-STATE OF CUSTOMER-MASTER-RECORD " "
004510         AGE-BAND OF CUSTOMER-MASTER-RECORD " "
004520         WS-CUST-DISPLAY(1) " " WS-CUST-DISPLAY(2) " "
004530         WS-CUST-DISPLAY(3) " " WS-CUST-DISPLAY(4) " "
004540         WS-CUST-DISPLAY(5) " " WS-CUST-DISPLAY(6) " "
004550         WS-BALANCE-DISPLAY WS-DIFFERENCE-FLAG
004560         DELIMITED BY SIZE INTO WS-REPORT-LINE
004570     END-STRING
004580     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
004590     ADD 1 TO WS-CUSTOMERS-PRINTED.

      *>--------------------------------------------------------
      *>ADD THE CUSTOMER'S BUCKETS INTO THE GRAND, AGE-BAND AND
      *>CUST-STATE TOTALS.
      *>--------------------------------------------------------
004600 5100-ACCUMULATE-TOTALS.
004610     EVALUATE TRUE
004620         WHEN AGE-BAND-UNDER-18 OF CUSTOMER-MASTER-RECORD
004630             MOVE 1 TO WS-BAND-SUB
004640         WHEN AGE-BAND-18-TO-34 OF CUSTOMER-MASTER-RECORD
004650             MOVE 2 TO WS-BAND-SUB
004660         WHEN AGE-BAND-35-TO-54 OF CUSTOMER-MASTER-RECORD
004670             MOVE 3 TO WS-BAND-SUB
004680         WHEN AGE-BAND-55-PLUS OF CUSTOMER-MASTER-RECORD
004690             MOVE 4 TO WS-BAND-SUB
004700         WHEN OTHER
004710             MOVE 5 TO WS-BAND-SUB
004720     END-EVALUATE
004730     PERFORM 5200-FIND-STATE-ENTRY
004740     ADD 1 TO WS-GRAND-CUSTOMERS
004750     ADD 1 TO WS-BAND-CUSTOMERS(WS-BAND-SUB)
004760     IF STATE-ENTRY-FOUND
004770         ADD 1 TO WS-STATE-CUSTOMERS(WS-STATE-SUB)
004780     ELSE
004790         ADD 1 TO WS-OVERFLOW-CUSTOMERS
004800     END-IF
004810     PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
004820             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
004830         ADD WS-CUST-BUCKET(WS-BUCKET-SUB)
004840             TO WS-GRAND-BUCKET(WS-BUCKET-SUB)
004850         ADD WS-CUST-BUCKET(WS-BUCKET-SUB)
004860             TO WS-BAND-BUCKET(WS-BAND-SUB, WS-BUCKET-SUB)
004870         IF STATE-ENTRY-FOUND
004880             ADD WS-CUST-BUCKET(WS-BUCKET-SUB)
004890                 TO WS-STATE-BUCKET(WS-STATE-SUB,
004900                                    WS-BUCKET-SUB)
004910         ELSE
004920             ADD WS-CUST-BUCKET(WS-BUCKET-SUB)
004930                 TO WS-OVERFLOW-BUCKET(WS-BUCKET-SUB)
004940         END-IF
004950     END-PERFORM.

      *>--------------------------------------------------------
      *>LOCATE THE CUSTOMER'S STATE IN THE TABLE, OPENING A NEW
      *>ENTRY IN CODE ORDER WHEN IT IS NOT THERE YET.
      *>--------------------------------------------------------
004960 5200-FIND-STATE-ENTRY.
004970     MOVE 'N' TO WS-STATE-FOUND-SWITCH
004980     MOVE 1 TO WS-STATE-SUB
004990     PERFORM UNTIL WS-STATE-SUB > WS-STATES-USED OR
005000                   WS-STATE-CODE(WS-STATE-SUB) >=
005010                   CUST-STATE OF CUSTOMER-MASTER-RECORD
005020         ADD 1 TO WS-STATE-SUB
005030     END-PERFORM
005040     IF WS-STATE-SUB <= WS-STATES-USED
005050         IF WS-STATE-CODE(WS-STATE-SUB) =
005060            CUST-STATE OF CUSTOMER-MASTER-RECORD
005070             SET STATE-ENTRY-FOUND TO TRUE
005080         END-IF
005090     END-IF
005100     IF NOT STATE-ENTRY-FOUND AND
005110        WS-STATES-USED < WS-MAX-STATES
005120         PERFORM 5250-INSERT-STATE-ENTRY
005130         SET STATE-ENTRY-FOUND TO TRUE
005140     END-IF.

005150 5250-INSERT-STATE-ENTRY.
005160     PERFORM VARYING WS-STATE-INSERT-SUB FROM WS-STATES-USED
005170             BY -1 UNTIL WS-STATE-INSERT-SUB < WS-STATE-SUB
005180         MOVE WS-STATE-ENTRY(WS-STATE-INSERT-SUB)
005190             TO WS-STATE-ENTRY(WS-STATE-INSERT-SUB + 1)
005200     END-PERFORM
005210     ADD 1 TO WS-STATES-USED
005220     MOVE ZEROES TO WS-STATE-ENTRY(WS-STATE-SUB)
005230     MOVE CUST-STATE OF CUSTOMER-MASTER-RECORD
005240         TO WS-STATE-CODE(WS-STATE-SUB).

      *>--------------------------------------------------------
      *>SUBTOTALS BY AGE-BAND
      *>--------------------------------------------------------
005250 6000-PRINT-BAND-SUBTOTALS.
005260     MOVE SPACES TO WS-REPORT-LINE
005270     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
005280     MOVE SPACES TO WS-REPORT-LINE
005290     STRING "SUBTOTALS BY AGE-BAND"
005300         DELIMITED BY SIZE INTO WS-REPORT-LINE
005310     END-STRING
005320     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
005330     PERFORM 6050-WRITE-TOTALS-HEADING
005340     PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
005350             UNTIL WS-BAND-SUB > 5
005360         IF WS-BAND-CUSTOMERS(WS-BAND-SUB) > ZERO
005370             PERFORM 6100-PRINT-BAND-LINE
005380         END-IF
005390     END-PERFORM.

005400 6050-WRITE-TOTALS-HEADING.
005410     MOVE SPACES TO WS-REPORT-LINE
005420     STRING "                CUSTS  "
005430         WS-BUCKET-LABEL(1) "  " WS-BUCKET-LABEL(2) "  "
005440         WS-BUCKET-LABEL(3) "  " WS-BUCKET-LABEL(4) "  "
005450         WS-BUCKET-LABEL(5) "  " WS-BUCKET-LABEL(6)
005460         DELIMITED BY SIZE INTO WS-REPORT-LINE
005470     END-STRING
005480     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE.

005490 6100-PRINT-BAND-LINE.
005500     MOVE SPACES TO WS-SUBTOTAL-LABEL
005510     STRING "  BAND " WS-BAND-LABEL(WS-BAND-SUB)
005520         DELIMITED BY SIZE INTO WS-SUBTOTAL-LABEL
005530     END-STRING
005540     MOVE WS-BAND-CUSTOMERS(WS-BAND-SUB) TO WS-SUBTOTAL-COUNT
005550     PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
005560             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
005570         MOVE WS-BAND-BUCKET(WS-BAND-SUB, WS-BUCKET-SUB)
005580             TO WS-TOTAL-DISPLAY(WS-BUCKET-SUB)
005590     END-PERFORM
005600     PERFORM 6400-WRITE-SUBTOTAL-LINE.

      *>--------------------------------------------------------
      *>SUBTOTALS BY CUST-STATE
      *>--------------------------------------------------------
005610 6200-PRINT-STATE-SUBTOTALS.
005620     MOVE SPACES TO WS-REPORT-LINE
005630     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
005640     MOVE SPACES TO WS-REPORT-LINE
005650     STRING "SUBTOTALS BY CUST-STATE"
005660         DELIMITED BY SIZE INTO WS-REPORT-LINE
005670     END-STRING
005680     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
005690     PERFORM 6050-WRITE-TOTALS-HEADING
005700     PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
005710             UNTIL WS-STATE-SUB > WS-STATES-USED
005720         PERFORM 6300-PRINT-STATE-LINE
005730     END-PERFORM
005740     IF WS-OVERFLOW-CUSTOMERS > ZERO
005750         MOVE "  STATE OTHER" TO WS-SUBTOTAL-LABEL
005760         MOVE WS-OVERFLOW-CUSTOMERS TO WS-SUBTOTAL-COUNT
005770         PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
005780                 UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
005790             MOVE WS-OVERFLOW-BUCKET(WS-BUCKET-SUB)
005800                 TO WS-TOTAL-DISPLAY(WS-BUCKET-SUB)
005810         END-PERFORM
005820         PERFORM 6400-WRITE-SUBTOTAL-LINE
005830     END-IF.

005840 6300-PRINT-STATE-LINE.
005850     MOVE SPACES TO WS-SUBTOTAL-LABEL
005860     IF WS-STATE-CODE(WS-STATE-SUB) = SPACES
005870         MOVE "  STATE NONE" TO WS-SUBTOTAL-LABEL
005880     ELSE
005890         STRING "  STATE " WS-STATE-CODE(WS-STATE-SUB)
005900             DELIMITED BY SIZE INTO WS-SUBTOTAL-LABEL
005910         END-STRING
005920     END-IF
005930     MOVE WS-STATE-CUSTOMERS(WS-STATE-SUB) TO WS-SUBTOTAL-COUNT
005940     PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
005950             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
005960         MOVE WS-STATE-BUCKET(WS-STATE-SUB, WS-BUCKET-SUB)
005970             TO WS-TOTAL-DISPLAY(WS-BUCKET-SUB)
005980     END-PERFORM
005990     PERFORM 6400-WRITE-SUBTOTAL-LINE.

006000 6400-WRITE-SUBTOTAL-LINE.
006010     MOVE SPACES TO WS-REPORT-LINE
006020     STRING WS-SUBTOTAL-LABEL " " WS-SUBTOTAL-COUNT
006030         WS-TOTAL-DISPLAY(1) " " WS-TOTAL-DISPLAY(2) " "
006040         WS-TOTAL-DISPLAY(3) " " WS-TOTAL-DISPLAY(4) " "
006050         WS-TOTAL-DISPLAY(5) " " WS-TOTAL-DISPLAY(6)
006060         DELIMITED BY SIZE INTO WS-REPORT-LINE
006070     END-STRING
006080     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>GRAND TOTALS AND THE TIE-OUT: THE SIX BUCKETS MUST ADD
      *>TO THE SUM OF EVERY MASTER BALANCE (ZERO BALANCES
      *>INCLUDED, THOUGH THEY CONTRIBUTE NOTHING).
      *>--------------------------------------------------------
006090 6500-PRINT-GRAND-TOTALS.
006100     MOVE SPACES TO WS-REPORT-LINE
006110     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
006120     PERFORM 6050-WRITE-TOTALS-HEADING
006130     MOVE "GRAND TOTAL" TO WS-SUBTOTAL-LABEL
006140     MOVE WS-GRAND-CUSTOMERS TO WS-SUBTOTAL-COUNT
006150     MOVE ZERO TO WS-BUCKET-TOTAL
006160     PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
006170             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
006180         MOVE WS-GRAND-BUCKET(WS-BUCKET-SUB)
006190             TO WS-TOTAL-DISPLAY(WS-BUCKET-SUB)
006200         ADD WS-GRAND-BUCKET(WS-BUCKET-SUB) TO WS-BUCKET-TOTAL
006210     END-PERFORM
006220     PERFORM 6400-WRITE-SUBTOTAL-LINE
006230     MOVE WS-BUCKET-TOTAL TO WS-AMOUNT-DISPLAY
006240     MOVE WS-MASTER-BALANCE-TOTAL TO WS-AMOUNT-DISPLAY-2
006250     MOVE SPACES TO WS-REPORT-LINE
006260     STRING "AGED TOTAL " WS-AMOUNT-DISPLAY
006270         "  MASTER BALANCE TOTAL " WS-AMOUNT-DISPLAY-2
006280         DELIMITED BY SIZE INTO WS-REPORT-LINE
006290     END-STRING
006300     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
006310     MOVE SPACES TO WS-REPORT-LINE
006320     IF WS-BUCKET-TOTAL = WS-MASTER-BALANCE-TOTAL
006330         STRING "AGED TOTAL TIES TO CUSTOMER MASTER"
006340             DELIMITED BY SIZE INTO WS-REPORT-LINE
006350         END-STRING
006360     ELSE
006370         STRING "*** AGED TOTAL DOES NOT TIE TO CUSTOMER"
006380             " MASTER ***"
006390             DELIMITED BY SIZE INTO WS-REPORT-LINE
006400         END-STRING
006410     END-IF
006420     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE
006430     MOVE SPACES TO WS-REPORT-LINE
006440     STRING "CUSTOMERS " WS-CUSTOMERS-READ
006450         " AGED " WS-CUSTOMERS-PRINTED
006460         " ZERO BALANCE " WS-ZERO-BALANCE-CUSTOMERS
006470         " HISTORY DIFFERENCES " WS-HISTORY-DIFFERENCES
006480         DELIMITED BY SIZE INTO WS-REPORT-LINE
006490     END-STRING
006500     WRITE AGED-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>TERMINATION. A TIE-OUT FAILURE ENDS RC=16; A HISTORY
      *>DIFFERENCE ENDS RC=4 SO OPS LOOKS AT CUSTRECN.
      *>--------------------------------------------------------
006510 9000-TERMINATE.
006520     CLOSE CUSTOMER-MASTER-FILE
006530     CLOSE TRANSACTION-HISTORY-FILE
006540     CLOSE AGED-REPORT-FILE
006550     DISPLAY "CUSTOMERS READ:       " WS-CUSTOMERS-READ
006560     DISPLAY "CUSTOMERS AGED:       " WS-CUSTOMERS-PRINTED
006570     DISPLAY "HISTORY RECORDS READ: " WS-HISTORY-RECORDS-READ
006580     DISPLAY "HISTORY DIFFERENCES:  " WS-HISTORY-DIFFERENCES
006590     DISPLAY "OPEN TABLE OVERFLOWS: " WS-OPEN-TABLE-OVERFLOWS
006600     IF WS-HISTORY-DIFFERENCES > ZERO
006610         DISPLAY "HISTORY DOES NOT EXPLAIN SOME BALANCES"
006620             " - RUN CUSTRECN"
006630         MOVE 4 TO RETURN-CODE
006640     END-IF
006650     IF WS-BUCKET-TOTAL NOT = WS-MASTER-BALANCE-TOTAL
006660         DISPLAY "AGED TOTAL DOES NOT TIE TO CUSTOMER MASTER"
006670         MOVE 16 TO RETURN-CODE
006680     END-IF.
