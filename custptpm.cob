000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTPTPM.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>PROMISE-TO-PAY ARRANGEMENT MAINTENANCE.
      *>APPLIES THE COLLECTORS' ARRANGEMENT CARDS TO
      *>PROD.CUSTOMER.ARRANGE, ONE CARD PER ACTION:
      *>  A - ADD A PLAN: COLLECTOR, INSTALLMENT AMOUNT, NUMBER
      *>      OF INSTALLMENTS (1-12), FIRST DUE DATE AND
      *>      FREQUENCY (W WEEKLY, F FORTNIGHTLY, M MONTHLY ON
      *>      THE SAME DAY - DAY 01 TO 28). THE PLAN IS DATED THE
      *>      RUN DATE AND ITS DUE DATES ARE BUILT FROM THE FIRST.
      *>  C - CHANGE THE CUSTOMER'S OPEN PLAN. ANY FIELD KEYED
      *>      REPLACES THE PLAN'S; THE INSTALLMENTS NOT YET KEPT
      *>      ARE THEN RE-SCHEDULED FROM THE DUE DATE KEYED, OR
      *>      FROM THE NEXT ONE ALREADY DUE. INSTALLMENTS ALREADY
      *>      KEPT ARE NEVER TOUCHED.
      *>  X - CANCEL THE CUSTOMER'S OPEN PLAN; THE REMARK ON THE
      *>      CARD GOES INTO THE CONTACT NOTE.
      *>A CUSTOMER HAS AT MOST ONE OPEN PLAN. A CARD IS REFUSED,
      *>AND PRINTED WITH THE REASON, WHEN THE IDENT IS NOT ON
      *>THE MASTER, AN ADD IS FOR A CHARGED-OFF CUSTOMER OR ONE
      *>WITH A PLAN ALREADY OPEN (OR SET UP THE SAME DAY), A
      *>CHANGE OR CANCEL FINDS NO OPEN PLAN, OR A FIELD IS NOT
      *>VALID. ANY REFUSAL ENDS THE RUN RC=4. EVERY ACCEPTED
      *>CARD ALSO ADDS A SYSTEM NOTE TO THE CUSTOMER'S CONTACT
      *>NOTES (CNOT).
      *>PARM IS RUNDATE (YYYYMMDD), DEFAULTING TO THE SYSTEM
      *>DATE.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT PLAN-CARD-FILE ASSIGN TO PTPCARDS
000090         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-PTPCARDS-STATUS.
000110     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000120         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS DYNAMIC
000140         RECORD KEY IS IDENT OF CUSTOMER-MASTER-RECORD
000150         FILE STATUS IS WS-CUSTMAST-STATUS.
000160     SELECT ARRANGEMENT-FILE ASSIGN TO ARRANGE
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS AR-KEY
000200         FILE STATUS IS WS-ARRANGE-STATUS.
000210     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS CN-KEY
000250         FILE STATUS IS WS-CUSTNOTE-STATUS.
000260     SELECT PLAN-REGISTER-FILE ASSIGN TO PTPMRPT
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS WS-PTPMRPT-STATUS.

000290 DATA DIVISION.

000300 FILE SECTION.

      *>ARRANGEMENT CARDS, 80 BYTES: ACTION IN 1, IDENT IN 3-9,
      *>COLLECTOR IN 11-18, INSTALLMENT AMOUNT IN 20-26 (TWO
      *>IMPLIED DECIMALS), INSTALLMENT COUNT IN 28-29, FIRST DUE
      *>DATE IN 31-38, FREQUENCY IN 40, REMARK IN 42-71. AN
      *>ASTERISK IN COLUMN 1 MARKS A COMMENT CARD.
000310 FD  PLAN-CARD-FILE
000320     LABEL RECORDS ARE STANDARD.
000330 01  PLAN-CARD-RECORD.
000340     05 PC-ACTION PIC X.
000350        88 PC-ADD VALUE "A".
000360        88 PC-CHANGE VALUE "C".
000370        88 PC-CANCEL VALUE "X".
000380     05 FILLER PIC X.
000390     05 PC-IDENT-X PIC X(7).
000400     05 PC-IDENT REDEFINES PC-IDENT-X PIC 9(7).
000410     05 FILLER PIC X.
000420     05 PC-COLLECTOR PIC X(8).
000430     05 FILLER PIC X.
000440     05 PC-AMOUNT-X PIC X(7).
000450     05 PC-AMOUNT REDEFINES PC-AMOUNT-X PIC 9(5)V99.
000460     05 FILLER PIC X.
000470     05 PC-COUNT-X PIC X(2).
000480     05 PC-COUNT REDEFINES PC-COUNT-X PIC 9(2).
000490     05 FILLER PIC X.
000500     05 PC-DUE-DATE-X PIC X(8).
000510     05 PC-DUE-DATE REDEFINES PC-DUE-DATE-X PIC 9(8).
000520     05 FILLER PIC X.
000530     05 PC-FREQUENCY PIC X.
000540        88 PC-FREQUENCY-VALID VALUE "W" "F" "M".
000550     05 FILLER PIC X.
000560     05 PC-REMARK PIC X(30).
000570     05 FILLER PIC X(9).

000580 FD  CUSTOMER-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  CUSTOMER-MASTER-RECORD.
000610     COPY CUSTREC.

000620 FD  ARRANGEMENT-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  ARRANGEMENT-RECORD.
000650     COPY ARRANGE.

      *>CUSTOMER CONTACT NOTES - ONE SYSTEM NOTE PER CARD APPLIED.
000660 FD  CUSTOMER-NOTE-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  CUSTOMER-NOTE-RECORD.
000690     COPY CUSTNOTE.

000700 FD  PLAN-REGISTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  PLAN-REGISTER-RECORD PIC X(132).

000730 WORKING-STORAGE SECTION.

000740 01 WS-FILE-STATUS-GROUP.
000750     05 WS-PTPCARDS-STATUS PIC XX VALUE "00".
000760        88 PTPCARDS-OK VALUE "00".
000770     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
000780        88 CUSTMAST-OK VALUE "00".
000790     05 WS-ARRANGE-STATUS PIC XX VALUE "00".
000800        88 ARRANGE-OK VALUE "00".
000810        88 ARRANGE-NOT-FOUND VALUE "35".
000820     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
000830        88 CUSTNOTE-OK VALUE "00".
000840        88 CUSTNOTE-DUPLICATE VALUE "22".
000850        88 CUSTNOTE-NOT-FOUND VALUE "35".
000860     05 WS-PTPMRPT-STATUS PIC XX VALUE "00".
000870        88 PTPMRPT-OK VALUE "00".

000880 01 WS-SWITCHES.
000890     05 WS-PTPCARDS-EOF-SWITCH PIC X VALUE 'N'.
000900        88 PTPCARDS-AT-END VALUE 'Y'.
000910     05 WS-ARRANGE-FOUND-SWITCH PIC X VALUE 'N'.
000920        88 ARRANGEMENT-FOUND VALUE 'Y'.
000930     05 WS-ARRANGE-SCAN-SWITCH PIC X VALUE 'N'.
000940        88 ARRANGE-SCAN-ENDED VALUE 'Y'.
000950     05 WS-NOTE-DONE-SWITCH PIC X VALUE 'N'.
000960        88 NOTE-WRITE-DONE VALUE 'Y'.

000970 01 WS-COUNTS.
000980     05 WS-CARDS-READ PIC 9(7) VALUE ZERO.
000990     05 WS-PLANS-ADDED PIC 9(7) VALUE ZERO.
001000     05 WS-PLANS-CHANGED PIC 9(7) VALUE ZERO.
001010     05 WS-PLANS-CANCELLED PIC 9(7) VALUE ZERO.
001020     05 WS-CARDS-REFUSED PIC 9(7) VALUE ZERO.
001030     05 WS-NOTES-WRITTEN PIC 9(7) VALUE ZERO.
001040     05 WS-NOTES-FAILED PIC 9(7) VALUE ZERO.

001050 01 WS-RUN-PARAMETERS.
001060     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
001070     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.

001080 01 WS-CURRENT-DATE-FIELDS.
001090     05 WS-SYSTEM-DATE PIC 9(8).

001100 01 WS-PLAN-WORK.
001110     05 WS-REFUSAL-REASON PIC X(60) VALUE SPACES.
001120     05 WS-RESULT-TEXT PIC X(9) VALUE SPACES.
001130     05 WS-SCAN-IDENT PIC 9(7) VALUE ZERO.
001140     05 WS-LATEST-ARRANGE-KEY PIC X(15) VALUE SPACES.
001150     05 WS-INST-SUB PIC 9(2) VALUE ZERO.
001160     05 WS-FIRST-PENDING PIC 9(2) VALUE ZERO.
001170     05 WS-NEW-COUNT PIC 9(2) VALUE ZERO.
001180     05 WS-NEW-FREQUENCY PIC X VALUE SPACE.
001190     05 WS-SCHED-DATE PIC 9(8) VALUE ZERO.
001200     05 WS-DATE-WORK.
001210         10 WS-DW-YEAR PIC 9(4).
001220         10 WS-DW-MONTH PIC 9(2).
001230         10 WS-DW-DAY PIC 9(2).
001240     05 WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).
001250     05 WS-FREQUENCY-NAME PIC X(11) VALUE SPACES.
001260     05 WS-AMOUNT-DISPLAY PIC ZZZZ9.99.
001270     05 WS-DETAIL-TEXT PIC X(70) VALUE SPACES.
001280     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

      *>SYSTEM NOTES ON PROD.CUSTOMER.NOTES ARE STAMPED WITH THE
      *>RUN DATE AND THE TIME THIS JOB STARTED.
001290 01 WS-NOTE-WORK.
001300     05 WS-NOTE-START-TIME PIC 9(8) VALUE ZERO.
001310     05 WS-NOTE-TEXT PIC X(70) VALUE SPACES.

001320 LINKAGE SECTION.
001330 01 LK-PARM-AREA.
001340     05 LK-PARM-LENGTH PIC S9(4) COMP.
001350     05 LK-PARM-TEXT PIC X(80).

001360 PROCEDURE DIVISION USING LK-PARM-AREA.

001370 0000-MAIN-LOGIC.
001380     PERFORM 1000-INITIALIZE
001390     PERFORM 2000-PROCESS-CARDS
001400     PERFORM 9000-TERMINATE
001410     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001420 1000-INITIALIZE.
001430     PERFORM 1100-GET-RUN-PARAMETERS
001440     OPEN OUTPUT PLAN-REGISTER-FILE
001450     IF NOT PTPMRPT-OK
001460         DISPLAY "ARRANGEMENT REGISTER OPEN FAILED, STATUS="
001470             WS-PTPMRPT-STATUS
001480         MOVE 16 TO RETURN-CODE
001490         STOP RUN
001500     END-IF
001510     OPEN INPUT PLAN-CARD-FILE
001520     IF NOT PTPCARDS-OK
001530         DISPLAY "ARRANGEMENT CARD FILE OPEN FAILED, STATUS="
001540             WS-PTPCARDS-STATUS
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF
001580     OPEN INPUT CUSTOMER-MASTER-FILE
001590     IF NOT CUSTMAST-OK
001600         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
001610             WS-CUSTMAST-STATUS
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF
001650     PERFORM 1200-OPEN-ARRANGEMENTS
001660     PERFORM 1300-OPEN-CUSTOMER-NOTES
001670     PERFORM 1400-WRITE-REPORT-HEADERS.

001680 1100-GET-RUN-PARAMETERS.
001690     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001700     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001710     IF LK-PARM-LENGTH > ZERO
001720         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
001730             DELIMITED BY ","
001740             INTO WS-PARM-RUN-DATE
001750         END-UNSTRING
001760         IF WS-PARM-RUN-DATE NUMERIC AND
001770            WS-PARM-RUN-DATE NOT = ZERO
001780             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001790         END-IF
001800     END-IF.

      *>--------------------------------------------------------
      *>THE ARRANGEMENT FILE IS PERSISTENT; THE FIRST RUN EVER
      *>CREATES IT EMPTY.
      *>--------------------------------------------------------
001810 1200-OPEN-ARRANGEMENTS.
001820     OPEN I-O ARRANGEMENT-FILE
001830     IF ARRANGE-NOT-FOUND
001840         OPEN OUTPUT ARRANGEMENT-FILE
001850         CLOSE ARRANGEMENT-FILE
001860         OPEN I-O ARRANGEMENT-FILE
001870     END-IF
001880     IF NOT ARRANGE-OK
001890         DISPLAY "ARRANGEMENT FILE OPEN FAILED, STATUS="
001900             WS-ARRANGE-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.

001940 1300-OPEN-CUSTOMER-NOTES.
001950     ACCEPT WS-NOTE-START-TIME FROM TIME
001960     OPEN I-O CUSTOMER-NOTE-FILE
001970     IF CUSTNOTE-NOT-FOUND
001980         OPEN OUTPUT CUSTOMER-NOTE-FILE
001990         CLOSE CUSTOMER-NOTE-FILE
002000         OPEN I-O CUSTOMER-NOTE-FILE
002010     END-IF
002020     IF NOT CUSTNOTE-OK
002030         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
002040             WS-CUSTNOTE-STATUS
002050         MOVE 16 TO RETURN-CODE
002060         STOP RUN
002070     END-IF.

002080 1400-WRITE-REPORT-HEADERS.
002090     MOVE SPACES TO WS-REPORT-LINE
002100     STRING "PROMISE-TO-PAY ARRANGEMENT REGISTER - RUN DATE "
002110         WS-RUN-DATE
002120         DELIMITED BY SIZE INTO WS-REPORT-LINE
002130     END-STRING
002140     WRITE PLAN-REGISTER-RECORD FROM WS-REPORT-LINE
002150     MOVE SPACES TO WS-REPORT-LINE
002160     WRITE PLAN-REGISTER-RECORD FROM WS-REPORT-LINE
002170     STRING "RESULT    ACT IDENT   COLLECTOR DETAIL"
002180         DELIMITED BY SIZE INTO WS-REPORT-LINE
002190     END-STRING
002200     WRITE PLAN-REGISTER-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>ONE ARRANGEMENT CARD AT A TIME
      *>--------------------------------------------------------
002210 2000-PROCESS-CARDS.
002220     PERFORM 2100-READ-NEXT-CARD
002230     PERFORM UNTIL PTPCARDS-AT-END
002240         IF PLAN-CARD-RECORD NOT = SPACES AND
002250            PC-ACTION NOT = "*"
002260             ADD 1 TO WS-CARDS-READ
002270             PERFORM 3000-VALIDATE-CARD
002280             IF WS-REFUSAL-REASON = SPACES
002290                 EVALUATE TRUE
002300                     WHEN PC-ADD
002310                         PERFORM 4000-ADD-ARRANGEMENT
002320                     WHEN PC-CHANGE
002330                         PERFORM 4200-CHANGE-ARRANGEMENT
002340                     WHEN PC-CANCEL
002350                         PERFORM 4400-CANCEL-ARRANGEMENT
002360                 END-EVALUATE
002370             END-IF
002380             IF WS-REFUSAL-REASON NOT = SPACES
002390                 PERFORM 4800-WRITE-REFUSAL-LINE
002400             END-IF
002410         END-IF
002420         PERFORM 2100-READ-NEXT-CARD
002430     END-PERFORM.

002440 2100-READ-NEXT-CARD.
002450     IF NOT PTPCARDS-AT-END
002460         READ PLAN-CARD-FILE
002470             AT END
002480                 SET PTPCARDS-AT-END TO TRUE
002490         END-READ
002500     END-IF.

      *>--------------------------------------------------------
      *>CARD VALIDATION. THE FIRST FAILURE FOUND IS THE REASON
      *>PRINTED. THE CUSTOMER'S LATEST PLAN IS LEFT IN THE
      *>ARRANGEMENT RECORD AREA FOR THE CHANGE OR CANCEL.
      *>--------------------------------------------------------
002510 3000-VALIDATE-CARD.
002520     MOVE SPACES TO WS-REFUSAL-REASON
002530     EVALUATE TRUE
002540         WHEN NOT PC-ADD AND NOT PC-CHANGE AND NOT PC-CANCEL
002550             MOVE "ACTION MUST BE A, C OR X" TO WS-REFUSAL-REASON
002560         WHEN PC-IDENT-X NOT NUMERIC OR PC-IDENT = ZERO
002570             MOVE "IDENT NOT NUMERIC" TO WS-REFUSAL-REASON
002580     END-EVALUATE
002590     IF WS-REFUSAL-REASON = SPACES
002600         PERFORM 3100-READ-CUSTOMER
002610     END-IF
002620     IF WS-REFUSAL-REASON = SPACES
002630         MOVE PC-IDENT TO WS-SCAN-IDENT
002640         PERFORM 3200-FIND-CURRENT-ARRANGEMENT
002650         EVALUATE TRUE
002660             WHEN PC-ADD
002670                 PERFORM 3300-VALIDATE-ADD
002680             WHEN NOT ARRANGEMENT-FOUND
002690                 MOVE "NO ARRANGEMENT ON FILE FOR IDENT"
002700                     TO WS-REFUSAL-REASON
002710             WHEN NOT AR-OPEN
002720                 STRING "LATEST ARRANGEMENT " AR-SET-DATE
002730                     " IS NOT OPEN (STATUS " AR-STATUS ")"
002740                     DELIMITED BY SIZE INTO WS-REFUSAL-REASON
002750                 END-STRING
002760             WHEN PC-CHANGE
002770                 PERFORM 3400-VALIDATE-CHANGE
002780         END-EVALUATE
002790     END-IF.

002800 3100-READ-CUSTOMER.
002810     MOVE PC-IDENT TO IDENT OF CUSTOMER-MASTER-RECORD
002820     READ CUSTOMER-MASTER-FILE
002830         KEY IS IDENT OF CUSTOMER-MASTER-RECORD
002840         INVALID KEY
002850             MOVE "IDENT NOT ON MASTER" TO WS-REFUSAL-REASON
002860         NOT INVALID KEY
002870             IF PC-ADD AND
002880                CUST-CHARGED-OFF OF CUSTOMER-MASTER-RECORD
002890                 MOVE "CUSTOMER IS CHARGED OFF"
002900                     TO WS-REFUSAL-REASON
002910             END-IF
002920     END-READ.

      *>--------------------------------------------------------
      *>THE CUSTOMER'S LATEST PLAN IS THE HIGHEST KEY FOR THE
      *>IDENT. IT IS READ BACK BY KEY SO THE RECORD AREA HOLDS IT
      *>AND A REWRITE APPLIES TO IT.
      *>--------------------------------------------------------
002930 3200-FIND-CURRENT-ARRANGEMENT.
002940     MOVE 'N' TO WS-ARRANGE-FOUND-SWITCH
002950     MOVE 'N' TO WS-ARRANGE-SCAN-SWITCH
002960     MOVE WS-SCAN-IDENT TO AR-IDENT
002970     MOVE ZERO TO AR-SET-DATE
002980     START ARRANGEMENT-FILE
002990         KEY IS NOT LESS THAN AR-KEY
003000         INVALID KEY
003010             SET ARRANGE-SCAN-ENDED TO TRUE
003020     END-START
003030     PERFORM 3250-READ-NEXT-ARRANGEMENT
003040         UNTIL ARRANGE-SCAN-ENDED
003050     IF ARRANGEMENT-FOUND
003060         MOVE WS-LATEST-ARRANGE-KEY TO AR-KEY
003070         READ ARRANGEMENT-FILE
003080             KEY IS AR-KEY
003090             INVALID KEY
003100                 MOVE 'N' TO WS-ARRANGE-FOUND-SWITCH
003110         END-READ
003120     END-IF.

003130 3250-READ-NEXT-ARRANGEMENT.
003140     READ ARRANGEMENT-FILE NEXT RECORD
003150         AT END
003160             SET ARRANGE-SCAN-ENDED TO TRUE
003170         NOT AT END
003180             IF AR-IDENT NOT = WS-SCAN-IDENT
003190                 SET ARRANGE-SCAN-ENDED TO TRUE
003200             ELSE
003210                 SET ARRANGEMENT-FOUND TO TRUE
003220                 MOVE AR-KEY TO WS-LATEST-ARRANGE-KEY
003230             END-IF
003240     END-READ.

003250 3300-VALIDATE-ADD.
003260     EVALUATE TRUE
003270         WHEN ARRANGEMENT-FOUND AND AR-OPEN
003280             STRING "ARRANGEMENT OF " AR-SET-DATE
003290                 " ALREADY OPEN - CHANGE IT INSTEAD"
003300                 DELIMITED BY SIZE INTO WS-REFUSAL-REASON
003310             END-STRING
003320         WHEN ARRANGEMENT-FOUND AND AR-SET-DATE = WS-RUN-DATE
003330             MOVE "AN ARRANGEMENT WAS ALREADY SET UP TODAY"
003340                 TO WS-REFUSAL-REASON
003350         WHEN PC-COLLECTOR = SPACES
003360             MOVE "NO COLLECTOR ON CARD" TO WS-REFUSAL-REASON
003370         WHEN PC-AMOUNT-X NOT NUMERIC OR PC-AMOUNT = ZERO
003380             MOVE "INSTALLMENT AMOUNT MISSING OR NOT NUMERIC"
003390                 TO WS-REFUSAL-REASON
003400         WHEN PC-COUNT-X NOT NUMERIC OR PC-COUNT = ZERO OR
003410              PC-COUNT > 12
003420             MOVE "INSTALLMENT COUNT MUST BE 01 TO 12"
003430                 TO WS-REFUSAL-REASON
003440         WHEN NOT PC-FREQUENCY-VALID
003450             MOVE "FREQUENCY MUST BE W, F OR M"
003460                 TO WS-REFUSAL-REASON
003470         WHEN PC-DUE-DATE-X NOT NUMERIC
003480             MOVE "FIRST DUE DATE MISSING OR NOT NUMERIC"
003490                 TO WS-REFUSAL-REASON
003500         WHEN OTHER
003510             MOVE PC-DUE-DATE TO WS-SCHED-DATE
003520             MOVE PC-FREQUENCY TO WS-NEW-FREQUENCY
003530             PERFORM 3500-CHECK-DUE-DATE
003540     END-EVALUATE.

      *>--------------------------------------------------------
      *>A CHANGE NEEDS AT LEAST ONE FIELD KEYED, AND EVERY FIELD
      *>KEYED MUST BE VALID. THE COUNT CANNOT DROP TO THE
      *>INSTALLMENTS ALREADY KEPT - CANCEL THE PLAN INSTEAD.
      *>THE RE-SCHEDULE STARTS AT THE FIRST INSTALLMENT NOT YET
      *>KEPT, FROM THE DATE KEYED OR ITS OWN DUE DATE.
      *>--------------------------------------------------------
003550 3400-VALIDATE-CHANGE.
003560     COMPUTE WS-FIRST-PENDING = AR-KEPT-COUNT + 1
003570     MOVE AR-INSTALLMENT-COUNT TO WS-NEW-COUNT
003580     MOVE AR-FREQUENCY TO WS-NEW-FREQUENCY
003590     MOVE AR-DUE-DATE (WS-FIRST-PENDING) TO WS-SCHED-DATE
003600     EVALUATE TRUE
003610         WHEN PC-COLLECTOR = SPACES AND PC-AMOUNT-X = SPACES
003620          AND PC-COUNT-X = SPACES AND PC-DUE-DATE-X = SPACES
003630          AND PC-FREQUENCY = SPACE
003640             MOVE "NOTHING TO CHANGE ON CARD"
003650                 TO WS-REFUSAL-REASON
003660         WHEN PC-AMOUNT-X NOT = SPACES AND
003670             (PC-AMOUNT-X NOT NUMERIC OR PC-AMOUNT = ZERO)
003680             MOVE "INSTALLMENT AMOUNT NOT NUMERIC"
003690                 TO WS-REFUSAL-REASON
003700         WHEN PC-COUNT-X NOT = SPACES AND
003710             (PC-COUNT-X NOT NUMERIC OR PC-COUNT > 12 OR
003720              PC-COUNT NOT > AR-KEPT-COUNT)
003730             STRING "INSTALLMENT COUNT MUST BE OVER "
003740                 AR-KEPT-COUNT " KEPT AND NOT OVER 12"
003750                 DELIMITED BY SIZE INTO WS-REFUSAL-REASON
003760             END-STRING
003770         WHEN PC-FREQUENCY NOT = SPACE AND
003780              NOT PC-FREQUENCY-VALID
003790             MOVE "FREQUENCY MUST BE W, F OR M"
003800                 TO WS-REFUSAL-REASON
003810         WHEN PC-DUE-DATE-X NOT = SPACES AND
003820              PC-DUE-DATE-X NOT NUMERIC
003830             MOVE "FIRST DUE DATE NOT NUMERIC"
003840                 TO WS-REFUSAL-REASON
003850         WHEN OTHER
003860             IF PC-COUNT-X NOT = SPACES
003870                 MOVE PC-COUNT TO WS-NEW-COUNT
003880             END-IF
003890             IF PC-FREQUENCY NOT = SPACE
003900                 MOVE PC-FREQUENCY TO WS-NEW-FREQUENCY
003910             END-IF
003920             IF PC-DUE-DATE-X NOT = SPACES
003930                 MOVE PC-DUE-DATE TO WS-SCHED-DATE
003940                 PERFORM 3500-CHECK-DUE-DATE
003950             ELSE
003960                 PERFORM 3550-CHECK-MONTHLY-DAY
003970             END-IF
003980     END-EVALUATE.

003990 3500-CHECK-DUE-DATE.
004000     IF FUNCTION TEST-DATE-YYYYMMDD (WS-SCHED-DATE) NOT = ZERO
004010         MOVE "FIRST DUE DATE IS NOT A VALID DATE"
004020             TO WS-REFUSAL-REASON
004030     ELSE
004040         IF WS-SCHED-DATE < WS-RUN-DATE
004050             MOVE "FIRST DUE DATE IS BEFORE THE RUN DATE"
004060                 TO WS-REFUSAL-REASON
004070         ELSE
004080             PERFORM 3550-CHECK-MONTHLY-DAY
004090         END-IF
004100     END-IF.

      *>A MONTHLY PLAN FALLS DUE ON THE SAME DAY EVERY MONTH, SO
      *>THE DAY MUST EXIST IN EVERY MONTH.
004110 3550-CHECK-MONTHLY-DAY.
004120     MOVE WS-SCHED-DATE TO WS-DATE-WORK-NUM
004130     IF WS-NEW-FREQUENCY = "M" AND WS-DW-DAY > 28
004140         MOVE "MONTHLY DUE DAY MUST BE 01 TO 28"
004150             TO WS-REFUSAL-REASON
004160     END-IF.

      *>--------------------------------------------------------
      *>ADD - A NEW OPEN PLAN DATED THE RUN DATE
      *>--------------------------------------------------------
004170 4000-ADD-ARRANGEMENT.
004180     INITIALIZE ARRANGEMENT-RECORD
004190     MOVE PC-IDENT TO AR-IDENT
004200     MOVE WS-RUN-DATE TO AR-SET-DATE
004210     SET AR-OPEN TO TRUE
004220     MOVE WS-RUN-DATE TO AR-STATUS-DATE
004230     MOVE PC-COLLECTOR TO AR-COLLECTOR
004240     MOVE PC-AMOUNT TO AR-INSTALLMENT-AMOUNT
004250     MOVE PC-COUNT TO AR-INSTALLMENT-COUNT
004260     MOVE PC-FREQUENCY TO AR-FREQUENCY
004270     MOVE ZERO TO AR-TOTAL-PAID
004280     MOVE ZERO TO AR-CHECKED-THROUGH
004290     MOVE ZERO TO AR-KEPT-COUNT
004300     MOVE SPACE TO AR-LETTER-SWITCH
004310     MOVE WS-RUN-DATE TO AR-MAINT-DATE
004320     MOVE PC-ACTION TO AR-MAINT-ACTION
004330     MOVE 1 TO WS-FIRST-PENDING
004340     PERFORM 6000-BUILD-SCHEDULE
004350     WRITE ARRANGEMENT-RECORD
004360         INVALID KEY
004370             STRING "ARRANGEMENT WRITE FAILED, STATUS="
004380                 WS-ARRANGE-STATUS
004390                 DELIMITED BY SIZE INTO WS-REFUSAL-REASON
004400             END-STRING
004410         NOT INVALID KEY
004420             ADD 1 TO WS-PLANS-ADDED
004430             MOVE "ADDED" TO WS-RESULT-TEXT
004440             PERFORM 6200-DESCRIBE-SCHEDULE
004450             PERFORM 4700-WRITE-ACCEPTED-LINE
004460             MOVE SPACES TO WS-NOTE-TEXT
004470             STRING "PTP SET UP BY " DELIMITED BY SIZE
004480                 AR-COLLECTOR DELIMITED BY SPACE
004490                 ": " WS-DETAIL-TEXT DELIMITED BY SIZE
004495                 INTO WS-NOTE-TEXT
004500             END-STRING
004510             PERFORM 8000-WRITE-SYSTEM-NOTE
004520     END-WRITE.

      *>--------------------------------------------------------
      *>CHANGE - THE FIELDS KEYED REPLACE THE PLAN'S, THEN EVERY
      *>INSTALLMENT NOT YET KEPT IS RE-SCHEDULED
      *>--------------------------------------------------------
004530 4200-CHANGE-ARRANGEMENT.
004540     IF PC-COLLECTOR NOT = SPACES
004550         MOVE PC-COLLECTOR TO AR-COLLECTOR
004560     END-IF
004570     IF PC-AMOUNT-X NOT = SPACES
004580         MOVE PC-AMOUNT TO AR-INSTALLMENT-AMOUNT
004590     END-IF
004600     MOVE WS-NEW-COUNT TO AR-INSTALLMENT-COUNT
004610     MOVE WS-NEW-FREQUENCY TO AR-FREQUENCY
004620     MOVE WS-RUN-DATE TO AR-MAINT-DATE
004630     MOVE PC-ACTION TO AR-MAINT-ACTION
004640     PERFORM 6000-BUILD-SCHEDULE
004650     REWRITE ARRANGEMENT-RECORD
004660         INVALID KEY
004670             STRING "ARRANGEMENT REWRITE FAILED, STATUS="
004680                 WS-ARRANGE-STATUS
004690                 DELIMITED BY SIZE INTO WS-REFUSAL-REASON
004700             END-STRING
004710         NOT INVALID KEY
004720             ADD 1 TO WS-PLANS-CHANGED
004730             MOVE "CHANGED" TO WS-RESULT-TEXT
004740             PERFORM 6200-DESCRIBE-SCHEDULE
004750             PERFORM 4700-WRITE-ACCEPTED-LINE
004760             MOVE SPACES TO WS-NOTE-TEXT
004770             STRING "PTP CHANGED BY " DELIMITED BY SIZE
004780                 AR-COLLECTOR DELIMITED BY SPACE
004790                 ": " WS-DETAIL-TEXT DELIMITED BY SIZE
004795                 INTO WS-NOTE-TEXT
004800             END-STRING
004810             PERFORM 8000-WRITE-SYSTEM-NOTE
004820     END-REWRITE.

      *>--------------------------------------------------------
      *>CANCEL - THE PLAN STAYS ON FILE, CLOSED AS CANCELLED
      *>--------------------------------------------------------
004830 4400-CANCEL-ARRANGEMENT.
004840     SET AR-CANCELLED TO TRUE
004850     MOVE WS-RUN-DATE TO AR-STATUS-DATE
004860     MOVE WS-RUN-DATE TO AR-MAINT-DATE
004870     MOVE PC-ACTION TO AR-MAINT-ACTION
004880     REWRITE ARRANGEMENT-RECORD
004890         INVALID KEY
004900             STRING "ARRANGEMENT REWRITE FAILED, STATUS="
004910                 WS-ARRANGE-STATUS
004920                 DELIMITED BY SIZE INTO WS-REFUSAL-REASON
004930             END-STRING
004940         NOT INVALID KEY
004950             ADD 1 TO WS-PLANS-CANCELLED
004960             MOVE "CANCELLED" TO WS-RESULT-TEXT
004970             MOVE SPACES TO WS-DETAIL-TEXT
004980             STRING "PLAN OF " AR-SET-DATE ", "
004990                 AR-KEPT-COUNT " OF " AR-INSTALLMENT-COUNT
005000                 " KEPT: " PC-REMARK
005010                 DELIMITED BY SIZE INTO WS-DETAIL-TEXT
005020             END-STRING
005030             PERFORM 4700-WRITE-ACCEPTED-LINE
005040             MOVE SPACES TO WS-NOTE-TEXT
005050             STRING "PROMISE TO PAY OF " AR-SET-DATE
005060                 " CANCELLED: " PC-REMARK
005070                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
005080             END-STRING
005090             PERFORM 8000-WRITE-SYSTEM-NOTE
005100     END-REWRITE.

005110 4700-WRITE-ACCEPTED-LINE.
005120     MOVE SPACES TO WS-REPORT-LINE
005130     STRING WS-RESULT-TEXT " " PC-ACTION "   " PC-IDENT
005140         " " AR-COLLECTOR "  " WS-DETAIL-TEXT
005150         DELIMITED BY SIZE INTO WS-REPORT-LINE
005160     END-STRING
005170     WRITE PLAN-REGISTER-RECORD FROM WS-REPORT-LINE.

005180 4800-WRITE-REFUSAL-LINE.
005190     ADD 1 TO WS-CARDS-REFUSED
005200     MOVE SPACES TO WS-REPORT-LINE
005210     STRING "REFUSED   " PC-ACTION "   " PC-IDENT-X
005220         " " PC-COLLECTOR "  " WS-REFUSAL-REASON
005230         DELIMITED BY SIZE INTO WS-REPORT-LINE
005240     END-STRING
005250     WRITE PLAN-REGISTER-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>SCHEDULE BUILD. FROM WS-FIRST-PENDING TO THE PLAN'S
      *>COUNT EACH INSTALLMENT IS DUE ONE FREQUENCY AFTER THE
      *>LAST, STARTING AT WS-SCHED-DATE, FOR THE PLAN'S
      *>INSTALLMENT AMOUNT. SLOTS PAST THE COUNT ARE CLEARED.
      *>--------------------------------------------------------
005260 6000-BUILD-SCHEDULE.
005270     PERFORM VARYING WS-INST-SUB FROM WS-FIRST-PENDING BY 1
005280             UNTIL WS-INST-SUB > AR-INSTALLMENT-COUNT
005290         MOVE WS-SCHED-DATE TO AR-DUE-DATE (WS-INST-SUB)
005300         MOVE AR-INSTALLMENT-AMOUNT
005310             TO AR-DUE-AMOUNT (WS-INST-SUB)
005320         SET AR-INST-PENDING (WS-INST-SUB) TO TRUE
005330         MOVE ZERO TO AR-INST-RESOLVED-DATE (WS-INST-SUB)
005340         PERFORM 6100-ADVANCE-DUE-DATE
005350     END-PERFORM
005360     PERFORM VARYING WS-INST-SUB FROM AR-INSTALLMENT-COUNT BY 1
005370             UNTIL WS-INST-SUB >= 12
005380         INITIALIZE AR-INSTALLMENT (WS-INST-SUB + 1)
005390     END-PERFORM.

005400 6100-ADVANCE-DUE-DATE.
005410     EVALUATE TRUE
005420         WHEN AR-WEEKLY
005430             COMPUTE WS-SCHED-DATE = FUNCTION DATE-OF-INTEGER(
005440                 FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE) + 7)
005450         WHEN AR-FORTNIGHTLY
005460             COMPUTE WS-SCHED-DATE = FUNCTION DATE-OF-INTEGER(
005470                 FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE) + 14)
005480         WHEN OTHER
005490             MOVE WS-SCHED-DATE TO WS-DATE-WORK-NUM
005500             IF WS-DW-MONTH = 12
005510                 MOVE 1 TO WS-DW-MONTH
005520                 ADD 1 TO WS-DW-YEAR
005530             ELSE
005540                 ADD 1 TO WS-DW-MONTH
005550             END-IF
005560             MOVE WS-DATE-WORK-NUM TO WS-SCHED-DATE
005570     END-EVALUATE.

      *>ONE-LINE SUMMARY OF THE PLAN FOR THE REGISTER AND NOTE.
005580 6200-DESCRIBE-SCHEDULE.
005590     EVALUATE TRUE
005600         WHEN AR-WEEKLY
005610             MOVE "WEEKLY" TO WS-FREQUENCY-NAME
005620         WHEN AR-FORTNIGHTLY
005630             MOVE "FORTNIGHTLY" TO WS-FREQUENCY-NAME
005640         WHEN OTHER
005650             MOVE "MONTHLY" TO WS-FREQUENCY-NAME
005660     END-EVALUATE
005670     COMPUTE WS-FIRST-PENDING = AR-KEPT-COUNT + 1
005680     MOVE AR-INSTALLMENT-AMOUNT TO WS-AMOUNT-DISPLAY
005690     MOVE SPACES TO WS-DETAIL-TEXT
005700     STRING AR-INSTALLMENT-COUNT " X " WS-AMOUNT-DISPLAY " "
005710         DELIMITED BY SIZE
005715         WS-FREQUENCY-NAME DELIMITED BY SPACE
005720         " NEXT DUE " AR-DUE-DATE (WS-FIRST-PENDING)
005730         DELIMITED BY SIZE INTO WS-DETAIL-TEXT
005740     END-STRING.

      *>--------------------------------------------------------
      *>SYSTEM NOTE FOR THE CUSTOMER ON THE CARD. A DUPLICATE KEY
      *>TAKES THE NEXT SEQUENCE; ANY OTHER NOTES FILE PROBLEM IS
      *>REPORTED AND COUNTED BUT NEVER STOPS THE RUN -
      *>THE ARRANGEMENT ITSELF IS ALREADY ON FILE.
      *>--------------------------------------------------------
005750 8000-WRITE-SYSTEM-NOTE.
005760     MOVE SPACES TO CUSTOMER-NOTE-RECORD
005770     MOVE PC-IDENT TO CN-IDENT
005780     MOVE WS-RUN-DATE TO CN-NOTE-DATE
005790     MOVE WS-NOTE-START-TIME (1:6) TO CN-NOTE-TIME
005800     MOVE 1 TO CN-NOTE-SEQ
005810     SET CN-SYSTEM-NOTE TO TRUE
005820     MOVE "CUSTPTPM" TO CN-OPERATOR
005830     MOVE WS-NOTE-TEXT TO CN-NOTE-TEXT
005840     MOVE 'N' TO WS-NOTE-DONE-SWITCH
005850     PERFORM 8100-TRY-NOTE-KEY
005860         UNTIL NOTE-WRITE-DONE.

005870 8100-TRY-NOTE-KEY.
005880     WRITE CUSTOMER-NOTE-RECORD
005890         INVALID KEY
005900             CONTINUE
005910     END-WRITE
005920     EVALUATE TRUE
005930         WHEN CUSTNOTE-OK
005940             ADD 1 TO WS-NOTES-WRITTEN
005950             SET NOTE-WRITE-DONE TO TRUE
005960         WHEN CUSTNOTE-DUPLICATE AND CN-NOTE-SEQ < 999
005970             ADD 1 TO CN-NOTE-SEQ
005980         WHEN OTHER
005990             DISPLAY "CUSTOMER NOTE WRITE FAILED FOR IDENT "
006000                 CN-IDENT " STATUS=" WS-CUSTNOTE-STATUS
006010             ADD 1 TO WS-NOTES-FAILED
006020             SET NOTE-WRITE-DONE TO TRUE
006030     END-EVALUATE.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
006040 9000-TERMINATE.
006050     MOVE SPACES TO WS-REPORT-LINE
006060     WRITE PLAN-REGISTER-RECORD FROM WS-REPORT-LINE
006070     STRING "CARDS " WS-CARDS-READ " ADDED " WS-PLANS-ADDED
006080         " CHANGED " WS-PLANS-CHANGED
006090         " CANCELLED " WS-PLANS-CANCELLED
006100         " REFUSED " WS-CARDS-REFUSED
006110         DELIMITED BY SIZE INTO WS-REPORT-LINE
006120     END-STRING
006130     WRITE PLAN-REGISTER-RECORD FROM WS-REPORT-LINE
006140     CLOSE PLAN-CARD-FILE
006150     CLOSE CUSTOMER-MASTER-FILE
006160     CLOSE ARRANGEMENT-FILE
006170     CLOSE CUSTOMER-NOTE-FILE
006180     CLOSE PLAN-REGISTER-FILE
006190     DISPLAY "CARDS READ:         " WS-CARDS-READ
006200     DISPLAY "PLANS ADDED:        " WS-PLANS-ADDED
006210     DISPLAY "PLANS CHANGED:      " WS-PLANS-CHANGED
006220     DISPLAY "PLANS CANCELLED:    " WS-PLANS-CANCELLED
006230     DISPLAY "CARDS REFUSED:      " WS-CARDS-REFUSED
006240     DISPLAY "NOTES WRITTEN:      " WS-NOTES-WRITTEN
006250     DISPLAY "NOTES FAILED:       " WS-NOTES-FAILED
006260     IF WS-CARDS-REFUSED > ZERO
006270         MOVE 4 TO RETURN-CODE
006280     END-IF.
