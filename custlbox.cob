000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTLBOX.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>BANK LOCKBOX PAYMENT INTAKE.
      *>READS ONE DAY'S LOCKBOX DEPOSIT FILE FROM THE BANK -
      *>DEPOSIT HEADER, THEN FOR EACH BANK BATCH A BATCH HEADER,
      *>ITS CHECK ITEMS (EACH CARRYING THE REMITTANCE IDENT THE
      *>CUSTOMER WROTE ON THE STUB) AND A BATCH TOTAL, THEN THE
      *>DEPOSIT TOTAL - AND TURNS IT INTO A STANDARD TRANFILE
      *>FEED FOR THE NIGHTLY LOADER, SO NOBODY RE-KEYS CHECKS.
      *>THE FILE IS READ TWICE. THE FIRST PASS PROVES EVERY
      *>BATCH'S ITEMS AGAINST ITS BATCH TOTAL AND THE BATCHES
      *>AGAINST THE DEPOSIT TOTAL; IF ANYTHING FAILS TO TIE THE
      *>PROOF REPORT SAYS SO, NO FEED IS WRITTEN AND THE RUN
      *>ENDS RC=16 - CASH THAT DOES NOT TIE TO THE DEPOSIT
      *>CANNOT GO TO THE GL. THE SECOND PASS, RUN ONLY ON A
      *>BALANCED DEPOSIT, APPLIES THE ITEMS:
      *>  - AN ITEM WHOSE IDENT IS ON THE CUSTOMER MASTER GOES
      *>    TO THE FEED AS A TYPE "D" PAYMENT (HEADER SOURCE
      *>    LOCKBOX, DETAILS, TRAILER WITH COUNT, IDENT HASH
      *>    AND DEBIT TOTAL). A CHECK WIDER THAN THE FEED'S
      *>    99999.99 AMOUNT FIELD GOES OUT AS SEVERAL ITEMS.
      *>  - AN ITEM WITH NO USABLE IDENT, OR ONE NOT ON THE
      *>    MASTER, IS UNAPPLIED CASH: IT IS WRITTEN TO THE
      *>    UNAPPLIED-CASH FILE AND THE CASH-APPLICATION
      *>    WORKLIST - WITH LIKELY CUSTOMERS FOUND BY REMITTER
      *>    NAME THROUGH THE CUSTOMNAME ALTERNATE INDEX, AS
      *>    CUSTNAMS SEARCHES IT - AND KEPT OFF THE FEED SO IT
      *>    NEVER LANDS IN THE LOADER'S SUSPENSE FILE.
      *>THE PROOF REPORT CLOSES BY TYING APPLIED PLUS UNAPPLIED
      *>CASH BACK TO THE BANK'S DEPOSIT TOTAL.
      *>PARM IS RUNDATE (YYYYMMDD), THE NIGHTLY RUN DATE THE
      *>FEED WILL BE MERGED INTO; DEFAULT SYSTEM DATE.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT LOCKBOX-FILE ASSIGN TO LOCKBOX
000090         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-LOCKBOX-STATUS.
000110     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000120         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS DYNAMIC
000140         RECORD KEY IS IDENT OF CUSTOMER-MASTER-RECORD
000150         ALTERNATE RECORD KEY IS
000160             CUSTOMNAME OF CUSTOMER-MASTER-RECORD
000170             WITH DUPLICATES
000180         FILE STATUS IS WS-CUSTMAST-STATUS.
000190     SELECT PAYMENT-FEED-FILE ASSIGN TO PAYFEED
000200         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-PAYFEED-STATUS.
000220     SELECT UNAPPLIED-CASH-FILE ASSIGN TO UNAPCASH
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS WS-UNAPCASH-STATUS.
000250     SELECT DEPOSIT-PROOF-REPORT-FILE ASSIGN TO LBOXRPT
000260         ORGANIZATION IS SEQUENTIAL
000270         FILE STATUS IS WS-LBOXRPT-STATUS.
000280     SELECT WORKLIST-REPORT-FILE ASSIGN TO WORKRPT
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-WORKRPT-STATUS.

000310 DATA DIVISION.

000320 FILE SECTION.

      *>BANK LOCKBOX LAYOUT, 80 BYTES. THE RECORD-TYPE BYTE IN
      *>COLUMN 1 SELECTS THE VIEW: 1=DEPOSIT HEADER, 5=BATCH
      *>HEADER, 6=CHECK ITEM, 7=BATCH TOTAL, 8=DEPOSIT TOTAL.
      *>AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.
000330 FD  LOCKBOX-FILE
000340     LABEL RECORDS ARE STANDARD.
000350 01  LOCKBOX-RECORD.
000360     05 LBX-REC-TYPE PIC X.
000370         88 LBX-DEPOSIT-HEADER VALUE "1".
000380         88 LBX-BATCH-HEADER VALUE "5".
000390         88 LBX-CHECK-ITEM VALUE "6".
000400         88 LBX-BATCH-TOTAL VALUE "7".
000410         88 LBX-DEPOSIT-TOTAL VALUE "8".
000420     05 FILLER PIC X(79).
000430 01  LOCKBOX-DEPOSIT-HEADER-RECORD.
000440     05 FILLER PIC X.
000450     05 LBDH-LOCKBOX-NUMBER PIC X(7).
000460     05 LBDH-DEPOSIT-DATE PIC 9(8).
000470     05 LBDH-BANK-ID PIC X(9).
000480     05 FILLER PIC X(55).
000490 01  LOCKBOX-BATCH-HEADER-RECORD.
000500     05 FILLER PIC X.
000510     05 LBBH-BATCH-NUMBER PIC 9(3).
000520     05 FILLER PIC X(76).
000530 01  LOCKBOX-CHECK-ITEM-RECORD.
000540     05 FILLER PIC X.
000550     05 LBCI-BATCH-NUMBER PIC 9(3).
000560     05 LBCI-ITEM-SEQUENCE PIC 9(3).
000570     05 LBCI-CHECK-AMOUNT PIC 9(7)V99.
000580     05 LBCI-REMIT-IDENT-X PIC X(7).
000590     05 LBCI-REMIT-IDENT REDEFINES LBCI-REMIT-IDENT-X
000600        PIC 9(7).
000610     05 LBCI-CHECK-NUMBER PIC X(10).
000620     05 LBCI-REMITTER-NAME PIC X(20).
000630     05 FILLER PIC X(27).
000640 01  LOCKBOX-BATCH-TOTAL-RECORD.
000650     05 FILLER PIC X.
000660     05 LBBT-BATCH-NUMBER PIC 9(3).
000670     05 LBBT-ITEM-COUNT PIC 9(5).
000680     05 LBBT-BATCH-AMOUNT PIC 9(9)V99.
000690     05 FILLER PIC X(60).
000700 01  LOCKBOX-DEPOSIT-TOTAL-RECORD.
000710     05 FILLER PIC X.
000720     05 LBDT-BATCH-COUNT PIC 9(3).
000730     05 LBDT-ITEM-COUNT PIC 9(7).
000740     05 LBDT-DEPOSIT-AMOUNT PIC 9(9)V99.
000750     05 FILLER PIC X(58).

000760 FD  CUSTOMER-MASTER-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  CUSTOMER-MASTER-RECORD.
000790     COPY CUSTREC.

      *>PAYMENT FEED - SAME LAYOUT AS TRANFILE IN THE LOADER,
      *>INCLUDING THE CONTROL-RECORD OVERLAY. EVERY DETAIL IS A
      *>TYPE D, SO THE TRAILER DEBIT TOTAL IS THE FEED TOTAL AND
      *>THE CREDIT TOTAL IS ZERO.
000800 FD  PAYMENT-FEED-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  PAYMENT-FEED-RECORD.
000830     05 TRAN-REC-TYPE PIC X.
000840     05 TRAN-IDENT PIC 9(7).
000850     05 TRAN-TYPE PIC X.
000860     05 TRAN-AMOUNT PIC 9(5)V99.
000870     05 TRAN-REFERENCE PIC X(12).
000880     05 FILLER PIC X(17).
000890 01  PAYMENT-FEED-CONTROL-RECORD.
000900     05 TCTL-REC-TYPE PIC X.
000910     05 TCTL-HEADER-DATA.
000920         10 TCTL-RUN-DATE PIC 9(8).
000930         10 TCTL-SOURCE-SYSTEM PIC X(8).
000940         10 FILLER PIC X(28).
000950     05 TCTL-TRAILER-DATA REDEFINES TCTL-HEADER-DATA.
000960         10 TCTL-RECORD-COUNT PIC 9(7).
000970         10 TCTL-IDENT-HASH PIC 9(15).
000980         10 TCTL-DEBIT-TOTAL PIC 9(9)V99.
000990         10 TCTL-CREDIT-TOTAL PIC 9(9)V99.

      *>UNAPPLIED CASH - ONE RECORD PER CHECK ITEM THAT COULD NOT
      *>BE APPLIED, KEEPING EVERYTHING THE BANK SENT FOR IT SO
      *>CASH APPLICATION CAN RESEARCH AND RE-KEY IT.
      *>REASON CODES: U001=NO USABLE REMITTANCE IDENT,
      *>U002=REMITTANCE IDENT NOT ON THE CUSTOMER MASTER.
001000 FD  UNAPPLIED-CASH-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  UNAPPLIED-CASH-RECORD.
001030     05 UNAP-REASON-CODE PIC X(4).
001040     05 UNAP-RUN-DATE PIC 9(8).
001050     05 UNAP-DEPOSIT-DATE PIC 9(8).
001060     05 UNAP-LOCKBOX-NUMBER PIC X(7).
001070     05 UNAP-BATCH-NUMBER PIC 9(3).
001080     05 UNAP-ITEM-SEQUENCE PIC 9(3).
001090     05 UNAP-CHECK-AMOUNT PIC 9(7)V99.
001100     05 UNAP-REMIT-IDENT PIC X(7).
001110     05 UNAP-CHECK-NUMBER PIC X(10).
001120     05 UNAP-REMITTER-NAME PIC X(20).
001130     05 FILLER PIC X.

001140 FD  DEPOSIT-PROOF-REPORT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  DEPOSIT-PROOF-REPORT-RECORD PIC X(132).

001170 FD  WORKLIST-REPORT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  WORKLIST-REPORT-RECORD PIC X(132).

001200 WORKING-STORAGE SECTION.

001210 01 WS-FILE-STATUS-GROUP.
001220     05 WS-LOCKBOX-STATUS PIC XX VALUE "00".
001230        88 LOCKBOX-OK VALUE "00".
001240     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
001250        88 CUSTMAST-OK VALUE "00".
001260     05 WS-PAYFEED-STATUS PIC XX VALUE "00".
001270        88 PAYFEED-OK VALUE "00".
001280     05 WS-UNAPCASH-STATUS PIC XX VALUE "00".
001290        88 UNAPCASH-OK VALUE "00".
001300     05 WS-LBOXRPT-STATUS PIC XX VALUE "00".
001310        88 LBOXRPT-OK VALUE "00".
001320     05 WS-WORKRPT-STATUS PIC XX VALUE "00".
001330        88 WORKRPT-OK VALUE "00".

001340 01 WS-SWITCHES.
001350     05 WS-LOCKBOX-EOF-SWITCH PIC X VALUE 'N'.
001360        88 LOCKBOX-AT-END VALUE 'Y'.
001370     05 WS-BATCH-OPEN-SWITCH PIC X VALUE 'N'.
001380        88 BATCH-IS-OPEN VALUE 'Y'.
001390     05 WS-DEPOSIT-TOTAL-SWITCH PIC X VALUE 'N'.
001400        88 DEPOSIT-TOTAL-SEEN VALUE 'Y'.
001410     05 WS-BALANCE-FAIL-SWITCH PIC X VALUE 'N'.
001420        88 DEPOSIT-OUT-OF-BALANCE VALUE 'Y'.
001430     05 WS-NAME-SEARCH-EOF-SWITCH PIC X VALUE 'N'.
001440        88 NAME-SEARCH-AT-END VALUE 'Y'.

001450 01 WS-RUN-PARAMETERS.
001460     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
001470     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.

001480 01 WS-CURRENT-DATE-FIELDS.
001490     05 WS-SYSTEM-DATE PIC 9(8).

001500 01 WS-DEPOSIT-IDENTIFICATION.
001510     05 WS-LOCKBOX-NUMBER PIC X(7) VALUE SPACES.
001520     05 WS-DEPOSIT-DATE PIC 9(8) VALUE ZERO.
001530     05 WS-DEPOSIT-DATE-PARTS REDEFINES WS-DEPOSIT-DATE.
001540         10 WS-DEPOSIT-YEAR PIC 9(4).
001550         10 WS-DEPOSIT-MMDD PIC 9(4).

      *>--------------------------------------------------------
      *>FIRST-PASS PROOF TOTALS. BATCH FIGURES RESET AT EACH
      *>BATCH HEADER; DEPOSIT FIGURES RUN THE WHOLE FILE.
      *>--------------------------------------------------------
001560 01 WS-PROOF-TOTALS.
001570     05 WS-CURRENT-BATCH PIC 9(3) VALUE ZERO.
001580     05 WS-BATCH-ITEM-COUNT PIC 9(5) VALUE ZERO.
001590     05 WS-BATCH-ITEM-AMOUNT PIC 9(9)V99 VALUE ZERO.
001600     05 WS-DEPOSIT-BATCH-COUNT PIC 9(3) VALUE ZERO.
001610     05 WS-DEPOSIT-ITEM-COUNT PIC 9(7) VALUE ZERO.
001620     05 WS-DEPOSIT-ITEM-AMOUNT PIC 9(11)V99 VALUE ZERO.
001630     05 WS-SUM-OF-BATCH-TOTALS PIC 9(11)V99 VALUE ZERO.
001640     05 WS-BANK-DEPOSIT-AMOUNT PIC 9(11)V99 VALUE ZERO.
001650     05 WS-BATCHES-OUT-OF-BALANCE PIC 9(3) VALUE ZERO.

001660 01 WS-COUNTS.
001670     05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
001680     05 WS-ITEMS-APPLIED PIC 9(7) VALUE ZERO.
001690     05 WS-AMOUNT-APPLIED PIC 9(11)V99 VALUE ZERO.
001700     05 WS-ITEMS-UNAPPLIED PIC 9(7) VALUE ZERO.
001710     05 WS-AMOUNT-UNAPPLIED PIC 9(11)V99 VALUE ZERO.
001720     05 WS-NO-IDENT-COUNT PIC 9(7) VALUE ZERO.
001730     05 WS-NOT-ON-FILE-COUNT PIC 9(7) VALUE ZERO.
001740     05 WS-APPLIED-PLUS-UNAPPLIED PIC 9(11)V99 VALUE ZERO.

001750 01 WS-APPLY-WORK.
001760     05 WS-UNAPPLIED-REASON PIC X(4) VALUE SPACES.
001770        88 ITEM-IS-APPLICABLE VALUE SPACES.
001780     05 WS-REMAINING-AMOUNT PIC 9(7)V99 VALUE ZERO.
001790     05 WS-MAX-FEED-AMOUNT PIC 9(5)V99 VALUE 99999.99.
001800     05 WS-ITEM-AMOUNT PIC 9(5)V99 VALUE ZERO.
      *>ONE CHECK'S REFERENCE ON THE FEED: LB, DEPOSIT MONTH/DAY,
      *>BANK BATCH AND ITEM - UNIQUE WITHIN THE DEPOSIT SO A
      *>LATER REVERSAL (TYPE R) CAN NAME THE ITEM IT UNDOES.
001810     05 WS-ITEM-REFERENCE.
001820         10 FILLER PIC XX VALUE "LB".
001830         10 WS-REF-DEPOSIT-MMDD PIC 9(4) VALUE ZERO.
001840         10 WS-REF-BATCH-NUMBER PIC 9(3) VALUE ZERO.
001850         10 WS-REF-ITEM-SEQUENCE PIC 9(3) VALUE ZERO.

      *>--------------------------------------------------------
      *>LIKELY-MATCH SEARCH. THE LEADING PART OF THE REMITTER
      *>NAME (UP TO WS-MATCH-PREFIX-MAX BYTES) IS LOOKED UP ON
      *>THE CUSTOMNAME ALTERNATE INDEX; AT MOST WS-MAX-MATCHES
      *>CANDIDATES LIST PER ITEM.
      *>--------------------------------------------------------
001860 01 WS-MATCH-WORK.
001870     05 WS-MATCH-PREFIX-MAX PIC S9(4) COMP VALUE 10.
001880     05 WS-MAX-MATCHES PIC 9(3) VALUE 5.
001890     05 WS-SEARCH-NAME PIC X(20) VALUE SPACES.
001900     05 WS-SEARCH-LEN PIC S9(4) COMP VALUE ZERO.
001910     05 WS-MATCHES-LISTED PIC 9(3) VALUE ZERO.

001920 01 WS-FEED-TOTALS.
001930     05 WS-OUT-RECORD-COUNT PIC 9(7) VALUE ZERO.
001940     05 WS-OUT-IDENT-HASH PIC 9(15) VALUE ZERO.
001950     05 WS-OUT-DEBIT-TOTAL PIC 9(9)V99 VALUE ZERO.

001960 01 WS-REPORT-WORK.
001970     05 WS-BALANCE-DISPLAY PIC -(6)9.99.
001980     05 WS-CHECK-DISPLAY PIC Z(6)9.99.
001990     05 WS-AMOUNT-DISPLAY PIC Z(8)9.99.
002000     05 WS-BANK-AMOUNT-DISPLAY PIC Z(8)9.99.
002010     05 WS-TOTAL-DISPLAY PIC Z(10)9.99.
002020     05 WS-BANK-TOTAL-DISPLAY PIC Z(10)9.99.
002030     05 WS-REASON-TEXT PIC X(20) VALUE SPACES.
002040     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

002050 LINKAGE SECTION.
002060 01 LK-PARM-AREA.
002070     05 LK-PARM-LENGTH PIC S9(4) COMP.
002080     05 LK-PARM-TEXT PIC X(80).

002090 PROCEDURE DIVISION USING LK-PARM-AREA.

002100 0000-MAIN-LOGIC.
002110     PERFORM 1000-INITIALIZE
002120     PERFORM 4000-PROVE-DEPOSIT-BALANCES
002130     IF NOT DEPOSIT-OUT-OF-BALANCE
002140         PERFORM 5000-APPLY-DEPOSIT-ITEMS
002150     END-IF
002160     PERFORM 9000-TERMINATE
002170     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION. ONLY THE PROOF REPORT AND THE BANK FILE
      *>OPEN HERE; THE FEED, UNAPPLIED-CASH FILE, WORKLIST AND
      *>MASTER WAIT FOR A BALANCED DEPOSIT.
      *>--------------------------------------------------------
002180 1000-INITIALIZE.
002190     PERFORM 1100-GET-RUN-PARAMETERS
002200     OPEN OUTPUT DEPOSIT-PROOF-REPORT-FILE
002210     IF NOT LBOXRPT-OK
002220         DISPLAY "DEPOSIT PROOF REPORT OPEN FAILED, STATUS="
002230             WS-LBOXRPT-STATUS
002240         MOVE 16 TO RETURN-CODE
002250         STOP RUN
002260     END-IF
002270     PERFORM 1200-OPEN-LOCKBOX-FILE.

002280 1100-GET-RUN-PARAMETERS.
002290     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
002300     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
002310     IF LK-PARM-LENGTH > ZERO
002320         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
002330             DELIMITED BY ","
002340             INTO WS-PARM-RUN-DATE
002350         END-UNSTRING
002360         IF WS-PARM-RUN-DATE NUMERIC AND
002370            WS-PARM-RUN-DATE NOT = ZERO
002380             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
002390         END-IF
002400     END-IF.

002410 1200-OPEN-LOCKBOX-FILE.
002420     OPEN INPUT LOCKBOX-FILE
002430     IF NOT LOCKBOX-OK
002440         DISPLAY "LOCKBOX FILE OPEN FAILED, STATUS="
002450             WS-LOCKBOX-STATUS
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF
002490     MOVE 'N' TO WS-LOCKBOX-EOF-SWITCH.

002500 1300-READ-LOCKBOX-RECORD.
002510     IF NOT LOCKBOX-AT-END
002520         READ LOCKBOX-FILE
002530             AT END
002540                 SET LOCKBOX-AT-END TO TRUE
002550         END-READ
002560     END-IF.

002570 1400-WRITE-PROOF-HEADERS.
002580     MOVE SPACES TO WS-REPORT-LINE
002590     STRING "LOCKBOX DEPOSIT PROOF - RUN DATE " WS-RUN-DATE
002600         " - LOCKBOX " WS-LOCKBOX-NUMBER
002610         " DEPOSIT DATE " WS-DEPOSIT-DATE
002620         DELIMITED BY SIZE INTO WS-REPORT-LINE
002630     END-STRING
002640     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
002650     MOVE SPACES TO WS-REPORT-LINE
002660     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
002670     STRING "BATCH      ITEMS    ITEM AMOUNT   BANK ITEMS"
002680         "    BANK AMOUNT  RESULT"
002690         DELIMITED BY SIZE INTO WS-REPORT-LINE
002700     END-STRING
002710     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE.

002720 1450-WRITE-WORKLIST-HEADERS.
002730     MOVE SPACES TO WS-REPORT-LINE
002740     STRING "UNAPPLIED CASH WORKLIST - RUN DATE " WS-RUN-DATE
002750         " - LOCKBOX " WS-LOCKBOX-NUMBER
002760         " DEPOSIT DATE " WS-DEPOSIT-DATE
002770         DELIMITED BY SIZE INTO WS-REPORT-LINE
002780     END-STRING
002790     WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE
002800     MOVE SPACES TO WS-REPORT-LINE
002810     WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE
002820     STRING "BATCH ITEM  CHECK NO       AMOUNT  REMIT ID"
002830         "  REMITTER NAME         REASON"
002840         DELIMITED BY SIZE INTO WS-REPORT-LINE
002850     END-STRING
002860     WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>FIRST PASS - PROVE THE DEPOSIT. A FILE THAT IS NOT
      *>SHAPED LIKE A LOCKBOX DEPOSIT IS REJECTED OUTRIGHT;
      *>AMOUNTS OR COUNTS THAT DISAGREE ARE REPORTED BATCH BY
      *>BATCH AND HOLD THE WHOLE DEPOSIT.
      *>--------------------------------------------------------
002870 4000-PROVE-DEPOSIT-BALANCES.
002880     PERFORM 1300-READ-LOCKBOX-RECORD
002890     IF LOCKBOX-AT-END OR NOT LBX-DEPOSIT-HEADER
002900         DISPLAY "LOCKBOX DEPOSIT HEADER MISSING - "
002910             "FILE REJECTED"
002920         MOVE 16 TO RETURN-CODE
002930         STOP RUN
002940     END-IF
002950     ADD 1 TO WS-RECORDS-READ
002960     PERFORM 4100-CAPTURE-DEPOSIT-HEADER
002970     PERFORM 1400-WRITE-PROOF-HEADERS
002980     PERFORM 1300-READ-LOCKBOX-RECORD
002990     PERFORM UNTIL LOCKBOX-AT-END
003000         ADD 1 TO WS-RECORDS-READ
003010         PERFORM 4200-PROVE-LOCKBOX-RECORD
003020         PERFORM 1300-READ-LOCKBOX-RECORD
003030     END-PERFORM
003040     IF BATCH-IS-OPEN
003050         PERFORM 4350-REPORT-UNCLOSED-BATCH
003060     END-IF
003070     IF NOT DEPOSIT-TOTAL-SEEN
003080         SET DEPOSIT-OUT-OF-BALANCE TO TRUE
003090         MOVE SPACES TO WS-REPORT-LINE
003100         STRING "*DEPOSIT TOTAL RECORD MISSING - FILE "
003110             "INCOMPLETE"
003120             DELIMITED BY SIZE INTO WS-REPORT-LINE
003130         END-STRING
003140         WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
003150     END-IF
003160     CLOSE LOCKBOX-FILE.

003170 4100-CAPTURE-DEPOSIT-HEADER.
003180     IF LBDH-DEPOSIT-DATE NOT NUMERIC
003190         DISPLAY "LOCKBOX DEPOSIT DATE INVALID - "
003200             "FILE REJECTED"
003210         MOVE 16 TO RETURN-CODE
003220         STOP RUN
003230     END-IF
003240     MOVE LBDH-LOCKBOX-NUMBER TO WS-LOCKBOX-NUMBER
003250     MOVE LBDH-DEPOSIT-DATE TO WS-DEPOSIT-DATE
003260     DISPLAY "LOCKBOX HEADER OK - LOCKBOX " WS-LOCKBOX-NUMBER
003270         " DEPOSIT DATE " WS-DEPOSIT-DATE.

003280 4200-PROVE-LOCKBOX-RECORD.
003290     IF DEPOSIT-TOTAL-SEEN
003300         DISPLAY "LOCKBOX RECORD AFTER DEPOSIT TOTAL - "
003310             "FILE REJECTED"
003320         MOVE 16 TO RETURN-CODE
003330         STOP RUN
003340     END-IF
003350     EVALUATE TRUE
003360         WHEN LBX-BATCH-HEADER
003370             PERFORM 4300-OPEN-BATCH
003380         WHEN LBX-CHECK-ITEM
003390             PERFORM 4400-PROVE-CHECK-ITEM
003400         WHEN LBX-BATCH-TOTAL
003410             PERFORM 4500-PROVE-BATCH-TOTAL
003420         WHEN LBX-DEPOSIT-TOTAL
003430             PERFORM 4600-PROVE-DEPOSIT-TOTAL
003440         WHEN OTHER
003450             DISPLAY "LOCKBOX RECORD TYPE INVALID: "
003460                 LBX-REC-TYPE
003470             MOVE 16 TO RETURN-CODE
003480             STOP RUN
003490     END-EVALUATE.

003500 4300-OPEN-BATCH.
003510     IF BATCH-IS-OPEN
003520         PERFORM 4350-REPORT-UNCLOSED-BATCH
003530     END-IF
003540     IF LBBH-BATCH-NUMBER NOT NUMERIC
003550         DISPLAY "LOCKBOX BATCH NUMBER INVALID - "
003560             "FILE REJECTED"
003570         MOVE 16 TO RETURN-CODE
003580         STOP RUN
003590     END-IF
003600     SET BATCH-IS-OPEN TO TRUE
003610     MOVE LBBH-BATCH-NUMBER TO WS-CURRENT-BATCH
003620     MOVE ZERO TO WS-BATCH-ITEM-COUNT
003630     MOVE ZERO TO WS-BATCH-ITEM-AMOUNT
003640     ADD 1 TO WS-DEPOSIT-BATCH-COUNT.

003650 4350-REPORT-UNCLOSED-BATCH.
003660     SET DEPOSIT-OUT-OF-BALANCE TO TRUE
003670     ADD 1 TO WS-BATCHES-OUT-OF-BALANCE
003680     MOVE WS-BATCH-ITEM-AMOUNT TO WS-AMOUNT-DISPLAY
003690     MOVE SPACES TO WS-REPORT-LINE
003700     STRING WS-CURRENT-BATCH "        " WS-BATCH-ITEM-COUNT
003710         "  " WS-AMOUNT-DISPLAY
003720         "   *NO BATCH TOTAL FROM THE BANK"
003730         DELIMITED BY SIZE INTO WS-REPORT-LINE
003740     END-STRING
003750     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
003760     MOVE 'N' TO WS-BATCH-OPEN-SWITCH.

003770 4400-PROVE-CHECK-ITEM.
003780     IF NOT BATCH-IS-OPEN OR
003790        LBCI-BATCH-NUMBER NOT = WS-CURRENT-BATCH
003800         DISPLAY "CHECK ITEM OUTSIDE ITS BATCH - BATCH "
003810             LBCI-BATCH-NUMBER " ITEM " LBCI-ITEM-SEQUENCE
003820             " - FILE REJECTED"
003830         MOVE 16 TO RETURN-CODE
003840         STOP RUN
003850     END-IF
003860     IF LBCI-CHECK-AMOUNT NOT NUMERIC OR
003870        LBCI-ITEM-SEQUENCE NOT NUMERIC
003880         DISPLAY "CHECK ITEM NOT NUMERIC - BATCH "
003890             LBCI-BATCH-NUMBER " ITEM " LBCI-ITEM-SEQUENCE
003900             " - FILE REJECTED"
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF
003940     ADD 1 TO WS-BATCH-ITEM-COUNT
003950     ADD LBCI-CHECK-AMOUNT TO WS-BATCH-ITEM-AMOUNT
003960     ADD 1 TO WS-DEPOSIT-ITEM-COUNT
003970     ADD LBCI-CHECK-AMOUNT TO WS-DEPOSIT-ITEM-AMOUNT.

003980 4500-PROVE-BATCH-TOTAL.
003990     IF NOT BATCH-IS-OPEN OR
004000        LBBT-BATCH-NUMBER NOT = WS-CURRENT-BATCH
004010         DISPLAY "BATCH TOTAL WITHOUT ITS BATCH HEADER - "
004020             "BATCH " LBBT-BATCH-NUMBER " - FILE REJECTED"
004030         MOVE 16 TO RETURN-CODE
004040         STOP RUN
004050     END-IF
004060     IF LBBT-ITEM-COUNT NOT NUMERIC OR
004070        LBBT-BATCH-AMOUNT NOT NUMERIC
004080         DISPLAY "BATCH TOTAL NOT NUMERIC - BATCH "
004090             LBBT-BATCH-NUMBER " - FILE REJECTED"
004100         MOVE 16 TO RETURN-CODE
004110         STOP RUN
004120     END-IF
004130     ADD LBBT-BATCH-AMOUNT TO WS-SUM-OF-BATCH-TOTALS
004140     MOVE WS-BATCH-ITEM-AMOUNT TO WS-AMOUNT-DISPLAY
004150     MOVE LBBT-BATCH-AMOUNT TO WS-BANK-AMOUNT-DISPLAY
004160     MOVE SPACES TO WS-REPORT-LINE
004170     STRING WS-CURRENT-BATCH "        " WS-BATCH-ITEM-COUNT
004180         "  " WS-AMOUNT-DISPLAY "        " LBBT-ITEM-COUNT
004190         "  " WS-BANK-AMOUNT-DISPLAY "  "
004200         DELIMITED BY SIZE INTO WS-REPORT-LINE
004210     END-STRING
004220     IF WS-BATCH-ITEM-COUNT = LBBT-ITEM-COUNT AND
004230        WS-BATCH-ITEM-AMOUNT = LBBT-BATCH-AMOUNT
004240         MOVE "IN BALANCE" TO WS-REPORT-LINE(77:10)
004250     ELSE
004260         SET DEPOSIT-OUT-OF-BALANCE TO TRUE
004270         ADD 1 TO WS-BATCHES-OUT-OF-BALANCE
004280         MOVE "*OUT OF BALANCE" TO WS-REPORT-LINE(77:15)
004290     END-IF
004300     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
004310     MOVE 'N' TO WS-BATCH-OPEN-SWITCH.

      *>--------------------------------------------------------
      *>THE DEPOSIT TOTAL MUST AGREE WITH THE ITEMS READ AND WITH
      *>THE BANK'S OWN BATCH TOTALS - EITHER DISAGREEMENT HOLDS
      *>THE DEPOSIT.
      *>--------------------------------------------------------
004320 4600-PROVE-DEPOSIT-TOTAL.
004330     IF BATCH-IS-OPEN
004340         PERFORM 4350-REPORT-UNCLOSED-BATCH
004350     END-IF
004360     SET DEPOSIT-TOTAL-SEEN TO TRUE
004370     IF LBDT-BATCH-COUNT NOT NUMERIC OR
004380        LBDT-ITEM-COUNT NOT NUMERIC OR
004390        LBDT-DEPOSIT-AMOUNT NOT NUMERIC
004400         DISPLAY "DEPOSIT TOTAL NOT NUMERIC - FILE REJECTED"
004410         MOVE 16 TO RETURN-CODE
004420         STOP RUN
004430     END-IF
004440     MOVE LBDT-DEPOSIT-AMOUNT TO WS-BANK-DEPOSIT-AMOUNT
004450     MOVE WS-DEPOSIT-ITEM-AMOUNT TO WS-TOTAL-DISPLAY
004460     MOVE WS-BANK-DEPOSIT-AMOUNT TO WS-BANK-TOTAL-DISPLAY
004470     MOVE SPACES TO WS-REPORT-LINE
004480     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
004490     STRING "DEPOSIT: BATCHES " WS-DEPOSIT-BATCH-COUNT
004500         " ITEMS " WS-DEPOSIT-ITEM-COUNT
004510         " AMOUNT " WS-TOTAL-DISPLAY
004520         DELIMITED BY SIZE INTO WS-REPORT-LINE
004530     END-STRING
004540     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
004550     MOVE SPACES TO WS-REPORT-LINE
004560     STRING "BANK:    BATCHES " LBDT-BATCH-COUNT
004570         " ITEMS " LBDT-ITEM-COUNT
004580         " AMOUNT " WS-BANK-TOTAL-DISPLAY
004590         DELIMITED BY SIZE INTO WS-REPORT-LINE
004600     END-STRING
004610     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
004620     MOVE WS-SUM-OF-BATCH-TOTALS TO WS-TOTAL-DISPLAY
004630     MOVE SPACES TO WS-REPORT-LINE
004640     STRING "SUM OF BANK BATCH TOTALS:      "
004650         "         AMOUNT " WS-TOTAL-DISPLAY
004660         DELIMITED BY SIZE INTO WS-REPORT-LINE
004670     END-STRING
004680     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
004690     IF LBDT-BATCH-COUNT NOT = WS-DEPOSIT-BATCH-COUNT OR
004700        LBDT-ITEM-COUNT NOT = WS-DEPOSIT-ITEM-COUNT OR
004710        WS-BANK-DEPOSIT-AMOUNT NOT = WS-DEPOSIT-ITEM-AMOUNT OR
004720        WS-BANK-DEPOSIT-AMOUNT NOT = WS-SUM-OF-BATCH-TOTALS
004730         SET DEPOSIT-OUT-OF-BALANCE TO TRUE
004740         MOVE SPACES TO WS-REPORT-LINE
004750         STRING "*DEPOSIT TOTAL DOES NOT AGREE WITH THE "
004760             "ITEMS AND BATCHES RECEIVED"
004770             DELIMITED BY SIZE INTO WS-REPORT-LINE
004780         END-STRING
004790         WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
004800     END-IF.

      *>--------------------------------------------------------
      *>SECOND PASS - APPLY THE PROVEN DEPOSIT. ONLY CHECK ITEMS
      *>MATTER NOW; THE CONTROL RECORDS WERE PROVEN ABOVE.
      *>--------------------------------------------------------
004810 5000-APPLY-DEPOSIT-ITEMS.
004820     PERFORM 5050-OPEN-APPLY-FILES
004830     PERFORM 1200-OPEN-LOCKBOX-FILE
004840     PERFORM 1300-READ-LOCKBOX-RECORD
004850     PERFORM UNTIL LOCKBOX-AT-END
004860         IF LBX-CHECK-ITEM
004870             PERFORM 5100-APPLY-CHECK-ITEM
004880         END-IF
004890         PERFORM 1300-READ-LOCKBOX-RECORD
004900     END-PERFORM
004910     CLOSE LOCKBOX-FILE.

004920 5050-OPEN-APPLY-FILES.
004930     OPEN OUTPUT PAYMENT-FEED-FILE
004940     IF NOT PAYFEED-OK
004950         DISPLAY "PAYMENT FEED OPEN FAILED, STATUS="
004960             WS-PAYFEED-STATUS
004970         MOVE 16 TO RETURN-CODE
004980         STOP RUN
004990     END-IF
005000     OPEN OUTPUT UNAPPLIED-CASH-FILE
005010     IF NOT UNAPCASH-OK
005020         DISPLAY "UNAPPLIED CASH FILE OPEN FAILED, STATUS="
005030             WS-UNAPCASH-STATUS
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF
005070     OPEN OUTPUT WORKLIST-REPORT-FILE
005080     IF NOT WORKRPT-OK
005090         DISPLAY "WORKLIST REPORT OPEN FAILED, STATUS="
005100             WS-WORKRPT-STATUS
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF
005140     OPEN INPUT CUSTOMER-MASTER-FILE
005150     IF NOT CUSTMAST-OK
005160         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
005170             WS-CUSTMAST-STATUS
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF
005210     PERFORM 1450-WRITE-WORKLIST-HEADERS
005220     PERFORM 5700-WRITE-FEED-HEADER.

005230 5100-APPLY-CHECK-ITEM.
005240     PERFORM 5150-LOCATE-CUSTOMER
005250     IF ITEM-IS-APPLICABLE
005260         ADD 1 TO WS-ITEMS-APPLIED
005270         ADD LBCI-CHECK-AMOUNT TO WS-AMOUNT-APPLIED
005280         PERFORM 5200-WRITE-PAYMENT-ITEMS
005290     ELSE
005300         ADD 1 TO WS-ITEMS-UNAPPLIED
005310         ADD LBCI-CHECK-AMOUNT TO WS-AMOUNT-UNAPPLIED
005320         PERFORM 5400-WRITE-UNAPPLIED-CASH
005330         PERFORM 5500-WRITE-WORKLIST-ENTRY
005340     END-IF.

005350 5150-LOCATE-CUSTOMER.
005360     MOVE SPACES TO WS-UNAPPLIED-REASON
005370     IF LBCI-REMIT-IDENT-X = SPACES OR
005380        LBCI-REMIT-IDENT-X NOT NUMERIC
005390         MOVE "U001" TO WS-UNAPPLIED-REASON
005400     ELSE
005410         IF LBCI-REMIT-IDENT = ZERO
005420             MOVE "U001" TO WS-UNAPPLIED-REASON
005430         ELSE
005440             MOVE LBCI-REMIT-IDENT
005450                 TO IDENT OF CUSTOMER-MASTER-RECORD
005460             READ CUSTOMER-MASTER-FILE
005470                 KEY IS IDENT OF CUSTOMER-MASTER-RECORD
005480                 INVALID KEY
005490                     MOVE "U002" TO WS-UNAPPLIED-REASON
005500             END-READ
005510         END-IF
005520     END-IF.

      *>--------------------------------------------------------
      *>TYPE "D" ITEMS FOR THE WHOLE CHECK, SPLIT AT THE FEED
      *>AMOUNT FIELD'S LIMIT.
      *>--------------------------------------------------------
005530 5200-WRITE-PAYMENT-ITEMS.
005540     MOVE WS-DEPOSIT-MMDD TO WS-REF-DEPOSIT-MMDD
005550     MOVE LBCI-BATCH-NUMBER TO WS-REF-BATCH-NUMBER
005560     MOVE LBCI-ITEM-SEQUENCE TO WS-REF-ITEM-SEQUENCE
005570     MOVE LBCI-CHECK-AMOUNT TO WS-REMAINING-AMOUNT
005580     PERFORM UNTIL WS-REMAINING-AMOUNT NOT > ZERO
005590         IF WS-REMAINING-AMOUNT > WS-MAX-FEED-AMOUNT
005600             MOVE WS-MAX-FEED-AMOUNT TO WS-ITEM-AMOUNT
005610         ELSE
005620             MOVE WS-REMAINING-AMOUNT TO WS-ITEM-AMOUNT
005630         END-IF
005640         PERFORM 5250-WRITE-PAYMENT-DETAIL
005650         SUBTRACT WS-ITEM-AMOUNT FROM WS-REMAINING-AMOUNT
005660     END-PERFORM.

005670 5250-WRITE-PAYMENT-DETAIL.
005680     MOVE SPACES TO PAYMENT-FEED-RECORD
005690     MOVE "2" TO TRAN-REC-TYPE
005700     MOVE LBCI-REMIT-IDENT TO TRAN-IDENT
005710     MOVE "D" TO TRAN-TYPE
005720     MOVE WS-ITEM-AMOUNT TO TRAN-AMOUNT
005730     MOVE WS-ITEM-REFERENCE TO TRAN-REFERENCE
005740     WRITE PAYMENT-FEED-RECORD
005750     IF NOT PAYFEED-OK
005760         DISPLAY "PAYMENT FEED WRITE FAILED, STATUS="
005770             WS-PAYFEED-STATUS
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF
005810     ADD 1 TO WS-OUT-RECORD-COUNT
005820     ADD LBCI-REMIT-IDENT TO WS-OUT-IDENT-HASH
005830     ADD WS-ITEM-AMOUNT TO WS-OUT-DEBIT-TOTAL.

005840 5400-WRITE-UNAPPLIED-CASH.
005850     MOVE SPACES TO UNAPPLIED-CASH-RECORD
005860     MOVE WS-UNAPPLIED-REASON TO UNAP-REASON-CODE
005870     MOVE WS-RUN-DATE TO UNAP-RUN-DATE
005880     MOVE WS-DEPOSIT-DATE TO UNAP-DEPOSIT-DATE
005890     MOVE WS-LOCKBOX-NUMBER TO UNAP-LOCKBOX-NUMBER
005900     MOVE LBCI-BATCH-NUMBER TO UNAP-BATCH-NUMBER
005910     MOVE LBCI-ITEM-SEQUENCE TO UNAP-ITEM-SEQUENCE
005920     MOVE LBCI-CHECK-AMOUNT TO UNAP-CHECK-AMOUNT
005930     MOVE LBCI-REMIT-IDENT-X TO UNAP-REMIT-IDENT
005940     MOVE LBCI-CHECK-NUMBER TO UNAP-CHECK-NUMBER
005950     MOVE LBCI-REMITTER-NAME TO UNAP-REMITTER-NAME
005960     WRITE UNAPPLIED-CASH-RECORD
005970     IF NOT UNAPCASH-OK
005980         DISPLAY "UNAPPLIED CASH WRITE FAILED, STATUS="
005990             WS-UNAPCASH-STATUS
006000         MOVE 16 TO RETURN-CODE
006010         STOP RUN
006020     END-IF.

006030 5500-WRITE-WORKLIST-ENTRY.
006040     IF WS-UNAPPLIED-REASON = "U001"
006050         ADD 1 TO WS-NO-IDENT-COUNT
006060         MOVE "NO USABLE IDENT" TO WS-REASON-TEXT
006070     ELSE
006080         ADD 1 TO WS-NOT-ON-FILE-COUNT
006090         MOVE "IDENT NOT ON FILE" TO WS-REASON-TEXT
006100     END-IF
006110     MOVE LBCI-CHECK-AMOUNT TO WS-CHECK-DISPLAY
006120     MOVE SPACES TO WS-REPORT-LINE
006130     WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE
006140     STRING LBCI-BATCH-NUMBER "   " LBCI-ITEM-SEQUENCE "   "
006150         LBCI-CHECK-NUMBER " " WS-CHECK-DISPLAY "  "
006160         LBCI-REMIT-IDENT-X "   " LBCI-REMITTER-NAME "  "
006170         WS-UNAPPLIED-REASON " " WS-REASON-TEXT
006180         DELIMITED BY SIZE INTO WS-REPORT-LINE
006190     END-STRING
006200     WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE
006210     PERFORM 5600-LIST-LIKELY-MATCHES.

      *>--------------------------------------------------------
      *>LIKELY MATCHES THROUGH THE CUSTOMNAME ALTERNATE INDEX,
      *>POSITIONED AND READ THE SAME WAY CUSTNAMS DOES IT.
      *>NOTHING IS PICKED FOR THE CLERK - EVERY CANDIDATE LISTS.
      *>--------------------------------------------------------
006220 5600-LIST-LIKELY-MATCHES.
006230     MOVE ZERO TO WS-MATCHES-LISTED
006240     IF LBCI-REMITTER-NAME = SPACES
006250         MOVE SPACES TO WS-REPORT-LINE
006260         STRING "      NO REMITTER NAME ON THE ITEM - "
006270             "NO NAME SEARCH"
006280             DELIMITED BY SIZE INTO WS-REPORT-LINE
006290         END-STRING
006300         WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE
006310     ELSE
006320         MOVE LBCI-REMITTER-NAME TO WS-SEARCH-NAME
006330         COMPUTE WS-SEARCH-LEN =
006340             FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-NAME))
006350         IF WS-SEARCH-LEN > WS-MATCH-PREFIX-MAX
006360             MOVE WS-MATCH-PREFIX-MAX TO WS-SEARCH-LEN
006370         END-IF
006380         MOVE SPACES TO CUSTOMNAME OF CUSTOMER-MASTER-RECORD
006390         MOVE WS-SEARCH-NAME(1:WS-SEARCH-LEN)
006400             TO CUSTOMNAME OF CUSTOMER-MASTER-RECORD
006410         MOVE 'N' TO WS-NAME-SEARCH-EOF-SWITCH
006420         START CUSTOMER-MASTER-FILE
006430             KEY IS NOT LESS THAN
006440                 CUSTOMNAME OF CUSTOMER-MASTER-RECORD
006450             INVALID KEY
006460                 SET NAME-SEARCH-AT-END TO TRUE
006470         END-START
006480         PERFORM 5650-READ-NEXT-NAME-MATCH
006490         PERFORM UNTIL NAME-SEARCH-AT-END
006500             PERFORM 5680-WRITE-MATCH-LINE
006510             IF WS-MATCHES-LISTED NOT < WS-MAX-MATCHES
006520                 SET NAME-SEARCH-AT-END TO TRUE
006530             ELSE
006540                 PERFORM 5650-READ-NEXT-NAME-MATCH
006550             END-IF
006560         END-PERFORM
006570         IF WS-MATCHES-LISTED = ZERO
006580             MOVE SPACES TO WS-REPORT-LINE
006590             STRING "      NO CUSTOMER NAME STARTS WITH ["
006600                 WS-SEARCH-NAME(1:WS-SEARCH-LEN) "]"
006610                 DELIMITED BY SIZE INTO WS-REPORT-LINE
006620             END-STRING
006630             WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE
006640         END-IF
006650     END-IF.

006660 5650-READ-NEXT-NAME-MATCH.
006670     IF NOT NAME-SEARCH-AT-END
006680         READ CUSTOMER-MASTER-FILE NEXT RECORD
006690             AT END
006700                 SET NAME-SEARCH-AT-END TO TRUE
006710         END-READ
006720     END-IF
006730     IF NOT NAME-SEARCH-AT-END
006740         IF CUSTOMNAME OF CUSTOMER-MASTER-RECORD
006750            (1:WS-SEARCH-LEN) NOT =
006760            WS-SEARCH-NAME(1:WS-SEARCH-LEN)
006770             SET NAME-SEARCH-AT-END TO TRUE
006780         END-IF
006790     END-IF.

006800 5680-WRITE-MATCH-LINE.
006810     ADD 1 TO WS-MATCHES-LISTED
006820     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
006830         TO WS-BALANCE-DISPLAY
006840     MOVE SPACES TO WS-REPORT-LINE
006850     STRING "      LIKELY: " IDENT OF CUSTOMER-MASTER-RECORD
006860         "  " CUSTOMNAME OF CUSTOMER-MASTER-RECORD " "
006870         CUST-CITY OF CUSTOMER-MASTER-RECORD " "
006880         CUST-STATE OF CUSTOMER-MASTER-RECORD "  "
006890         CUST-STATUS OF CUSTOMER-MASTER-RECORD "  "
006900         WS-BALANCE-DISPLAY
006910         DELIMITED BY SIZE INTO WS-REPORT-LINE
006920     END-STRING
006930     WRITE WORKLIST-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>FEED CONTROL RECORDS. ALL DETAILS ARE TYPE D, SO THE
      *>TRAILER DEBIT TOTAL CARRIES THE FEED TOTAL.
      *>--------------------------------------------------------
006940 5700-WRITE-FEED-HEADER.
006950     MOVE SPACES TO PAYMENT-FEED-CONTROL-RECORD
006960     MOVE "1" TO TCTL-REC-TYPE
006970     MOVE WS-RUN-DATE TO TCTL-RUN-DATE
006980     MOVE "LOCKBOX" TO TCTL-SOURCE-SYSTEM
006990     WRITE PAYMENT-FEED-CONTROL-RECORD
007000     IF NOT PAYFEED-OK
007010         DISPLAY "PAYMENT FEED WRITE FAILED, STATUS="
007020             WS-PAYFEED-STATUS
007030         MOVE 16 TO RETURN-CODE
007040         STOP RUN
007050     END-IF.

007060 5800-WRITE-FEED-TRAILER.
007070     MOVE SPACES TO PAYMENT-FEED-CONTROL-RECORD
007080     MOVE "3" TO TCTL-REC-TYPE
007090     MOVE WS-OUT-RECORD-COUNT TO TCTL-RECORD-COUNT
007100     MOVE WS-OUT-IDENT-HASH TO TCTL-IDENT-HASH
007110     MOVE WS-OUT-DEBIT-TOTAL TO TCTL-DEBIT-TOTAL
007120     MOVE ZERO TO TCTL-CREDIT-TOTAL
007130     WRITE PAYMENT-FEED-CONTROL-RECORD
007140     IF NOT PAYFEED-OK
007150         DISPLAY "PAYMENT FEED WRITE FAILED, STATUS="
007160             WS-PAYFEED-STATUS
007170         MOVE 16 TO RETURN-CODE
007180         STOP RUN
007190     END-IF.

      *>--------------------------------------------------------
      *>TERMINATION. A HELD DEPOSIT ENDS RC=16 WITH NO FEED; A
      *>RELEASED ONE MUST TIE APPLIED PLUS UNAPPLIED CASH BACK
      *>TO THE BANK'S DEPOSIT TOTAL AND THE FEED TRAILER TO THE
      *>APPLIED CASH, OR IT TOO ENDS RC=16.
      *>--------------------------------------------------------
007200 9000-TERMINATE.
007210     IF DEPOSIT-OUT-OF-BALANCE
007220         PERFORM 9100-REPORT-DEPOSIT-HELD
007230     ELSE
007240         PERFORM 5800-WRITE-FEED-TRAILER
007250         PERFORM 9200-REPORT-DEPOSIT-APPLIED
007260         CLOSE CUSTOMER-MASTER-FILE
007270         CLOSE PAYMENT-FEED-FILE
007280         CLOSE UNAPPLIED-CASH-FILE
007290         CLOSE WORKLIST-REPORT-FILE
007300     END-IF
007310     CLOSE DEPOSIT-PROOF-REPORT-FILE
007320     DISPLAY "LOCKBOX RECORDS READ:  " WS-RECORDS-READ
007330     DISPLAY "CHECK ITEMS:           " WS-DEPOSIT-ITEM-COUNT
007340     DISPLAY "ITEMS APPLIED:         " WS-ITEMS-APPLIED
007350     DISPLAY "ITEMS UNAPPLIED:       " WS-ITEMS-UNAPPLIED
007360     DISPLAY "PAYMENT FEED ITEMS:    " WS-OUT-RECORD-COUNT.

007370 9100-REPORT-DEPOSIT-HELD.
007380     MOVE SPACES TO WS-REPORT-LINE
007390     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
007400     STRING "*** DEPOSIT NOT IN BALANCE - "
007410         WS-BATCHES-OUT-OF-BALANCE
007420         " BATCH(ES) OUT - NO PAYMENT FEED WRITTEN ***"
007430         DELIMITED BY SIZE INTO WS-REPORT-LINE
007440     END-STRING
007450     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
007460     DISPLAY "LOCKBOX DEPOSIT NOT IN BALANCE - FEED HELD"
007470     MOVE 16 TO RETURN-CODE.

007480 9200-REPORT-DEPOSIT-APPLIED.
007490     MOVE SPACES TO WS-REPORT-LINE
007500     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
007510     MOVE WS-AMOUNT-APPLIED TO WS-TOTAL-DISPLAY
007520     STRING "APPLIED (PAYMENT FEED):  ITEMS " WS-ITEMS-APPLIED
007530         " AMOUNT " WS-TOTAL-DISPLAY
007540         DELIMITED BY SIZE INTO WS-REPORT-LINE
007550     END-STRING
007560     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
007570     MOVE WS-AMOUNT-UNAPPLIED TO WS-TOTAL-DISPLAY
007580     MOVE SPACES TO WS-REPORT-LINE
007590     STRING "UNAPPLIED CASH:          ITEMS "
007600         WS-ITEMS-UNAPPLIED
007610         " AMOUNT " WS-TOTAL-DISPLAY
007620         " (NO IDENT " WS-NO-IDENT-COUNT
007630         ", NOT ON FILE " WS-NOT-ON-FILE-COUNT ")"
007640         DELIMITED BY SIZE INTO WS-REPORT-LINE
007650     END-STRING
007660     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
007670     COMPUTE WS-APPLIED-PLUS-UNAPPLIED =
007680         WS-AMOUNT-APPLIED + WS-AMOUNT-UNAPPLIED
007690     MOVE WS-APPLIED-PLUS-UNAPPLIED TO WS-TOTAL-DISPLAY
007700     MOVE WS-BANK-DEPOSIT-AMOUNT TO WS-BANK-TOTAL-DISPLAY
007710     MOVE SPACES TO WS-REPORT-LINE
007720     STRING "APPLIED + UNAPPLIED:           "
007730         "  AMOUNT " WS-TOTAL-DISPLAY
007740         "  DEPOSIT " WS-BANK-TOTAL-DISPLAY
007750         DELIMITED BY SIZE INTO WS-REPORT-LINE
007760     END-STRING
007770     IF WS-APPLIED-PLUS-UNAPPLIED = WS-BANK-DEPOSIT-AMOUNT AND
007780        WS-OUT-DEBIT-TOTAL = WS-AMOUNT-APPLIED
007790         MOVE "TIES" TO WS-REPORT-LINE(90:4)
007800     ELSE
007810         MOVE "*DOES NOT TIE" TO WS-REPORT-LINE(90:13)
007820         DISPLAY "LOCKBOX APPLICATION DOES NOT TIE TO DEPOSIT"
007830         MOVE 16 TO RETURN-CODE
007840     END-IF
007850     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE
007860     MOVE WS-OUT-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
007870     MOVE SPACES TO WS-REPORT-LINE
007880     STRING "FEED LOCKBOX " WS-RUN-DATE ": ITEMS "
007890         WS-OUT-RECORD-COUNT " HASH " WS-OUT-IDENT-HASH
007900         " DEBIT " WS-TOTAL-DISPLAY
007910         DELIMITED BY SIZE INTO WS-REPORT-LINE
007920     END-STRING
007930     WRITE DEPOSIT-PROOF-REPORT-RECORD FROM WS-REPORT-LINE.
