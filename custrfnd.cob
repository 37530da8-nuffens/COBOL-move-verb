000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTRFND.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>CREDIT-BALANCE REFUND RUN.
      *>READS EVERY ACTIVE CUSTOMER ON PROD.CUSTOMER.MASTER WHOSE
      *>ACCOUNT-BALANCE IS POSITIVE AND ABOVE THE MINIMUM, AND
      *>WALKS THE CUSTOMER'S POSTED-TRANSACTION HISTORY TO FIND
      *>THE DATE THE BALANCE LAST ROSE ABOVE THE MINIMUM AND
      *>STAYED THERE. A BALANCE ALREADY ABOVE THE MINIMUM BEFORE
      *>ITS FIRST HISTORY ITEM COUNTS FROM THAT FIRST ITEM; A
      *>CREDIT BALANCE WITH NO HISTORY AT ALL PREDATES THE
      *>HISTORY FILE AND QUALIFIES OUTRIGHT.
      *>EVERY CUSTOMER ABOVE THE MINIMUM FOR AT LEAST THE GIVEN
      *>NUMBER OF DAYS IS REFUNDED THE WHOLE BALANCE:
      *>  - A DISBURSEMENT RECORD WITH NAME AND CUST-ADDRESS GOES
      *>    TO THE ACCOUNTS PAYABLE FILE (HEADER, DETAILS,
      *>    TRAILER WITH COUNT/HASH/AMOUNT) FOR AP TO CUT THE
      *>    CHECK.
      *>  - AN OFFSETTING TYPE "C" ITEM GOES OUT ON A STANDARD
      *>    TRANFILE-FORMAT FEED (HEADER SOURCE REFUND, DETAILS,
      *>    TRAILER WITH COUNT/HASH/CREDIT TOTAL) THAT CUSTLOAD
      *>    POSTS ON THE CREDIT SIDE, BRINGING THE BALANCE TO
      *>    ZERO. A REFUND WIDER THAN THE FEED'S 99999.99 AMOUNT
      *>    FIELD GOES OUT AS SEVERAL ITEMS; AP STILL CUTS ONE
      *>    CHECK.
      *>A CUSTOMER WHO QUALIFIES BUT HAS NO USABLE ADDRESS, OR
      *>HAS A REVERSAL STILL PENDING ON THE REJECT FILE (A TYPE
      *>"R" REJECTED T003/T005 AND NOT YET RE-INJECTED BY
      *>CUSTREWK - IT MAY YET TAKE THE CREDIT AWAY), IS LISTED ON
      *>THE EXCEPTION LIST INSTEAD AND GETS NOTHING THIS RUN.
      *>THE REFUND REGISTER LISTS EVERY REFUND AND PROVES THE
      *>DISBURSEMENT FILE TOTAL AGAINST THE FEED CREDIT TOTAL;
      *>A DISAGREEMENT ENDS THE RUN RC=16.
      *>PARM IS RUNDATE,MINAMT,DAYS. RUNDATE (YYYYMMDD) MUST BE
      *>THE NIGHTLY RUN DATE THE FEED WILL BE MERGED INTO.
      *>MINAMT IS FIVE DIGITS WITH TWO IMPLIED DECIMALS (00500 =
      *>5.00, THE DEFAULT); DAYS IS THREE DIGITS, DEFAULT 30.
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
000180     SELECT TRANSACTION-REJECT-FILE ASSIGN TO TRANREJ
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-TRANREJ-STATUS.
000210     SELECT DISPOSITION-FILE ASSIGN TO REWKDISP
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS DISP-KEY
000250         FILE STATUS IS WS-REWKDISP-STATUS.
000260     SELECT DISBURSEMENT-FILE ASSIGN TO DISBFILE
000270         ORGANIZATION IS SEQUENTIAL
000280         FILE STATUS IS WS-DISBFILE-STATUS.
000290     SELECT REFUND-FEED-FILE ASSIGN TO RFNDFEED
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-RFNDFEED-STATUS.
000320     SELECT REFUND-REGISTER-FILE ASSIGN TO RFNDRPT
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-RFNDRPT-STATUS.
000350     SELECT REFUND-EXCEPTION-FILE ASSIGN TO RFNDEXCP
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-RFNDEXCP-STATUS.

000380 DATA DIVISION.

000390 FILE SECTION.

000400 FD  CUSTOMER-MASTER-FILE
000410     LABEL RECORDS ARE STANDARD.
000420 01  CUSTOMER-MASTER-RECORD.
000430     COPY CUSTREC.

000440 FD  TRANSACTION-HISTORY-FILE
000450     LABEL RECORDS ARE STANDARD.
000460 01  TRANSACTION-HISTORY-RECORD.
000470     COPY TRANHIST.

      *>REJECT LAYOUT AS WRITTEN BY THE LOADER'S
      *>5080-WRITE-TRANSACTION-REJECT - KEEP IN STEP WITH THE
      *>TRANSACTION-REJECT-FILE FD THERE AND IN CUSTREWK.
000480 FD  TRANSACTION-REJECT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  TRANSACTION-REJECT-RECORD.
000510     05 REJ-REASON-CODE PIC X(4).
000520     05 REJ-RUN-DATE PIC 9(8).
000530     05 REJ-SOURCE PIC X.
000540     05 REJ-IDENT PIC 9(7).
000550     05 REJ-TRAN-TYPE PIC X.
000560     05 REJ-TRAN-AMOUNT PIC X(7).
000570     05 REJ-TRAN-REFERENCE PIC X(12).

      *>CUSTREWK'S DISPOSITION FILE - A REJECT WITH A RECORD
      *>HERE HAS ALREADY BEEN RE-INJECTED AND IS NOT PENDING.
000580 FD  DISPOSITION-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  DISPOSITION-RECORD.
000610     05 DISP-KEY.
000620         10 DISP-ORIG-RUN-DATE PIC 9(8).
000630         10 DISP-ORIG-IDENT PIC 9(7).
000640         10 DISP-ORIG-TYPE PIC X.
000650         10 DISP-ORIG-REFERENCE PIC X(12).
000660     05 DISP-WORKED-DATE PIC 9(8).

      *>ACCOUNTS PAYABLE DISBURSEMENT FILE - ONE DETAIL PER
      *>REFUND CHECK, UNDER A HEADER/TRAILER PAIR SO AP CAN
      *>BALANCE THE TRANSMISSION: 1=HEADER, 2=DETAIL, 3=TRAILER.
000670 FD  DISBURSEMENT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  DISBURSEMENT-RECORD.
000700     05 DISB-REC-TYPE PIC X.
000710     05 DISB-IDENT PIC 9(7).
000720     05 DISB-PAYEE-NAME PIC X(20).
000730     05 DISB-PAYEE-ADDRESS.
000740         10 DISB-STREET PIC X(25).
000750         10 DISB-CITY PIC X(18).
000760         10 DISB-STATE PIC X(2).
000770         10 DISB-POSTAL PIC X(9).
000780     05 DISB-AMOUNT PIC 9(7)V99.
000790     05 DISB-REFERENCE PIC X(12).
000800     05 FILLER PIC X(17).
000810 01  DISBURSEMENT-CONTROL-RECORD.
000820     05 DCTL-REC-TYPE PIC X.
000830     05 DCTL-HEADER-DATA.
000840         10 DCTL-RUN-DATE PIC 9(8).
000850         10 DCTL-SOURCE-SYSTEM PIC X(8).
000860         10 FILLER PIC X(103).
000870     05 DCTL-TRAILER-DATA REDEFINES DCTL-HEADER-DATA.
000880         10 DCTL-RECORD-COUNT PIC 9(7).
000890         10 DCTL-IDENT-HASH PIC 9(15).
000900         10 DCTL-AMOUNT-TOTAL PIC 9(11)V99.
000910         10 FILLER PIC X(84).

      *>REFUND FEED - SAME LAYOUT AS TRANFILE IN THE LOADER,
      *>INCLUDING THE CONTROL-RECORD OVERLAY. EVERY DETAIL IS A
      *>TYPE C, SO THE TRAILER CREDIT TOTAL IS THE FEED TOTAL AND
      *>THE DEBIT TOTAL IS ZERO.
000920 FD  REFUND-FEED-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  REFUND-FEED-RECORD.
000950     05 TRAN-REC-TYPE PIC X.
000960     05 TRAN-IDENT PIC 9(7).
000970     05 TRAN-TYPE PIC X.
000980     05 TRAN-AMOUNT PIC 9(5)V99.
000990     05 TRAN-REFERENCE PIC X(12).
001000     05 FILLER PIC X(17).
001010 01  REFUND-FEED-CONTROL-RECORD.
001020     05 TCTL-REC-TYPE PIC X.
001030     05 TCTL-HEADER-DATA.
001040         10 TCTL-RUN-DATE PIC 9(8).
001050         10 TCTL-SOURCE-SYSTEM PIC X(8).
001060         10 FILLER PIC X(28).
001070     05 TCTL-TRAILER-DATA REDEFINES TCTL-HEADER-DATA.
001080         10 TCTL-RECORD-COUNT PIC 9(7).
001090         10 TCTL-IDENT-HASH PIC 9(15).
001100         10 TCTL-DEBIT-TOTAL PIC 9(9)V99.
001110         10 TCTL-CREDIT-TOTAL PIC 9(9)V99.

001120 FD  REFUND-REGISTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  REFUND-REGISTER-RECORD PIC X(132).

001150 FD  REFUND-EXCEPTION-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  REFUND-EXCEPTION-RECORD PIC X(132).

001180 WORKING-STORAGE SECTION.

001190 01 WS-FILE-STATUS-GROUP.
001200     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
001210        88 CUSTMAST-OK VALUE "00".
001220     05 WS-TRANHIST-STATUS PIC XX VALUE "00".
001230        88 TRANHIST-OK VALUE "00".
001240     05 WS-TRANREJ-STATUS PIC XX VALUE "00".
001250        88 TRANREJ-OK VALUE "00".
001260     05 WS-REWKDISP-STATUS PIC XX VALUE "00".
001270        88 REWKDISP-OK VALUE "00".
001280        88 REWKDISP-NOT-FOUND VALUE "35".
001290     05 WS-DISBFILE-STATUS PIC XX VALUE "00".
001300        88 DISBFILE-OK VALUE "00".
001310     05 WS-RFNDFEED-STATUS PIC XX VALUE "00".
001320        88 RFNDFEED-OK VALUE "00".
001330     05 WS-RFNDRPT-STATUS PIC XX VALUE "00".
001340        88 RFNDRPT-OK VALUE "00".
001350     05 WS-RFNDEXCP-STATUS PIC XX VALUE "00".
001360        88 RFNDEXCP-OK VALUE "00".

001370 01 WS-SWITCHES.
001380     05 WS-CUSTMAST-EOF-SWITCH PIC X VALUE 'N'.
001390        88 CUSTMAST-AT-END VALUE 'Y'.
001400     05 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
001410        88 HISTORY-AT-END VALUE 'Y'.
001420     05 WS-HAS-HISTORY-SWITCH PIC X VALUE 'N'.
001430        88 CUSTOMER-HAS-HISTORY VALUE 'Y'.
001440     05 WS-TRANREJ-EOF-SWITCH PIC X VALUE 'N'.
001450        88 TRANREJ-AT-END VALUE 'Y'.
001460     05 WS-DISPOSITION-SWITCH PIC X VALUE 'N'.
001470        88 DISPOSITION-FILE-OPEN VALUE 'Y'.
001480     05 WS-PENDING-FOUND-SWITCH PIC X VALUE 'N'.
001490        88 PENDING-REVERSAL-FOUND VALUE 'Y'.

001500 01 WS-COUNTS.
001510     05 WS-CUSTOMERS-READ PIC 9(7) VALUE ZERO.
001520     05 WS-CREDIT-ACCOUNTS PIC 9(7) VALUE ZERO.
001530     05 WS-HISTORY-RECORDS-READ PIC 9(7) VALUE ZERO.
001540     05 WS-REJECTS-READ PIC 9(7) VALUE ZERO.
001550     05 WS-REFUNDS-ISSUED PIC 9(7) VALUE ZERO.
001560     05 WS-PRE-HISTORY-COUNT PIC 9(7) VALUE ZERO.
001570     05 WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
001580     05 WS-REVERSAL-PENDING-COUNT PIC 9(7) VALUE ZERO.
001590     05 WS-TOTAL-REFUNDED PIC 9(11)V99 VALUE ZERO.
001600     05 WS-TOTAL-EXCEPTED PIC 9(11)V99 VALUE ZERO.

001610 01 WS-RUN-PARAMETERS.
001620     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
001630     05 WS-MINIMUM-REFUND PIC 9(3)V99 VALUE 5.00.
001640     05 WS-MIN-CREDIT-DAYS PIC 9(3) VALUE 30.
001650     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.
001660     05 WS-PARM-MIN-AMOUNT PIC X(5) VALUE SPACES.
001670     05 WS-PARM-DAYS PIC X(3) VALUE SPACES.
001680     05 WS-PARM-MIN-NUM PIC 9(3)V99 VALUE ZERO.
001690     05 WS-PARM-MIN-X REDEFINES WS-PARM-MIN-NUM PIC X(5).

001700 01 WS-CURRENT-DATE-FIELDS.
001710     05 WS-SYSTEM-DATE PIC 9(8).

      *>--------------------------------------------------------
      *>PENDING REVERSALS. EVERY TYPE "R" REJECT THAT CAN STILL
      *>BE RE-INJECTED (T003 BAD SIDE, T005 ORIGINAL NOT FOUND)
      *>AND HAS NO DISPOSITION RECORD IS LOADED HERE UP FRONT
      *>AND SEARCHED PER CANDIDATE; ANYTHING BEYOND THE TABLE
      *>LIMIT ENDS THE RUN RATHER THAN REFUNDING BLIND.
      *>--------------------------------------------------------
001720 01 WS-PENDING-REVERSAL-TABLE.
001730     05 WS-PR-MAX PIC 9(4) VALUE 1000.
001740     05 WS-PR-COUNT PIC 9(4) VALUE ZERO.
001750     05 WS-PR-SUB PIC 9(4) VALUE ZERO.
001760     05 WS-PR-ENTRY OCCURS 1000 TIMES.
001770         10 WS-PR-IDENT PIC 9(7).
001780         10 WS-PR-REJECT-DATE PIC 9(8).
001790         10 WS-PR-REFERENCE PIC X(12).

      *>--------------------------------------------------------
      *>ONE CUSTOMER'S CREDIT-BALANCE AGE. WS-SIGNED-EFFECT
      *>FOLLOWS THE LOADER'S POSTING RULES SO THE BALANCE
      *>BROUGHT INTO THE FIRST HISTORY ITEM CAN BE BACKED OFF.
      *>--------------------------------------------------------
001800 01 WS-REFUND-WORK.
001810     05 WS-CREDIT-SINCE-DATE PIC 9(8) VALUE ZERO.
001820     05 WS-DAYS-IN-CREDIT PIC S9(7) VALUE ZERO.
001830     05 WS-SIGNED-EFFECT PIC S9(7)V99 VALUE ZERO.
001840     05 WS-OPENING-BALANCE PIC S9(9)V99 VALUE ZERO.
001850     05 WS-REFUND-AMOUNT PIC 9(7)V99 VALUE ZERO.
001860     05 WS-REMAINING-AMOUNT PIC 9(7)V99 VALUE ZERO.
001870     05 WS-MAX-FEED-AMOUNT PIC 9(5)V99 VALUE 99999.99.
001880     05 WS-ITEM-AMOUNT PIC 9(5)V99 VALUE ZERO.
001890     05 WS-EXCEPTION-REASON PIC X(60) VALUE SPACES.
001900     05 WS-REFUND-REFERENCE.
001910         10 FILLER PIC XX VALUE "RF".
001920         10 WS-REF-RUN-DATE PIC 9(8) VALUE ZERO.
001930         10 FILLER PIC XX VALUE SPACES.

001940 01 WS-FEED-TOTALS.
001950     05 WS-OUT-RECORD-COUNT PIC 9(7) VALUE ZERO.
001960     05 WS-OUT-IDENT-HASH PIC 9(15) VALUE ZERO.
001970     05 WS-OUT-CREDIT-TOTAL PIC 9(9)V99 VALUE ZERO.
001980     05 WS-DISB-RECORD-COUNT PIC 9(7) VALUE ZERO.
001990     05 WS-DISB-IDENT-HASH PIC 9(15) VALUE ZERO.
002000     05 WS-DISB-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.

002010 01 WS-REPORT-WORK.
002020     05 WS-BALANCE-DISPLAY PIC -(6)9.99.
002030     05 WS-AMOUNT-DISPLAY PIC Z(6)9.99.
002040     05 WS-TOTAL-DISPLAY PIC Z(10)9.99.
002050     05 WS-FEED-TOTAL-DISPLAY PIC Z(10)9.99.
002060     05 WS-DAYS-DISPLAY PIC Z(6)9.
002070     05 WS-SINCE-DISPLAY PIC X(11) VALUE SPACES.
002080     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

002090 LINKAGE SECTION.
002100 01 LK-PARM-AREA.
002110     05 LK-PARM-LENGTH PIC S9(4) COMP.
002120     05 LK-PARM-TEXT PIC X(80).

002130 PROCEDURE DIVISION USING LK-PARM-AREA.

002140 0000-MAIN-LOGIC.
002150     PERFORM 1000-INITIALIZE
002160     PERFORM 2000-LOAD-PENDING-REVERSALS
002170     PERFORM 4000-SELECT-REFUND-ACCOUNTS
002180     PERFORM 9000-TERMINATE
002190     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
002200 1000-INITIALIZE.
002210     PERFORM 1100-GET-RUN-PARAMETERS
002220     OPEN OUTPUT REFUND-REGISTER-FILE
002230     IF NOT RFNDRPT-OK
002240         DISPLAY "REFUND REGISTER OPEN FAILED, STATUS="
002250             WS-RFNDRPT-STATUS
002260         MOVE 16 TO RETURN-CODE
002270         STOP RUN
002280     END-IF
002290     OPEN OUTPUT REFUND-EXCEPTION-FILE
002300     IF NOT RFNDEXCP-OK
002310         DISPLAY "REFUND EXCEPTION LIST OPEN FAILED, STATUS="
002320             WS-RFNDEXCP-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF
002360     OPEN OUTPUT DISBURSEMENT-FILE
002370     IF NOT DISBFILE-OK
002380         DISPLAY "DISBURSEMENT FILE OPEN FAILED, STATUS="
002390             WS-DISBFILE-STATUS
002400         MOVE 16 TO RETURN-CODE
002410         STOP RUN
002420     END-IF
002430     OPEN OUTPUT REFUND-FEED-FILE
002440     IF NOT RFNDFEED-OK
002450         DISPLAY "REFUND FEED OPEN FAILED, STATUS="
002460             WS-RFNDFEED-STATUS
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF
002500     OPEN INPUT CUSTOMER-MASTER-FILE
002510     IF NOT CUSTMAST-OK
002520         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
002530             WS-CUSTMAST-STATUS
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF
002570     OPEN INPUT TRANSACTION-HISTORY-FILE
002580     IF NOT TRANHIST-OK
002590         DISPLAY "TRANSACTION HISTORY OPEN FAILED, STATUS="
002600             WS-TRANHIST-STATUS
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF
002640     OPEN INPUT TRANSACTION-REJECT-FILE
002650     IF NOT TRANREJ-OK
002660         DISPLAY "REJECT FILE OPEN FAILED, STATUS="
002670             WS-TRANREJ-STATUS
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF
002710     PERFORM 1300-OPEN-DISPOSITION-FILE
002720     MOVE WS-RUN-DATE TO WS-REF-RUN-DATE
002730     PERFORM 1400-WRITE-REPORT-HEADERS
002740     PERFORM 5500-WRITE-FEED-HEADER
002750     PERFORM 5700-WRITE-DISBURSEMENT-HEADER.

002760 1100-GET-RUN-PARAMETERS.
002770     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
002780     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
002790     IF LK-PARM-LENGTH > ZERO
002800         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
002810             DELIMITED BY ","
002820             INTO WS-PARM-RUN-DATE WS-PARM-MIN-AMOUNT
002830                  WS-PARM-DAYS
002840         END-UNSTRING
002850         IF WS-PARM-RUN-DATE NUMERIC AND
002860            WS-PARM-RUN-DATE NOT = ZERO
002870             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
002880         END-IF
002890         IF WS-PARM-MIN-AMOUNT NUMERIC AND
002900            WS-PARM-MIN-AMOUNT NOT = ZERO
002910             MOVE WS-PARM-MIN-AMOUNT TO WS-PARM-MIN-X
002920             MOVE WS-PARM-MIN-NUM TO WS-MINIMUM-REFUND
002930         END-IF
002940         IF WS-PARM-DAYS NUMERIC AND
002950            WS-PARM-DAYS NOT = ZERO
002960             MOVE WS-PARM-DAYS TO WS-MIN-CREDIT-DAYS
002970         END-IF
002980     END-IF.

      *>--------------------------------------------------------
      *>CUSTREWK OWNS AND BOOTSTRAPS THE DISPOSITION FILE; UNTIL
      *>ITS FIRST RUN THERE IS NONE, AND EVERY QUALIFYING
      *>REVERSAL REJECT IS STILL PENDING.
      *>--------------------------------------------------------
002990 1300-OPEN-DISPOSITION-FILE.
003000     OPEN INPUT DISPOSITION-FILE
003010     IF REWKDISP-OK
003020         SET DISPOSITION-FILE-OPEN TO TRUE
003030     ELSE
003040         IF NOT REWKDISP-NOT-FOUND
003050             DISPLAY "DISPOSITION FILE OPEN FAILED, STATUS="
003060                 WS-REWKDISP-STATUS
003070             MOVE 16 TO RETURN-CODE
003080             STOP RUN
003090         END-IF
003100     END-IF.

003110 1400-WRITE-REPORT-HEADERS.
003120     MOVE SPACES TO WS-REPORT-LINE
003130     STRING "CREDIT-BALANCE REFUND REGISTER - RUN DATE "
003140         WS-RUN-DATE " - MINIMUM " WS-MINIMUM-REFUND
003150         " FOR " WS-MIN-CREDIT-DAYS " DAYS"
003160         DELIMITED BY SIZE INTO WS-REPORT-LINE
003170     END-STRING
003180     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
003190     MOVE SPACES TO WS-REPORT-LINE
003200     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
003210     STRING "IDENT    NAME                 CREDIT SINCE"
003220         "    DAYS      BALANCE      REFUND"
003230         DELIMITED BY SIZE INTO WS-REPORT-LINE
003240     END-STRING
003250     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
003260     MOVE SPACES TO WS-REPORT-LINE
003270     STRING "REFUND EXCEPTIONS - RUN DATE " WS-RUN-DATE
003280         " - QUALIFYING CREDIT BALANCES NOT REFUNDED"
003290         DELIMITED BY SIZE INTO WS-REPORT-LINE
003300     END-STRING
003310     WRITE REFUND-EXCEPTION-RECORD FROM WS-REPORT-LINE
003320     MOVE SPACES TO WS-REPORT-LINE
003330     WRITE REFUND-EXCEPTION-RECORD FROM WS-REPORT-LINE
003340     STRING "IDENT    NAME                      BALANCE  "
003350         "REASON"
003360         DELIMITED BY SIZE INTO WS-REPORT-LINE
003370     END-STRING
003380     WRITE REFUND-EXCEPTION-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>LOAD THE PENDING REVERSALS FROM THE REJECT GENERATIONS
      *>--------------------------------------------------------
003390 2000-LOAD-PENDING-REVERSALS.
003400     PERFORM 2100-READ-NEXT-REJECT
003410     PERFORM UNTIL TRANREJ-AT-END
003420         ADD 1 TO WS-REJECTS-READ
003430         IF REJ-TRAN-TYPE = "R" AND
003440            (REJ-REASON-CODE = "T003" OR
003450             REJ-REASON-CODE = "T005")
003460             PERFORM 2200-CHECK-REVERSAL-REJECT
003470         END-IF
003480         PERFORM 2100-READ-NEXT-REJECT
003490     END-PERFORM
003500     CLOSE TRANSACTION-REJECT-FILE
003510     IF DISPOSITION-FILE-OPEN
003520         CLOSE DISPOSITION-FILE
003530     END-IF.

003540 2100-READ-NEXT-REJECT.
003550     IF NOT TRANREJ-AT-END
003560         READ TRANSACTION-REJECT-FILE
003570             AT END
003580                 SET TRANREJ-AT-END TO TRUE
003590         END-READ
003600     END-IF.

003610 2200-CHECK-REVERSAL-REJECT.
003620     MOVE "23" TO WS-REWKDISP-STATUS
003630     IF DISPOSITION-FILE-OPEN
003640         MOVE REJ-RUN-DATE TO DISP-ORIG-RUN-DATE
003650         MOVE REJ-IDENT TO DISP-ORIG-IDENT
003660         MOVE REJ-TRAN-TYPE TO DISP-ORIG-TYPE
003670         MOVE REJ-TRAN-REFERENCE TO DISP-ORIG-REFERENCE
003680         READ DISPOSITION-FILE
003690             KEY IS DISP-KEY
003700             INVALID KEY
003710                 CONTINUE
003720         END-READ
003730     END-IF
003740     IF NOT REWKDISP-OK
003750         IF WS-PR-COUNT >= WS-PR-MAX
003760             DISPLAY "PENDING REVERSAL TABLE FULL AT "
003770                 WS-PR-MAX " - WORK THE REJECT FILE FIRST"
003780             MOVE 16 TO RETURN-CODE
003790             STOP RUN
003800         END-IF
003810         ADD 1 TO WS-PR-COUNT
003820         MOVE REJ-IDENT TO WS-PR-IDENT(WS-PR-COUNT)
003830         MOVE REJ-RUN-DATE TO WS-PR-REJECT-DATE(WS-PR-COUNT)
003840         MOVE REJ-TRAN-REFERENCE
003850             TO WS-PR-REFERENCE(WS-PR-COUNT)
003860     END-IF.

      *>--------------------------------------------------------
      *>SELECTION PASS OVER THE CUSTOMER MASTER
      *>--------------------------------------------------------
003870 4000-SELECT-REFUND-ACCOUNTS.
003880     MOVE ZERO TO IDENT OF CUSTOMER-MASTER-RECORD
003890     START CUSTOMER-MASTER-FILE
003900         KEY IS NOT LESS THAN IDENT OF CUSTOMER-MASTER-RECORD
003910         INVALID KEY
003920             SET CUSTMAST-AT-END TO TRUE
003930     END-START
003940     PERFORM 4100-READ-NEXT-MASTER-RECORD
003950     PERFORM UNTIL CUSTMAST-AT-END
003960         ADD 1 TO WS-CUSTOMERS-READ
003970         IF CUST-ACTIVE OF CUSTOMER-MASTER-RECORD AND
003980            ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
003990                > WS-MINIMUM-REFUND
004000             ADD 1 TO WS-CREDIT-ACCOUNTS
004010             PERFORM 4200-FIND-CREDIT-SINCE-DATE
004020             PERFORM 4600-TEST-REFUND
004030         END-IF
004040         PERFORM 4100-READ-NEXT-MASTER-RECORD
004050     END-PERFORM.

004060 4100-READ-NEXT-MASTER-RECORD.
004070     IF NOT CUSTMAST-AT-END
004080         READ CUSTOMER-MASTER-FILE NEXT RECORD
004090             AT END
004100                 SET CUSTMAST-AT-END TO TRUE
004110         END-READ
004120     END-IF.

      *>--------------------------------------------------------
      *>CREDIT-SINCE DATE FROM THE CUSTOMER'S HISTORY, OLDEST
      *>FIRST. SET ON THE FIRST RESULTING BALANCE ABOVE THE
      *>MINIMUM, CLEARED WHEN ONE FALLS BACK TO IT OR BELOW.
      *>--------------------------------------------------------
004130 4200-FIND-CREDIT-SINCE-DATE.
004140     MOVE ZERO TO WS-CREDIT-SINCE-DATE
004150     MOVE 'N' TO WS-HISTORY-EOF-SWITCH
004160     MOVE 'N' TO WS-HAS-HISTORY-SWITCH
004170     PERFORM 4300-POSITION-HISTORY-FILE
004180     PERFORM 4400-READ-NEXT-HISTORY-RECORD
004190     PERFORM UNTIL HISTORY-AT-END
004200         ADD 1 TO WS-HISTORY-RECORDS-READ
004210         PERFORM 4500-APPLY-HISTORY-RECORD
004220         PERFORM 4400-READ-NEXT-HISTORY-RECORD
004230     END-PERFORM.

004240 4300-POSITION-HISTORY-FILE.
004250     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO TH-IDENT
004260     MOVE ZERO TO TH-RUN-DATE
004270     MOVE ZERO TO TH-SEQ
004280     START TRANSACTION-HISTORY-FILE
004290         KEY IS NOT LESS THAN TH-KEY
004300         INVALID KEY
004310             SET HISTORY-AT-END TO TRUE
004320     END-START.

004330 4400-READ-NEXT-HISTORY-RECORD.
004340     IF NOT HISTORY-AT-END
004350         READ TRANSACTION-HISTORY-FILE NEXT RECORD
004360             AT END
004370                 SET HISTORY-AT-END TO TRUE
004380         END-READ
004390     END-IF
004400     IF NOT HISTORY-AT-END
004410         IF TH-IDENT NOT = IDENT OF CUSTOMER-MASTER-RECORD
004420             SET HISTORY-AT-END TO TRUE
004430         END-IF
004440     END-IF.

004450 4500-APPLY-HISTORY-RECORD.
004460     IF NOT CUSTOMER-HAS-HISTORY
004470         SET CUSTOMER-HAS-HISTORY TO TRUE
004480         PERFORM 4550-DERIVE-TRAN-EFFECT
004490         COMPUTE WS-OPENING-BALANCE =
004500             TH-RESULT-BALANCE - WS-SIGNED-EFFECT
004510         IF WS-OPENING-BALANCE > WS-MINIMUM-REFUND
004520             MOVE TH-RUN-DATE TO WS-CREDIT-SINCE-DATE
004530         END-IF
004540     END-IF
004550     IF TH-RESULT-BALANCE > WS-MINIMUM-REFUND
004560         IF WS-CREDIT-SINCE-DATE = ZERO
004570             MOVE TH-RUN-DATE TO WS-CREDIT-SINCE-DATE
004580         END-IF
004590     ELSE
004600         MOVE ZERO TO WS-CREDIT-SINCE-DATE
004610     END-IF.

      *>--------------------------------------------------------
      *>SIGNED EFFECT OF ONE HISTORY ITEM ON THE BALANCE, PER
      *>THE LOADER'S POSTING RULES: D, W AND D-SIDE ADJUSTMENTS
      *>AND MERGE TRANSFERS ADD; C, FEES AND C-SIDE ADJUSTMENTS
      *>AND TRANSFERS SUBTRACT; A REVERSAL
      *>POSTS OPPOSITE TO THE SIDE IN BYTE 1 OF ITS REFERENCE.
      *>--------------------------------------------------------
004620 4550-DERIVE-TRAN-EFFECT.
004630     EVALUATE TRUE
004640         WHEN TH-TRAN-TYPE = "D"
004650         WHEN TH-TRAN-TYPE = "W"
004660             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
004670         WHEN TH-TRAN-TYPE = "A" AND
004680              TH-TRAN-REFERENCE(1:1) = "D"
004683         WHEN TH-TRAN-TYPE = "X" AND
004686              TH-TRAN-REFERENCE(1:1) = "D"
004690             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
004700         WHEN TH-TRAN-TYPE = "R" AND
004710              TH-TRAN-REFERENCE(1:1) = "C"
004720             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
004730         WHEN OTHER
004740             COMPUTE WS-SIGNED-EFFECT = 0 - TH-TRAN-AMOUNT
004750     END-EVALUATE.

      *>--------------------------------------------------------
      *>THE DECISION. A CREDIT BALANCE WITH NO HISTORY BEHIND
      *>IT IS OLDER THAN ANY HISTORY KEPT AND QUALIFIES OUTRIGHT.
      *>--------------------------------------------------------
004760 4600-TEST-REFUND.
004770     MOVE ZERO TO WS-DAYS-IN-CREDIT
004780     IF NOT CUSTOMER-HAS-HISTORY
004790         MOVE "PRE-HISTORY" TO WS-SINCE-DISPLAY
004800         PERFORM 4700-SCREEN-REFUND
004810     ELSE
004820         IF WS-CREDIT-SINCE-DATE > 16010000 AND
004830            WS-RUN-DATE > 16010000
004840             COMPUTE WS-DAYS-IN-CREDIT =
004850                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
004860                 - FUNCTION INTEGER-OF-DATE(WS-CREDIT-SINCE-DATE)
004870             IF WS-DAYS-IN-CREDIT NOT < WS-MIN-CREDIT-DAYS
004880                 MOVE SPACES TO WS-SINCE-DISPLAY
004890                 MOVE WS-CREDIT-SINCE-DATE TO WS-SINCE-DISPLAY
004900                 PERFORM 4700-SCREEN-REFUND
004910             END-IF
004920         END-IF
004930     END-IF.

      *>--------------------------------------------------------
      *>A QUALIFYING CUSTOMER IS REFUNDED ONLY WITH A COMPLETE
      *>MAILING ADDRESS AND NO REVERSAL STILL PENDING.
      *>--------------------------------------------------------
004940 4700-SCREEN-REFUND.
004950     MOVE SPACES TO WS-EXCEPTION-REASON
004960     IF CUST-STREET OF CUSTOMER-MASTER-RECORD = SPACES OR
004970        CUST-CITY OF CUSTOMER-MASTER-RECORD = SPACES OR
004980        CUST-STATE OF CUSTOMER-MASTER-RECORD = SPACES OR
004990        CUST-POSTAL OF CUSTOMER-MASTER-RECORD = SPACES
005000         ADD 1 TO WS-NO-ADDRESS-COUNT
005010         MOVE "NO USABLE ADDRESS" TO WS-EXCEPTION-REASON
005020     ELSE
005030         PERFORM 4750-FIND-PENDING-REVERSAL
005040         IF PENDING-REVERSAL-FOUND
005050             ADD 1 TO WS-REVERSAL-PENDING-COUNT
005060             STRING "REVERSAL PENDING - REJECT "
005070                 WS-PR-REJECT-DATE(WS-PR-SUB) " REF "
005080                 WS-PR-REFERENCE(WS-PR-SUB)
005090                 DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
005100             END-STRING
005110         END-IF
005120     END-IF
005130     IF WS-EXCEPTION-REASON = SPACES
005140         PERFORM 5000-ISSUE-REFUND
005150     ELSE
005160         PERFORM 5800-WRITE-EXCEPTION-LINE
005170     END-IF.

005180 4750-FIND-PENDING-REVERSAL.
005190     MOVE 'N' TO WS-PENDING-FOUND-SWITCH
005200     MOVE ZERO TO WS-PR-SUB
005210     PERFORM UNTIL PENDING-REVERSAL-FOUND
005220        OR WS-PR-SUB >= WS-PR-COUNT
005230         ADD 1 TO WS-PR-SUB
005240         IF WS-PR-IDENT(WS-PR-SUB) =
005250            IDENT OF CUSTOMER-MASTER-RECORD
005260             SET PENDING-REVERSAL-FOUND TO TRUE
005270         END-IF
005280     END-PERFORM.

      *>--------------------------------------------------------
      *>ONE REFUND - THE AP CHECK AND THE OFFSETTING FEED ITEMS
      *>--------------------------------------------------------
005290 5000-ISSUE-REFUND.
005300     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
005310         TO WS-REFUND-AMOUNT
005320     IF WS-SINCE-DISPLAY = "PRE-HISTORY"
005330         ADD 1 TO WS-PRE-HISTORY-COUNT
005340     END-IF
005350     ADD 1 TO WS-REFUNDS-ISSUED
005360     ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED
005370     PERFORM 5100-WRITE-DISBURSEMENT
005380     PERFORM 5300-WRITE-REFUND-ITEMS
005390     PERFORM 5400-WRITE-REGISTER-LINE.

005400 5100-WRITE-DISBURSEMENT.
005410     MOVE SPACES TO DISBURSEMENT-RECORD
005420     MOVE "2" TO DISB-REC-TYPE
005430     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO DISB-IDENT
005440     MOVE CUSTOMNAME OF CUSTOMER-MASTER-RECORD
005450         TO DISB-PAYEE-NAME
005460     MOVE CUST-ADDRESS OF CUSTOMER-MASTER-RECORD
005470         TO DISB-PAYEE-ADDRESS
005480     MOVE WS-REFUND-AMOUNT TO DISB-AMOUNT
005490     MOVE WS-REFUND-REFERENCE TO DISB-REFERENCE
005500     WRITE DISBURSEMENT-RECORD
005510     IF NOT DISBFILE-OK
005520         DISPLAY "DISBURSEMENT WRITE FAILED, STATUS="
005530             WS-DISBFILE-STATUS
005540         MOVE 16 TO RETURN-CODE
005550         STOP RUN
005560     END-IF
005570     ADD 1 TO WS-DISB-RECORD-COUNT
005580     ADD IDENT OF CUSTOMER-MASTER-RECORD TO WS-DISB-IDENT-HASH
005590     ADD WS-REFUND-AMOUNT TO WS-DISB-AMOUNT-TOTAL.

      *>--------------------------------------------------------
      *>TYPE "C" ITEMS FOR THE WHOLE REFUND, SPLIT AT THE FEED
      *>AMOUNT FIELD'S LIMIT.
      *>--------------------------------------------------------
005600 5300-WRITE-REFUND-ITEMS.
005610     MOVE WS-REFUND-AMOUNT TO WS-REMAINING-AMOUNT
005620     PERFORM UNTIL WS-REMAINING-AMOUNT NOT > ZERO
005630         IF WS-REMAINING-AMOUNT > WS-MAX-FEED-AMOUNT
005640             MOVE WS-MAX-FEED-AMOUNT TO WS-ITEM-AMOUNT
005650         ELSE
005660             MOVE WS-REMAINING-AMOUNT TO WS-ITEM-AMOUNT
005670         END-IF
005680         PERFORM 5350-WRITE-REFUND-DETAIL
005690         SUBTRACT WS-ITEM-AMOUNT FROM WS-REMAINING-AMOUNT
005700     END-PERFORM.

005710 5350-WRITE-REFUND-DETAIL.
005720     MOVE SPACES TO REFUND-FEED-RECORD
005730     MOVE "2" TO TRAN-REC-TYPE
005740     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO TRAN-IDENT
005750     MOVE "C" TO TRAN-TYPE
005760     MOVE WS-ITEM-AMOUNT TO TRAN-AMOUNT
005770     MOVE WS-REFUND-REFERENCE TO TRAN-REFERENCE
005780     WRITE REFUND-FEED-RECORD
005790     IF NOT RFNDFEED-OK
005800         DISPLAY "REFUND FEED WRITE FAILED, STATUS="
005810             WS-RFNDFEED-STATUS
005820         MOVE 16 TO RETURN-CODE
005830         STOP RUN
005840     END-IF
005850     ADD 1 TO WS-OUT-RECORD-COUNT
005860     ADD IDENT OF CUSTOMER-MASTER-RECORD TO WS-OUT-IDENT-HASH
005870     ADD WS-ITEM-AMOUNT TO WS-OUT-CREDIT-TOTAL.

005880 5400-WRITE-REGISTER-LINE.
005890     MOVE WS-DAYS-IN-CREDIT TO WS-DAYS-DISPLAY
005900     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
005910         TO WS-BALANCE-DISPLAY
005920     MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-DISPLAY
005930     MOVE SPACES TO WS-REPORT-LINE
005940     STRING IDENT OF CUSTOMER-MASTER-RECORD "  "
005950         CUSTOMNAME OF CUSTOMER-MASTER-RECORD " "
005960         WS-SINCE-DISPLAY "  " WS-DAYS-DISPLAY "  "
005970         WS-BALANCE-DISPLAY "  " WS-AMOUNT-DISPLAY
005980         DELIMITED BY SIZE INTO WS-REPORT-LINE
005990     END-STRING
006000     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>FEED AND DISBURSEMENT CONTROL RECORDS. REFUND ITEMS ARE
      *>ALL TYPE C, SO THE FEED TRAILER CARRIES THEM IN THE
      *>CREDIT TOTAL.
      *>--------------------------------------------------------
006010 5500-WRITE-FEED-HEADER.
006020     MOVE SPACES TO REFUND-FEED-CONTROL-RECORD
006030     MOVE "1" TO TCTL-REC-TYPE
006040     MOVE WS-RUN-DATE TO TCTL-RUN-DATE
006050     MOVE "REFUND" TO TCTL-SOURCE-SYSTEM
006060     WRITE REFUND-FEED-CONTROL-RECORD
006070     IF NOT RFNDFEED-OK
006080         DISPLAY "REFUND FEED WRITE FAILED, STATUS="
006090             WS-RFNDFEED-STATUS
006100         MOVE 16 TO RETURN-CODE
006110         STOP RUN
006120     END-IF.

006130 5600-WRITE-FEED-TRAILER.
006140     MOVE SPACES TO REFUND-FEED-CONTROL-RECORD
006150     MOVE "3" TO TCTL-REC-TYPE
006160     MOVE WS-OUT-RECORD-COUNT TO TCTL-RECORD-COUNT
006170     MOVE WS-OUT-IDENT-HASH TO TCTL-IDENT-HASH
006180     MOVE ZERO TO TCTL-DEBIT-TOTAL
006190     MOVE WS-OUT-CREDIT-TOTAL TO TCTL-CREDIT-TOTAL
006200     WRITE REFUND-FEED-CONTROL-RECORD
006210     IF NOT RFNDFEED-OK
006220         DISPLAY "REFUND FEED WRITE FAILED, STATUS="
006230             WS-RFNDFEED-STATUS
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.

006270 5700-WRITE-DISBURSEMENT-HEADER.
006280     MOVE SPACES TO DISBURSEMENT-CONTROL-RECORD
006290     MOVE "1" TO DCTL-REC-TYPE
006300     MOVE WS-RUN-DATE TO DCTL-RUN-DATE
006310     MOVE "REFUND" TO DCTL-SOURCE-SYSTEM
006320     WRITE DISBURSEMENT-CONTROL-RECORD
006330     IF NOT DISBFILE-OK
006340         DISPLAY "DISBURSEMENT WRITE FAILED, STATUS="
006350             WS-DISBFILE-STATUS
006360         MOVE 16 TO RETURN-CODE
006370         STOP RUN
006380     END-IF.

006390 5750-WRITE-DISBURSEMENT-TRAILER.
006400     MOVE SPACES TO DISBURSEMENT-CONTROL-RECORD
006410     MOVE "3" TO DCTL-REC-TYPE
006420     MOVE WS-DISB-RECORD-COUNT TO DCTL-RECORD-COUNT
006430     MOVE WS-DISB-IDENT-HASH TO DCTL-IDENT-HASH
006440     MOVE WS-DISB-AMOUNT-TOTAL TO DCTL-AMOUNT-TOTAL
006450     WRITE DISBURSEMENT-CONTROL-RECORD
006460     IF NOT DISBFILE-OK
006470         DISPLAY "DISBURSEMENT WRITE FAILED, STATUS="
006480             WS-DISBFILE-STATUS
006490         MOVE 16 TO RETURN-CODE
006500         STOP RUN
006510     END-IF.

006520 5800-WRITE-EXCEPTION-LINE.
006530     ADD ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
006540         TO WS-TOTAL-EXCEPTED
006550     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
006560         TO WS-BALANCE-DISPLAY
006570     MOVE SPACES TO WS-REPORT-LINE
006580     STRING IDENT OF CUSTOMER-MASTER-RECORD "  "
006590         CUSTOMNAME OF CUSTOMER-MASTER-RECORD "  "
006600         WS-BALANCE-DISPLAY "  " WS-EXCEPTION-REASON
006610         DELIMITED BY SIZE INTO WS-REPORT-LINE
006620     END-STRING
006630     WRITE REFUND-EXCEPTION-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>TERMINATION - REGISTER TOTALS AND THE PROOF THAT THE
      *>DISBURSEMENT FILE AND THE FEED CARRY THE SAME MONEY
      *>--------------------------------------------------------
006640 9000-TERMINATE.
006650     PERFORM 5600-WRITE-FEED-TRAILER
006660     PERFORM 5750-WRITE-DISBURSEMENT-TRAILER
006670     PERFORM 9100-WRITE-REGISTER-TOTALS
006680     MOVE SPACES TO WS-REPORT-LINE
006690     WRITE REFUND-EXCEPTION-RECORD FROM WS-REPORT-LINE
006700     MOVE WS-TOTAL-EXCEPTED TO WS-TOTAL-DISPLAY
006710     STRING "EXCEPTIONS: NO ADDRESS " WS-NO-ADDRESS-COUNT
006720         " REVERSAL PENDING " WS-REVERSAL-PENDING-COUNT
006730         " BALANCES " WS-TOTAL-DISPLAY
006740         DELIMITED BY SIZE INTO WS-REPORT-LINE
006750     END-STRING
006760     WRITE REFUND-EXCEPTION-RECORD FROM WS-REPORT-LINE
006770     CLOSE CUSTOMER-MASTER-FILE
006780     CLOSE TRANSACTION-HISTORY-FILE
006790     CLOSE DISBURSEMENT-FILE
006800     CLOSE REFUND-FEED-FILE
006810     CLOSE REFUND-REGISTER-FILE
006820     CLOSE REFUND-EXCEPTION-FILE
006830     DISPLAY "CUSTOMERS READ:        " WS-CUSTOMERS-READ
006840     DISPLAY "CREDIT BALANCES:       " WS-CREDIT-ACCOUNTS
006850     DISPLAY "HISTORY RECORDS READ:  " WS-HISTORY-RECORDS-READ
006860     DISPLAY "PENDING REVERSALS:     " WS-PR-COUNT
006870     DISPLAY "REFUNDS ISSUED:        " WS-REFUNDS-ISSUED
006880     DISPLAY "AMOUNT REFUNDED:       " WS-TOTAL-REFUNDED
006890     DISPLAY "EXCEPTIONS - ADDRESS:  " WS-NO-ADDRESS-COUNT
006900     DISPLAY "EXCEPTIONS - REVERSAL: "
006910         WS-REVERSAL-PENDING-COUNT
006920     IF WS-DISB-AMOUNT-TOTAL NOT = WS-OUT-CREDIT-TOTAL OR
006930        WS-DISB-AMOUNT-TOTAL NOT = WS-TOTAL-REFUNDED
006940         DISPLAY "DISBURSEMENT TOTAL " WS-DISB-AMOUNT-TOTAL
006950             " DOES NOT MATCH FEED " WS-OUT-CREDIT-TOTAL
006960         MOVE 16 TO RETURN-CODE
006970     END-IF.

006980 9100-WRITE-REGISTER-TOTALS.
006990     MOVE SPACES TO WS-REPORT-LINE
007000     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
007010     MOVE WS-TOTAL-REFUNDED TO WS-TOTAL-DISPLAY
007020     STRING "REFUNDS ISSUED:        " WS-REFUNDS-ISSUED
007030         "   AMOUNT " WS-TOTAL-DISPLAY
007040         DELIMITED BY SIZE INTO WS-REPORT-LINE
007050     END-STRING
007060     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
007070     MOVE SPACES TO WS-REPORT-LINE
007080     STRING "  OF WHICH PRE-HISTORY: " WS-PRE-HISTORY-COUNT
007090         DELIMITED BY SIZE INTO WS-REPORT-LINE
007100     END-STRING
007110     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
007120     MOVE WS-DISB-AMOUNT-TOTAL TO WS-TOTAL-DISPLAY
007130     MOVE SPACES TO WS-REPORT-LINE
007140     STRING "AP DISBURSEMENT FILE:  CHECKS "
007150         WS-DISB-RECORD-COUNT " HASH " WS-DISB-IDENT-HASH
007160         " AMOUNT " WS-TOTAL-DISPLAY
007170         DELIMITED BY SIZE INTO WS-REPORT-LINE
007180     END-STRING
007190     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
007200     MOVE WS-OUT-CREDIT-TOTAL TO WS-FEED-TOTAL-DISPLAY
007210     MOVE SPACES TO WS-REPORT-LINE
007220     STRING "FEED REFUND " WS-RUN-DATE ": ITEMS "
007230         WS-OUT-RECORD-COUNT " HASH " WS-OUT-IDENT-HASH
007240         " CREDIT " WS-FEED-TOTAL-DISPLAY
007250         DELIMITED BY SIZE INTO WS-REPORT-LINE
007260     END-STRING
007270     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE
007280     MOVE SPACES TO WS-REPORT-LINE
007290     IF WS-DISB-AMOUNT-TOTAL = WS-OUT-CREDIT-TOTAL AND
007300        WS-DISB-AMOUNT-TOTAL = WS-TOTAL-REFUNDED
007310         STRING "DISBURSEMENT FILE TIES TO REFUND FEED"
007320             DELIMITED BY SIZE INTO WS-REPORT-LINE
007330         END-STRING
007340     ELSE
007350         STRING "*DISBURSEMENT FILE DOES NOT TIE TO REFUND "
007360             "FEED - DO NOT RELEASE EITHER"
007370             DELIMITED BY SIZE INTO WS-REPORT-LINE
007380         END-STRING
007390     END-IF
007400     WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.
