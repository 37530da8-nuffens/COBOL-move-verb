000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTMRGE.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>DUPLICATE CUSTOMER MERGE.
      *>READS THE OPERATOR-APPROVED MERGE PAIRS (ONE CARD PER
      *>PAIR: RETIRING IDENT, SURVIVING IDENT, APPROVER - PICKED
      *>FROM THE CUSTDUPS CANDIDATE REPORT) AND FOR EACH PAIR
      *>THAT PASSES VALIDATION:
      *>  - MOVES THE RETIRING IDENT'S WHOLE BALANCE TO THE
      *>    SURVIVOR AS LINKED PAIRS OF TYPE "X" TRANSFER ITEMS ON
      *>    A STANDARD TRANFILE-FORMAT FEED (HEADER SOURCE MERGE).
      *>    ONE ITEM OF EACH PAIR ZEROES THE RETIRING IDENT, THE
      *>    OTHER POSTS THE SAME AMOUNT ON THE OPPOSITE SIDE TO
      *>    THE SURVIVOR. BYTE 1 OF THE REFERENCE IS THE SIDE
      *>    (D OR C, AS FOR TYPES R AND A), BYTE 2 IS "M", THEN
      *>    THE OTHER IDENT OF THE PAIR AND A 3-DIGIT PAIR
      *>    NUMBER, SO BOTH HALVES READ LINKED IN TRANHIST AND ON
      *>    STATEMENTS. A BALANCE WIDER THAN THE FEED'S 99999.99
      *>    AMOUNT FIELD GOES OUT AS SEVERAL PAIRS.
      *>  - MARKS THE RETIRING IDENT INACTIVE AS OF THE RUN DATE,
      *>    WITH A BEFORE/AFTER AUDIT IMAGE UNDER THE MERGE
      *>    SOURCE CODE.
      *>  - RECORDS THE RETIRING IDENT ON THE PERMANENT MERGE
      *>    CROSS-REFERENCE (MERGXREF) SO THE NIGHTLY LOADER POSTS
      *>    ANY LATER TRANSACTION FOR IT TO THE SURVIVOR.
      *>A PAIR IS REFUSED, AND PRINTED WITH THE REASON, WHEN
      *>EITHER IDENT IS MISSING OR CHARGED OFF, THE SURVIVOR IS
      *>NOT ACTIVE OR HAS ITSELF BEEN MERGED, THE RETIRING IDENT
      *>WAS ALREADY MERGED, OR THE RETIRING IDENT IS A SURVIVOR
      *>EARLIER IN THE SAME RUN (ITS INCOMING TRANSFER HAS NOT
      *>POSTED YET - RESUBMIT IT AFTER THE LOAD). ANY REFUSAL
      *>ENDS THE RUN RC=4.
      *>A RERUN WITH THE SAME RUN DATE AFTER A FAILURE FINDS ITS
      *>OWN CROSS-REFERENCE RECORDS AND RE-WRITES ONLY THE
      *>TRANSFER ITEMS FOR THOSE PAIRS, FROM THE BALANCE STILL
      *>ON THE RETIRING IDENT, SO THE REPLACEMENT FEED IS WHOLE.
      *>PARM IS RUNDATE (YYYYMMDD) - THE NIGHTLY RUN DATE THE
      *>FEED WILL BE MERGED INTO.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT MERGE-APPROVAL-FILE ASSIGN TO MRGEAPPR
000090         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-MRGEAPPR-STATUS.
000110     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000120         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS DYNAMIC
000140         RECORD KEY IS IDENT OF CUSTOMER-MASTER-RECORD
000150         FILE STATUS IS WS-CUSTMAST-STATUS.
000160     SELECT MERGE-XREF-FILE ASSIGN TO MERGXREF
000170         ORGANIZATION IS INDEXED
000180         ACCESS MODE IS DYNAMIC
000190         RECORD KEY IS MXR-OLD-IDENT
000200         FILE STATUS IS WS-MERGXREF-STATUS.
000210     SELECT MERGE-FEED-FILE ASSIGN TO MRGFEED
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-MRGFEED-STATUS.
000240     SELECT AUDIT-FILE ASSIGN TO AUDFILE
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-AUDFILE-STATUS.
000270     SELECT MERGE-REGISTER-FILE ASSIGN TO MRGERPT
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-MRGERPT-STATUS.

000300 DATA DIVISION.

000310 FILE SECTION.

      *>APPROVED MERGE PAIRS, ONE 80-BYTE CARD EACH: RETIRING
      *>IDENT IN 1-7, SURVIVING IDENT IN 9-15, APPROVER USER ID
      *>IN 17-24. AN ASTERISK IN COLUMN 1 MARKS A COMMENT CARD.
000320 FD  MERGE-APPROVAL-FILE
000330     LABEL RECORDS ARE STANDARD.
000340 01  MERGE-APPROVAL-RECORD.
000350     05 MA-RETIRING-IDENT-X PIC X(7).
000360     05 MA-RETIRING-IDENT REDEFINES MA-RETIRING-IDENT-X
000370         PIC 9(7).
000380     05 FILLER PIC X.
000390     05 MA-SURVIVOR-IDENT-X PIC X(7).
000400     05 MA-SURVIVOR-IDENT REDEFINES MA-SURVIVOR-IDENT-X
000410         PIC 9(7).
000420     05 FILLER PIC X.
000430     05 MA-APPROVED-BY PIC X(8).
000440     05 FILLER PIC X(56).

000450 FD  CUSTOMER-MASTER-FILE
000460     LABEL RECORDS ARE STANDARD.
000470 01  CUSTOMER-MASTER-RECORD.
000480     COPY CUSTREC.

000490 FD  MERGE-XREF-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 01  MERGE-XREF-RECORD.
000520     COPY MERGXREF.

      *>MERGE FEED - SAME LAYOUT AS TRANFILE IN THE LOADER,
      *>INCLUDING THE CONTROL-RECORD OVERLAY. EVERY DETAIL IS A
      *>TYPE X, WHICH THE TRAILER DEBIT/CREDIT TOTALS DO NOT
      *>COVER, SO BOTH ARE ZERO.
000530 FD  MERGE-FEED-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  MERGE-FEED-RECORD.
000560     05 TRAN-REC-TYPE PIC X.
000570     05 TRAN-IDENT PIC 9(7).
000580     05 TRAN-TYPE PIC X.
000590     05 TRAN-AMOUNT PIC 9(5)V99.
000600     05 TRAN-REFERENCE PIC X(12).
000610     05 FILLER PIC X(17).
000620 01  MERGE-FEED-CONTROL-RECORD.
000630     05 TCTL-REC-TYPE PIC X.
000640     05 TCTL-HEADER-DATA.
000650         10 TCTL-RUN-DATE PIC 9(8).
000660         10 TCTL-SOURCE-SYSTEM PIC X(8).
000670         10 FILLER PIC X(28).
000680     05 TCTL-TRAILER-DATA REDEFINES TCTL-HEADER-DATA.
000690         10 TCTL-RECORD-COUNT PIC 9(7).
000700         10 TCTL-IDENT-HASH PIC 9(15).
000710         10 TCTL-DEBIT-TOTAL PIC 9(9)V99.
000720         10 TCTL-CREDIT-TOTAL PIC 9(9)V99.

000730 FD  AUDIT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  AUDIT-FILE-RECORD.
000760     COPY AUDITREC.

000770 FD  MERGE-REGISTER-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  MERGE-REGISTER-RECORD PIC X(132).

000800 WORKING-STORAGE SECTION.

000810 01 WS-FILE-STATUS-GROUP.
000820     05 WS-MRGEAPPR-STATUS PIC XX VALUE "00".
000830        88 MRGEAPPR-OK VALUE "00".
000840     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
000850        88 CUSTMAST-OK VALUE "00".
000860     05 WS-MERGXREF-STATUS PIC XX VALUE "00".
000870        88 MERGXREF-OK VALUE "00".
000880        88 MERGXREF-NOT-FOUND VALUE "35".
000890     05 WS-MRGFEED-STATUS PIC XX VALUE "00".
000900        88 MRGFEED-OK VALUE "00".
000910     05 WS-AUDFILE-STATUS PIC XX VALUE "00".
000920        88 AUDFILE-OK VALUE "00".
000930     05 WS-MRGERPT-STATUS PIC XX VALUE "00".
000940        88 MRGERPT-OK VALUE "00".

000950 01 WS-SWITCHES.
000960     05 WS-MRGEAPPR-EOF-SWITCH PIC X VALUE 'N'.
000970        88 MRGEAPPR-AT-END VALUE 'Y'.
000980     05 WS-PAIR-RESUMED-SWITCH PIC X VALUE 'N'.
000990        88 PAIR-IS-RESUMED VALUE 'Y'.
001000     05 WS-SURVIVOR-SEEN-SWITCH PIC X VALUE 'N'.
001010        88 RETIRING-WAS-SURVIVOR VALUE 'Y'.

001020 01 WS-COUNTS.
001030     05 WS-CARDS-READ PIC 9(7) VALUE ZERO.
001040     05 WS-PAIRS-MERGED PIC 9(7) VALUE ZERO.
001050     05 WS-PAIRS-RESUMED PIC 9(7) VALUE ZERO.
001060     05 WS-PAIRS-REFUSED PIC 9(7) VALUE ZERO.
001070     05 WS-TOTAL-MOVED PIC 9(11)V99 VALUE ZERO.

001080 01 WS-RUN-PARAMETERS.
001090     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
001100     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.

001110 01 WS-CURRENT-DATE-FIELDS.
001120     05 WS-SYSTEM-DATE PIC 9(8).

001130 01 WS-RETIRING-CUSTOMER.
001140     COPY CUSTREC.

001150 01 WS-SURVIVOR-CUSTOMER.
001160     COPY CUSTREC.

      *>--------------------------------------------------------
      *>SURVIVORS ACCEPTED SO FAR THIS RUN. A LATER CARD THAT
      *>RETIRES ONE OF THEM IS REFUSED - ITS TRANSFER IN HAS NOT
      *>POSTED, SO ITS BALANCE IS NOT YET WHOLE. ANYTHING BEYOND
      *>THE TABLE LIMIT ENDS THE RUN.
      *>--------------------------------------------------------
001170 01 WS-SURVIVOR-TABLE.
001180     05 WS-SV-MAX PIC 9(4) VALUE 500.
001190     05 WS-SV-COUNT PIC 9(4) VALUE ZERO.
001200     05 WS-SV-SUB PIC 9(4) VALUE ZERO.
001210     05 WS-SV-IDENT PIC 9(7) OCCURS 500 TIMES.

001220 01 WS-MERGE-WORK.
001230     05 WS-REFUSAL-REASON PIC X(50) VALUE SPACES.
001240     05 WS-MOVE-AMOUNT PIC 9(7)V99 VALUE ZERO.
001250     05 WS-REMAINING-AMOUNT PIC 9(7)V99 VALUE ZERO.
001260     05 WS-MAX-FEED-AMOUNT PIC 9(5)V99 VALUE 99999.99.
001270     05 WS-ITEM-AMOUNT PIC 9(5)V99 VALUE ZERO.
001280     05 WS-RETIRING-SIDE PIC X VALUE SPACE.
001290     05 WS-SURVIVOR-SIDE PIC X VALUE SPACE.
001300     05 WS-PAIR-SEQ PIC 9(3) VALUE ZERO.
001310     05 WS-TRANSFER-REFERENCE.
001320         10 WS-XFER-SIDE PIC X.
001330         10 FILLER PIC X VALUE "M".
001340         10 WS-XFER-OTHER-IDENT PIC 9(7).
001350         10 WS-XFER-PAIR-SEQ PIC 9(3).
001360     05 WS-BEFORE-IMAGE PIC X(112) VALUE SPACES.

001370 01 WS-FEED-TOTALS.
001380     05 WS-OUT-RECORD-COUNT PIC 9(7) VALUE ZERO.
001390     05 WS-OUT-IDENT-HASH PIC 9(15) VALUE ZERO.
001400     05 WS-OUT-DEBIT-SIDE PIC 9(11)V99 VALUE ZERO.
001410     05 WS-OUT-CREDIT-SIDE PIC 9(11)V99 VALUE ZERO.

001420 01 WS-REPORT-WORK.
001430     05 WS-BALANCE-DISPLAY PIC -(6)9.99.
001440     05 WS-TOTAL-DISPLAY PIC Z(10)9.99.
001450     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

001460 LINKAGE SECTION.
001470 01 LK-PARM-AREA.
001480     05 LK-PARM-LENGTH PIC S9(4) COMP.
001490     05 LK-PARM-TEXT PIC X(80).

001500 PROCEDURE DIVISION USING LK-PARM-AREA.

001510 0000-MAIN-LOGIC.
001520     PERFORM 1000-INITIALIZE
001530     PERFORM 2000-PROCESS-APPROVALS
001540     PERFORM 9000-TERMINATE
001550     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001560 1000-INITIALIZE.
001570     PERFORM 1100-GET-RUN-PARAMETERS
001580     OPEN OUTPUT MERGE-REGISTER-FILE
001590     IF NOT MRGERPT-OK
001600         DISPLAY "MERGE REGISTER OPEN FAILED, STATUS="
001610             WS-MRGERPT-STATUS
001620         MOVE 16 TO RETURN-CODE
001630         STOP RUN
001640     END-IF
001650     OPEN INPUT MERGE-APPROVAL-FILE
001660     IF NOT MRGEAPPR-OK
001670         DISPLAY "MERGE APPROVAL FILE OPEN FAILED, STATUS="
001680             WS-MRGEAPPR-STATUS
001690         MOVE 16 TO RETURN-CODE
001700         STOP RUN
001710     END-IF
001720     OPEN I-O CUSTOMER-MASTER-FILE
001730     IF NOT CUSTMAST-OK
001740         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
001750             WS-CUSTMAST-STATUS
001760         MOVE 16 TO RETURN-CODE
001770         STOP RUN
001780     END-IF
001790     PERFORM 1300-OPEN-MERGE-XREF
001800     OPEN OUTPUT MERGE-FEED-FILE
001810     IF NOT MRGFEED-OK
001820         DISPLAY "MERGE FEED OPEN FAILED, STATUS="
001830             WS-MRGFEED-STATUS
001840         MOVE 16 TO RETURN-CODE
001850         STOP RUN
001860     END-IF
001870     OPEN OUTPUT AUDIT-FILE
001880     IF NOT AUDFILE-OK
001890         DISPLAY "AUDIT FILE OPEN FAILED, STATUS="
001900             WS-AUDFILE-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF
001940     PERFORM 1400-WRITE-REPORT-HEADERS
001950     PERFORM 5500-WRITE-FEED-HEADER.

001960 1100-GET-RUN-PARAMETERS.
001970     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001980     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001990     IF LK-PARM-LENGTH > ZERO
002000         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
002010             DELIMITED BY ","
002020             INTO WS-PARM-RUN-DATE
002030         END-UNSTRING
002040         IF WS-PARM-RUN-DATE NUMERIC AND
002050            WS-PARM-RUN-DATE NOT = ZERO
002060             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
002070         END-IF
002080     END-IF.

      *>--------------------------------------------------------
      *>THE CROSS-REFERENCE IS PERSISTENT; THE FIRST RUN EVER
      *>CREATES IT EMPTY.
      *>--------------------------------------------------------
002090 1300-OPEN-MERGE-XREF.
002100     OPEN I-O MERGE-XREF-FILE
002110     IF MERGXREF-NOT-FOUND
002120         OPEN OUTPUT MERGE-XREF-FILE
002130         CLOSE MERGE-XREF-FILE
002140         OPEN I-O MERGE-XREF-FILE
002150     END-IF
002160     IF NOT MERGXREF-OK
002170         DISPLAY "MERGE XREF OPEN FAILED, STATUS="
002180             WS-MERGXREF-STATUS
002190         MOVE 16 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.

002230 1400-WRITE-REPORT-HEADERS.
002240     MOVE SPACES TO WS-REPORT-LINE
002250     STRING "CUSTOMER MERGE REGISTER - RUN DATE " WS-RUN-DATE
002260         DELIMITED BY SIZE INTO WS-REPORT-LINE
002270     END-STRING
002280     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE
002290     MOVE SPACES TO WS-REPORT-LINE
002300     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE
002310     STRING "RESULT   RETIRING NAME                 "
002320         "SURVIVOR NAME                 "
002330         "BALANCE MOVED  APPROVER"
002340         DELIMITED BY SIZE INTO WS-REPORT-LINE
002350     END-STRING
002360     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>ONE APPROVAL CARD AT A TIME
      *>--------------------------------------------------------
002370 2000-PROCESS-APPROVALS.
002380     PERFORM 2100-READ-NEXT-APPROVAL
002390     PERFORM UNTIL MRGEAPPR-AT-END
002400         IF MERGE-APPROVAL-RECORD NOT = SPACES AND
002410            MA-RETIRING-IDENT-X(1:1) NOT = "*"
002420             ADD 1 TO WS-CARDS-READ
002430             PERFORM 3000-VALIDATE-PAIR
002440             IF WS-REFUSAL-REASON = SPACES
002450                 PERFORM 4000-APPLY-MERGE
002460             ELSE
002470                 PERFORM 4800-WRITE-REFUSAL-LINE
002480             END-IF
002490         END-IF
002500         PERFORM 2100-READ-NEXT-APPROVAL
002510     END-PERFORM.

002520 2100-READ-NEXT-APPROVAL.
002530     IF NOT MRGEAPPR-AT-END
002540         READ MERGE-APPROVAL-FILE
002550             AT END
002560                 SET MRGEAPPR-AT-END TO TRUE
002570         END-READ
002580     END-IF.

      *>--------------------------------------------------------
      *>PAIR VALIDATION. THE FIRST FAILURE FOUND IS THE REASON
      *>PRINTED. A RETIRING IDENT ALREADY ON THE CROSS-REFERENCE
      *>FOR THE SAME SURVIVOR AND THIS RUN DATE IS A RERUN OF
      *>THIS RUN, NOT A REFUSAL.
      *>--------------------------------------------------------
002590 3000-VALIDATE-PAIR.
002600     MOVE SPACES TO WS-REFUSAL-REASON
002610     MOVE 'N' TO WS-PAIR-RESUMED-SWITCH
002620     MOVE SPACES TO WS-RETIRING-CUSTOMER
002630     MOVE SPACES TO WS-SURVIVOR-CUSTOMER
002640     EVALUATE TRUE
002650         WHEN MA-RETIRING-IDENT-X NOT NUMERIC OR
002660              MA-SURVIVOR-IDENT-X NOT NUMERIC
002670             MOVE "IDENT NOT NUMERIC" TO WS-REFUSAL-REASON
002680         WHEN MA-RETIRING-IDENT = MA-SURVIVOR-IDENT
002690             MOVE "RETIRING AND SURVIVING IDENT THE SAME"
002700                 TO WS-REFUSAL-REASON
002710         WHEN MA-APPROVED-BY = SPACES
002720             MOVE "NO APPROVER ON CARD" TO WS-REFUSAL-REASON
002730     END-EVALUATE
002740     IF WS-REFUSAL-REASON = SPACES
002750         PERFORM 3100-CHECK-CROSS-REFERENCE
002760     END-IF
002770     IF WS-REFUSAL-REASON = SPACES AND NOT PAIR-IS-RESUMED
002780         PERFORM 3200-CHECK-SURVIVOR-TABLE
002790     END-IF
002800     IF WS-REFUSAL-REASON = SPACES
002810         PERFORM 3300-READ-SURVIVOR
002820     END-IF
002830     IF WS-REFUSAL-REASON = SPACES
002840         PERFORM 3400-READ-RETIRING
002850     END-IF.

002860 3100-CHECK-CROSS-REFERENCE.
002870     MOVE MA-SURVIVOR-IDENT TO MXR-OLD-IDENT
002880     READ MERGE-XREF-FILE
002890         KEY IS MXR-OLD-IDENT
002900         INVALID KEY
002910             CONTINUE
002920         NOT INVALID KEY
002930             STRING "SURVIVOR ALREADY MERGED INTO "
002940                 MXR-SURVIVOR-IDENT
002950                 DELIMITED BY SIZE INTO WS-REFUSAL-REASON
002960             END-STRING
002970     END-READ
002980     IF WS-REFUSAL-REASON = SPACES
002990         MOVE MA-RETIRING-IDENT TO MXR-OLD-IDENT
003000         READ MERGE-XREF-FILE
003010             KEY IS MXR-OLD-IDENT
003020             INVALID KEY
003030                 CONTINUE
003040             NOT INVALID KEY
003050                 IF MXR-SURVIVOR-IDENT = MA-SURVIVOR-IDENT AND
003060                    MXR-MERGE-DATE = WS-RUN-DATE
003070                     SET PAIR-IS-RESUMED TO TRUE
003080                 ELSE
003090                     STRING "ALREADY MERGED INTO "
003100                         MXR-SURVIVOR-IDENT " ON "
003110                         MXR-MERGE-DATE
003120                         DELIMITED BY SIZE
003130                         INTO WS-REFUSAL-REASON
003140                     END-STRING
003150                 END-IF
003160         END-READ
003170     END-IF.

003180 3200-CHECK-SURVIVOR-TABLE.
003190     MOVE 'N' TO WS-SURVIVOR-SEEN-SWITCH
003200     MOVE ZERO TO WS-SV-SUB
003210     PERFORM UNTIL RETIRING-WAS-SURVIVOR
003220        OR WS-SV-SUB >= WS-SV-COUNT
003230         ADD 1 TO WS-SV-SUB
003240         IF WS-SV-IDENT(WS-SV-SUB) = MA-RETIRING-IDENT
003250             SET RETIRING-WAS-SURVIVOR TO TRUE
003260         END-IF
003270     END-PERFORM
003280     IF RETIRING-WAS-SURVIVOR
003290         MOVE "SURVIVOR EARLIER THIS RUN - RESUBMIT AFTER LOAD"
003300             TO WS-REFUSAL-REASON
003310     END-IF.

003320 3300-READ-SURVIVOR.
003330     MOVE MA-SURVIVOR-IDENT TO IDENT OF CUSTOMER-MASTER-RECORD
003340     READ CUSTOMER-MASTER-FILE
003350         KEY IS IDENT OF CUSTOMER-MASTER-RECORD
003360         INVALID KEY
003370             MOVE "SURVIVOR NOT ON MASTER" TO WS-REFUSAL-REASON
003380         NOT INVALID KEY
003390             MOVE CUSTOMER-MASTER-RECORD TO WS-SURVIVOR-CUSTOMER
003400             IF NOT CUST-ACTIVE OF WS-SURVIVOR-CUSTOMER
003410                 STRING "SURVIVOR STATUS "
003420                     CUST-STATUS OF WS-SURVIVOR-CUSTOMER
003430                     " - MUST BE ACTIVE"
003440                     DELIMITED BY SIZE INTO WS-REFUSAL-REASON
003450                 END-STRING
003460             END-IF
003470     END-READ.

003480 3400-READ-RETIRING.
003490     MOVE MA-RETIRING-IDENT TO IDENT OF CUSTOMER-MASTER-RECORD
003500     READ CUSTOMER-MASTER-FILE
003510         KEY IS IDENT OF CUSTOMER-MASTER-RECORD
003520         INVALID KEY
003530             MOVE "RETIRING IDENT NOT ON MASTER"
003540                 TO WS-REFUSAL-REASON
003550         NOT INVALID KEY
003560             MOVE CUSTOMER-MASTER-RECORD TO WS-RETIRING-CUSTOMER
003570             IF CUST-CHARGED-OFF OF WS-RETIRING-CUSTOMER
003580                 MOVE "RETIRING IDENT IS CHARGED OFF"
003590                     TO WS-REFUSAL-REASON
003600             END-IF
003610     END-READ.

      *>--------------------------------------------------------
      *>APPLY ONE APPROVED PAIR. ON A RERUN ONLY THE TRANSFER
      *>ITEMS ARE WRITTEN AGAIN - THE MASTER, AUDIT AND CROSS-
      *>REFERENCE CHANGES WERE MADE BY THE FAILED RUN.
      *>--------------------------------------------------------
003620 4000-APPLY-MERGE.
003630     IF ACCOUNT-BALANCE OF WS-RETIRING-CUSTOMER < ZERO
003640         COMPUTE WS-MOVE-AMOUNT =
003650             ZERO - ACCOUNT-BALANCE OF WS-RETIRING-CUSTOMER
003660         MOVE "D" TO WS-RETIRING-SIDE
003670         MOVE "C" TO WS-SURVIVOR-SIDE
003680     ELSE
003690         MOVE ACCOUNT-BALANCE OF WS-RETIRING-CUSTOMER
003700             TO WS-MOVE-AMOUNT
003710         MOVE "C" TO WS-RETIRING-SIDE
003720         MOVE "D" TO WS-SURVIVOR-SIDE
003730     END-IF
003740     PERFORM 4200-WRITE-TRANSFER-PAIRS
003750     ADD WS-MOVE-AMOUNT TO WS-TOTAL-MOVED
003760     IF PAIR-IS-RESUMED
003770         ADD 1 TO WS-PAIRS-RESUMED
003780     ELSE
003790         PERFORM 4400-RETIRE-CUSTOMER
003800         PERFORM 4500-WRITE-CROSS-REFERENCE
003810         IF WS-SV-COUNT >= WS-SV-MAX
003820             DISPLAY "SURVIVOR TABLE FULL AT " WS-SV-MAX
003830                 " - SPLIT THE APPROVAL FILE"
003840             MOVE 16 TO RETURN-CODE
003850             STOP RUN
003860         END-IF
003870         ADD 1 TO WS-SV-COUNT
003880         MOVE MA-SURVIVOR-IDENT TO WS-SV-IDENT(WS-SV-COUNT)
003890         ADD 1 TO WS-PAIRS-MERGED
003900     END-IF
003910     PERFORM 4700-WRITE-MERGE-LINE.

      *>--------------------------------------------------------
      *>TRANSFER PAIRS FOR THE WHOLE BALANCE, SPLIT AT THE FEED
      *>AMOUNT FIELD'S LIMIT. A ZERO BALANCE WRITES NONE.
      *>--------------------------------------------------------
003920 4200-WRITE-TRANSFER-PAIRS.
003930     MOVE WS-MOVE-AMOUNT TO WS-REMAINING-AMOUNT
003940     MOVE ZERO TO WS-PAIR-SEQ
003950     PERFORM UNTIL WS-REMAINING-AMOUNT NOT > ZERO
003960         IF WS-REMAINING-AMOUNT > WS-MAX-FEED-AMOUNT
003970             MOVE WS-MAX-FEED-AMOUNT TO WS-ITEM-AMOUNT
003980         ELSE
003990             MOVE WS-REMAINING-AMOUNT TO WS-ITEM-AMOUNT
004000         END-IF
004010         ADD 1 TO WS-PAIR-SEQ
004020         MOVE WS-PAIR-SEQ TO WS-XFER-PAIR-SEQ
004030         MOVE WS-RETIRING-SIDE TO WS-XFER-SIDE
004040         MOVE MA-SURVIVOR-IDENT TO WS-XFER-OTHER-IDENT
004050         MOVE MA-RETIRING-IDENT TO TRAN-IDENT
004060         PERFORM 4300-WRITE-TRANSFER-DETAIL
004070         MOVE WS-SURVIVOR-SIDE TO WS-XFER-SIDE
004080         MOVE MA-RETIRING-IDENT TO WS-XFER-OTHER-IDENT
004090         MOVE MA-SURVIVOR-IDENT TO TRAN-IDENT
004100         PERFORM 4300-WRITE-TRANSFER-DETAIL
004110         SUBTRACT WS-ITEM-AMOUNT FROM WS-REMAINING-AMOUNT
004120     END-PERFORM.

004130 4300-WRITE-TRANSFER-DETAIL.
004140     MOVE "2" TO TRAN-REC-TYPE
004150     MOVE "X" TO TRAN-TYPE
004160     MOVE WS-ITEM-AMOUNT TO TRAN-AMOUNT
004170     MOVE WS-TRANSFER-REFERENCE TO TRAN-REFERENCE
004180     MOVE SPACES TO MERGE-FEED-RECORD(29:17)
004190     WRITE MERGE-FEED-RECORD
004200     IF NOT MRGFEED-OK
004210         DISPLAY "MERGE FEED WRITE FAILED, STATUS="
004220             WS-MRGFEED-STATUS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF
004260     ADD 1 TO WS-OUT-RECORD-COUNT
004270     ADD TRAN-IDENT TO WS-OUT-IDENT-HASH
004280     IF WS-XFER-SIDE = "D"
004290         ADD WS-ITEM-AMOUNT TO WS-OUT-DEBIT-SIDE
004300     ELSE
004310         ADD WS-ITEM-AMOUNT TO WS-OUT-CREDIT-SIDE
004320     END-IF.

004330 4400-RETIRE-CUSTOMER.
004340     MOVE WS-RETIRING-CUSTOMER TO WS-BEFORE-IMAGE
004350     SET CUST-INACTIVE OF WS-RETIRING-CUSTOMER TO TRUE
004360     MOVE WS-RUN-DATE TO CUST-STATUS-DATE OF WS-RETIRING-CUSTOMER
004370     MOVE WS-RETIRING-CUSTOMER TO CUSTOMER-MASTER-RECORD
004380     REWRITE CUSTOMER-MASTER-RECORD
004390         INVALID KEY
004400             DISPLAY "REWRITE FAILED FOR IDENT "
004410                 MA-RETIRING-IDENT
004420             MOVE 16 TO RETURN-CODE
004430             STOP RUN
004440     END-REWRITE
004450     MOVE WS-RUN-DATE TO AUD-RUN-DATE
004460     MOVE MA-RETIRING-IDENT TO AUD-IDENT
004470     SET AUD-SOURCE-MERGE TO TRUE
004480     SET AUD-CHANGE-INACTIVATE TO TRUE
004490     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
004500     MOVE WS-RETIRING-CUSTOMER TO AUD-AFTER-IMAGE
004510     WRITE AUDIT-FILE-RECORD
004520     IF NOT AUDFILE-OK
004530         DISPLAY "AUDIT WRITE FAILED, STATUS="
004540             WS-AUDFILE-STATUS
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.

004580 4500-WRITE-CROSS-REFERENCE.
004590     MOVE SPACES TO MERGE-XREF-RECORD
004600     MOVE MA-RETIRING-IDENT TO MXR-OLD-IDENT
004610     MOVE MA-SURVIVOR-IDENT TO MXR-SURVIVOR-IDENT
004620     MOVE WS-RUN-DATE TO MXR-MERGE-DATE
004630     MOVE MA-APPROVED-BY TO MXR-APPROVED-BY
004640     WRITE MERGE-XREF-RECORD
004650         INVALID KEY
004660             DISPLAY "MERGE XREF WRITE FAILED FOR IDENT "
004670                 MA-RETIRING-IDENT
004680             MOVE 16 TO RETURN-CODE
004690             STOP RUN
004700     END-WRITE.

004710 4700-WRITE-MERGE-LINE.
004720     MOVE ACCOUNT-BALANCE OF WS-RETIRING-CUSTOMER
004730         TO WS-BALANCE-DISPLAY
004740     MOVE SPACES TO WS-REPORT-LINE
004750     IF PAIR-IS-RESUMED
004760         MOVE "RESUMED" TO WS-REPORT-LINE(1:8)
004770     ELSE
004780         MOVE "MERGED" TO WS-REPORT-LINE(1:8)
004790     END-IF
004800     STRING MA-RETIRING-IDENT " "
004810         CUSTOMNAME OF WS-RETIRING-CUSTOMER "  "
004820         MA-SURVIVOR-IDENT " "
004830         CUSTOMNAME OF WS-SURVIVOR-CUSTOMER "  "
004840         WS-BALANCE-DISPLAY "     " MA-APPROVED-BY
004850         DELIMITED BY SIZE INTO WS-REPORT-LINE(10:123)
004860     END-STRING
004870     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE.

004880 4800-WRITE-REFUSAL-LINE.
004890     ADD 1 TO WS-PAIRS-REFUSED
004900     MOVE SPACES TO WS-REPORT-LINE
004910     STRING "REFUSED  " MA-RETIRING-IDENT-X " -> "
004920         MA-SURVIVOR-IDENT-X "  " MA-APPROVED-BY "  "
004930         WS-REFUSAL-REASON
004940         DELIMITED BY SIZE INTO WS-REPORT-LINE
004950     END-STRING
004960     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>FEED CONTROL RECORDS
      *>--------------------------------------------------------
004970 5500-WRITE-FEED-HEADER.
004980     MOVE SPACES TO MERGE-FEED-CONTROL-RECORD
004990     MOVE "1" TO TCTL-REC-TYPE
005000     MOVE WS-RUN-DATE TO TCTL-RUN-DATE
005010     MOVE "MERGE" TO TCTL-SOURCE-SYSTEM
005020     WRITE MERGE-FEED-CONTROL-RECORD
005030     IF NOT MRGFEED-OK
005040         DISPLAY "MERGE FEED WRITE FAILED, STATUS="
005050             WS-MRGFEED-STATUS
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.

005090 5600-WRITE-FEED-TRAILER.
005100     MOVE SPACES TO MERGE-FEED-CONTROL-RECORD
005110     MOVE "3" TO TCTL-REC-TYPE
005120     MOVE WS-OUT-RECORD-COUNT TO TCTL-RECORD-COUNT
005130     MOVE WS-OUT-IDENT-HASH TO TCTL-IDENT-HASH
005140     MOVE ZERO TO TCTL-DEBIT-TOTAL
005150     MOVE ZERO TO TCTL-CREDIT-TOTAL
005160     WRITE MERGE-FEED-CONTROL-RECORD
005170     IF NOT MRGFEED-OK
005180         DISPLAY "MERGE FEED WRITE FAILED, STATUS="
005190             WS-MRGFEED-STATUS
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.

      *>--------------------------------------------------------
      *>TERMINATION - EVERY TRANSFER PAIR NETS TO ZERO, SO THE
      *>DEBIT-SIDE AND CREDIT-SIDE HALVES MUST AGREE AND BOTH
      *>EQUAL THE BALANCES MOVED.
      *>--------------------------------------------------------
005230 9000-TERMINATE.
005240     PERFORM 5600-WRITE-FEED-TRAILER
005250     MOVE SPACES TO WS-REPORT-LINE
005260     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE
005270     MOVE WS-TOTAL-MOVED TO WS-TOTAL-DISPLAY
005280     STRING "PAIRS MERGED " WS-PAIRS-MERGED
005290         "  RESUMED " WS-PAIRS-RESUMED
005300         "  REFUSED " WS-PAIRS-REFUSED
005310         "  BALANCES MOVED " WS-TOTAL-DISPLAY
005320         DELIMITED BY SIZE INTO WS-REPORT-LINE
005330     END-STRING
005340     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE
005350     MOVE SPACES TO WS-REPORT-LINE
005360     STRING "FEED MERGE " WS-RUN-DATE ": ITEMS "
005370         WS-OUT-RECORD-COUNT " HASH " WS-OUT-IDENT-HASH
005380         DELIMITED BY SIZE INTO WS-REPORT-LINE
005390     END-STRING
005400     WRITE MERGE-REGISTER-RECORD FROM WS-REPORT-LINE
005410     CLOSE MERGE-APPROVAL-FILE
005420     CLOSE CUSTOMER-MASTER-FILE
005430     CLOSE MERGE-XREF-FILE
005440     CLOSE MERGE-FEED-FILE
005450     CLOSE AUDIT-FILE
005460     CLOSE MERGE-REGISTER-FILE
005470     DISPLAY "APPROVAL CARDS READ:   " WS-CARDS-READ
005480     DISPLAY "PAIRS MERGED:          " WS-PAIRS-MERGED
005490     DISPLAY "PAIRS RESUMED:         " WS-PAIRS-RESUMED
005500     DISPLAY "PAIRS REFUSED:         " WS-PAIRS-REFUSED
005510     DISPLAY "TRANSFER ITEMS:        " WS-OUT-RECORD-COUNT
005520     DISPLAY "BALANCES MOVED:        " WS-TOTAL-MOVED
005530     IF WS-OUT-DEBIT-SIDE NOT = WS-OUT-CREDIT-SIDE OR
005540        WS-OUT-DEBIT-SIDE NOT = WS-TOTAL-MOVED
005550         DISPLAY "TRANSFER HALVES DO NOT AGREE: DEBIT SIDE "
005560             WS-OUT-DEBIT-SIDE " CREDIT SIDE "
005570             WS-OUT-CREDIT-SIDE
005580         MOVE 16 TO RETURN-CODE
005590     ELSE
005600         IF WS-PAIRS-REFUSED > ZERO
005610             MOVE 4 TO RETURN-CODE
005620         END-IF
005630     END-IF.
