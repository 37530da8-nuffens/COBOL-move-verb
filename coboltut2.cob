000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS TH-KEY
000400         FILE STATUS IS WS-TRANHIST-STATUS.
000401     SELECT MERGE-XREF-FILE ASSIGN TO MERGXREF
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS MXR-OLD-IDENT
000405         FILE STATUS IS WS-MERGXREF-STATUS.
000410     SELECT AUDIT-FILE ASSIGN TO AUDFILE
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-AUDFILE-STATUS.
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS RS-RUN-DATE
000510         FILE STATUS IS WS-RUNSTAT-STATUS.
000511     SELECT FEED-REGISTRY-FILE ASSIGN TO FEEDREG
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS FR-KEY
000515         FILE STATUS IS WS-FEEDREG-STATUS.
000520     SELECT GL-JOURNAL-FILE ASSIGN TO GLFEED
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-GLFEED-STATUS.
000541     SELECT CUSTOMER-NOTE-FILE ASSIGN TO CUSTNOTE
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS CN-KEY
000545         FILE STATUS IS WS-CUSTNOTE-STATUS.

000550 DATA DIVISION.

000770 FD  TRANSACTION-FILE
000780     LABEL RECORDS ARE STANDARD.
      *>TRAN-TYPE: D=DEBIT, C=CREDIT, R=REVERSAL OF A PRIOR
      *>POSTING, A=SUPERVISOR ADJUSTMENT, F=SERVICE FEE,
      *>W=BAD-DEBT WRITE-OFF (CUSTCHOF), X=MERGE TRANSFER
      *>(CUSTMRGE). FOR R, A AND X
      *>THE FIRST BYTE OF TRAN-REFERENCE CARRIES THE SIDE
      *>(D OR C): A REVERSAL POSTS OPPOSITE TO THAT SIDE, AN
      *>ADJUSTMENT OR TRANSFER POSTS ON THAT SIDE, AND THE
      *>REMAINDER OF THE REFERENCE IS THE ORIGINAL ITEM /
      *>SUPERVISOR AUTHORITY / "M" AND THE OTHER IDENT OF THE
      *>TRANSFER PAIR.
      *>FEES ALWAYS POST ON THE CREDIT (CHARGE) SIDE; WRITE-OFFS
      *>ALWAYS POST ON THE DEBIT SIDE AND ONLY TO A CHARGED-OFF
      *>ACCOUNT. THE FEED TRAILER DEBIT/CREDIT TOTALS COVER
      *>TYPES D AND C ONLY.
000790 01  TRANSACTION-RECORD.
000800     05 TRAN-REC-TYPE PIC X.
000810         88 TRAN-REC-HEADER VALUE "1".
001110 01  TRANSACTION-HISTORY-RECORD.
001120     COPY TRANHIST.

      *>MERGED-CUSTOMER CROSS-REFERENCE (CUSTMRGE). READ ONLY
      *>HERE: A TRANSACTION FOR A RETIRED IDENT POSTS TO THE
      *>END OF ITS MERGE CHAIN INSTEAD OF GOING TO SUSPENSE.
001122 FD  MERGE-XREF-FILE
001124     LABEL RECORDS ARE STANDARD.
001126 01  MERGE-XREF-RECORD.
001128     COPY MERGXREF.

001130 FD  AUDIT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  AUDIT-FILE-RECORD.
      *>REASON CODES: T001=UNKNOWN TYPE, T002=NON-NUMERIC AMOUNT,
      *>T003=REVERSAL REFERENCE SIDE NOT D/C, T004=ADJUSTMENT
      *>REFERENCE MISSING OR SIDE NOT D/C, T005=REVERSAL ORIGINAL
      *>NOT FOUND ON HISTORY, T006=ORIGINAL ALREADY REVERSED,
      *>T007=WRITE-OFF FOR AN ACCOUNT NOT CHARGED OFF,
      *>T008=TRANSFER REFERENCE SIDE NOT D/C.
001170 FD  TRANSACTION-REJECT-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  TRANSACTION-REJECT-RECORD.
001290 01  RUN-STATISTICS-RECORD.
001300     COPY RUNSTATS.

      *>FEED TRANSMISSION REGISTRY. EVERY EXTRACT AND
      *>TRANSACTION FEED THIS PROGRAM TAKES IN IS RECORDED WITH
      *>ITS TRAILER TOTALS SO THE SAME TRANSMISSION CANNOT BE
      *>LOADED TWICE. ALSO READ BY CUSTFCAL.
001302 FD  FEED-REGISTRY-FILE
001304     LABEL RECORDS ARE STANDARD.
001306 01  FEED-REGISTRY-RECORD.
001308     COPY FEEDREG.

      *>MACHINE-READABLE GL JOURNAL FEED - ONE SUMMARIZED ENTRY
      *>PER TRANSACTION TYPE AND POSTING SIDE PER RUN, PLUS THE
      *>OFFSETTING CASH-CONTROL ENTRY, SO ACCOUNTING NO LONGER
001500         10 GCTL-CREDIT-TOTAL PIC 9(11)V99.
001510         10 FILLER PIC X(6).

      *>CUSTOMER CONTACT NOTES. A DELETE OR INACTIVATE FROM THE
      *>EXTRACT LEAVES A SYSTEM NOTE SO THE SERVICE DESK CAN SEE
      *>WHY THE CUSTOMER CHANGED.
001512 FD  CUSTOMER-NOTE-FILE
001514     LABEL RECORDS ARE STANDARD.
001516 01  CUSTOMER-NOTE-RECORD.
001518     COPY CUSTNOTE.

001520 WORKING-STORAGE SECTION.
001530 01 SAMPLEDATA PIC X(10) VALUE "STUFF".
001540 01 JUSTLETTERS PIC AAA VALUE "ABC".
002020     05 WS-RUNSTAT-STATUS PIC XX VALUE "00".
002030        88 RUNSTAT-OK VALUE "00".
002040        88 RUNSTAT-NOT-FOUND VALUE "35".
002042     05 WS-CUSTNOTE-STATUS PIC XX VALUE "00".
002044        88 CUSTNOTE-OK VALUE "00".
002046        88 CUSTNOTE-DUPLICATE VALUE "22".
002048        88 CUSTNOTE-NOT-FOUND VALUE "35".
002050     05 WS-GLFEED-STATUS PIC XX VALUE "00".
002060        88 GLFEED-OK VALUE "00".
002061     05 WS-MERGXREF-STATUS PIC XX VALUE "00".
002062        88 MERGXREF-OK VALUE "00".
002063        88 MERGXREF-NOT-FOUND VALUE "35".
002064     05 WS-FEEDREG-STATUS PIC XX VALUE "00".
002065        88 FEEDREG-OK VALUE "00".
002066        88 FEEDREG-NOT-FOUND VALUE "35".

      *>SYSTEM NOTES ON PROD.CUSTOMER.NOTES ARE STAMPED WITH THE
      *>RUN DATE AND THE TIME THIS JOB STARTED.
002067 01 WS-NOTE-WORK.
002068     05 WS-NOTE-START-TIME PIC 9(8) VALUE ZERO.
002069     05 WS-NOTE-TEXT PIC X(70) VALUE SPACES.

002070 01 WS-SWITCHES.
002080     05 WS-RESTART-SWITCH PIC X VALUE 'N'.
002280        88 REVERSAL-MATCHED VALUE 'Y'.
002290     05 WS-HISTMATCH-EOF-SWITCH PIC X VALUE 'N'.
002300        88 HISTMATCH-AT-END VALUE 'Y'.
002301     05 WS-MERGXREF-OPEN-SWITCH PIC X VALUE 'N'.
002302        88 MERGXREF-FILE-OPEN VALUE 'Y'.
002303     05 WS-RETIRED-IDENT-SWITCH PIC X VALUE 'N'.
002304        88 TRAN-IDENT-RETIRED VALUE 'Y'.
002305     05 WS-MERGE-CHAIN-SWITCH PIC X VALUE 'N'.
002306        88 MERGE-CHAIN-ENDED VALUE 'Y'.
002307     05 WS-NOTE-DONE-SWITCH PIC X VALUE 'N'.
002308        88 NOTE-WRITE-DONE VALUE 'Y'.

002310 01 WS-COUNTS.
002320     05 WS-RECORDS-READ PIC 9(7) VALUE ZERO.
002340     05 WS-RECORDS-REJECTED PIC 9(7) VALUE ZERO.
002350     05 WS-RECORDS-DELETED PIC 9(7) VALUE ZERO.
002360     05 WS-RECORDS-INACTIVATED PIC 9(7) VALUE ZERO.
002363     05 WS-NOTES-WRITTEN PIC 9(7) VALUE ZERO.
002366     05 WS-NOTES-FAILED PIC 9(7) VALUE ZERO.
002370     05 WS-TRANS-SUSPENDED PIC 9(7) VALUE ZERO.
002380     05 WS-TRANS-FORCED-OUT PIC 9(7) VALUE ZERO.
002390     05 WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.
002395     05 WS-TRANS-REDIRECTED PIC 9(7) VALUE ZERO.

      *>--------------------------------------------------------
      *> END-OF-RUN POSTING TOTALS, ONE COUNT/AMOUNT PAIR PER
002560     05 WS-ADJUST-DB-TOTAL PIC S9(9)V99 VALUE ZERO.
002570     05 WS-ADJUST-CR-COUNT PIC 9(7) VALUE ZERO.
002580     05 WS-ADJUST-CR-TOTAL PIC S9(9)V99 VALUE ZERO.
      *>WRITE-OFFS, AND PAYMENTS (TYPE D) RECEIVED ON A CHARGED-
      *>OFF ACCOUNT, ARE BOOKED TO THEIR OWN GL ACCOUNTS. A
      *>RECOVERY IS COUNTED HERE INSTEAD OF IN WS-DEBIT-COUNT.
002581     05 WS-WRITEOFF-COUNT PIC 9(7) VALUE ZERO.
002582     05 WS-WRITEOFF-TOTAL PIC S9(9)V99 VALUE ZERO.
002583     05 WS-RECOVERY-COUNT PIC 9(7) VALUE ZERO.
002584     05 WS-RECOVERY-TOTAL PIC S9(9)V99 VALUE ZERO.
      *>MERGE TRANSFERS (CUSTMRGE) ALSO POST ON EITHER SIDE.
002585     05 WS-TRANSFER-DB-COUNT PIC 9(7) VALUE ZERO.
002586     05 WS-TRANSFER-DB-TOTAL PIC S9(9)V99 VALUE ZERO.
002587     05 WS-TRANSFER-CR-COUNT PIC 9(7) VALUE ZERO.
002588     05 WS-TRANSFER-CR-TOTAL PIC S9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------
      *> PER-AGE-BAND RUN TOTALS FOR THE RUN-STATISTICS HISTORY.
002710     05 WS-GL-ACCT-REVERSAL PIC X(8) VALUE "11003000".
002720     05 WS-GL-ACCT-ADJUST PIC X(8) VALUE "11004000".
002730     05 WS-GL-ACCT-FEE PIC X(8) VALUE "44001000".
002732     05 WS-GL-ACCT-WRITEOFF PIC X(8) VALUE "11005000".
002734     05 WS-GL-ACCT-RECOVERY PIC X(8) VALUE "45001000".
002737     05 WS-GL-ACCT-TRANSFER PIC X(8) VALUE "11006000".
002740     05 WS-GL-ACCT-CASH-CTL PIC X(8) VALUE "10001000".

002750 01 WS-GL-JOURNAL-WORK.
003400     05 WS-AUD-CHANGE-TYPE PIC X VALUE SPACE.
003410     05 WS-AUD-SOURCE PIC X VALUE SPACE.

      *>--------------------------------------------------------
      *> MERGED-CUSTOMER REDIRECTION. 5040 RESOLVES THE IDENT A
      *> TRANSACTION REALLY BELONGS TO; WHEN THAT IS NOT THE
      *> CUSTOMER IN HAND, 5045 POSTS IT OUT OF LINE AND THE
      *> CUSTOMER IN HAND IS PARKED HERE MEANWHILE. THE CHAIN
      *> LIMIT ONLY GUARDS AGAINST A DAMAGED CROSS-REFERENCE.
      *>--------------------------------------------------------
003411 01 WS-MERGE-WORK.
003412     05 WS-MERGE-TARGET-IDENT PIC 9(7) VALUE ZERO.
003413     05 WS-MERGE-CHAIN-DEPTH PIC 9(2) VALUE ZERO.
003414     05 WS-MERGE-CHAIN-MAX PIC 9(2) VALUE 10.
003415     05 WS-HOLD-CUSTOMER-RECORD PIC X(112) VALUE SPACES.
003416     05 WS-HOLD-BEFORE-IMAGE PIC X(112) VALUE SPACES.
003417     05 WS-HOLD-POST-DEBIT-AMT PIC S9(5)V99 VALUE ZERO.
003418     05 WS-HOLD-POST-CREDIT-AMT PIC S9(5)V99 VALUE ZERO.
003419     05 WS-HOLD-NEW-SWITCH PIC X VALUE 'N'.

      *>--------------------------------------------------------
      *> CURRENT MERGED TRANSACTION. THE POSTING LOOP NO LONGER
      *> READS TRANFILE DIRECTLY - 1360 MERGES THAT NIGHT'S FEED
003780     05 WS-CUSTEXT-TRAILER-HASH PIC 9(15) VALUE ZERO.
003790     05 WS-TRANFEED-TRAILER-COUNT PIC 9(7) VALUE ZERO.
003800     05 WS-TRANFEED-TRAILER-HASH PIC 9(15) VALUE ZERO.
003801     05 WS-TRANFEED-TRAILER-DEBIT PIC 9(9)V99 VALUE ZERO.
003802     05 WS-TRANFEED-TRAILER-CREDIT PIC 9(9)V99 VALUE ZERO.

      *>--------------------------------------------------------
      *> FEED REGISTRY WORK AREAS. ENTRY 1 IS THE CUSTOMER
      *> EXTRACT, ENTRY 2 THE TRANSACTION FEED. THE TRAILER
      *> TOTALS ARE PRESCANNED BEFORE THE FEED IS OPENED FOR THE
      *> LOAD SO A DUPLICATE IS REFUSED BEFORE ANYTHING POSTS.
      *>--------------------------------------------------------
003803 01 WS-FEED-REGISTRY-WORK.
003804     05 WS-PRESCAN-EOF-SWITCH PIC X VALUE 'N'.
003805        88 PRESCAN-AT-END VALUE 'Y'.
003806     05 WS-REGSCAN-EOF-SWITCH PIC X VALUE 'N'.
003807        88 REGSCAN-AT-END VALUE 'Y'.
003808     05 WS-REG-MATCH-SWITCH PIC X VALUE 'N'.
003809        88 REG-NO-MATCH VALUE 'N'.
003810        88 REG-DUPLICATE-FEED VALUE 'D'.
003811        88 REG-SAME-RUN VALUE 'R'.
003812     05 WS-REG-SUB PIC 9 VALUE ZERO.
003813     05 WS-REG-HIGH-SEQ PIC 9(3) VALUE ZERO.
003814     05 WS-REG-SYSTEM-TIME PIC 9(8) VALUE ZERO.
003815     05 WS-REG-FEED OCCURS 2 TIMES.
003816         10 WS-REG-ACTION PIC X.
003817            88 REG-FEED-NEW VALUE "A".
003818            88 REG-FEED-RESUMED VALUE "R".
003819         10 WS-REG-KEY.
003820             15 WS-REG-SOURCE PIC X(8).
003821             15 WS-REG-KIND PIC X.
003822             15 WS-REG-RUN-DATE PIC 9(8).
003823             15 WS-REG-LOAD-SEQ PIC 9(3).
003824         10 WS-REG-COUNT PIC 9(7).
003825         10 WS-REG-HASH PIC 9(15).
003826         10 WS-REG-DEBIT PIC 9(9)V99.
003827         10 WS-REG-CREDIT PIC 9(9)V99.

003830 01 WS-REPORT-WORK.
003840     05 WS-REPORT-LOW-IDENT PIC 9(7) VALUE ZERO.
004370         STOP RUN
004380     END-IF
004390     PERFORM 1200-OPEN-CUSTOMER-MASTER
004410     PERFORM 1300-OPEN-CHECKPOINT-FILE
004450     IF RESTART-REQUESTED
004460         PERFORM 1500-VALIDATE-RESTART-POINT
004470     END-IF
004471     PERFORM 1230-OPEN-FEED-REGISTRY
004472     PERFORM 1250-OPEN-CUSTOMER-EXTRACT
004473     PERFORM 1320-OPEN-TRANSACTION-HISTORY
004474     PERFORM 1330-OPEN-RUN-STATISTICS
004475     PERFORM 1340-OPEN-MERGE-XREF
004476     PERFORM 1345-OPEN-CUSTOMER-NOTES
004477     PERFORM 1350-OPEN-TRANSACTION-FILE
004478     PERFORM 1390-RECORD-FEED-REGISTRY
004480     IF RESTART-REQUESTED
004490         PERFORM 1420-WRITE-RESUME-MARKER
004500     ELSE
004920             WS-CUSTMAST-STATUS
004930         MOVE 16 TO RETURN-CODE
004940         STOP RUN
004941     END-IF.

004942 1230-OPEN-FEED-REGISTRY.
004943     INITIALIZE WS-REG-FEED (1) WS-REG-FEED (2)
004944     OPEN I-O FEED-REGISTRY-FILE
004945     IF FEEDREG-NOT-FOUND
004946         OPEN OUTPUT FEED-REGISTRY-FILE
004947         CLOSE FEED-REGISTRY-FILE
004948         OPEN I-O FEED-REGISTRY-FILE
004949        ELSE
004950         IF NOT FEEDREG-OK
004951             DISPLAY "FEED REGISTRY OPEN FAILED, STATUS="
004952                 WS-FEEDREG-STATUS
004953             MOVE 16 TO RETURN-CODE
004954             STOP RUN
004955         END-IF
004956     END-IF.

004960 1250-OPEN-CUSTOMER-EXTRACT.
004967     PERFORM 1255-PRESCAN-EXTRACT-TRAILER
004970     OPEN INPUT CUSTOMER-EXTRACT-FILE
004980     IF NOT CUSTEXT-OK
004990         DISPLAY "CUSTOMER EXTRACT OPEN FAILED, STATUS="
005000             WS-CUSTEXT-STATUS
005010         MOVE 16 TO RETURN-CODE
005020         STOP RUN
005021     END-IF
005022     PERFORM 1260-READ-NEXT-EXTRACT-RECORD.

      *>--------------------------------------------------------
      *>READ THE EXTRACT THROUGH TO ITS TRAILER AND CLOSE IT
      *>AGAIN SO THE REGISTRY CHECK IN 1270 HAS THE CONTROL
      *>TOTALS WHEN THE HEADER IS READ. A FEED WITH NO TRAILER
      *>IS REGISTERED WITH ZERO TOTALS AND FAILS IN 9100.
      *>--------------------------------------------------------
005023 1255-PRESCAN-EXTRACT-TRAILER.
005024     MOVE 'N' TO WS-PRESCAN-EOF-SWITCH
005025     OPEN INPUT CUSTOMER-EXTRACT-FILE
005026     IF CUSTEXT-OK
005027         PERFORM UNTIL PRESCAN-AT-END
005028             READ CUSTOMER-EXTRACT-FILE INTO WS-EXTRACT-RECORD
005029                 AT END
005030                     SET PRESCAN-AT-END TO TRUE
005031                 NOT AT END
005032                     IF EXTR-REC-TRAILER OF WS-EXTRACT-RECORD
005033                         MOVE XCTL-RECORD-COUNT
005034                             TO WS-REG-COUNT (1)
005035                         MOVE XCTL-IDENT-HASH TO WS-REG-HASH (1)
005036                         SET PRESCAN-AT-END TO TRUE
005037                     END-IF
005038             END-READ
005039         END-PERFORM
005040         CLOSE CUSTOMER-EXTRACT-FILE
005041     END-IF.

005050 1260-READ-NEXT-EXTRACT-RECORD.
005060     PERFORM 1262-READ-EXTRACT-PHYSICAL
005660         DISPLAY "EXTRACT HEADER DATE " XCTL-RUN-DATE
005670             " DOES NOT MATCH RUN DATE " WS-RUN-DATE
005680         MOVE 16 TO RETURN-CODE
005681         STOP RUN
005682     END-IF
005683     MOVE 1 TO WS-REG-SUB
005684     MOVE XCTL-SOURCE-SYSTEM TO WS-REG-SOURCE (1)
005685     MOVE "E" TO WS-REG-KIND (1)
005686     MOVE XCTL-RUN-DATE TO WS-REG-RUN-DATE (1)
005687     PERFORM 1290-CHECK-FEED-REGISTRY
005688     DISPLAY "EXTRACT HEADER OK - SOURCE "
005689         XCTL-SOURCE-SYSTEM.

005690 1280-CAPTURE-EXTRACT-TRAILER.
005691     SET CUSTEXT-TRAILER-SEEN TO TRUE
005692     MOVE XCTL-RECORD-COUNT TO WS-CUSTEXT-TRAILER-COUNT
005693     MOVE XCTL-IDENT-HASH TO WS-CUSTEXT-TRAILER-HASH.

      *>--------------------------------------------------------
      *>FEED REGISTRY CHECK. A FEED WHOSE SOURCE, HEADER RUN
      *>DATE AND CONTROL TOTALS (COUNT, IDENT HASH, DEBIT AND
      *>CREDIT) MATCH AN EARLIER TRANSMISSION FOR THE SAME RUN
      *>DATE IS REFUSED WITH RETURN CODE 12 BEFORE ANYTHING
      *>POSTS - UNLESS THIS IS A RESTART, WHICH TAKES OVER THE
      *>EXISTING ENTRY. 1270/1370 ALREADY REFUSE A HEADER NOT
      *>DATED FOR THIS RUN, AND A LATER RUN DATE WITH THE SAME
      *>TOTALS (NEXT MONTH'S FINANCE CHARGES FOR THE SAME
      *>CUSTOMERS) IS A NEW FEED. AN EMPTY FEED IS NEVER
      *>TREATED AS A DUPLICATE. THE ENTRY ITSELF IS WRITTEN BY
      *>1390 ONCE BOTH FEEDS HAVE PASSED.
      *>--------------------------------------------------------
005694 1290-CHECK-FEED-REGISTRY.
005695     MOVE 'N' TO WS-REG-MATCH-SWITCH
005696     MOVE 'N' TO WS-REGSCAN-EOF-SWITCH
005697     MOVE ZERO TO WS-REG-HIGH-SEQ
005698     MOVE WS-REG-SOURCE (WS-REG-SUB) TO FR-SOURCE-SYSTEM
005699     MOVE WS-REG-KIND (WS-REG-SUB) TO FR-FEED-KIND
005700     MOVE ZERO TO FR-RUN-DATE
005701     MOVE ZERO TO FR-LOAD-SEQ
005702     START FEED-REGISTRY-FILE KEY IS NOT LESS THAN FR-KEY
005703         INVALID KEY
005704             SET REGSCAN-AT-END TO TRUE
005705     END-START
005706     PERFORM 1292-READ-NEXT-REGISTRY
005707     PERFORM UNTIL REGSCAN-AT-END OR NOT REG-NO-MATCH
005708         PERFORM 1294-COMPARE-REGISTRY-ENTRY
005709         IF REG-NO-MATCH
005710             PERFORM 1292-READ-NEXT-REGISTRY
005711         END-IF
005712     END-PERFORM
005713     EVALUATE TRUE
005714         WHEN REG-DUPLICATE-FEED
005715             DISPLAY "FEED ALREADY PROCESSED - SOURCE "
005716                 FR-SOURCE-SYSTEM " KIND " FR-FEED-KIND
005717             DISPLAY "  LOADED " FR-LOAD-DATE " FOR RUN DATE "
005718                 FR-RUN-DATE " STATUS " FR-STATUS
005719             DISPLAY "  RECORDS " FR-RECORD-COUNT
005720                 " IDENT HASH " FR-IDENT-HASH
005721             DISPLAY "DUPLICATE FEED REFUSED - NOTHING POSTED"
005722             MOVE 12 TO RETURN-CODE
005723             STOP RUN
005724         WHEN REG-SAME-RUN
005725             MOVE FR-LOAD-SEQ TO WS-REG-LOAD-SEQ (WS-REG-SUB)
005726             SET REG-FEED-RESUMED (WS-REG-SUB) TO TRUE
005727             DISPLAY "FEED ALREADY REGISTERED FOR THIS RUN - "
005728                 "RESTART ACCEPTED FOR SOURCE "
005729                 WS-REG-SOURCE (WS-REG-SUB)
005730         WHEN OTHER
005731             ADD 1 TO WS-REG-HIGH-SEQ
005732                 GIVING WS-REG-LOAD-SEQ (WS-REG-SUB)
005733             SET REG-FEED-NEW (WS-REG-SUB) TO TRUE
005734     END-EVALUATE.

005735 1292-READ-NEXT-REGISTRY.
005736     IF NOT REGSCAN-AT-END
005737         READ FEED-REGISTRY-FILE NEXT RECORD
005738             AT END
005739                 SET REGSCAN-AT-END TO TRUE
005740         END-READ
005741     END-IF.

005742 1294-COMPARE-REGISTRY-ENTRY.
005743     IF FR-SOURCE-SYSTEM NOT = WS-REG-SOURCE (WS-REG-SUB) OR
005744        FR-FEED-KIND NOT = WS-REG-KIND (WS-REG-SUB)
005745         SET REGSCAN-AT-END TO TRUE
005746     ELSE
005747         IF FR-RUN-DATE = WS-REG-RUN-DATE (WS-REG-SUB) AND
005748            FR-LOAD-SEQ > WS-REG-HIGH-SEQ
005749             MOVE FR-LOAD-SEQ TO WS-REG-HIGH-SEQ
005750         END-IF
005751         IF WS-REG-COUNT (WS-REG-SUB) > ZERO AND
005752            FR-RUN-DATE = WS-REG-RUN-DATE (WS-REG-SUB) AND
005753            FR-RECORD-COUNT = WS-REG-COUNT (WS-REG-SUB) AND
005754            FR-IDENT-HASH = WS-REG-HASH (WS-REG-SUB) AND
005755            FR-DEBIT-TOTAL = WS-REG-DEBIT (WS-REG-SUB) AND
005756            FR-CREDIT-TOTAL = WS-REG-CREDIT (WS-REG-SUB)
005757             IF RESTART-REQUESTED
005758                 SET REG-SAME-RUN TO TRUE
005759             ELSE
005760                 SET REG-DUPLICATE-FEED TO TRUE
005761             END-IF
005762         END-IF
005763     END-IF.

005770 1300-OPEN-CHECKPOINT-FILE.
005780     OPEN I-O CHECKPOINT-FILE
006140                 WS-RUNSTAT-STATUS
006150             MOVE 16 TO RETURN-CODE
006160             STOP RUN
006161         END-IF
006162     END-IF.

      *>--------------------------------------------------------
      *>THE MERGE CROSS-REFERENCE ONLY EXISTS ONCE CUSTMRGE HAS
      *>RUN; UNTIL THEN NOTHING IS REDIRECTED.
      *>--------------------------------------------------------
006163 1340-OPEN-MERGE-XREF.
006164     OPEN INPUT MERGE-XREF-FILE
006165     IF MERGXREF-OK
006166         SET MERGXREF-FILE-OPEN TO TRUE
006167     ELSE
006168         IF NOT MERGXREF-NOT-FOUND
006169             DISPLAY "MERGE XREF OPEN FAILED, STATUS="
006170                 WS-MERGXREF-STATUS
006171             MOVE 16 TO RETURN-CODE
006172             STOP RUN
006173         END-IF
006174     END-IF.

006175 1345-OPEN-CUSTOMER-NOTES.
006176     ACCEPT WS-NOTE-START-TIME FROM TIME
006177     OPEN I-O CUSTOMER-NOTE-FILE
006178     IF CUSTNOTE-NOT-FOUND
006179         OPEN OUTPUT CUSTOMER-NOTE-FILE
006180         CLOSE CUSTOMER-NOTE-FILE
006181         OPEN I-O CUSTOMER-NOTE-FILE
006182     END-IF
006183     IF NOT CUSTNOTE-OK
006184         DISPLAY "CUSTOMER NOTES OPEN FAILED, STATUS="
006185             WS-CUSTNOTE-STATUS
006186         MOVE 16 TO RETURN-CODE
006187         STOP RUN
006188     END-IF.

006190 1350-OPEN-TRANSACTION-FILE.
006195     PERFORM 1358-PRESCAN-TRAN-TRAILER
006200     OPEN INPUT TRANSACTION-FILE
006210     IF NOT TRAN-OK
006220         SET TRANFILE-AT-END TO TRUE
006380     IF NOT SUSPOUT-OK
006390         DISPLAY "SUSPENSE OUT OPEN FAILED, STATUS="
006400             WS-SUSPOUT-STATUS
006401         MOVE 16 TO RETURN-CODE
006402         STOP RUN
006403     END-IF.

      *>--------------------------------------------------------
      *>SAME AS 1255 FOR THE TRANSACTION FEED. A TRANFILE THAT
      *>WILL NOT OPEN (NO FEED TONIGHT) IS LEFT FOR 1350.
      *>--------------------------------------------------------
006404 1358-PRESCAN-TRAN-TRAILER.
006405     MOVE 'N' TO WS-PRESCAN-EOF-SWITCH
006406     OPEN INPUT TRANSACTION-FILE
006407     IF TRAN-OK
006408         PERFORM UNTIL PRESCAN-AT-END
006409             READ TRANSACTION-FILE
006410                 AT END
006411                     SET PRESCAN-AT-END TO TRUE
006412                 NOT AT END
006413                     IF TRAN-REC-TRAILER
006414                         MOVE TCTL-RECORD-COUNT
006415                             TO WS-REG-COUNT (2)
006416                         MOVE TCTL-IDENT-HASH TO WS-REG-HASH (2)
006417                         MOVE TCTL-DEBIT-TOTAL TO WS-REG-DEBIT (2)
006418                         MOVE TCTL-CREDIT-TOTAL
006419                             TO WS-REG-CREDIT (2)
006420                         SET PRESCAN-AT-END TO TRUE
006421                     END-IF
006422             END-READ
006423         END-PERFORM
006424         CLOSE TRANSACTION-FILE
006430     END-IF.

      *>--------------------------------------------------------
007200             WHEN "D"
007210             WHEN "C"
007220             WHEN "F"
007225             WHEN "W"
007230                 CONTINUE
007240             WHEN "R"
007250                 IF WS-CURR-REF-SIDE NOT = "D" AND
007330                     WS-CURR-REF-SIDE NOT = "C")
007340                     MOVE 'N' TO WS-CURR-EDIT-SWITCH
007350                     MOVE "T004" TO WS-CURR-REJECT-CODE
007351                 END-IF
007352             WHEN "X"
007353                 IF WS-CURR-REF-SIDE NOT = "D" AND
007354                    WS-CURR-REF-SIDE NOT = "C"
007355                     MOVE 'N' TO WS-CURR-EDIT-SWITCH
007356                     MOVE "T008" TO WS-CURR-REJECT-CODE
007360                 END-IF
007370             WHEN OTHER
007380                 MOVE 'N' TO WS-CURR-EDIT-SWITCH
007830         MOVE 16 TO RETURN-CODE
007840         STOP RUN
007850     END-IF
007851     MOVE 2 TO WS-REG-SUB
007852     MOVE TCTL-SOURCE-SYSTEM TO WS-REG-SOURCE (2)
007853     MOVE "T" TO WS-REG-KIND (2)
007854     MOVE TCTL-RUN-DATE TO WS-REG-RUN-DATE (2)
007855     PERFORM 1290-CHECK-FEED-REGISTRY
007860     DISPLAY "TRANSACTION HEADER OK - SOURCE "
007870         TCTL-SOURCE-SYSTEM.

007880 1380-CAPTURE-TRAN-TRAILER.
007881     SET TRANFEED-TRAILER-SEEN TO TRUE
007882     MOVE TCTL-RECORD-COUNT TO WS-TRANFEED-TRAILER-COUNT
007883     MOVE TCTL-IDENT-HASH TO WS-TRANFEED-TRAILER-HASH
007884     MOVE TCTL-DEBIT-TOTAL TO WS-TRANFEED-TRAILER-DEBIT
007885     MOVE TCTL-CREDIT-TOTAL TO WS-TRANFEED-TRAILER-CREDIT.

      *>--------------------------------------------------------
      *>BOTH FEEDS HAVE PASSED THE REGISTRY CHECK: ADD A NEW
      *>ENTRY FOR EACH, OR ON A RESTART COUNT THE RESTART ON THE
      *>ENTRY THE FIRST ATTEMPT WROTE. STATUS STAYS S UNTIL 9170.
      *>--------------------------------------------------------
007886 1390-RECORD-FEED-REGISTRY.
007887     ACCEPT WS-REG-SYSTEM-TIME FROM TIME
007888     PERFORM VARYING WS-REG-SUB FROM 1 BY 1
007889             UNTIL WS-REG-SUB > 2
007890         EVALUATE TRUE
007891             WHEN REG-FEED-NEW (WS-REG-SUB)
007892                 PERFORM 1392-ADD-REGISTRY-ENTRY
007893             WHEN REG-FEED-RESUMED (WS-REG-SUB)
007894                 PERFORM 1394-RESUME-REGISTRY-ENTRY
007895         END-EVALUATE
007896     END-PERFORM.

007897 1392-ADD-REGISTRY-ENTRY.
007898     MOVE SPACES TO FEED-REGISTRY-RECORD
007899     MOVE WS-REG-KEY (WS-REG-SUB) TO FR-KEY
007900     MOVE WS-REG-COUNT (WS-REG-SUB) TO FR-RECORD-COUNT
007901     MOVE WS-REG-HASH (WS-REG-SUB) TO FR-IDENT-HASH
007902     MOVE WS-REG-DEBIT (WS-REG-SUB) TO FR-DEBIT-TOTAL
007903     MOVE WS-REG-CREDIT (WS-REG-SUB) TO FR-CREDIT-TOTAL
007904     SET FR-LOAD-STARTED TO TRUE
007905     MOVE WS-SYSTEM-DATE TO FR-LOAD-DATE
007906     MOVE WS-REG-SYSTEM-TIME (1:6) TO FR-LOAD-TIME
007907     MOVE ZERO TO FR-RESTART-COUNT
007908     WRITE FEED-REGISTRY-RECORD
007909         INVALID KEY
007910             DISPLAY "FEED REGISTRY WRITE FAILED, STATUS="
007911                 WS-FEEDREG-STATUS
007912             MOVE 16 TO RETURN-CODE
007913             STOP RUN
007914     END-WRITE
007915     DISPLAY "FEED REGISTERED - SOURCE " FR-SOURCE-SYSTEM
007916         " KIND " FR-FEED-KIND " SEQ " FR-LOAD-SEQ.

007917 1394-RESUME-REGISTRY-ENTRY.
007918     MOVE WS-REG-KEY (WS-REG-SUB) TO FR-KEY
007919     READ FEED-REGISTRY-FILE
007920         INVALID KEY
007921             DISPLAY "FEED REGISTRY READ FAILED, STATUS="
007922                 WS-FEEDREG-STATUS
007923             MOVE 16 TO RETURN-CODE
007924             STOP RUN
007925     END-READ
007926     IF FR-RESTART-COUNT < 99
007927         ADD 1 TO FR-RESTART-COUNT
007928     END-IF
007929     SET FR-LOAD-STARTED TO TRUE
007930     REWRITE FEED-REGISTRY-RECORD
007931         INVALID KEY
007932             DISPLAY "FEED REGISTRY REWRITE FAILED, STATUS="
007933                 WS-FEEDREG-STATUS
007934             MOVE 16 TO RETURN-CODE
007935             STOP RUN
007936     END-REWRITE.

007940 1400-WRITE-REPORT-HEADERS.
007950     MOVE SPACES TO WS-REPORT-LINE
010850                     MOVE SPACES TO WS-AFTER-IMAGE
010860                     PERFORM 4165-WRITE-AUDIT-RECORD
010870                     PERFORM 4380-WRITE-MAINTENANCE-FLAG
010875                     PERFORM 4310-NOTE-CUSTOMER-DELETED
010880             END-DELETE
010890     END-READ.

010892 4310-NOTE-CUSTOMER-DELETED.
010894     MOVE "DELETED FROM MASTER BY CUSTOMER EXTRACT MAINTENANCE"
010896         TO WS-NOTE-TEXT
010898     PERFORM 4390-WRITE-SYSTEM-NOTE.

010900 4350-INACTIVATE-MASTER-RECORD.
010910     MOVE IDENT OF WS-CUSTOMER-RECORD
010920         TO IDENT OF CUSTOMER-MASTER-RECORD
011020             MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
011030             MOVE 'N' TO WS-MASTER-NEW-SWITCH
011040             PERFORM 5000-POST-ACCOUNT-ACTIVITY
      *>A CHARGED-OFF ACCOUNT STAYS CHARGED OFF SO ANY LATER
      *>PAYMENT STILL BOOKS AS A RECOVERY.
011045             IF NOT CUST-CHARGED-OFF OF WS-CUSTOMER-RECORD
011050                 SET CUST-INACTIVE OF WS-CUSTOMER-RECORD TO TRUE
011060                 MOVE WS-RUN-DATE
011070                     TO CUST-STATUS-DATE OF WS-CUSTOMER-RECORD
011075             END-IF
011080             MOVE 'I' TO WS-AUD-CHANGE-TYPE
011090             IF WS-POST-DEBIT-AMT NOT = ZERO OR
011100                WS-POST-CREDIT-AMT NOT = ZERO
011150             PERFORM 4160-SAVE-MASTER-RECORD
011160             ADD 1 TO WS-RECORDS-INACTIVATED
011170             PERFORM 4380-WRITE-MAINTENANCE-FLAG
011171             PERFORM 4360-NOTE-CUSTOMER-INACTIVATED
011172     END-READ.

011173 4360-NOTE-CUSTOMER-INACTIVATED.
011174     MOVE SPACES TO WS-NOTE-TEXT
011175     IF CUST-CHARGED-OFF OF WS-CUSTOMER-RECORD
011176         MOVE "INACTIVATE FROM EXTRACT - LEFT CHARGED OFF"
011177             TO WS-NOTE-TEXT
011178     ELSE
011179         STRING "INACTIVATED BY CUSTOMER EXTRACT MAINTENANCE, "
011180             "STATUS DATE " WS-RUN-DATE
011181             DELIMITED BY SIZE INTO WS-NOTE-TEXT
011182         END-STRING
011183     END-IF
011184     PERFORM 4390-WRITE-SYSTEM-NOTE.

011190 4380-WRITE-MAINTENANCE-FLAG.
011200     MOVE SPACES TO WS-EXCEPTION-LINE
011220         EXTR-ACTION-CODE OF WS-EXTRACT-RECORD
011230         " APPLIED: IDENT="
011240         IDENT OF WS-CUSTOMER-RECORD
011241         DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
011242     END-STRING
011243     WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE.

      *>--------------------------------------------------------
      *>SYSTEM NOTE FOR THE CUSTOMER IN HAND. A DUPLICATE KEY
      *>TAKES THE NEXT SEQUENCE; ANY OTHER NOTES FILE PROBLEM IS
      *>REPORTED AND COUNTED BUT NEVER STOPS THE RUN -
      *>THE MASTER CHANGE ITSELF HAS ALREADY BEEN MADE.
      *>--------------------------------------------------------
011244 4390-WRITE-SYSTEM-NOTE.
011245     MOVE SPACES TO CUSTOMER-NOTE-RECORD
011246     MOVE IDENT OF WS-CUSTOMER-RECORD TO CN-IDENT
011247     MOVE WS-RUN-DATE TO CN-NOTE-DATE
011248     MOVE WS-NOTE-START-TIME (1:6) TO CN-NOTE-TIME
011249     MOVE 1 TO CN-NOTE-SEQ
011250     SET CN-SYSTEM-NOTE TO TRUE
011251     MOVE "CUSLOAD" TO CN-OPERATOR
011252     MOVE WS-NOTE-TEXT TO CN-NOTE-TEXT
011253     MOVE 'N' TO WS-NOTE-DONE-SWITCH
011254     PERFORM 4395-TRY-NOTE-KEY
011255         UNTIL NOTE-WRITE-DONE.

011256 4395-TRY-NOTE-KEY.
011257     WRITE CUSTOMER-NOTE-RECORD
011258         INVALID KEY
011259             CONTINUE
011260     END-WRITE
011261     EVALUATE TRUE
011262         WHEN CUSTNOTE-OK
011263             ADD 1 TO WS-NOTES-WRITTEN
011264             SET NOTE-WRITE-DONE TO TRUE
011265         WHEN CUSTNOTE-DUPLICATE AND CN-NOTE-SEQ < 999
011266             ADD 1 TO CN-NOTE-SEQ
011267         WHEN OTHER
011268             DISPLAY "CUSTOMER NOTE WRITE FAILED FOR IDENT "
011269                 CN-IDENT " STATUS=" WS-CUSTNOTE-STATUS
011270             ADD 1 TO WS-NOTES-FAILED
011271             SET NOTE-WRITE-DONE TO TRUE
011272     END-EVALUATE.

011280 4900-WRITE-REJECTED-RECORD.
011290     MOVE SPACES TO WS-EXCEPTION-LINE
011480     MOVE ZERO TO WS-POST-CREDIT-AMT
011490     PERFORM UNTIL TRAN-AT-END
011500        OR WS-CURR-TRAN-IDENT > IDENT OF WS-CUSTOMER-RECORD
011503         PERFORM 5040-FIND-MERGE-TARGET
011506         EVALUATE TRUE
011509             WHEN WS-MERGE-TARGET-IDENT =
011512                  IDENT OF WS-CUSTOMER-RECORD
011515                 PERFORM 5010-POST-CURRENT-TRANSACTION
011518             WHEN TRAN-IDENT-RETIRED
011521             WHEN WS-CURR-TRAN-TYPE = "X"
011524                 PERFORM 5045-POST-TO-MERGED-ACCOUNT
011527             WHEN OTHER
011530                 PERFORM 5060-RECYCLE-ORPHAN-TRANSACTION
011533         END-EVALUATE
011536         PERFORM 1360-READ-NEXT-TRANSACTION
011539     END-PERFORM
011542     IF ACCOUNT-BALANCE OF WS-CUSTOMER-RECORD < ZERO
011545         PERFORM 5100-WRITE-NEGATIVE-BALANCE-FLAG
011548     END-IF.

      *>--------------------------------------------------------
      *>POST ONE TRANSACTION TO THE CUSTOMER IN WS-CUSTOMER-RECORD
      *>--------------------------------------------------------
011551 5010-POST-CURRENT-TRANSACTION.
011554     EVALUATE WS-CURR-TRAN-TYPE
011557         WHEN "D"
011560             IF CUST-CHARGED-OFF OF WS-CUSTOMER-RECORD
011563                 ADD 1 TO WS-RECOVERY-COUNT
011566                 ADD WS-CURR-TRAN-AMOUNT
011569                     TO WS-RECOVERY-TOTAL
011572             ELSE
011575                 ADD 1 TO WS-DEBIT-COUNT
011578                 ADD WS-CURR-TRAN-AMOUNT
011581                     TO WS-DEBIT-TOTAL
011584             END-IF
011587             PERFORM 5020-POST-DEBIT-SIDE
011590         WHEN "C"
011593             ADD 1 TO WS-CREDIT-COUNT
011596             ADD WS-CURR-TRAN-AMOUNT TO WS-CREDIT-TOTAL
011599             PERFORM 5030-POST-CREDIT-SIDE
011602         WHEN "R"
011605             PERFORM 5150-MATCH-REVERSAL-TO-HISTORY
011608             IF NOT REVERSAL-MATCHED
011611                 PERFORM 5080-WRITE-TRANSACTION-REJECT
011614             ELSE
011617                 ADD 1 TO WS-REVERSAL-COUNT
011620                 ADD WS-CURR-TRAN-AMOUNT
011623                     TO WS-REVERSAL-TOTAL
011626                 IF WS-CURR-REF-SIDE = "D"
011629                     ADD 1 TO WS-REVERSAL-CR-COUNT
011632                     ADD WS-CURR-TRAN-AMOUNT
011635                         TO WS-REVERSAL-CR-TOTAL
011638                     PERFORM 5030-POST-CREDIT-SIDE
011641                 ELSE
011644                     ADD 1 TO WS-REVERSAL-DB-COUNT
011647                     ADD WS-CURR-TRAN-AMOUNT
011650                         TO WS-REVERSAL-DB-TOTAL
011653                     PERFORM 5020-POST-DEBIT-SIDE
011656                 END-IF
011659             END-IF
011662         WHEN "A"
011665             ADD 1 TO WS-ADJUST-COUNT
011668             ADD WS-CURR-TRAN-AMOUNT TO WS-ADJUST-TOTAL
011671             IF WS-CURR-REF-SIDE = "D"
011674                 ADD 1 TO WS-ADJUST-DB-COUNT
011677                 ADD WS-CURR-TRAN-AMOUNT
011680                     TO WS-ADJUST-DB-TOTAL
011683                 PERFORM 5020-POST-DEBIT-SIDE
011686             ELSE
011689                 ADD 1 TO WS-ADJUST-CR-COUNT
011692                 ADD WS-CURR-TRAN-AMOUNT
011695                     TO WS-ADJUST-CR-TOTAL
011698                 PERFORM 5030-POST-CREDIT-SIDE
011701             END-IF
011704         WHEN "F"
011707             ADD 1 TO WS-FEE-COUNT
011710             ADD WS-CURR-TRAN-AMOUNT TO WS-FEE-TOTAL
011713             PERFORM 5030-POST-CREDIT-SIDE
011716         WHEN "W"
011719             IF CUST-CHARGED-OFF OF WS-CUSTOMER-RECORD
011722                 ADD 1 TO WS-WRITEOFF-COUNT
011725                 ADD WS-CURR-TRAN-AMOUNT
011728                     TO WS-WRITEOFF-TOTAL
011731                 PERFORM 5020-POST-DEBIT-SIDE
011734             ELSE
011737                 MOVE "T007" TO WS-CURR-REJECT-CODE
011740                 PERFORM 5080-WRITE-TRANSACTION-REJECT
011743             END-IF
011746         WHEN "X"
011749             IF WS-CURR-REF-SIDE = "D"
011752                 ADD 1 TO WS-TRANSFER-DB-COUNT
011755                 ADD WS-CURR-TRAN-AMOUNT
011758                     TO WS-TRANSFER-DB-TOTAL
011761                 PERFORM 5020-POST-DEBIT-SIDE
011764             ELSE
011767                 ADD 1 TO WS-TRANSFER-CR-COUNT
011770                 ADD WS-CURR-TRAN-AMOUNT
011773                     TO WS-TRANSFER-CR-TOTAL
011776                 PERFORM 5030-POST-CREDIT-SIDE
011779             END-IF
011782     END-EVALUATE.

      *>--------------------------------------------------------
      *>MERGE TARGET. AN IDENT ON THE CROSS-REFERENCE HAS BEEN
      *>RETIRED BY CUSTMRGE; ITS LATE ITEMS BELONG TO THE END OF
      *>THE CHAIN (THE SURVIVOR MAY ITSELF HAVE BEEN MERGED
      *>SINCE). A TYPE X ITEM IS THE MERGE ITSELF AND ALWAYS
      *>POSTS TO THE IDENT IT NAMES.
      *>--------------------------------------------------------
011785 5040-FIND-MERGE-TARGET.
011788     MOVE 'N' TO WS-RETIRED-IDENT-SWITCH
011791     MOVE WS-CURR-TRAN-IDENT TO WS-MERGE-TARGET-IDENT
011794     IF MERGXREF-FILE-OPEN
011797         MOVE WS-CURR-TRAN-IDENT TO MXR-OLD-IDENT
011800         READ MERGE-XREF-FILE
011803             KEY IS MXR-OLD-IDENT
011806             INVALID KEY
011809                 CONTINUE
011812             NOT INVALID KEY
011815                 SET TRAN-IDENT-RETIRED TO TRUE
011818         END-READ
011821     END-IF
011824     IF TRAN-IDENT-RETIRED AND WS-CURR-TRAN-TYPE NOT = "X"
011827         MOVE ZERO TO WS-MERGE-CHAIN-DEPTH
011830         MOVE 'N' TO WS-MERGE-CHAIN-SWITCH
011833         PERFORM UNTIL MERGE-CHAIN-ENDED
011836             MOVE MXR-SURVIVOR-IDENT TO WS-MERGE-TARGET-IDENT
011839             ADD 1 TO WS-MERGE-CHAIN-DEPTH
011842             IF WS-MERGE-CHAIN-DEPTH >= WS-MERGE-CHAIN-MAX
011845                 DISPLAY "MERGE CHAIN TOO LONG AT IDENT "
011848                     WS-CURR-TRAN-IDENT
011851                 SET MERGE-CHAIN-ENDED TO TRUE
011854             ELSE
011857                 MOVE WS-MERGE-TARGET-IDENT TO MXR-OLD-IDENT
011860                 READ MERGE-XREF-FILE
011863                     KEY IS MXR-OLD-IDENT
011866                     INVALID KEY
011869                         SET MERGE-CHAIN-ENDED TO TRUE
011872                 END-READ
011875             END-IF
011878         END-PERFORM
011881     END-IF.

      *>--------------------------------------------------------
      *>OUT-OF-LINE POSTING FOR A RETIRED IDENT'S ITEM, OR A
      *>MERGE TRANSFER, WHOSE TARGET IS NOT THE CUSTOMER IN HAND.
      *>THE TARGET IS READ, POSTED, SAVED AND AUDITED ON ITS OWN
      *>AND THE CUSTOMER IN HAND IS PUT BACK UNTOUCHED. A TARGET
      *>NOT ON THE MASTER SENDS THE ITEM TO SUSPENSE AS USUAL.
      *>--------------------------------------------------------
011884 5045-POST-TO-MERGED-ACCOUNT.
011887     MOVE WS-MERGE-TARGET-IDENT TO IDENT OF CUSTOMER-MASTER-RECORD
011890     READ CUSTOMER-MASTER-FILE
011893         KEY IS IDENT OF CUSTOMER-MASTER-RECORD
011896         INVALID KEY
011899             PERFORM 5060-RECYCLE-ORPHAN-TRANSACTION
011902         NOT INVALID KEY
011905             PERFORM 5046-APPLY-TO-MERGED-ACCOUNT
011908     END-READ.

011911 5046-APPLY-TO-MERGED-ACCOUNT.
011914     MOVE WS-CUSTOMER-RECORD TO WS-HOLD-CUSTOMER-RECORD
011917     MOVE WS-BEFORE-IMAGE TO WS-HOLD-BEFORE-IMAGE
011920     MOVE WS-POST-DEBIT-AMT TO WS-HOLD-POST-DEBIT-AMT
011923     MOVE WS-POST-CREDIT-AMT TO WS-HOLD-POST-CREDIT-AMT
011926     MOVE WS-MASTER-NEW-SWITCH TO WS-HOLD-NEW-SWITCH
011929     MOVE CUSTOMER-MASTER-RECORD TO WS-CUSTOMER-RECORD
011932     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
011935     MOVE 'N' TO WS-MASTER-NEW-SWITCH
011938     MOVE ZERO TO WS-POST-DEBIT-AMT
011941     MOVE ZERO TO WS-POST-CREDIT-AMT
011944     PERFORM 5010-POST-CURRENT-TRANSACTION
011947     IF WS-POST-DEBIT-AMT NOT = ZERO OR
011950        WS-POST-CREDIT-AMT NOT = ZERO
011953         MOVE 'U' TO WS-AUD-CHANGE-TYPE
011956         MOVE 'P' TO WS-AUD-SOURCE
011959         PERFORM 4160-SAVE-MASTER-RECORD
011962         ADD 1 TO WS-TRANS-REDIRECTED
011965         PERFORM 5048-WRITE-REDIRECT-FLAG
011968     END-IF
011971     MOVE WS-HOLD-CUSTOMER-RECORD TO WS-CUSTOMER-RECORD
011974     MOVE WS-HOLD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
011977     MOVE WS-HOLD-POST-DEBIT-AMT TO WS-POST-DEBIT-AMT
011980     MOVE WS-HOLD-POST-CREDIT-AMT TO WS-POST-CREDIT-AMT
011983     MOVE WS-HOLD-NEW-SWITCH TO WS-MASTER-NEW-SWITCH.

011986 5048-WRITE-REDIRECT-FLAG.
011989     MOVE SPACES TO WS-EXCEPTION-LINE
011992     IF TRAN-IDENT-RETIRED
011995         STRING "MERGED IDENT " WS-CURR-TRAN-IDENT
011998             " ITEM POSTED TO " WS-MERGE-TARGET-IDENT
012001             " TYPE=" WS-CURR-TRAN-TYPE
012004             " AMOUNT=" WS-CURR-TRAN-AMOUNT
012007             DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
012010         END-STRING
012013     ELSE
012016         STRING "MERGE TRANSFER POSTED: IDENT="
012019             WS-CURR-TRAN-IDENT
012022             " AMOUNT=" WS-CURR-TRAN-AMOUNT
012025             " REF=" WS-CURR-TRAN-REFERENCE
012028             DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
012031         END-STRING
012034     END-IF
012037     WRITE EXCEPTION-REPORT-RECORD FROM WS-EXCEPTION-LINE.

      *>--------------------------------------------------------
      *>POSTING SIDES. EVERY POSTED ITEM LANDS ON ONE SIDE OR

013650 5900-DRAIN-REMAINING-TRANSACTIONS.
013660     PERFORM UNTIL TRAN-AT-END
013662         PERFORM 5040-FIND-MERGE-TARGET
013664         IF TRAN-IDENT-RETIRED OR WS-CURR-TRAN-TYPE = "X"
013666             PERFORM 5045-POST-TO-MERGED-ACCOUNT
013668         ELSE
013670             PERFORM 5060-RECYCLE-ORPHAN-TRANSACTION
013672         END-IF
013680         PERFORM 1360-READ-NEXT-TRANSACTION
013690     END-PERFORM.

014850     CLOSE TRANSACTION-REJECT-FILE
014860     CLOSE RUN-STATISTICS-FILE
014870     CLOSE GL-JOURNAL-FILE
014872     IF MERGXREF-FILE-OPEN
014874         CLOSE MERGE-XREF-FILE
014876     END-IF
014878     CLOSE FEED-REGISTRY-FILE
014879     CLOSE CUSTOMER-NOTE-FILE
014880     DISPLAY "RECORDS READ:        " WS-RECORDS-READ
014890     DISPLAY "RECORDS LOADED:      " WS-RECORDS-LOADED
014900     DISPLAY "RECORDS REJECTED:    " WS-RECORDS-REJECTED
014910     DISPLAY "RECORDS DELETED:     " WS-RECORDS-DELETED
014920     DISPLAY "RECORDS INACTIVATED: " WS-RECORDS-INACTIVATED
014923     DISPLAY "NOTES WRITTEN:       " WS-NOTES-WRITTEN
014926     DISPLAY "NOTES FAILED:        " WS-NOTES-FAILED
014930     DISPLAY "TRANS SUSPENDED:     " WS-TRANS-SUSPENDED
014940     DISPLAY "TRANS FORCED OUT:    " WS-TRANS-FORCED-OUT
014950     DISPLAY "TRANS REJECTED:      " WS-TRANS-REJECTED
015030         " AMOUNT " WS-ADJUST-TOTAL
015040     DISPLAY "FEES POSTED:         " WS-FEE-COUNT
015050         " AMOUNT " WS-FEE-TOTAL
015051     DISPLAY "WRITE-OFFS POSTED:   " WS-WRITEOFF-COUNT
015052         " AMOUNT " WS-WRITEOFF-TOTAL
015053     DISPLAY "RECOVERIES POSTED:   " WS-RECOVERY-COUNT
015054         " AMOUNT " WS-RECOVERY-TOTAL
015055     DISPLAY "TRANSFERS POSTED:    " WS-TRANSFER-DB-COUNT
015056         " DEBIT SIDE " WS-TRANSFER-DB-TOTAL
015057         " CREDIT SIDE " WS-TRANSFER-CR-TOTAL
015058     DISPLAY "TRANS REDIRECTED:    " WS-TRANS-REDIRECTED
015060     PERFORM 9300-CHECK-REJECT-GUARDRAILS
015070     IF FEED-BALANCE-FAILED
015080         DISPLAY "FEED BALANCING FAILED - HOLDING DOWNSTREAM"
015360     END-IF
015370     IF TRANFEED-HEADER-SEEN
015380         PERFORM 9150-BALANCE-TRANSACTION-FEED
015390     END-IF
015395     PERFORM 9170-COMPLETE-FEED-REGISTRY.

015400 9150-BALANCE-TRANSACTION-FEED.
015410     IF NOT TRANFEED-TRAILER-SEEN
015660            WS-TRANFEED-TRAILER-CREDIT
015670             SET FEED-BALANCE-FAILED TO TRUE
015680             DISPLAY "TRANSACTION CREDIT TOTAL MISMATCH"
015681         END-IF
015682     END-IF.

      *>--------------------------------------------------------
      *>MARK EACH FEED THIS RUN REGISTERED AS COMPLETE (C), OR
      *>FAILED (F) WHEN THE BALANCING ABOVE DID NOT AGREE. THE
      *>ENTRY STAYS IN THE REGISTRY EITHER WAY: A FAILED FEED
      *>HAS STILL POSTED AND MUST NOT BE LOADED AGAIN.
      *>--------------------------------------------------------
015683 9170-COMPLETE-FEED-REGISTRY.
015684     PERFORM VARYING WS-REG-SUB FROM 1 BY 1
015685             UNTIL WS-REG-SUB > 2
015686         IF REG-FEED-NEW (WS-REG-SUB) OR
015687            REG-FEED-RESUMED (WS-REG-SUB)
015688             MOVE WS-REG-KEY (WS-REG-SUB) TO FR-KEY
015689             READ FEED-REGISTRY-FILE
015690                 INVALID KEY
015691                     DISPLAY "FEED REGISTRY ENTRY MISSING - "
015692                         "SOURCE "
015693                         WS-REG-SOURCE (WS-REG-SUB)
015694                 NOT INVALID KEY
015695                     IF FEED-BALANCE-FAILED
015696                         SET FR-LOAD-FAILED TO TRUE
015697                     ELSE
015698                         SET FR-LOAD-COMPLETE TO TRUE
015699                     END-IF
015700                     REWRITE FEED-REGISTRY-RECORD
015701                         INVALID KEY
015702                             DISPLAY "FEED REGISTRY REWRITE "
015703                                 "FAILED, STATUS="
015704                                 WS-FEEDREG-STATUS
015705                     END-REWRITE
015706             END-READ
015707         END-IF
015708     END-PERFORM.

      *>--------------------------------------------------------
      *>RUN-STATISTICS HISTORY. A RESTART RERUN REWRITES ITS RUN
015740     MOVE WS-RECORDS-LOADED TO RS-RECORDS-LOADED
015750     MOVE WS-RECORDS-REJECTED TO RS-RECORDS-REJECTED
015760     MOVE WS-TRANS-REJECTED TO RS-TRANS-REJECTED
015770     COMPUTE RS-DEBIT-TOTAL =
015775         WS-DEBIT-TOTAL + WS-RECOVERY-TOTAL
015780     MOVE WS-CREDIT-TOTAL TO RS-CREDIT-TOTAL
015790     MOVE WS-BAND-U18-COUNT TO RS-BAND-U18-COUNT
015800     MOVE WS-BAND-U18-BALANCE TO RS-BAND-U18-BALANCE

      *>--------------------------------------------------------
      *>GL JOURNAL FEED. ONE SUMMARIZED ENTRY PER TRANSACTION
      *>TYPE AND POSTING SIDE, BUILT FROM THE RUN'S TYPE TOTALS
      *>(PAYMENTS ON CHARGED-OFF ACCOUNTS GET THEIR OWN TYPE D
      *>ENTRY AGAINST THE RECOVERIES ACCOUNT),
      *>PLUS THE OFFSETTING CASH-CONTROL ENTRY SO THE JOURNAL
      *>NETS TO ZERO. THE JOURNAL IS PROVEN AGAINST WS-POSTED-NET
      *>- THE AMOUNTS ACTUALLY APPLIED TO CUSTMAST BALANCES - AND
016690         MOVE "C" TO WS-GL-LINE-SIDE
016700         MOVE "F" TO WS-GL-LINE-TYPE
016710         MOVE WS-FEE-COUNT TO WS-GL-LINE-COUNT
016711         MOVE WS-FEE-TOTAL TO WS-GL-LINE-AMOUNT
016712         PERFORM 9430-WRITE-GL-ENTRY
016713     END-IF
016714     IF WS-WRITEOFF-COUNT > ZERO
016715         MOVE WS-GL-ACCT-WRITEOFF TO WS-GL-LINE-ACCOUNT
016716         MOVE "D" TO WS-GL-LINE-SIDE
016717         MOVE "W" TO WS-GL-LINE-TYPE
016718         MOVE WS-WRITEOFF-COUNT TO WS-GL-LINE-COUNT
016719         MOVE WS-WRITEOFF-TOTAL TO WS-GL-LINE-AMOUNT
016720         PERFORM 9430-WRITE-GL-ENTRY
016721     END-IF
016722     IF WS-RECOVERY-COUNT > ZERO
016723         MOVE WS-GL-ACCT-RECOVERY TO WS-GL-LINE-ACCOUNT
016724         MOVE "D" TO WS-GL-LINE-SIDE
016725         MOVE "D" TO WS-GL-LINE-TYPE
016726         MOVE WS-RECOVERY-COUNT TO WS-GL-LINE-COUNT
016727         MOVE WS-RECOVERY-TOTAL TO WS-GL-LINE-AMOUNT
016728         PERFORM 9430-WRITE-GL-ENTRY
016729     END-IF
016730     IF WS-TRANSFER-DB-COUNT > ZERO
016731         MOVE WS-GL-ACCT-TRANSFER TO WS-GL-LINE-ACCOUNT
016732         MOVE "D" TO WS-GL-LINE-SIDE
016733         MOVE "X" TO WS-GL-LINE-TYPE
016734         MOVE WS-TRANSFER-DB-COUNT TO WS-GL-LINE-COUNT
016735         MOVE WS-TRANSFER-DB-TOTAL TO WS-GL-LINE-AMOUNT
016736         PERFORM 9430-WRITE-GL-ENTRY
016737     END-IF
016738     IF WS-TRANSFER-CR-COUNT > ZERO
016739         MOVE WS-GL-ACCT-TRANSFER TO WS-GL-LINE-ACCOUNT
016740         MOVE "C" TO WS-GL-LINE-SIDE
016741         MOVE "X" TO WS-GL-LINE-TYPE
016742         MOVE WS-TRANSFER-CR-COUNT TO WS-GL-LINE-COUNT
016743         MOVE WS-TRANSFER-CR-TOTAL TO WS-GL-LINE-AMOUNT
016744         PERFORM 9430-WRITE-GL-ENTRY
016745     END-IF
016750     PERFORM 9440-WRITE-GL-CASH-CONTROL
016760     PERFORM 9460-WRITE-GL-TRAILER
016770     PERFORM 9470-BALANCE-GL-JOURNAL.
