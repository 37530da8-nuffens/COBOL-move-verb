000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTCHOF.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>BAD-DEBT CHARGE-OFF RUN.
      *>READS EVERY CUSTOMER ON PROD.CUSTOMER.MASTER THAT IS NOT
      *>ALREADY CHARGED OFF AND STILL CARRIES A NEGATIVE BALANCE,
      *>AND WALKS THE CUSTOMER'S POSTED-TRANSACTION HISTORY TO
      *>FIND THE DATE THE ACCOUNT FELL INTO DUNNING TIER 3
      *>(BELOW -250.00, THE CUSTDUNL FINAL-NOTICE FLOOR). THE
      *>TIER 3 DATE STANDS UNTIL THE ACCOUNT IS BROUGHT BACK TO
      *>ZERO OR BETTER; A PARTIAL PAYMENT THAT ONLY DROPS IT TO
      *>A LOWER TIER DOES NOT RESTART THE CLOCK. AN ACCOUNT
      *>ALREADY BELOW THE FLOOR BEFORE ITS FIRST HISTORY ITEM
      *>COUNTS FROM THAT FIRST ITEM; A TIER 3 BALANCE WITH NO
      *>HISTORY AT ALL PREDATES THE HISTORY FILE (CUSTHARC HAS
      *>ARCHIVED IT) AND QUALIFIES OUTRIGHT.
      *>EVERY ACCOUNT STILL NEGATIVE THE GIVEN NUMBER OF DAYS
      *>AFTER ITS TIER 3 DATE IS CHARGED OFF:
      *>  - THE BALANCE IS WRITTEN OFF THROUGH TYPE "W" ITEMS IN
      *>    A STANDARD TRANFILE-FORMAT FEED (HEADER SOURCE
      *>    CHGOFF, DETAILS, TRAILER WITH COUNT/HASH TOTALS) THAT
      *>    CUSTLOAD POSTS ON THE DEBIT SIDE, BRINGING THE
      *>    BALANCE TO ZERO AND BOOKING IT TO THE WRITE-OFF GL
      *>    ACCOUNT. A BALANCE WIDER THAN THE FEED'S 99999.99
      *>    AMOUNT FIELD GOES OUT AS SEVERAL ITEMS.
      *>  - CUST-STATUS BECOMES CHARGED-OFF AS OF THE RUN DATE,
      *>    SO DUNNING AND FINANCE CHARGES STOP AND ANY LATER
      *>    PAYMENT POSTS TO THE RECOVERIES GL ACCOUNT.
      *>  - A BEFORE/AFTER AUDITREC IMAGE (SOURCE/TYPE W) IS
      *>    WRITTEN FOR THE STATUS CHANGE.
      *>THE CHARGE-OFF REGISTER LISTS EVERY ACCOUNT WITH ITS
      *>SIGNED BALANCE AND WRITE-OFF, TOTALS PROVEN AGAINST THE
      *>FEED TRAILER, AND A SIGNATURE BLOCK FOR CREDIT AND
      *>ACCOUNTING APPROVAL BEFORE THE FEED IS RELEASED.
      *>PARM IS RUNDATE,DAYS,MODE. RUNDATE (YYYYMMDD) MUST BE
      *>THE NIGHTLY RUN DATE THE FEED WILL BE MERGED INTO; DAYS
      *>IN TIER 3 IS THREE DIGITS AND DEFAULTS TO 180. MODE
      *>UPDATE CHANGES THE MASTER AND WRITES THE FEED; ANY OTHER
      *>MODE (THE DEFAULT) IS A PROOF RUN THAT PRINTS THE
      *>REGISTER ONLY, LEAVING THE MASTER ALONE AND THE FEED
      *>EMPTY.
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
000180     SELECT WRITE-OFF-FEED-FILE ASSIGN TO WOFFEED
000190         ORGANIZATION IS SEQUENTIAL
000200         FILE STATUS IS WS-WOFFEED-STATUS.
000210     SELECT AUDIT-FILE ASSIGN TO AUDFILE
000220         ORGANIZATION IS SEQUENTIAL
000230         FILE STATUS IS WS-AUDFILE-STATUS.
000240     SELECT CHARGE-OFF-REGISTER-FILE ASSIGN TO CHOFRPT
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-CHOFRPT-STATUS.

000270 DATA DIVISION.

000280 FILE SECTION.

000290 FD  CUSTOMER-MASTER-FILE
000300     LABEL RECORDS ARE STANDARD.
000310 01  CUSTOMER-MASTER-RECORD.
000320     COPY CUSTREC.

000330 FD  TRANSACTION-HISTORY-FILE
000340     LABEL RECORDS ARE STANDARD.
000350 01  TRANSACTION-HISTORY-RECORD.
000360     COPY TRANHIST.

      *>WRITE-OFF FEED - SAME LAYOUT AS TRANFILE IN THE LOADER,
      *>INCLUDING THE CONTROL-RECORD OVERLAY. WRITE-OFFS ARE NOT
      *>TYPE D OR C, SO THE TRAILER DEBIT/CREDIT TOTALS ARE ZERO
      *>BY THE FEED CONVENTION.
000370 FD  WRITE-OFF-FEED-FILE
000380     LABEL RECORDS ARE STANDARD.
000390 01  WRITE-OFF-FEED-RECORD.
000400     05 TRAN-REC-TYPE PIC X.
000410     05 TRAN-IDENT PIC 9(7).
000420     05 TRAN-TYPE PIC X.
000430     05 TRAN-AMOUNT PIC 9(5)V99.
000440     05 TRAN-REFERENCE PIC X(12).
000450     05 FILLER PIC X(17).
000460 01  WRITE-OFF-FEED-CONTROL-RECORD.
000470     05 TCTL-REC-TYPE PIC X.
000480     05 TCTL-HEADER-DATA.
000490         10 TCTL-RUN-DATE PIC 9(8).
000500         10 TCTL-SOURCE-SYSTEM PIC X(8).
000510         10 FILLER PIC X(28).
000520     05 TCTL-TRAILER-DATA REDEFINES TCTL-HEADER-DATA.
000530         10 TCTL-RECORD-COUNT PIC 9(7).
000540         10 TCTL-IDENT-HASH PIC 9(15).
000550         10 TCTL-DEBIT-TOTAL PIC 9(9)V99.
000560         10 TCTL-CREDIT-TOTAL PIC 9(9)V99.

000570 FD  AUDIT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590 01  AUDIT-FILE-RECORD.
000600     COPY AUDITREC.

000610 FD  CHARGE-OFF-REGISTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  CHARGE-OFF-REGISTER-RECORD PIC X(132).

000640 WORKING-STORAGE SECTION.

000650 01 WS-FILE-STATUS-GROUP.
000660     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
000670        88 CUSTMAST-OK VALUE "00".
000680     05 WS-TRANHIST-STATUS PIC XX VALUE "00".
000690        88 TRANHIST-OK VALUE "00".
000700     05 WS-WOFFEED-STATUS PIC XX VALUE "00".
000710        88 WOFFEED-OK VALUE "00".
000720     05 WS-AUDFILE-STATUS PIC XX VALUE "00".
000730        88 AUDFILE-OK VALUE "00".
000740     05 WS-CHOFRPT-STATUS PIC XX VALUE "00".
000750        88 CHOFRPT-OK VALUE "00".

000760 01 WS-SWITCHES.
000770     05 WS-CUSTMAST-EOF-SWITCH PIC X VALUE 'N'.
000780        88 CUSTMAST-AT-END VALUE 'Y'.
000790     05 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
000800        88 HISTORY-AT-END VALUE 'Y'.
000810     05 WS-HAS-HISTORY-SWITCH PIC X VALUE 'N'.
000820        88 CUSTOMER-HAS-HISTORY VALUE 'Y'.
000830     05 WS-UPDATE-SWITCH PIC X VALUE 'N'.
000840        88 UPDATE-RUN VALUE 'Y'.

      *>WS-TIER2-FLOOR IS THE SAME FIELD, UNDER THE SAME NAME, AS
      *>IN CUSTDUNL AND CUSTFCHG - KEEP THE THREE PROGRAMS IN
      *>STEP. IT IS THE BOTTOM OF TIER 2: A BALANCE BELOW IT IS
      *>IN TIER 3, THE FINAL-NOTICE BAND THE CHARGE-OFF CLOCK
      *>COUNTS.
000850 01 WS-TIER-LIMITS.
000860     05 WS-TIER2-FLOOR PIC S9(7)V99 VALUE -250.00.

000870 01 WS-COUNTS.
000880     05 WS-CUSTOMERS-READ PIC 9(7) VALUE ZERO.
000890     05 WS-NEGATIVE-ACCOUNTS PIC 9(7) VALUE ZERO.
000900     05 WS-ALREADY-CHARGED-OFF PIC 9(7) VALUE ZERO.
000910     05 WS-HISTORY-RECORDS-READ PIC 9(7) VALUE ZERO.
000920     05 WS-ACCOUNTS-CHARGED-OFF PIC 9(7) VALUE ZERO.
000930     05 WS-PRE-HISTORY-COUNT PIC 9(7) VALUE ZERO.
000940     05 WS-REWRITE-FAILURES PIC 9(7) VALUE ZERO.
000950     05 WS-TOTAL-BALANCE PIC S9(11)V99 VALUE ZERO.
000960     05 WS-TOTAL-WRITTEN-OFF PIC S9(11)V99 VALUE ZERO.

000970 01 WS-RUN-PARAMETERS.
000980     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
000990     05 WS-MIN-TIER3-DAYS PIC 9(3) VALUE 180.
001000     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.
001010     05 WS-PARM-DAYS PIC X(3) VALUE SPACES.
001020     05 WS-PARM-MODE PIC X(8) VALUE SPACES.

001030 01 WS-CURRENT-DATE-FIELDS.
001040     05 WS-SYSTEM-DATE PIC 9(8).

      *>--------------------------------------------------------
      *>ONE CUSTOMER'S TIER 3 DETERMINATION. WS-SIGNED-EFFECT
      *>FOLLOWS THE LOADER'S POSTING RULES SO THE BALANCE
      *>BROUGHT INTO THE FIRST HISTORY ITEM CAN BE BACKED OFF.
      *>--------------------------------------------------------
001050 01 WS-CHARGE-OFF-WORK.
001060     05 WS-TIER3-DATE PIC 9(8) VALUE ZERO.
001070     05 WS-DAYS-IN-TIER3 PIC S9(7) VALUE ZERO.
001080     05 WS-SIGNED-EFFECT PIC S9(7)V99 VALUE ZERO.
001090     05 WS-OPENING-BALANCE PIC S9(9)V99 VALUE ZERO.
001100     05 WS-WRITE-OFF-AMOUNT PIC S9(9)V99 VALUE ZERO.
001110     05 WS-REMAINING-AMOUNT PIC S9(9)V99 VALUE ZERO.
001120     05 WS-MAX-FEED-AMOUNT PIC 9(5)V99 VALUE 99999.99.
001130     05 WS-ITEM-AMOUNT PIC 9(5)V99 VALUE ZERO.

001140 01 WS-AUDIT-WORK.
001150     05 WS-BEFORE-IMAGE PIC X(112) VALUE SPACES.
001160     05 WS-AFTER-IMAGE PIC X(112) VALUE SPACES.

001170 01 WS-FEED-TOTALS.
001180     05 WS-OUT-RECORD-COUNT PIC 9(7) VALUE ZERO.
001190     05 WS-OUT-IDENT-HASH PIC 9(15) VALUE ZERO.
001200     05 WS-OUT-AMOUNT-TOTAL PIC 9(11)V99 VALUE ZERO.

001210 01 WS-REPORT-WORK.
001220     05 WS-BALANCE-DISPLAY PIC -(6)9.99.
001230     05 WS-AMOUNT-DISPLAY PIC +(6)9.99.
001240     05 WS-TOTAL-DISPLAY PIC -(10)9.99.
001250     05 WS-TOTAL-SIGNED-DISPLAY PIC +(10)9.99.
001260     05 WS-DAYS-DISPLAY PIC Z(6)9.
001270     05 WS-SINCE-DISPLAY PIC X(11) VALUE SPACES.
001280     05 WS-MODE-DISPLAY PIC X(6) VALUE SPACES.
001290     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

001300 LINKAGE SECTION.
001310 01 LK-PARM-AREA.
001320     05 LK-PARM-LENGTH PIC S9(4) COMP.
001330     05 LK-PARM-TEXT PIC X(80).

001340 PROCEDURE DIVISION USING LK-PARM-AREA.

001350 0000-MAIN-LOGIC.
001360     PERFORM 1000-INITIALIZE
001370     PERFORM 4000-SELECT-CHARGE-OFF-ACCOUNTS
001380     PERFORM 9000-TERMINATE
001390     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001400 1000-INITIALIZE.
001410     PERFORM 1100-GET-RUN-PARAMETERS
001420     OPEN OUTPUT CHARGE-OFF-REGISTER-FILE
001430     IF NOT CHOFRPT-OK
001440         DISPLAY "CHARGE-OFF REGISTER OPEN FAILED, STATUS="
001450             WS-CHOFRPT-STATUS
001460         MOVE 16 TO RETURN-CODE
001470         STOP RUN
001480     END-IF
001490     OPEN OUTPUT WRITE-OFF-FEED-FILE
001500     IF NOT WOFFEED-OK
001510         DISPLAY "WRITE-OFF FEED OPEN FAILED, STATUS="
001520             WS-WOFFEED-STATUS
001530         MOVE 16 TO RETURN-CODE
001540         STOP RUN
001550     END-IF
001560     OPEN OUTPUT AUDIT-FILE
001570     IF NOT AUDFILE-OK
001580         DISPLAY "AUDIT FILE OPEN FAILED, STATUS="
001590             WS-AUDFILE-STATUS
001600         MOVE 16 TO RETURN-CODE
001610         STOP RUN
001620     END-IF
001630     IF UPDATE-RUN
001640         OPEN I-O CUSTOMER-MASTER-FILE
001650     ELSE
001660         OPEN INPUT CUSTOMER-MASTER-FILE
001670     END-IF
001680     IF NOT CUSTMAST-OK
001690         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
001700             WS-CUSTMAST-STATUS
001710         MOVE 16 TO RETURN-CODE
001720         STOP RUN
001730     END-IF
001740     OPEN INPUT TRANSACTION-HISTORY-FILE
001750     IF NOT TRANHIST-OK
001760         DISPLAY "TRANSACTION HISTORY OPEN FAILED, STATUS="
001770             WS-TRANHIST-STATUS
001780         MOVE 16 TO RETURN-CODE
001790         STOP RUN
001800     END-IF
001810     PERFORM 1400-WRITE-REPORT-HEADERS
001820     PERFORM 5500-WRITE-FEED-HEADER.

001830 1100-GET-RUN-PARAMETERS.
001840     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001850     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001860     IF LK-PARM-LENGTH > ZERO
001870         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
001880             DELIMITED BY ","
001890             INTO WS-PARM-RUN-DATE WS-PARM-DAYS WS-PARM-MODE
001900         END-UNSTRING
001910         IF WS-PARM-RUN-DATE NUMERIC AND
001920            WS-PARM-RUN-DATE NOT = ZERO
001930             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001940         END-IF
001950         IF WS-PARM-DAYS NUMERIC AND
001960            WS-PARM-DAYS NOT = ZERO
001970             MOVE WS-PARM-DAYS TO WS-MIN-TIER3-DAYS
001980         END-IF
001990         IF WS-PARM-MODE = "UPDATE"
002000             SET UPDATE-RUN TO TRUE
002010         END-IF
002020     END-IF
002030     IF UPDATE-RUN
002040         MOVE "UPDATE" TO WS-MODE-DISPLAY
002050     ELSE
002060         MOVE "PROOF" TO WS-MODE-DISPLAY
002070     END-IF.

002080 1400-WRITE-REPORT-HEADERS.
002090     MOVE SPACES TO WS-REPORT-LINE
002100     STRING "BAD-DEBT CHARGE-OFF REGISTER - RUN DATE "
002110         WS-RUN-DATE " - " WS-MODE-DISPLAY " RUN - "
002120         WS-MIN-TIER3-DAYS " DAYS IN TIER 3"
002130         DELIMITED BY SIZE INTO WS-REPORT-LINE
002140     END-STRING
002150     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
002160     MOVE SPACES TO WS-REPORT-LINE
002170     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
002180     MOVE SPACES TO WS-REPORT-LINE
002190     STRING "IDENT    NAME                 TIER 3 SINCE"
002200         "    DAYS      BALANCE    WRITTEN OFF  STATUS"
002210         DELIMITED BY SIZE INTO WS-REPORT-LINE
002220     END-STRING
002230     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>SELECTION PASS OVER THE CUSTOMER MASTER
      *>--------------------------------------------------------
002240 4000-SELECT-CHARGE-OFF-ACCOUNTS.
002250     MOVE ZERO TO IDENT OF CUSTOMER-MASTER-RECORD
002260     START CUSTOMER-MASTER-FILE
002270         KEY IS NOT LESS THAN IDENT OF CUSTOMER-MASTER-RECORD
002280         INVALID KEY
002290             SET CUSTMAST-AT-END TO TRUE
002300     END-START
002310     PERFORM 4100-READ-NEXT-MASTER-RECORD
002320     PERFORM UNTIL CUSTMAST-AT-END
002330         ADD 1 TO WS-CUSTOMERS-READ
002340         IF CUST-CHARGED-OFF OF CUSTOMER-MASTER-RECORD
002350             ADD 1 TO WS-ALREADY-CHARGED-OFF
002360         ELSE
002370             IF ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
002380                 < ZERO
002390                 ADD 1 TO WS-NEGATIVE-ACCOUNTS
002400                 PERFORM 4200-FIND-TIER3-DATE
002410                 PERFORM 4600-TEST-CHARGE-OFF
002420             END-IF
002430         END-IF
002440         PERFORM 4100-READ-NEXT-MASTER-RECORD
002450     END-PERFORM.

002460 4100-READ-NEXT-MASTER-RECORD.
002470     IF NOT CUSTMAST-AT-END
002480         READ CUSTOMER-MASTER-FILE NEXT RECORD
002490             AT END
002500                 SET CUSTMAST-AT-END TO TRUE
002510         END-READ
002520     END-IF.

      *>--------------------------------------------------------
      *>TIER 3 DATE FROM THE CUSTOMER'S HISTORY, OLDEST FIRST.
      *>SET ON THE FIRST RESULTING BALANCE BELOW WS-TIER2-FLOOR,
      *>CLEARED WHEN A RESULTING BALANCE REACHES ZERO OR BETTER.
      *>--------------------------------------------------------
002530 4200-FIND-TIER3-DATE.
002540     MOVE ZERO TO WS-TIER3-DATE
002550     MOVE 'N' TO WS-HISTORY-EOF-SWITCH
002560     MOVE 'N' TO WS-HAS-HISTORY-SWITCH
002570     PERFORM 4300-POSITION-HISTORY-FILE
002580     PERFORM 4400-READ-NEXT-HISTORY-RECORD
002590     PERFORM UNTIL HISTORY-AT-END
002600         ADD 1 TO WS-HISTORY-RECORDS-READ
002610         PERFORM 4500-APPLY-HISTORY-RECORD
002620         PERFORM 4400-READ-NEXT-HISTORY-RECORD
002630     END-PERFORM.

002640 4300-POSITION-HISTORY-FILE.
002650     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO TH-IDENT
002660     MOVE ZERO TO TH-RUN-DATE
002670     MOVE ZERO TO TH-SEQ
002680     START TRANSACTION-HISTORY-FILE
002690         KEY IS NOT LESS THAN TH-KEY
002700         INVALID KEY
002710             SET HISTORY-AT-END TO TRUE
002720     END-START.

002730 4400-READ-NEXT-HISTORY-RECORD.
002740     IF NOT HISTORY-AT-END
002750         READ TRANSACTION-HISTORY-FILE NEXT RECORD
002760             AT END
002770                 SET HISTORY-AT-END TO TRUE
002780         END-READ
002790     END-IF
002800     IF NOT HISTORY-AT-END
002810         IF TH-IDENT NOT = IDENT OF CUSTOMER-MASTER-RECORD
002820             SET HISTORY-AT-END TO TRUE
002830         END-IF
002840     END-IF.

002850 4500-APPLY-HISTORY-RECORD.
002860     IF NOT CUSTOMER-HAS-HISTORY
002870         SET CUSTOMER-HAS-HISTORY TO TRUE
002880         PERFORM 4550-DERIVE-TRAN-EFFECT
002890         COMPUTE WS-OPENING-BALANCE =
002900             TH-RESULT-BALANCE - WS-SIGNED-EFFECT
002910         IF WS-OPENING-BALANCE < WS-TIER2-FLOOR
002920             MOVE TH-RUN-DATE TO WS-TIER3-DATE
002930         END-IF
002940     END-IF
002950     IF TH-RESULT-BALANCE < WS-TIER2-FLOOR
002960         IF WS-TIER3-DATE = ZERO
002970             MOVE TH-RUN-DATE TO WS-TIER3-DATE
002980         END-IF
002990     ELSE
003000         IF TH-RESULT-BALANCE NOT < ZERO
003010             MOVE ZERO TO WS-TIER3-DATE
003020         END-IF
003030     END-IF.

      *>--------------------------------------------------------
      *>SIGNED EFFECT OF ONE HISTORY ITEM ON THE BALANCE, PER
      *>THE LOADER'S POSTING RULES: D, W AND D-SIDE ADJUSTMENTS
      *>AND MERGE TRANSFERS ADD; C, FEES AND C-SIDE ADJUSTMENTS
      *>AND TRANSFERS SUBTRACT; A REVERSAL
      *>POSTS OPPOSITE TO THE SIDE IN BYTE 1 OF ITS REFERENCE.
      *>--------------------------------------------------------
003040 4550-DERIVE-TRAN-EFFECT.
003050     EVALUATE TRUE
003060         WHEN TH-TRAN-TYPE = "D"
003070         WHEN TH-TRAN-TYPE = "W"
003080             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003090         WHEN TH-TRAN-TYPE = "A" AND
003100              TH-TRAN-REFERENCE(1:1) = "D"
003103         WHEN TH-TRAN-TYPE = "X" AND
003106              TH-TRAN-REFERENCE(1:1) = "D"
003110             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003120         WHEN TH-TRAN-TYPE = "R" AND
003130              TH-TRAN-REFERENCE(1:1) = "C"
003140             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
003150         WHEN OTHER
003160             COMPUTE WS-SIGNED-EFFECT = 0 - TH-TRAN-AMOUNT
003170     END-EVALUATE.

      *>--------------------------------------------------------
      *>THE DECISION. A TIER 3 BALANCE WITH NO HISTORY BEHIND IT
      *>IS OLDER THAN ANY HISTORY KEPT AND QUALIFIES OUTRIGHT.
      *>--------------------------------------------------------
003180 4600-TEST-CHARGE-OFF.
003190     MOVE ZERO TO WS-DAYS-IN-TIER3
003200     IF NOT CUSTOMER-HAS-HISTORY
003210         IF ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
003220             < WS-TIER2-FLOOR
003230             MOVE "PRE-HISTORY" TO WS-SINCE-DISPLAY
003240             ADD 1 TO WS-PRE-HISTORY-COUNT
003250             PERFORM 5000-CHARGE-OFF-ACCOUNT
003260         END-IF
003270     ELSE
003280         IF WS-TIER3-DATE > 16010000 AND
003290            WS-RUN-DATE > 16010000
003300             COMPUTE WS-DAYS-IN-TIER3 =
003310                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
003320                 - FUNCTION INTEGER-OF-DATE(WS-TIER3-DATE)
003330             IF WS-DAYS-IN-TIER3 NOT < WS-MIN-TIER3-DAYS
003340                 MOVE SPACES TO WS-SINCE-DISPLAY
003350                 MOVE WS-TIER3-DATE TO WS-SINCE-DISPLAY
003360                 PERFORM 5000-CHARGE-OFF-ACCOUNT
003370             END-IF
003380         END-IF
003390     END-IF.

      *>--------------------------------------------------------
      *>ONE CHARGE-OFF. THE STATUS CHANGE AND ITS AUDIT IMAGES
      *>ARE WRITTEN ONLY ON AN UPDATE RUN; THE FEED ITEMS FOLLOW
      *>A SUCCESSFUL REWRITE SO THE FEED NEVER WRITES OFF AN
      *>ACCOUNT THE MASTER DOES NOT SHOW CHARGED OFF.
      *>--------------------------------------------------------
003400 5000-CHARGE-OFF-ACCOUNT.
003410     COMPUTE WS-WRITE-OFF-AMOUNT =
003420         ZERO - ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
003430     IF UPDATE-RUN
003440         PERFORM 5100-MARK-CHARGED-OFF
003450     END-IF
003460     IF NOT UPDATE-RUN OR
003470        CUST-CHARGED-OFF OF CUSTOMER-MASTER-RECORD
003480         ADD 1 TO WS-ACCOUNTS-CHARGED-OFF
003490         ADD ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
003500             TO WS-TOTAL-BALANCE
003510         ADD WS-WRITE-OFF-AMOUNT TO WS-TOTAL-WRITTEN-OFF
003520         IF UPDATE-RUN
003530             PERFORM 5300-WRITE-WRITE-OFF-ITEMS
003540         END-IF
003550     END-IF
003560     PERFORM 5400-WRITE-REGISTER-LINE.

003570 5100-MARK-CHARGED-OFF.
003580     MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
003590     SET CUST-CHARGED-OFF OF CUSTOMER-MASTER-RECORD TO TRUE
003600     MOVE WS-RUN-DATE
003610         TO CUST-STATUS-DATE OF CUSTOMER-MASTER-RECORD
003620     REWRITE CUSTOMER-MASTER-RECORD
003630         INVALID KEY
003640             DISPLAY "REWRITE FAILED FOR IDENT "
003650                 IDENT OF CUSTOMER-MASTER-RECORD
003660                 " STATUS=" WS-CUSTMAST-STATUS
003670             ADD 1 TO WS-REWRITE-FAILURES
003680             MOVE WS-BEFORE-IMAGE TO CUSTOMER-MASTER-RECORD
003690         NOT INVALID KEY
003700             MOVE CUSTOMER-MASTER-RECORD TO WS-AFTER-IMAGE
003710             PERFORM 5200-WRITE-AUDIT-RECORD
003720     END-REWRITE.

      *>--------------------------------------------------------
      *>AUDIT TRAIL - SAME BEFORE/AFTER PAIR AS THE OTHER
      *>MAINTENANCE PATHS, SOURCE AND CHANGE TYPE W.
      *>--------------------------------------------------------
003730 5200-WRITE-AUDIT-RECORD.
003740     MOVE WS-RUN-DATE TO AUD-RUN-DATE
003750     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO AUD-IDENT
003760     SET AUD-SOURCE-CHARGE-OFF TO TRUE
003770     SET AUD-CHANGE-CHARGE-OFF TO TRUE
003780     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
003790     MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
003800     WRITE AUDIT-FILE-RECORD
003810     IF NOT AUDFILE-OK
003820         DISPLAY "AUDIT WRITE FAILED, STATUS="
003830             WS-AUDFILE-STATUS
003840         MOVE 16 TO RETURN-CODE
003850         STOP RUN
003860     END-IF.

      *>--------------------------------------------------------
      *>TYPE "W" ITEMS FOR THE WHOLE BALANCE, SPLIT AT THE FEED
      *>AMOUNT FIELD'S LIMIT.
      *>--------------------------------------------------------
003870 5300-WRITE-WRITE-OFF-ITEMS.
003880     MOVE WS-WRITE-OFF-AMOUNT TO WS-REMAINING-AMOUNT
003890     PERFORM UNTIL WS-REMAINING-AMOUNT NOT > ZERO
003900         IF WS-REMAINING-AMOUNT > WS-MAX-FEED-AMOUNT
003910             MOVE WS-MAX-FEED-AMOUNT TO WS-ITEM-AMOUNT
003920         ELSE
003930             MOVE WS-REMAINING-AMOUNT TO WS-ITEM-AMOUNT
003940         END-IF
003950         PERFORM 5350-WRITE-WRITE-OFF-DETAIL
003960         SUBTRACT WS-ITEM-AMOUNT FROM WS-REMAINING-AMOUNT
003970     END-PERFORM.

003980 5350-WRITE-WRITE-OFF-DETAIL.
003990     MOVE SPACES TO WRITE-OFF-FEED-RECORD
004000     MOVE "2" TO TRAN-REC-TYPE
004010     MOVE IDENT OF CUSTOMER-MASTER-RECORD TO TRAN-IDENT
004020     MOVE "W" TO TRAN-TYPE
004030     MOVE WS-ITEM-AMOUNT TO TRAN-AMOUNT
004040     MOVE SPACES TO TRAN-REFERENCE
004050     STRING "WO" WS-RUN-DATE
004060         DELIMITED BY SIZE INTO TRAN-REFERENCE
004070     END-STRING
004080     WRITE WRITE-OFF-FEED-RECORD
004090     IF NOT WOFFEED-OK
004100         DISPLAY "WRITE-OFF FEED WRITE FAILED, STATUS="
004110             WS-WOFFEED-STATUS
004120         MOVE 16 TO RETURN-CODE
004130         STOP RUN
004140     END-IF
004150     ADD 1 TO WS-OUT-RECORD-COUNT
004160     ADD IDENT OF CUSTOMER-MASTER-RECORD
004170         TO WS-OUT-IDENT-HASH
004180     ADD WS-ITEM-AMOUNT TO WS-OUT-AMOUNT-TOTAL.

004190 5400-WRITE-REGISTER-LINE.
004200     MOVE WS-DAYS-IN-TIER3 TO WS-DAYS-DISPLAY
004210     MOVE ACCOUNT-BALANCE OF CUSTOMER-MASTER-RECORD
004220         TO WS-BALANCE-DISPLAY
004230     MOVE WS-WRITE-OFF-AMOUNT TO WS-AMOUNT-DISPLAY
004240     MOVE SPACES TO WS-REPORT-LINE
004250     STRING IDENT OF CUSTOMER-MASTER-RECORD "  "
004260         CUSTOMNAME OF CUSTOMER-MASTER-RECORD " "
004270         WS-SINCE-DISPLAY "  " WS-DAYS-DISPLAY "  "
004280         WS-BALANCE-DISPLAY "   " WS-AMOUNT-DISPLAY "  "
004290         DELIMITED BY SIZE INTO WS-REPORT-LINE
004300     END-STRING
004310     EVALUATE TRUE
004320         WHEN NOT UPDATE-RUN
004330             MOVE "PROOF ONLY" TO WS-REPORT-LINE(101:10)
004340         WHEN CUST-CHARGED-OFF OF CUSTOMER-MASTER-RECORD
004350             MOVE "CHARGED OFF" TO WS-REPORT-LINE(101:11)
004360         WHEN OTHER
004370             MOVE "*REWRITE FAILED - NOT CHARGED OFF"
004380                 TO WS-REPORT-LINE(101:32)
004390     END-EVALUATE
004400     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>FEED CONTROL RECORDS. WRITE-OFFS ARE NOT TYPE D OR C, SO
      *>THE TRAILER DEBIT/CREDIT TOTALS ARE ZERO BY THE FEED
      *>CONVENTION - THE LOADER BALANCES COUNT AND HASH.
      *>--------------------------------------------------------
004410 5500-WRITE-FEED-HEADER.
004420     MOVE SPACES TO WRITE-OFF-FEED-CONTROL-RECORD
004430     MOVE "1" TO TCTL-REC-TYPE
004440     MOVE WS-RUN-DATE TO TCTL-RUN-DATE
004450     MOVE "CHGOFF" TO TCTL-SOURCE-SYSTEM
004460     WRITE WRITE-OFF-FEED-CONTROL-RECORD
004470     IF NOT WOFFEED-OK
004480         DISPLAY "WRITE-OFF FEED WRITE FAILED, STATUS="
004490             WS-WOFFEED-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.

004530 5600-WRITE-FEED-TRAILER.
004540     MOVE SPACES TO WRITE-OFF-FEED-CONTROL-RECORD
004550     MOVE "3" TO TCTL-REC-TYPE
004560     MOVE WS-OUT-RECORD-COUNT TO TCTL-RECORD-COUNT
004570     MOVE WS-OUT-IDENT-HASH TO TCTL-IDENT-HASH
004580     MOVE ZERO TO TCTL-DEBIT-TOTAL
004590     MOVE ZERO TO TCTL-CREDIT-TOTAL
004600     WRITE WRITE-OFF-FEED-CONTROL-RECORD
004610     IF NOT WOFFEED-OK
004620         DISPLAY "WRITE-OFF FEED WRITE FAILED, STATUS="
004630             WS-WOFFEED-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.

      *>--------------------------------------------------------
      *>TERMINATION - REGISTER TOTALS, PROOF AGAINST THE FEED,
      *>AND THE APPROVAL SIGNATURE BLOCK
      *>--------------------------------------------------------
004670 9000-TERMINATE.
004680     PERFORM 5600-WRITE-FEED-TRAILER
004690     PERFORM 9100-WRITE-REGISTER-TOTALS
004700     PERFORM 9200-WRITE-SIGNATURE-BLOCK
004710     CLOSE CUSTOMER-MASTER-FILE
004720     CLOSE TRANSACTION-HISTORY-FILE
004730     CLOSE WRITE-OFF-FEED-FILE
004740     CLOSE AUDIT-FILE
004750     CLOSE CHARGE-OFF-REGISTER-FILE
004760     DISPLAY "CUSTOMERS READ:        " WS-CUSTOMERS-READ
004770     DISPLAY "ALREADY CHARGED OFF:   " WS-ALREADY-CHARGED-OFF
004780     DISPLAY "NEGATIVE ACCOUNTS:     " WS-NEGATIVE-ACCOUNTS
004790     DISPLAY "HISTORY RECORDS READ:  " WS-HISTORY-RECORDS-READ
004800     DISPLAY "ACCOUNTS CHARGED OFF:  " WS-ACCOUNTS-CHARGED-OFF
004810     DISPLAY "AMOUNT WRITTEN OFF:    " WS-TOTAL-WRITTEN-OFF
004820     DISPLAY "WRITE-OFF FEED ITEMS:  " WS-OUT-RECORD-COUNT
004830     IF WS-REWRITE-FAILURES > ZERO
004840         DISPLAY "MASTER REWRITE FAILURES: "
004850             WS-REWRITE-FAILURES
004860         IF RETURN-CODE < 4
004870             MOVE 4 TO RETURN-CODE
004880         END-IF
004890     END-IF
004900     IF UPDATE-RUN AND
004910        WS-OUT-AMOUNT-TOTAL NOT = WS-TOTAL-WRITTEN-OFF
004920         DISPLAY "WRITE-OFF FEED TOTAL " WS-OUT-AMOUNT-TOTAL
004930             " DOES NOT MATCH REGISTER " WS-TOTAL-WRITTEN-OFF
004940         MOVE 16 TO RETURN-CODE
004950     END-IF.

004960 9100-WRITE-REGISTER-TOTALS.
004970     MOVE SPACES TO WS-REPORT-LINE
004980     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
004990     MOVE WS-TOTAL-BALANCE TO WS-TOTAL-DISPLAY
005000     MOVE SPACES TO WS-REPORT-LINE
005010     STRING "ACCOUNTS CHARGED OFF:   " WS-ACCOUNTS-CHARGED-OFF
005020         "   BALANCES " WS-TOTAL-DISPLAY
005030         DELIMITED BY SIZE INTO WS-REPORT-LINE
005040     END-STRING
005050     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005060     MOVE WS-TOTAL-WRITTEN-OFF TO WS-TOTAL-SIGNED-DISPLAY
005070     MOVE SPACES TO WS-REPORT-LINE
005080     STRING "TOTAL WRITTEN OFF:                   "
005090         WS-TOTAL-SIGNED-DISPLAY
005100         DELIMITED BY SIZE INTO WS-REPORT-LINE
005110     END-STRING
005120     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005130     MOVE SPACES TO WS-REPORT-LINE
005140     STRING "  OF WHICH PRE-HISTORY: " WS-PRE-HISTORY-COUNT
005150         DELIMITED BY SIZE INTO WS-REPORT-LINE
005160     END-STRING
005170     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005180     MOVE WS-OUT-AMOUNT-TOTAL TO WS-TOTAL-SIGNED-DISPLAY
005190     MOVE SPACES TO WS-REPORT-LINE
005200     STRING "FEED CHGOFF " WS-RUN-DATE ": ITEMS "
005210         WS-OUT-RECORD-COUNT " HASH " WS-OUT-IDENT-HASH
005220         " AMOUNT " WS-TOTAL-SIGNED-DISPLAY
005230         DELIMITED BY SIZE INTO WS-REPORT-LINE
005240     END-STRING
005250     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005260     IF NOT UPDATE-RUN
005270         MOVE SPACES TO WS-REPORT-LINE
005280         STRING "PROOF RUN - MASTER NOT CHANGED, FEED EMPTY"
005290             DELIMITED BY SIZE INTO WS-REPORT-LINE
005300         END-STRING
005310         WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005320     END-IF
005330     IF WS-REWRITE-FAILURES > ZERO
005340         MOVE SPACES TO WS-REPORT-LINE
005350         STRING "MASTER REWRITE FAILURES (NOT CHARGED OFF, NOT "
005360             "ON FEED): " WS-REWRITE-FAILURES
005370             DELIMITED BY SIZE INTO WS-REPORT-LINE
005380         END-STRING
005390         WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005400     END-IF.

005410 9200-WRITE-SIGNATURE-BLOCK.
005420     MOVE SPACES TO WS-REPORT-LINE
005430     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005440     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005450     STRING "PREPARED BY:     ______________________________"
005460         "   DATE: __________"
005470         DELIMITED BY SIZE INTO WS-REPORT-LINE
005480     END-STRING
005490     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005500     MOVE SPACES TO WS-REPORT-LINE
005510     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005520     STRING "CREDIT MANAGER:  ______________________________"
005530         "   DATE: __________"
005540         DELIMITED BY SIZE INTO WS-REPORT-LINE
005550     END-STRING
005560     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005570     MOVE SPACES TO WS-REPORT-LINE
005580     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE
005590     STRING "CONTROLLER:      ______________________________"
005600         "   DATE: __________"
005610         DELIMITED BY SIZE INTO WS-REPORT-LINE
005620     END-STRING
005630     WRITE CHARGE-OFF-REGISTER-RECORD FROM WS-REPORT-LINE.
