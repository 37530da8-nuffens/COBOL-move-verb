000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTCLOS.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>MONTH-END CLOSE: MASTER SNAPSHOT AND AR ROLL-FORWARD.
      *>COPIES EVERY CUSTMAST RECORD, WITH THE CLOSE DATE, TO A
      *>NEW SNAPSHOT GENERATION (SNAPNEW), THEN PROVES THE MONTH:
      *>  OPENING BALANCE (PRIOR SNAPSHOT, SNAPOLD)
      *>  + POSTINGS BY TRANSACTION TYPE (TRANHIST ITEMS WITH A
      *>    RUN DATE AFTER THE PRIOR CLOSE, UP TO THIS CLOSE)
      *>  + BALANCES ADDED (EXTRACT/ONLINE ADDS, REINSTATEMENTS)
      *>  - BALANCES REMOVED (DELETES, PURGES)
      *>  = CLOSING BALANCE (THIS SNAPSHOT)
      *>OVERALL AND BY CUST-STATUS AND AGE-BAND AT THE CLOSE (A
      *>CUSTOMER NO LONGER ON THE MASTER IS GROUPED BY ITS LAST
      *>KNOWN IMAGE) ON CLOSRPT. AMOUNTS ARE IN THE MASTER'S
      *>BALANCE SIGN, SO AR OWED BY CUSTOMERS IS NEGATIVE.
      *>ON CLOSEXCP IT LISTS EVERY CUSTOMER WHOSE OPENING PLUS
      *>MOVEMENT DOES NOT EQUAL ITS CLOSING BALANCE, AND EVERY
      *>CUSTOMER THAT APPEARED ON THE MASTER WITHOUT AN ADD OR
      *>REINSTATEMENT, OR DISAPPEARED WITHOUT A DELETE OR PURGE.
      *>ADDS, DELETES AND REINSTATEMENTS COME FROM THE AUDIT
      *>TRAIL (AUDEVT), PURGES FROM THE ARCHIVE (ARCHEVT); THE
      *>JCL SORTS BOTH INTO IDENT ORDER. ALL FIVE INPUTS ARE
      *>MATCHED ON IDENT.
      *>WITH NO PRIOR SNAPSHOT (THE FIRST CLOSE) ONLY THE
      *>SNAPSHOT IS WRITTEN. RETURN CODE 4 WHEN ANY CUSTOMER IS
      *>LISTED OR THE TOTAL DOES NOT PROVE; 16 ON AN I/O FAILURE
      *>OR A CLOSE DATE NOT AFTER THE PRIOR SNAPSHOT'S.
      *>PARM IS THE CLOSE DATE (YYYYMMDD), DEFAULT TODAY.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS SEQUENTIAL
000110         RECORD KEY IS IDENT OF CUSTOMER-MASTER-RECORD
000120         FILE STATUS IS WS-CUSTMAST-STATUS.
000130     SELECT OLD-SNAPSHOT-FILE ASSIGN TO SNAPOLD
000140         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-SNAPOLD-STATUS.
000160     SELECT NEW-SNAPSHOT-FILE ASSIGN TO SNAPNEW
000170         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS WS-SNAPNEW-STATUS.
000190     SELECT TRANSACTION-HISTORY-FILE ASSIGN TO TRANHIST
000200         ORGANIZATION IS INDEXED
000210         ACCESS MODE IS SEQUENTIAL
000220         RECORD KEY IS TH-KEY
000230         FILE STATUS IS WS-TRANHIST-STATUS.
000240     SELECT AUDIT-EVENT-FILE ASSIGN TO AUDEVT
000250         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-AUDEVT-STATUS.
000270     SELECT ARCHIVE-EVENT-FILE ASSIGN TO ARCHEVT
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-ARCHEVT-STATUS.
000300     SELECT CLOSE-REPORT-FILE ASSIGN TO CLOSRPT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-CLOSRPT-STATUS.
000330     SELECT CLOSE-EXCEPTION-FILE ASSIGN TO CLOSEXCP
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-CLOSEXCP-STATUS.

000360 DATA DIVISION.

000370 FILE SECTION.

000380 FD  CUSTOMER-MASTER-FILE
000390     LABEL RECORDS ARE STANDARD.
000400 01  CUSTOMER-MASTER-RECORD.
000410     COPY CUSTREC.

000420 FD  OLD-SNAPSHOT-FILE
000430     LABEL RECORDS ARE STANDARD.
000440 01  OLD-SNAPSHOT-RECORD.
000450     COPY CUSTSNAP.

000460 FD  NEW-SNAPSHOT-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 01  NEW-SNAPSHOT-RECORD.
000490     COPY CUSTSNAP.

000500 FD  TRANSACTION-HISTORY-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  TRANSACTION-HISTORY-RECORD.
000530     COPY TRANHIST.

000540 FD  AUDIT-EVENT-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  AUDIT-EVENT-RECORD.
000570     COPY AUDITREC.

      *>SAME LAYOUT AS THE CUSTPURG ARCHIVE GENERATIONS.
000580 FD  ARCHIVE-EVENT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  ARCHIVE-EVENT-RECORD.
000610     05 ARCH-PURGE-DATE PIC 9(8).
000620     05 ARCH-CUSTOMER-IMAGE PIC X(112).

000630 FD  CLOSE-REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  CLOSE-REPORT-RECORD PIC X(132).

000660 FD  CLOSE-EXCEPTION-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  CLOSE-EXCEPTION-RECORD PIC X(132).

000690 WORKING-STORAGE SECTION.

000700 01 WS-FILE-STATUS-GROUP.
000710     05 WS-CUSTMAST-STATUS PIC XX VALUE "00".
000720        88 CUSTMAST-OK VALUE "00".
000730     05 WS-SNAPOLD-STATUS PIC XX VALUE "00".
000740        88 SNAPOLD-OK VALUE "00".
000750     05 WS-SNAPNEW-STATUS PIC XX VALUE "00".
000760        88 SNAPNEW-OK VALUE "00".
000770     05 WS-TRANHIST-STATUS PIC XX VALUE "00".
000780        88 TRANHIST-OK VALUE "00".
000790     05 WS-AUDEVT-STATUS PIC XX VALUE "00".
000800        88 AUDEVT-OK VALUE "00".
000810     05 WS-ARCHEVT-STATUS PIC XX VALUE "00".
000820        88 ARCHEVT-OK VALUE "00".
000830     05 WS-CLOSRPT-STATUS PIC XX VALUE "00".
000840        88 CLOSRPT-OK VALUE "00".
000850     05 WS-CLOSEXCP-STATUS PIC XX VALUE "00".
000860        88 CLOSEXCP-OK VALUE "00".

000870 01 WS-SWITCHES.
000880     05 WS-PRIOR-SNAPSHOT-SWITCH PIC X VALUE 'Y'.
000890        88 PRIOR-SNAPSHOT-FOUND VALUE 'Y'.
000900        88 NO-PRIOR-SNAPSHOT VALUE 'N'.
000910     05 WS-IN-OPENING-SWITCH PIC X VALUE 'N'.
000920        88 CUST-IN-OPENING VALUE 'Y'.
000930     05 WS-IN-CLOSING-SWITCH PIC X VALUE 'N'.
000940        88 CUST-IN-CLOSING VALUE 'Y'.
000950     05 WS-ADDED-SWITCH PIC X VALUE 'N'.
000960        88 CUST-WAS-ADDED VALUE 'Y'.
000970     05 WS-REMOVED-SWITCH PIC X VALUE 'N'.
000980        88 CUST-WAS-REMOVED VALUE 'Y'.
000990     05 WS-ACTIVITY-SWITCH PIC X VALUE 'N'.
001000        88 CUST-HAS-PERIOD-ACTIVITY VALUE 'Y'.
001010     05 WS-EXCP-HEADING-SWITCH PIC X VALUE 'N'.
001020        88 EXCP-HEADING-WRITTEN VALUE 'Y'.

001030 01 WS-COUNTS.
001040     05 WS-MASTER-RECORDS PIC 9(7) VALUE ZERO.
001050     05 WS-OLD-SNAPSHOT-RECORDS PIC 9(7) VALUE ZERO.
001060     05 WS-HISTORY-ITEMS PIC 9(7) VALUE ZERO.
001070     05 WS-AUDIT-EVENTS PIC 9(7) VALUE ZERO.
001080     05 WS-ARCHIVE-EVENTS PIC 9(7) VALUE ZERO.
001090     05 WS-CUSTOMERS-ROLLED PIC 9(7) VALUE ZERO.
001100     05 WS-OUT-OF-BALANCE PIC 9(7) VALUE ZERO.
001110     05 WS-UNEXPLAINED-ADDS PIC 9(7) VALUE ZERO.
001120     05 WS-UNEXPLAINED-REMOVALS PIC 9(7) VALUE ZERO.

001130 01 WS-RUN-PARAMETERS.
001140     05 WS-CLOSE-DATE PIC 9(8) VALUE ZERO.
001150     05 WS-OPEN-DATE PIC 9(8) VALUE ZERO.
001160     05 WS-PARM-CLOSE-DATE PIC X(8) VALUE SPACES.

001170 01 WS-CURRENT-DATE-FIELDS.
001180     05 WS-SYSTEM-DATE PIC 9(8).

      *>--------------------------------------------------------
      *>MATCH KEYS, ONE PER INPUT. 99999999 IS ABOVE ANY IDENT
      *>AND MARKS AN INPUT AT END.
      *>--------------------------------------------------------
001190 01 WS-MATCH-KEYS.
001200     05 WS-HIGH-KEY PIC 9(8) VALUE 99999999.
001210     05 WS-CURRENT-KEY PIC 9(8) VALUE ZERO.
001220     05 WS-OLD-KEY PIC 9(8) VALUE ZERO.
001230     05 WS-NEW-KEY PIC 9(8) VALUE ZERO.
001240     05 WS-HIST-KEY PIC 9(8) VALUE ZERO.
001250     05 WS-AUD-KEY PIC 9(8) VALUE ZERO.
001260     05 WS-ARCH-KEY PIC 9(8) VALUE ZERO.

001270 01 WS-OLD-CUSTOMER.
001280     COPY CUSTREC.

001290 01 WS-NEW-CUSTOMER.
001300     COPY CUSTREC.

001310 01 WS-EVENT-CUSTOMER.
001320     COPY CUSTREC.

001330 01 WS-GROUP-CUSTOMER.
001340     COPY CUSTREC.

      *>--------------------------------------------------------
      *>ROLL-FORWARD LINES. 1 OPENING, 2-9 POSTINGS BY TYPE
      *>(D C R A F W X, THEN ANY OTHER TYPE), 10 ADDED,
      *>11 REMOVED, 12 CLOSING. LINES 1-11 SUM TO THE
      *>CALCULATED CLOSING BALANCE.
      *>--------------------------------------------------------
001350 01 WS-LINE-LABEL-TABLE.
001360     05 FILLER PIC X(24) VALUE "OPENING BALANCE".
001370     05 FILLER PIC X(24) VALUE "  D DEBITS".
001380     05 FILLER PIC X(24) VALUE "  C CREDITS".
001390     05 FILLER PIC X(24) VALUE "  R REVERSALS".
001400     05 FILLER PIC X(24) VALUE "  A ADJUSTMENTS".
001410     05 FILLER PIC X(24) VALUE "  F SERVICE FEES".
001420     05 FILLER PIC X(24) VALUE "  W WRITE-OFFS".
001430     05 FILLER PIC X(24) VALUE "  X MERGE TRANSFERS".
001440     05 FILLER PIC X(24) VALUE "  OTHER TYPES".
001450     05 FILLER PIC X(24) VALUE "  ADDED/REINSTATED".
001460     05 FILLER PIC X(24) VALUE "  REMOVED (DELETE/PURGE)".
001470     05 FILLER PIC X(24) VALUE "CLOSING BALANCE".
001480 01 WS-LINE-LABELS REDEFINES WS-LINE-LABEL-TABLE.
001490     05 WS-LINE-LABEL PIC X(24) OCCURS 12 TIMES.

001500 01 WS-CUSTOMER-WORK.
001510     05 WS-CW-AMT PIC S9(9)V99 OCCURS 12 TIMES.
001520     05 WS-CW-CALCULATED PIC S9(9)V99.
001530     05 WS-CW-MOVEMENT PIC S9(9)V99.
001540     05 WS-SIGNED-EFFECT PIC S9(7)V99.
001550     05 WS-LINE-SUB PIC 99.

      *>--------------------------------------------------------
      *>ROLL-FORWARD GROUPS: 1 ALL CUSTOMERS; 2-5 CUST-STATUS
      *>A, I, C, ANY OTHER; 6-10 AGE-BAND U18, 18-34, 35-54,
      *>55+, NONE. EACH CUSTOMER ADDS TO THREE GROUPS.
      *>--------------------------------------------------------
001560 01 WS-GROUP-TABLE.
001570     05 WS-GROUP-ENTRY OCCURS 10 TIMES.
001580         10 WS-GRP-CUSTOMERS PIC 9(7).
001590         10 WS-GRP-AMT PIC S9(11)V99 OCCURS 12 TIMES.
001600     05 WS-GRP-SUB PIC 99 VALUE ZERO.
001610     05 WS-MEMBER-SUB PIC 9 VALUE ZERO.
001620     05 WS-MEMBER-GROUP PIC 99 OCCURS 3 TIMES.
001630     05 WS-GRP-CALCULATED PIC S9(11)V99 VALUE ZERO.

001640 01 WS-GROUP-TITLE-TABLE.
001650     05 FILLER PIC X(15) VALUE "ALL CUSTOMERS".
001660     05 FILLER PIC X(15) VALUE "ACTIVE".
001670     05 FILLER PIC X(15) VALUE "INACTIVE".
001680     05 FILLER PIC X(15) VALUE "CHARGED OFF".
001690     05 FILLER PIC X(15) VALUE "OTHER STATUS".
001700     05 FILLER PIC X(15) VALUE "UNDER 18".
001710     05 FILLER PIC X(15) VALUE "18-34".
001720     05 FILLER PIC X(15) VALUE "35-54".
001730     05 FILLER PIC X(15) VALUE "55+".
001740     05 FILLER PIC X(15) VALUE "NO AGE BAND".
001750 01 WS-GROUP-TITLES REDEFINES WS-GROUP-TITLE-TABLE.
001760     05 WS-GROUP-TITLE PIC X(15) OCCURS 10 TIMES.

      *>--------------------------------------------------------
      *>ONE PRINTED SECTION: UP TO SIX GROUP COLUMNS.
      *>--------------------------------------------------------
001770 01 WS-SECTION-WORK.
001780     05 WS-SECTION-TITLE PIC X(40) VALUE SPACES.
001790     05 WS-SECTION-COUNT PIC 9 VALUE ZERO.
001800     05 WS-SECTION-COL PIC 9 VALUE ZERO.
001810     05 WS-SECTION-GROUP PIC 99 OCCURS 6 TIMES.

001820 01 WS-ROLL-FORWARD-LINE.
001830     05 WS-RFL-LABEL PIC X(24).
001840     05 WS-RFL-COLUMN OCCURS 6 TIMES.
001850         10 FILLER PIC X.
001860         10 WS-RFL-AMOUNT PIC -(11)9.99.
001870         10 WS-RFL-COUNT REDEFINES WS-RFL-AMOUNT PIC Z(14)9.
001880         10 WS-RFL-TITLE REDEFINES WS-RFL-AMOUNT PIC X(15).
001890     05 FILLER PIC X(12).

001900 01 WS-REPORT-WORK.
001910     05 WS-EXCP-REASON PIC X(40) VALUE SPACES.
001920     05 WS-OPEN-DISPLAY PIC -(8)9.99.
001930     05 WS-MOVE-DISPLAY PIC -(8)9.99.
001940     05 WS-CLOSE-DISPLAY PIC -(8)9.99.
001950     05 WS-CALC-DISPLAY PIC -(8)9.99.
001960     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

001970 LINKAGE SECTION.
001980 01 LK-PARM-AREA.
001990     05 LK-PARM-LENGTH PIC S9(4) COMP.
002000     05 LK-PARM-TEXT PIC X(80).

002010 PROCEDURE DIVISION USING LK-PARM-AREA.

002020 0000-MAIN-LOGIC.
002030     PERFORM 1000-INITIALIZE
002040     IF NO-PRIOR-SNAPSHOT
002050         PERFORM 2000-WRITE-BASELINE-SNAPSHOT
002060     ELSE
002070         PERFORM 3000-ROLL-FORWARD-CUSTOMER
002080             UNTIL WS-OLD-KEY = WS-HIGH-KEY AND
002090                   WS-NEW-KEY = WS-HIGH-KEY AND
002100                   WS-HIST-KEY = WS-HIGH-KEY AND
002110                   WS-AUD-KEY = WS-HIGH-KEY AND
002120                   WS-ARCH-KEY = WS-HIGH-KEY
002130         PERFORM 6000-PRINT-ROLL-FORWARD
002140     END-IF
002150     PERFORM 9000-TERMINATE
002160     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION. THE OPENING DATE IS THE CLOSE DATE THE
      *>PRIOR SNAPSHOT CARRIES.
      *>--------------------------------------------------------
002170 1000-INITIALIZE.
002180     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
002190     MOVE WS-SYSTEM-DATE TO WS-CLOSE-DATE
002200     IF LK-PARM-LENGTH > ZERO
002210         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
002220             DELIMITED BY ","
002230             INTO WS-PARM-CLOSE-DATE
002240         END-UNSTRING
002250         IF WS-PARM-CLOSE-DATE NUMERIC AND
002260            WS-PARM-CLOSE-DATE NOT = ZERO
002270             MOVE WS-PARM-CLOSE-DATE TO WS-CLOSE-DATE
002280         END-IF
002290     END-IF
002300     INITIALIZE WS-GROUP-TABLE
002310     OPEN INPUT CUSTOMER-MASTER-FILE
002320     IF NOT CUSTMAST-OK
002330         DISPLAY "CUSTOMER MASTER OPEN FAILED, STATUS="
002340             WS-CUSTMAST-STATUS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002370     END-IF
002380     OPEN INPUT OLD-SNAPSHOT-FILE
002390     IF NOT SNAPOLD-OK
002400         DISPLAY "PRIOR SNAPSHOT OPEN FAILED, STATUS="
002410             WS-SNAPOLD-STATUS
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF
002450     OPEN OUTPUT NEW-SNAPSHOT-FILE
002460     IF NOT SNAPNEW-OK
002470         DISPLAY "NEW SNAPSHOT OPEN FAILED, STATUS="
002480             WS-SNAPNEW-STATUS
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF
002520     OPEN OUTPUT CLOSE-REPORT-FILE
002530     IF NOT CLOSRPT-OK
002540         DISPLAY "CLOSE REPORT OPEN FAILED, STATUS="
002550             WS-CLOSRPT-STATUS
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     OPEN OUTPUT CLOSE-EXCEPTION-FILE
002600     IF NOT CLOSEXCP-OK
002610         DISPLAY "CLOSE EXCEPTION REPORT OPEN FAILED, STATUS="
002620             WS-CLOSEXCP-STATUS
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     PERFORM 1200-READ-OLD-SNAPSHOT
002670     IF WS-OLD-KEY = WS-HIGH-KEY
002680         SET NO-PRIOR-SNAPSHOT TO TRUE
002690     ELSE
002700         MOVE SNAP-CLOSE-DATE OF OLD-SNAPSHOT-RECORD
002710             TO WS-OPEN-DATE
002720         IF WS-OPEN-DATE NOT < WS-CLOSE-DATE
002730             DISPLAY "CLOSE DATE " WS-CLOSE-DATE
002740                 " IS NOT AFTER THE PRIOR SNAPSHOT DATE "
002750                 WS-OPEN-DATE
002760             MOVE 16 TO RETURN-CODE
002770             STOP RUN
002780         END-IF
002790         PERFORM 1100-OPEN-EVENT-FILES
002800     END-IF
002810     MOVE SPACES TO WS-REPORT-LINE
002820     IF NO-PRIOR-SNAPSHOT
002830         STRING "MONTH-END CLOSE " WS-CLOSE-DATE
002840             " - NO PRIOR SNAPSHOT, BASELINE SNAPSHOT ONLY"
002850             DELIMITED BY SIZE INTO WS-REPORT-LINE
002860         END-STRING
002870     ELSE
002880         STRING "MONTH-END AR ROLL-FORWARD - AFTER "
002890             WS-OPEN-DATE " THROUGH " WS-CLOSE-DATE
002900             DELIMITED BY SIZE INTO WS-REPORT-LINE
002910         END-STRING
002920     END-IF
002930     WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
002940     MOVE "AMOUNTS IN MASTER BALANCE SIGN - AMOUNTS OWED BY "
002950         TO WS-REPORT-LINE
002960     MOVE "CUSTOMERS ARE NEGATIVE" TO WS-REPORT-LINE(50:22)
002970     WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
002980     PERFORM 1300-READ-MASTER.

002990 1100-OPEN-EVENT-FILES.
003000     OPEN INPUT TRANSACTION-HISTORY-FILE
003010     IF NOT TRANHIST-OK
003020         DISPLAY "TRANSACTION HISTORY OPEN FAILED, STATUS="
003030             WS-TRANHIST-STATUS
003040         MOVE 16 TO RETURN-CODE
003050         STOP RUN
003060     END-IF
003070     OPEN INPUT AUDIT-EVENT-FILE
003080     IF NOT AUDEVT-OK
003090         DISPLAY "AUDIT EVENT FILE OPEN FAILED, STATUS="
003100             WS-AUDEVT-STATUS
003110         MOVE 16 TO RETURN-CODE
003120         STOP RUN
003130     END-IF
003140     OPEN INPUT ARCHIVE-EVENT-FILE
003150     IF NOT ARCHEVT-OK
003160         DISPLAY "ARCHIVE EVENT FILE OPEN FAILED, STATUS="
003170             WS-ARCHEVT-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF
003210     PERFORM 1400-READ-HISTORY
003220     PERFORM 1500-READ-AUDIT-EVENT
003230     PERFORM 1600-READ-ARCHIVE-EVENT.

003240 1200-READ-OLD-SNAPSHOT.
003250     READ OLD-SNAPSHOT-FILE
003260         AT END
003270             MOVE WS-HIGH-KEY TO WS-OLD-KEY
003280         NOT AT END
003290             ADD 1 TO WS-OLD-SNAPSHOT-RECORDS
003300             MOVE SNAP-CUSTOMER-IMAGE OF OLD-SNAPSHOT-RECORD
003310                 TO WS-OLD-CUSTOMER
003320             MOVE IDENT OF WS-OLD-CUSTOMER TO WS-OLD-KEY
003330     END-READ.

      *>--------------------------------------------------------
      *>EVERY MASTER RECORD READ GOES STRAIGHT TO THE NEW
      *>SNAPSHOT.
      *>--------------------------------------------------------
003340 1300-READ-MASTER.
003350     READ CUSTOMER-MASTER-FILE
003360         AT END
003370             MOVE WS-HIGH-KEY TO WS-NEW-KEY
003380         NOT AT END
003390             ADD 1 TO WS-MASTER-RECORDS
003400             MOVE CUSTOMER-MASTER-RECORD TO WS-NEW-CUSTOMER
003410             MOVE IDENT OF WS-NEW-CUSTOMER TO WS-NEW-KEY
003420             MOVE CUSTOMER-MASTER-RECORD
003430                 TO SNAP-CUSTOMER-IMAGE OF NEW-SNAPSHOT-RECORD
003440             MOVE WS-CLOSE-DATE
003450                 TO SNAP-CLOSE-DATE OF NEW-SNAPSHOT-RECORD
003460             WRITE NEW-SNAPSHOT-RECORD
003470             IF NOT SNAPNEW-OK
003480                 DISPLAY "SNAPSHOT WRITE FAILED, STATUS="
003490                     WS-SNAPNEW-STATUS
003500                 MOVE 16 TO RETURN-CODE
003510                 STOP RUN
003520             END-IF
003530     END-READ.

003540 1400-READ-HISTORY.
003550     READ TRANSACTION-HISTORY-FILE
003560         AT END
003570             MOVE WS-HIGH-KEY TO WS-HIST-KEY
003580         NOT AT END
003590             MOVE TH-IDENT TO WS-HIST-KEY
003600     END-READ.

003610 1500-READ-AUDIT-EVENT.
003620     READ AUDIT-EVENT-FILE
003630         AT END
003640             MOVE WS-HIGH-KEY TO WS-AUD-KEY
003650         NOT AT END
003660             MOVE AUD-IDENT TO WS-AUD-KEY
003670     END-READ.

003680 1600-READ-ARCHIVE-EVENT.
003690     READ ARCHIVE-EVENT-FILE
003700         AT END
003710             MOVE WS-HIGH-KEY TO WS-ARCH-KEY
003720         NOT AT END
003730             MOVE ARCH-CUSTOMER-IMAGE TO WS-EVENT-CUSTOMER
003740             MOVE IDENT OF WS-EVENT-CUSTOMER TO WS-ARCH-KEY
003750     END-READ.

      *>--------------------------------------------------------
      *>FIRST CLOSE: NOTHING TO ROLL FORWARD FROM.
      *>--------------------------------------------------------
003760 2000-WRITE-BASELINE-SNAPSHOT.
003770     PERFORM UNTIL WS-NEW-KEY = WS-HIGH-KEY
003780         PERFORM 1300-READ-MASTER
003790     END-PERFORM.

      *>--------------------------------------------------------
      *>ONE IDENT: THE LOWEST KEY ACROSS THE FIVE INPUTS.
      *>--------------------------------------------------------
003800 3000-ROLL-FORWARD-CUSTOMER.
003810     MOVE WS-OLD-KEY TO WS-CURRENT-KEY
003820     IF WS-NEW-KEY < WS-CURRENT-KEY
003830         MOVE WS-NEW-KEY TO WS-CURRENT-KEY
003840     END-IF
003850     IF WS-HIST-KEY < WS-CURRENT-KEY
003860         MOVE WS-HIST-KEY TO WS-CURRENT-KEY
003870     END-IF
003880     IF WS-AUD-KEY < WS-CURRENT-KEY
003890         MOVE WS-AUD-KEY TO WS-CURRENT-KEY
003900     END-IF
003910     IF WS-ARCH-KEY < WS-CURRENT-KEY
003920         MOVE WS-ARCH-KEY TO WS-CURRENT-KEY
003930     END-IF
003940     INITIALIZE WS-CUSTOMER-WORK
003950     MOVE 'N' TO WS-IN-OPENING-SWITCH
003960     MOVE 'N' TO WS-IN-CLOSING-SWITCH
003970     MOVE 'N' TO WS-ADDED-SWITCH
003980     MOVE 'N' TO WS-REMOVED-SWITCH
003990     MOVE 'N' TO WS-ACTIVITY-SWITCH
004000     MOVE SPACES TO WS-GROUP-CUSTOMER
004010     IF WS-OLD-KEY = WS-CURRENT-KEY
004020         SET CUST-IN-OPENING TO TRUE
004030         MOVE ACCOUNT-BALANCE OF WS-OLD-CUSTOMER TO WS-CW-AMT (1)
004040         MOVE WS-OLD-CUSTOMER TO WS-GROUP-CUSTOMER
004050         PERFORM 1200-READ-OLD-SNAPSHOT
004060     END-IF
004070     IF WS-NEW-KEY = WS-CURRENT-KEY
004080         SET CUST-IN-CLOSING TO TRUE
004090         MOVE ACCOUNT-BALANCE OF WS-NEW-CUSTOMER
004100             TO WS-CW-AMT (12)
004110         MOVE WS-NEW-CUSTOMER TO WS-GROUP-CUSTOMER
004120         PERFORM 1300-READ-MASTER
004130     END-IF
004140     PERFORM 3100-TAKE-HISTORY-ITEM
004150         UNTIL WS-HIST-KEY NOT = WS-CURRENT-KEY
004160     PERFORM 3200-TAKE-AUDIT-EVENT
004170         UNTIL WS-AUD-KEY NOT = WS-CURRENT-KEY
004180     PERFORM 3300-TAKE-ARCHIVE-EVENT
004190         UNTIL WS-ARCH-KEY NOT = WS-CURRENT-KEY
004200     IF CUST-IN-OPENING OR CUST-IN-CLOSING OR
004210        CUST-HAS-PERIOD-ACTIVITY
004220         ADD 1 TO WS-CUSTOMERS-ROLLED
004230         PERFORM 3500-CHECK-CUSTOMER
004240         PERFORM 3600-ACCUMULATE-GROUPS
004250     END-IF.

      *>--------------------------------------------------------
      *>A POSTING INSIDE THE PERIOD, BY TYPE, WITH THE SAME
      *>SIGNED EFFECT ON THE BALANCE THE LOADER APPLIED.
      *>--------------------------------------------------------
004260 3100-TAKE-HISTORY-ITEM.
004270     IF TH-RUN-DATE > WS-OPEN-DATE AND
004280        TH-RUN-DATE NOT > WS-CLOSE-DATE
004290         ADD 1 TO WS-HISTORY-ITEMS
004300         SET CUST-HAS-PERIOD-ACTIVITY TO TRUE
004310         PERFORM 3150-DERIVE-TRAN-EFFECT
004320         EVALUATE TH-TRAN-TYPE
004330             WHEN "D"
004340                 MOVE 2 TO WS-LINE-SUB
004350             WHEN "C"
004360                 MOVE 3 TO WS-LINE-SUB
004370             WHEN "R"
004380                 MOVE 4 TO WS-LINE-SUB
004390             WHEN "A"
004400                 MOVE 5 TO WS-LINE-SUB
004410             WHEN "F"
004420                 MOVE 6 TO WS-LINE-SUB
004430             WHEN "W"
004440                 MOVE 7 TO WS-LINE-SUB
004450             WHEN "X"
004460                 MOVE 8 TO WS-LINE-SUB
004470             WHEN OTHER
004480                 MOVE 9 TO WS-LINE-SUB
004490         END-EVALUATE
004500         ADD WS-SIGNED-EFFECT TO WS-CW-AMT (WS-LINE-SUB)
004510     END-IF
004520     PERFORM 1400-READ-HISTORY.

004530 3150-DERIVE-TRAN-EFFECT.
004540     EVALUATE TRUE
004550         WHEN TH-TRAN-TYPE = "D"
004560         WHEN TH-TRAN-TYPE = "W"
004570             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
004580         WHEN TH-TRAN-TYPE = "A" AND
004590              TH-TRAN-REFERENCE(1:1) = "D"
004600         WHEN TH-TRAN-TYPE = "X" AND
004610              TH-TRAN-REFERENCE(1:1) = "D"
004620             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
004630         WHEN TH-TRAN-TYPE = "R" AND
004640              TH-TRAN-REFERENCE(1:1) = "C"
004650             MOVE TH-TRAN-AMOUNT TO WS-SIGNED-EFFECT
004660         WHEN OTHER
004670             COMPUTE WS-SIGNED-EFFECT = 0 - TH-TRAN-AMOUNT
004680     END-EVALUATE.

      *>--------------------------------------------------------
      *>AN ADD OR REINSTATEMENT BRINGS ITS AFTER-IMAGE BALANCE
      *>ONTO THE MASTER; A DELETE TAKES ITS BEFORE-IMAGE BALANCE
      *>OFF. OTHER AUDIT CHANGES DO NOT AFFECT MEMBERSHIP.
      *>--------------------------------------------------------
004690 3200-TAKE-AUDIT-EVENT.
004700     IF AUD-RUN-DATE > WS-OPEN-DATE AND
004710        AUD-RUN-DATE NOT > WS-CLOSE-DATE
004720         EVALUATE TRUE
004730             WHEN AUD-CHANGE-ADD
004740             WHEN AUD-CHANGE-REINSTATE
004750                 ADD 1 TO WS-AUDIT-EVENTS
004760                 SET CUST-WAS-ADDED TO TRUE
004770                 SET CUST-HAS-PERIOD-ACTIVITY TO TRUE
004780                 MOVE AUD-AFTER-IMAGE TO WS-EVENT-CUSTOMER
004790                 ADD ACCOUNT-BALANCE OF WS-EVENT-CUSTOMER
004800                     TO WS-CW-AMT (10)
004810                 PERFORM 3250-KEEP-EVENT-IMAGE
004820             WHEN AUD-CHANGE-DELETE
004830                 ADD 1 TO WS-AUDIT-EVENTS
004840                 SET CUST-WAS-REMOVED TO TRUE
004850                 SET CUST-HAS-PERIOD-ACTIVITY TO TRUE
004860                 MOVE AUD-BEFORE-IMAGE TO WS-EVENT-CUSTOMER
004870                 SUBTRACT ACCOUNT-BALANCE OF WS-EVENT-CUSTOMER
004880                     FROM WS-CW-AMT (11)
004890                 PERFORM 3250-KEEP-EVENT-IMAGE
004900         END-EVALUATE
004910     END-IF
004920     PERFORM 1500-READ-AUDIT-EVENT.

004930 3250-KEEP-EVENT-IMAGE.
004940     IF NOT CUST-IN-OPENING AND NOT CUST-IN-CLOSING
004950         MOVE WS-EVENT-CUSTOMER TO WS-GROUP-CUSTOMER
004960     END-IF.

004970 3300-TAKE-ARCHIVE-EVENT.
004980     IF ARCH-PURGE-DATE > WS-OPEN-DATE AND
004990        ARCH-PURGE-DATE NOT > WS-CLOSE-DATE
005000         ADD 1 TO WS-ARCHIVE-EVENTS
005010         MOVE ARCH-CUSTOMER-IMAGE TO WS-EVENT-CUSTOMER
005020         SET CUST-WAS-REMOVED TO TRUE
005030         SET CUST-HAS-PERIOD-ACTIVITY TO TRUE
005040         SUBTRACT ACCOUNT-BALANCE OF WS-EVENT-CUSTOMER
005050             FROM WS-CW-AMT (11)
005060         PERFORM 3250-KEEP-EVENT-IMAGE
005070     END-IF
005080     PERFORM 1600-READ-ARCHIVE-EVENT.

      *>--------------------------------------------------------
      *>THE PER-CUSTOMER PROOF AND THE MEMBERSHIP CHECKS.
      *>--------------------------------------------------------
005090 3500-CHECK-CUSTOMER.
005100     MOVE ZERO TO WS-CW-CALCULATED
005110     PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
005120             UNTIL WS-LINE-SUB > 11
005130         ADD WS-CW-AMT (WS-LINE-SUB) TO WS-CW-CALCULATED
005140     END-PERFORM
005150     IF WS-CW-CALCULATED NOT = WS-CW-AMT (12)
005160         ADD 1 TO WS-OUT-OF-BALANCE
005170         MOVE "OPENING PLUS MOVEMENT NOT = CLOSING"
005180             TO WS-EXCP-REASON
005190         PERFORM 3700-WRITE-EXCEPTION
005200     END-IF
005210     IF CUST-IN-CLOSING AND NOT CUST-IN-OPENING AND
005220        NOT CUST-WAS-ADDED
005230         ADD 1 TO WS-UNEXPLAINED-ADDS
005240         MOVE "APPEARED WITHOUT ADD OR REINSTATE"
005250             TO WS-EXCP-REASON
005260         PERFORM 3700-WRITE-EXCEPTION
005270     END-IF
005280     IF CUST-IN-OPENING AND NOT CUST-IN-CLOSING AND
005290        NOT CUST-WAS-REMOVED
005300         ADD 1 TO WS-UNEXPLAINED-REMOVALS
005310         MOVE "DISAPPEARED WITHOUT DELETE OR PURGE"
005320             TO WS-EXCP-REASON
005330         PERFORM 3700-WRITE-EXCEPTION
005340     END-IF.

005350 3600-ACCUMULATE-GROUPS.
005360     MOVE 1 TO WS-MEMBER-GROUP (1)
005370     EVALUATE TRUE
005380         WHEN CUST-ACTIVE OF WS-GROUP-CUSTOMER
005390             MOVE 2 TO WS-MEMBER-GROUP (2)
005400         WHEN CUST-INACTIVE OF WS-GROUP-CUSTOMER
005410             MOVE 3 TO WS-MEMBER-GROUP (2)
005420         WHEN CUST-CHARGED-OFF OF WS-GROUP-CUSTOMER
005430             MOVE 4 TO WS-MEMBER-GROUP (2)
005440         WHEN OTHER
005450             MOVE 5 TO WS-MEMBER-GROUP (2)
005460     END-EVALUATE
005470     EVALUATE TRUE
005480         WHEN AGE-BAND-UNDER-18 OF WS-GROUP-CUSTOMER
005490             MOVE 6 TO WS-MEMBER-GROUP (3)
005500         WHEN AGE-BAND-18-TO-34 OF WS-GROUP-CUSTOMER
005510             MOVE 7 TO WS-MEMBER-GROUP (3)
005520         WHEN AGE-BAND-35-TO-54 OF WS-GROUP-CUSTOMER
005530             MOVE 8 TO WS-MEMBER-GROUP (3)
005540         WHEN AGE-BAND-55-PLUS OF WS-GROUP-CUSTOMER
005550             MOVE 9 TO WS-MEMBER-GROUP (3)
005560         WHEN OTHER
005570             MOVE 10 TO WS-MEMBER-GROUP (3)
005580     END-EVALUATE
005590     PERFORM VARYING WS-MEMBER-SUB FROM 1 BY 1
005600             UNTIL WS-MEMBER-SUB > 3
005610         MOVE WS-MEMBER-GROUP (WS-MEMBER-SUB) TO WS-GRP-SUB
005620         ADD 1 TO WS-GRP-CUSTOMERS (WS-GRP-SUB)
005630         PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
005640                 UNTIL WS-LINE-SUB > 12
005650             ADD WS-CW-AMT (WS-LINE-SUB)
005660                 TO WS-GRP-AMT (WS-GRP-SUB WS-LINE-SUB)
005670         END-PERFORM
005680     END-PERFORM.

005690 3700-WRITE-EXCEPTION.
005700     IF NOT EXCP-HEADING-WRITTEN
005710         SET EXCP-HEADING-WRITTEN TO TRUE
005720         MOVE SPACES TO WS-REPORT-LINE
005730         STRING "MONTH-END CLOSE EXCEPTIONS - AFTER "
005740             WS-OPEN-DATE " THROUGH " WS-CLOSE-DATE
005750             DELIMITED BY SIZE INTO WS-REPORT-LINE
005760         END-STRING
005770         WRITE CLOSE-EXCEPTION-RECORD FROM WS-REPORT-LINE
005780         MOVE SPACES TO WS-REPORT-LINE
005790         STRING "IDENT   NAME                 ST"
005800             "      OPENING     MOVEMENT      CLOSING"
005810             "   CALCULATED  REASON"
005820             DELIMITED BY SIZE INTO WS-REPORT-LINE
005830         END-STRING
005840         WRITE CLOSE-EXCEPTION-RECORD FROM WS-REPORT-LINE
005850     END-IF
005860     COMPUTE WS-CW-MOVEMENT = WS-CW-CALCULATED - WS-CW-AMT (1)
005870     MOVE WS-CW-AMT (1) TO WS-OPEN-DISPLAY
005880     MOVE WS-CW-MOVEMENT TO WS-MOVE-DISPLAY
005890     MOVE WS-CW-AMT (12) TO WS-CLOSE-DISPLAY
005900     MOVE WS-CW-CALCULATED TO WS-CALC-DISPLAY
005910     MOVE SPACES TO WS-REPORT-LINE
005920     STRING WS-CURRENT-KEY(2:7) " "
005930         CUSTOMNAME OF WS-GROUP-CUSTOMER " "
005940         CUST-STATUS OF WS-GROUP-CUSTOMER " "
005950         WS-OPEN-DISPLAY " " WS-MOVE-DISPLAY " "
005960         WS-CLOSE-DISPLAY " " WS-CALC-DISPLAY "  "
005970         WS-EXCP-REASON
005980         DELIMITED BY SIZE INTO WS-REPORT-LINE
005990     END-STRING
006000     WRITE CLOSE-EXCEPTION-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>THE ROLL-FORWARD, TWICE: BY STATUS, THEN BY AGE BAND.
      *>BOTH CARRY THE ALL-CUSTOMERS COLUMN FIRST.
      *>--------------------------------------------------------
006010 6000-PRINT-ROLL-FORWARD.
006020     MOVE "BY CUSTOMER STATUS" TO WS-SECTION-TITLE
006030     MOVE 5 TO WS-SECTION-COUNT
006040     PERFORM VARYING WS-SECTION-COL FROM 1 BY 1
006050             UNTIL WS-SECTION-COL > 5
006060         MOVE WS-SECTION-COL
006070             TO WS-SECTION-GROUP (WS-SECTION-COL)
006080     END-PERFORM
006090     PERFORM 6100-PRINT-SECTION
006100     MOVE "BY AGE BAND" TO WS-SECTION-TITLE
006110     MOVE 6 TO WS-SECTION-COUNT
006120     MOVE 1 TO WS-SECTION-GROUP (1)
006130     PERFORM VARYING WS-SECTION-COL FROM 2 BY 1
006140             UNTIL WS-SECTION-COL > 6
006150         COMPUTE WS-SECTION-GROUP (WS-SECTION-COL) =
006160             WS-SECTION-COL + 4
006170     END-PERFORM
006180     PERFORM 6100-PRINT-SECTION.

006190 6100-PRINT-SECTION.
006200     MOVE SPACES TO WS-REPORT-LINE
006210     WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
006220     WRITE CLOSE-REPORT-RECORD FROM WS-SECTION-TITLE
006230     MOVE SPACES TO WS-ROLL-FORWARD-LINE
006240     PERFORM VARYING WS-SECTION-COL FROM 1 BY 1
006250             UNTIL WS-SECTION-COL > WS-SECTION-COUNT
006260         MOVE WS-SECTION-GROUP (WS-SECTION-COL) TO WS-GRP-SUB
006270         MOVE WS-GROUP-TITLE (WS-GRP-SUB)
006280             TO WS-RFL-TITLE (WS-SECTION-COL)
006290     END-PERFORM
006300     WRITE CLOSE-REPORT-RECORD FROM WS-ROLL-FORWARD-LINE
006310     MOVE SPACES TO WS-ROLL-FORWARD-LINE
006320     MOVE "CUSTOMERS" TO WS-RFL-LABEL
006330     PERFORM VARYING WS-SECTION-COL FROM 1 BY 1
006340             UNTIL WS-SECTION-COL > WS-SECTION-COUNT
006350         MOVE WS-SECTION-GROUP (WS-SECTION-COL) TO WS-GRP-SUB
006360         MOVE WS-GRP-CUSTOMERS (WS-GRP-SUB)
006370             TO WS-RFL-COUNT (WS-SECTION-COL)
006380     END-PERFORM
006390     WRITE CLOSE-REPORT-RECORD FROM WS-ROLL-FORWARD-LINE
006400     PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
006410             UNTIL WS-LINE-SUB > 12
006420         PERFORM 6200-PRINT-AMOUNT-LINE
006430     END-PERFORM
006440     PERFORM 6300-PRINT-PROOF-LINES.

006450 6200-PRINT-AMOUNT-LINE.
006460     MOVE SPACES TO WS-ROLL-FORWARD-LINE
006470     MOVE WS-LINE-LABEL (WS-LINE-SUB) TO WS-RFL-LABEL
006480     PERFORM VARYING WS-SECTION-COL FROM 1 BY 1
006490             UNTIL WS-SECTION-COL > WS-SECTION-COUNT
006500         MOVE WS-SECTION-GROUP (WS-SECTION-COL) TO WS-GRP-SUB
006510         MOVE WS-GRP-AMT (WS-GRP-SUB WS-LINE-SUB)
006520             TO WS-RFL-AMOUNT (WS-SECTION-COL)
006530     END-PERFORM
006540     WRITE CLOSE-REPORT-RECORD FROM WS-ROLL-FORWARD-LINE.

      *>--------------------------------------------------------
      *>CALCULATED CLOSING (LINES 1-11) AND ITS DIFFERENCE FROM
      *>THE SNAPSHOT CLOSING. THE ALL-CUSTOMERS DIFFERENCE IS THE
      *>SUM OF THE CUSTOMERS LISTED ON CLOSEXCP.
      *>--------------------------------------------------------
006550 6300-PRINT-PROOF-LINES.
006560     MOVE SPACES TO WS-ROLL-FORWARD-LINE
006570     MOVE "CALCULATED CLOSING" TO WS-RFL-LABEL
006580     PERFORM VARYING WS-SECTION-COL FROM 1 BY 1
006590             UNTIL WS-SECTION-COL > WS-SECTION-COUNT
006600         PERFORM 6350-CALCULATE-GROUP-CLOSING
006610         MOVE WS-GRP-CALCULATED TO WS-RFL-AMOUNT (WS-SECTION-COL)
006620     END-PERFORM
006630     WRITE CLOSE-REPORT-RECORD FROM WS-ROLL-FORWARD-LINE
006640     MOVE SPACES TO WS-ROLL-FORWARD-LINE
006650     MOVE "DIFFERENCE" TO WS-RFL-LABEL
006660     PERFORM VARYING WS-SECTION-COL FROM 1 BY 1
006670             UNTIL WS-SECTION-COL > WS-SECTION-COUNT
006680         PERFORM 6350-CALCULATE-GROUP-CLOSING
006690         SUBTRACT WS-GRP-CALCULATED
006700             FROM WS-GRP-AMT (WS-GRP-SUB 12)
006710             GIVING WS-RFL-AMOUNT (WS-SECTION-COL)
006720     END-PERFORM
006730     WRITE CLOSE-REPORT-RECORD FROM WS-ROLL-FORWARD-LINE.

006740 6350-CALCULATE-GROUP-CLOSING.
006750     MOVE WS-SECTION-GROUP (WS-SECTION-COL) TO WS-GRP-SUB
006760     MOVE ZERO TO WS-GRP-CALCULATED
006770     PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
006780             UNTIL WS-LINE-SUB > 11
006790         ADD WS-GRP-AMT (WS-GRP-SUB WS-LINE-SUB)
006800             TO WS-GRP-CALCULATED
006810     END-PERFORM.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
006820 9000-TERMINATE.
006830     MOVE SPACES TO WS-REPORT-LINE
006840     WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
006850     STRING "SNAPSHOT RECORDS WRITTEN: " WS-MASTER-RECORDS
006860         "   PRIOR SNAPSHOT RECORDS: " WS-OLD-SNAPSHOT-RECORDS
006870         DELIMITED BY SIZE INTO WS-REPORT-LINE
006880     END-STRING
006890     WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
006900     IF PRIOR-SNAPSHOT-FOUND
006910         MOVE SPACES TO WS-REPORT-LINE
006920         STRING "OUT OF BALANCE: " WS-OUT-OF-BALANCE
006930             "   UNEXPLAINED APPEARANCES: " WS-UNEXPLAINED-ADDS
006940             "   UNEXPLAINED DISAPPEARANCES: "
006950             WS-UNEXPLAINED-REMOVALS
006960             DELIMITED BY SIZE INTO WS-REPORT-LINE
006970         END-STRING
006980         WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
006990         CLOSE TRANSACTION-HISTORY-FILE
007000         CLOSE AUDIT-EVENT-FILE
007010         CLOSE ARCHIVE-EVENT-FILE
007020     END-IF
007030     IF NOT EXCP-HEADING-WRITTEN
007040         MOVE "MONTH-END CLOSE EXCEPTIONS - NONE"
007050             TO WS-REPORT-LINE
007060         WRITE CLOSE-EXCEPTION-RECORD FROM WS-REPORT-LINE
007070     END-IF
007080     CLOSE CUSTOMER-MASTER-FILE
007090     CLOSE OLD-SNAPSHOT-FILE
007100     CLOSE NEW-SNAPSHOT-FILE
007110     CLOSE CLOSE-REPORT-FILE
007120     CLOSE CLOSE-EXCEPTION-FILE
007130     DISPLAY "SNAPSHOT RECORDS WRITTEN:  " WS-MASTER-RECORDS
007140     DISPLAY "PRIOR SNAPSHOT RECORDS:    " WS-OLD-SNAPSHOT-RECORDS
007150     DISPLAY "HISTORY ITEMS IN PERIOD:   " WS-HISTORY-ITEMS
007160     DISPLAY "ADD/DELETE/REINSTATE:      " WS-AUDIT-EVENTS
007170     DISPLAY "PURGES IN PERIOD:          " WS-ARCHIVE-EVENTS
007180     DISPLAY "CUSTOMERS ROLLED FORWARD:  " WS-CUSTOMERS-ROLLED
007190     DISPLAY "OUT OF BALANCE:            " WS-OUT-OF-BALANCE
007200     DISPLAY "UNEXPLAINED APPEARANCES:   " WS-UNEXPLAINED-ADDS
007210     DISPLAY "UNEXPLAINED DISAPPEARANCES:" WS-UNEXPLAINED-REMOVALS
007220     IF WS-OUT-OF-BALANCE > ZERO OR
007230        WS-UNEXPLAINED-ADDS > ZERO OR
007240        WS-UNEXPLAINED-REMOVALS > ZERO
007250         DISPLAY "MONTH-END CLOSE EXCEPTIONS - SEE CLOSEXCP"
007260         MOVE 4 TO RETURN-CODE
007270     END-IF.
