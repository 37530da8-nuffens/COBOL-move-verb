000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTFCAL.
000030 AUTHOR. AMBER OLSEN.
000040 DATE-WRITTEN. OCTOBER 15TH 2026.
      *>--------------------------------------------------------
      *>FEED CALENDAR CHECK.
      *>RUN AHEAD OF THE NIGHTLY CUSTLOAD. THE FEED CALENDAR
      *>CARDS (FEEDCAL) SAY WHICH SOURCE SYSTEMS SEND WHICH FEED
      *>KIND ON WHICH DAYS. FOR THE RUN DATE THIS PROGRAM LISTS
      *>EVERY SOURCE EXPECTED THAT DAY AND WHETHER ITS FEED HAS
      *>ARRIVED, BY SCANNING THE HEADERS OF THE WAITING CUSTOMER
      *>EXTRACT (EXTIN) AND TRANSACTION FEEDS (TRANIN - ANY
      *>NUMBER OF TRANSMISSIONS MAY BE CONCATENATED), OR HAS
      *>ALREADY BEEN LOADED, FROM THE LOADER'S FEED REGISTRY
      *>(FEEDREG). A HEADER FOR A SOURCE NOT DUE TODAY, OR WITH
      *>THE WRONG RUN DATE, IS LISTED SEPARATELY.
      *>CALENDAR CARD (80 BYTES):
      *>  COLS  1-8  SOURCE SYSTEM (AS ON THE FEED HEADER)
      *>  COL  10    FEED KIND - E=CUSTOMER EXTRACT,
      *>             T=TRANSACTION FEED
      *>  COL  12    FREQUENCY - D=EVERY DAY, B=MONDAY TO
      *>             FRIDAY, W=WEEKLY, M=MONTHLY, E=LAST DAY
      *>             OF THE MONTH
      *>  COLS 14-15 DAY - W: 01=MONDAY .. 07=SUNDAY;
      *>             M: DAY OF MONTH 01-31 (A DAY PAST THE END
      *>             OF A SHORT MONTH FALLS ON ITS LAST DAY)
      *>  COLS 17-46 DESCRIPTION
      *>  AN ASTERISK IN COL 1 MARKS A COMMENT CARD.
      *>RETURN CODE 4 WHEN AN EXPECTED FEED IS MISSING OR A
      *>CALENDAR CARD IS BAD; 16 ON AN I/O FAILURE. A HEADER FOR
      *>ANOTHER RUN DATE (AN EARLIER GENERATION STILL IN THE
      *>CONCATENATION) IS LISTED BUT DOES NOT SET THE CODE.
      *>PARM IS THE RUN DATE (YYYYMMDD); DEFAULT TODAY.
      *>--------------------------------------------------------
000050 ENVIRONMENT DIVISION.

000060 INPUT-OUTPUT SECTION.
000070 FILE-CONTROL.
000080     SELECT FEED-CALENDAR-FILE ASSIGN TO FEEDCAL
000090         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-FEEDCAL-STATUS.
000110     SELECT EXTRACT-IN-FILE ASSIGN TO EXTIN
000120         ORGANIZATION IS SEQUENTIAL
000130         FILE STATUS IS WS-EXTIN-STATUS.
000140     SELECT TRANSACTION-IN-FILE ASSIGN TO TRANIN
000150         ORGANIZATION IS SEQUENTIAL
000160         FILE STATUS IS WS-TRANIN-STATUS.
000170     SELECT FEED-REGISTRY-FILE ASSIGN TO FEEDREG
000180         ORGANIZATION IS INDEXED
000190         ACCESS MODE IS SEQUENTIAL
000200         RECORD KEY IS FR-KEY
000210         FILE STATUS IS WS-FEEDREG-STATUS.
000220     SELECT CALENDAR-REPORT-FILE ASSIGN TO FCALRPT
000230         ORGANIZATION IS SEQUENTIAL
000240         FILE STATUS IS WS-FCALRPT-STATUS.

000250 DATA DIVISION.

000260 FILE SECTION.

000270 FD  FEED-CALENDAR-FILE
000280     LABEL RECORDS ARE STANDARD.
000290 01  FEED-CALENDAR-RECORD.
000300     05 CAL-SOURCE-SYSTEM PIC X(8).
000310     05 FILLER PIC X.
000320     05 CAL-FEED-KIND PIC X.
000330         88 CAL-KIND-VALID VALUE "E" "T".
000340     05 FILLER PIC X.
000350     05 CAL-FREQUENCY PIC X.
000360         88 CAL-FREQ-DAILY VALUE "D".
000370         88 CAL-FREQ-BUSINESS VALUE "B".
000380         88 CAL-FREQ-WEEKLY VALUE "W".
000390         88 CAL-FREQ-MONTHLY VALUE "M".
000400         88 CAL-FREQ-MONTH-END VALUE "E".
000410     05 FILLER PIC X.
000420     05 CAL-DAY-X PIC X(2).
000430     05 CAL-DAY REDEFINES CAL-DAY-X PIC 9(2).
000440     05 FILLER PIC X.
000450     05 CAL-DESCRIPTION PIC X(30).
000460     05 FILLER PIC X(34).

      *>BOTH FEEDS START WITH A RECORD-TYPE BYTE; TYPE 1 IS A
      *>HEADER CARRYING RUN DATE AND SOURCE SYSTEM.
000470 FD  EXTRACT-IN-FILE
000480     LABEL RECORDS ARE STANDARD.
000490 01  EXTRACT-IN-RECORD.
000500     05 EXI-REC-TYPE PIC X.
000510         88 EXI-REC-HEADER VALUE "1".
000520     05 EXI-RUN-DATE PIC X(8).
000530     05 EXI-SOURCE-SYSTEM PIC X(8).
000540     05 FILLER PIC X(74).

000550 FD  TRANSACTION-IN-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  TRANSACTION-IN-RECORD.
000580     05 TRI-REC-TYPE PIC X.
000590         88 TRI-REC-HEADER VALUE "1".
000600     05 TRI-RUN-DATE PIC X(8).
000610     05 TRI-SOURCE-SYSTEM PIC X(8).
000620     05 FILLER PIC X(28).

000630 FD  FEED-REGISTRY-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  FEED-REGISTRY-RECORD.
000660     COPY FEEDREG.

000670 FD  CALENDAR-REPORT-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  CALENDAR-REPORT-RECORD PIC X(132).

000700 WORKING-STORAGE SECTION.

000710 01 WS-FILE-STATUS-GROUP.
000720     05 WS-FEEDCAL-STATUS PIC XX VALUE "00".
000730        88 FEEDCAL-OK VALUE "00".
000740     05 WS-EXTIN-STATUS PIC XX VALUE "00".
000750        88 EXTIN-OK VALUE "00".
000760     05 WS-TRANIN-STATUS PIC XX VALUE "00".
000770        88 TRANIN-OK VALUE "00".
000780     05 WS-FEEDREG-STATUS PIC XX VALUE "00".
000790        88 FEEDREG-OK VALUE "00".
000800        88 FEEDREG-NOT-FOUND VALUE "35".
000810     05 WS-FCALRPT-STATUS PIC XX VALUE "00".
000820        88 FCALRPT-OK VALUE "00".

000830 01 WS-SWITCHES.
000840     05 WS-INPUT-EOF-SWITCH PIC X VALUE 'N'.
000850        88 INPUT-AT-END VALUE 'Y'.
000860     05 WS-CARD-VALID-SWITCH PIC X VALUE 'Y'.
000870        88 CARD-IS-VALID VALUE 'Y'.
000880        88 CARD-IS-INVALID VALUE 'N'.
000890     05 WS-ENTRY-FOUND-SWITCH PIC X VALUE 'N'.
000900        88 ENTRY-FOUND VALUE 'Y'.
000910     05 WS-MONTH-END-SWITCH PIC X VALUE 'N'.
000920        88 RUN-IS-MONTH-END VALUE 'Y'.
000930     05 WS-OTHER-HEADING-SWITCH PIC X VALUE 'N'.
000940        88 OTHER-HEADING-WRITTEN VALUE 'Y'.

000950 01 WS-COUNTS.
000960     05 WS-CARDS-READ PIC 9(5) VALUE ZERO.
000970     05 WS-CARDS-REJECTED PIC 9(5) VALUE ZERO.
000980     05 WS-FEEDS-EXPECTED PIC 9(5) VALUE ZERO.
000990     05 WS-FEEDS-MISSING PIC 9(5) VALUE ZERO.
001000     05 WS-HEADERS-FOUND PIC 9(5) VALUE ZERO.
001010     05 WS-HEADERS-MISDATED PIC 9(5) VALUE ZERO.
001020     05 WS-OTHER-FEEDS PIC 9(5) VALUE ZERO.

001030 01 WS-RUN-PARAMETERS.
001040     05 WS-RUN-DATE PIC 9(8) VALUE ZERO.
001050     05 WS-PARM-RUN-DATE PIC X(8) VALUE SPACES.

001060 01 WS-CURRENT-DATE-FIELDS.
001070     05 WS-SYSTEM-DATE PIC 9(8).

      *>--------------------------------------------------------
      *>RUN-DATE CALENDAR FACTS. DAY OF WEEK COUNTS 1=MONDAY
      *>(DAY 1 OF THE INTEGER-DATE CALENDAR, 1 JAN 1601, WAS A
      *>MONDAY). THE RUN DATE IS A MONTH END WHEN THE NEXT DAY
      *>IS THE FIRST.
      *>--------------------------------------------------------
001080 01 WS-CALENDAR-WORK.
001090     05 WS-RUN-DATE-PARTS.
001100         10 WS-RUN-YEAR PIC 9(4).
001110         10 WS-RUN-MONTH PIC 99.
001120         10 WS-RUN-DAY PIC 99.
001130     05 WS-RUN-DAY-OF-WEEK PIC 9 VALUE ZERO.
001140     05 WS-NEXT-DATE PIC 9(8) VALUE ZERO.
001150     05 WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
001160         10 WS-NEXT-YEAR PIC 9(4).
001170         10 WS-NEXT-MONTH PIC 99.
001180         10 WS-NEXT-DAY PIC 99.
001190     05 WS-DAY-NAME-TABLE.
001200         10 FILLER PIC X(9) VALUE "MONDAY".
001210         10 FILLER PIC X(9) VALUE "TUESDAY".
001220         10 FILLER PIC X(9) VALUE "WEDNESDAY".
001230         10 FILLER PIC X(9) VALUE "THURSDAY".
001240         10 FILLER PIC X(9) VALUE "FRIDAY".
001250         10 FILLER PIC X(9) VALUE "SATURDAY".
001260         10 FILLER PIC X(9) VALUE "SUNDAY".
001270     05 WS-DAY-NAMES REDEFINES WS-DAY-NAME-TABLE.
001280         10 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

      *>--------------------------------------------------------
      *>THE CALENDAR, ONE ENTRY PER CARD. WS-CAL-STATE IS WHAT
      *>HAS BEEN SEEN OF THE FEED FOR THE RUN DATE: RECEIVED
      *>(HEADER WAITING IN EXTIN/TRANIN) OR A REGISTRY STATUS;
      *>A REGISTRY STATUS WINS OVER A WAITING HEADER.
      *>--------------------------------------------------------
001290 01 WS-CALENDAR-TABLE.
001300     05 WS-CAL-MAX PIC 9(3) VALUE 200.
001310     05 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
001320     05 WS-CAL-SUB PIC 9(3) VALUE ZERO.
001330     05 WS-CAL-ENTRY OCCURS 200 TIMES.
001340         10 WS-CAL-SOURCE PIC X(8).
001350         10 WS-CAL-KIND PIC X.
001360         10 WS-CAL-FREQUENCY PIC X.
001370         10 WS-CAL-DAY PIC 99.
001380         10 WS-CAL-DESCRIPTION PIC X(30).
001390         10 WS-CAL-DUE-SWITCH PIC X.
001400            88 CAL-DUE-TODAY VALUE "Y".
001410         10 WS-CAL-STATE PIC X.
001420            88 CAL-NOT-SEEN VALUE " ".
001430            88 CAL-RECEIVED VALUE "R".
001440            88 CAL-LOAD-STARTED VALUE "S".
001450            88 CAL-LOADED VALUE "C".
001460            88 CAL-LOAD-FAILED VALUE "F".

001470 01 WS-FOUND-FEED.
001480     05 WS-FOUND-SOURCE PIC X(8) VALUE SPACES.
001490     05 WS-FOUND-KIND PIC X VALUE SPACE.
001500     05 WS-FOUND-DATE-X PIC X(8) VALUE SPACES.
001510     05 WS-FOUND-DATE REDEFINES WS-FOUND-DATE-X PIC 9(8).
001520     05 WS-FOUND-ORIGIN PIC X(8) VALUE SPACES.
001530     05 WS-FOUND-NOTE PIC X(30) VALUE SPACES.

001540 01 WS-REPORT-WORK.
001550     05 WS-STATE-TEXT PIC X(20) VALUE SPACES.
001560     05 WS-DAY-DISPLAY PIC X(2) VALUE SPACES.
001570     05 WS-REPORT-LINE PIC X(132) VALUE SPACES.

001580 LINKAGE SECTION.
001590 01 LK-PARM-AREA.
001600     05 LK-PARM-LENGTH PIC S9(4) COMP.
001610     05 LK-PARM-TEXT PIC X(80).

001620 PROCEDURE DIVISION USING LK-PARM-AREA.

001630 0000-MAIN-LOGIC.
001640     PERFORM 1000-INITIALIZE
001650     PERFORM 2000-LOAD-CALENDAR
001660     PERFORM 3000-SCAN-EXTRACT-HEADERS
001670     PERFORM 3500-SCAN-TRANSACTION-HEADERS
001680     PERFORM 4000-SCAN-FEED-REGISTRY
001690     PERFORM 5000-REPORT-EXPECTED-FEEDS
001700     PERFORM 9000-TERMINATE
001710     STOP RUN.

      *>--------------------------------------------------------
      *>INITIALIZATION
      *>--------------------------------------------------------
001720 1000-INITIALIZE.
001730     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
001740     MOVE WS-SYSTEM-DATE TO WS-RUN-DATE
001750     IF LK-PARM-LENGTH > ZERO
001760         UNSTRING LK-PARM-TEXT(1:LK-PARM-LENGTH)
001770             DELIMITED BY ","
001780             INTO WS-PARM-RUN-DATE
001790         END-UNSTRING
001800         IF WS-PARM-RUN-DATE NUMERIC AND
001810            WS-PARM-RUN-DATE NOT = ZERO
001820             MOVE WS-PARM-RUN-DATE TO WS-RUN-DATE
001830         END-IF
001840     END-IF
001850     PERFORM 1100-DERIVE-RUN-CALENDAR
001860     OPEN OUTPUT CALENDAR-REPORT-FILE
001870     IF NOT FCALRPT-OK
001880         DISPLAY "FEED CALENDAR REPORT OPEN FAILED, STATUS="
001890             WS-FCALRPT-STATUS
001900         MOVE 16 TO RETURN-CODE
001910         STOP RUN
001920     END-IF
001930     MOVE SPACES TO WS-REPORT-LINE
001940     STRING "FEED CALENDAR CHECK - RUN DATE " WS-RUN-DATE
001950         " " WS-DAY-NAME (WS-RUN-DAY-OF-WEEK)
001960         DELIMITED BY SIZE INTO WS-REPORT-LINE
001970     END-STRING
001980     IF RUN-IS-MONTH-END
001990         MOVE "(MONTH END)" TO WS-REPORT-LINE(52:11)
002000     END-IF
002010     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
002020     MOVE SPACES TO WS-REPORT-LINE
002030     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE.

002040 1100-DERIVE-RUN-CALENDAR.
002050     MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS
002060     COMPUTE WS-RUN-DAY-OF-WEEK =
002070         FUNCTION MOD
002080             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - 1, 7)
002090         + 1
002100     COMPUTE WS-NEXT-DATE =
002110         FUNCTION DATE-OF-INTEGER
002120             (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1)
002130     IF WS-NEXT-DAY = 1
002140         SET RUN-IS-MONTH-END TO TRUE
002150     END-IF.

      *>--------------------------------------------------------
      *>LOAD THE CALENDAR CARDS, FLAGGING THE ENTRIES DUE ON
      *>THE RUN DATE. A BAD CARD IS LISTED AND SKIPPED.
      *>--------------------------------------------------------
002160 2000-LOAD-CALENDAR.
002170     OPEN INPUT FEED-CALENDAR-FILE
002180     IF NOT FEEDCAL-OK
002190         DISPLAY "FEED CALENDAR OPEN FAILED, STATUS="
002200             WS-FEEDCAL-STATUS
002210         MOVE 16 TO RETURN-CODE
002220         STOP RUN
002230     END-IF
002240     MOVE 'N' TO WS-INPUT-EOF-SWITCH
002250     PERFORM 2050-READ-CALENDAR-CARD
002260     PERFORM UNTIL INPUT-AT-END
002270         IF CAL-SOURCE-SYSTEM(1:1) NOT = "*" AND
002280            FEED-CALENDAR-RECORD NOT = SPACES
002290             ADD 1 TO WS-CARDS-READ
002300             PERFORM 2100-EDIT-CALENDAR-CARD
002310             IF CARD-IS-VALID
002320                 PERFORM 2200-ADD-CALENDAR-ENTRY
002330             END-IF
002340         END-IF
002350         PERFORM 2050-READ-CALENDAR-CARD
002360     END-PERFORM
002370     CLOSE FEED-CALENDAR-FILE.

002380 2050-READ-CALENDAR-CARD.
002390     READ FEED-CALENDAR-FILE
002400         AT END
002410             SET INPUT-AT-END TO TRUE
002420     END-READ.

002430 2100-EDIT-CALENDAR-CARD.
002440     SET CARD-IS-VALID TO TRUE
002450     MOVE SPACES TO WS-FOUND-NOTE
002460     EVALUATE TRUE
002470         WHEN CAL-SOURCE-SYSTEM = SPACES
002480             MOVE "SOURCE SYSTEM BLANK" TO WS-FOUND-NOTE
002490         WHEN NOT CAL-KIND-VALID
002500             MOVE "FEED KIND NOT E OR T" TO WS-FOUND-NOTE
002510         WHEN CAL-FREQ-DAILY OR CAL-FREQ-BUSINESS OR
002520              CAL-FREQ-MONTH-END
002530             CONTINUE
002540         WHEN CAL-FREQ-WEEKLY
002550             IF CAL-DAY-X NOT NUMERIC OR
002560                CAL-DAY < 1 OR CAL-DAY > 7
002570                 MOVE "WEEKLY DAY NOT 01-07" TO WS-FOUND-NOTE
002580             END-IF
002590         WHEN CAL-FREQ-MONTHLY
002600             IF CAL-DAY-X NOT NUMERIC OR
002610                CAL-DAY < 1 OR CAL-DAY > 31
002620                 MOVE "MONTHLY DAY NOT 01-31" TO WS-FOUND-NOTE
002630             END-IF
002640         WHEN OTHER
002650             MOVE "FREQUENCY NOT D/B/W/M/E" TO WS-FOUND-NOTE
002660     END-EVALUATE
002670     IF WS-CAL-COUNT NOT < WS-CAL-MAX AND
002680        WS-FOUND-NOTE = SPACES
002690         MOVE "CALENDAR TABLE FULL" TO WS-FOUND-NOTE
002700     END-IF
002710     IF WS-FOUND-NOTE NOT = SPACES
002720         SET CARD-IS-INVALID TO TRUE
002730         ADD 1 TO WS-CARDS-REJECTED
002740         MOVE SPACES TO WS-REPORT-LINE
002750         STRING "CALENDAR CARD REJECTED - " WS-FOUND-NOTE
002760             " : " FEED-CALENDAR-RECORD(1:46)
002770             DELIMITED BY SIZE INTO WS-REPORT-LINE
002780         END-STRING
002790         WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
002800     END-IF.

002810 2200-ADD-CALENDAR-ENTRY.
002820     ADD 1 TO WS-CAL-COUNT
002830     MOVE WS-CAL-COUNT TO WS-CAL-SUB
002840     MOVE CAL-SOURCE-SYSTEM TO WS-CAL-SOURCE (WS-CAL-SUB)
002850     MOVE CAL-FEED-KIND TO WS-CAL-KIND (WS-CAL-SUB)
002860     MOVE CAL-FREQUENCY TO WS-CAL-FREQUENCY (WS-CAL-SUB)
002870     IF CAL-DAY-X NUMERIC
002880         MOVE CAL-DAY TO WS-CAL-DAY (WS-CAL-SUB)
002890     ELSE
002900         MOVE ZERO TO WS-CAL-DAY (WS-CAL-SUB)
002910     END-IF
002920     MOVE CAL-DESCRIPTION TO WS-CAL-DESCRIPTION (WS-CAL-SUB)
002930     MOVE SPACE TO WS-CAL-STATE (WS-CAL-SUB)
002940     MOVE "N" TO WS-CAL-DUE-SWITCH (WS-CAL-SUB)
002950     EVALUATE TRUE
002960         WHEN CAL-FREQ-DAILY
002970             MOVE "Y" TO WS-CAL-DUE-SWITCH (WS-CAL-SUB)
002980         WHEN CAL-FREQ-BUSINESS
002990             IF WS-RUN-DAY-OF-WEEK < 6
003000                 MOVE "Y" TO WS-CAL-DUE-SWITCH (WS-CAL-SUB)
003010             END-IF
003020         WHEN CAL-FREQ-WEEKLY
003030             IF WS-RUN-DAY-OF-WEEK = CAL-DAY
003040                 MOVE "Y" TO WS-CAL-DUE-SWITCH (WS-CAL-SUB)
003050             END-IF
003060         WHEN CAL-FREQ-MONTHLY
003070             IF WS-RUN-DAY = CAL-DAY OR
003080                (RUN-IS-MONTH-END AND CAL-DAY > WS-RUN-DAY)
003090                 MOVE "Y" TO WS-CAL-DUE-SWITCH (WS-CAL-SUB)
003100             END-IF
003110         WHEN CAL-FREQ-MONTH-END
003120             IF RUN-IS-MONTH-END
003130                 MOVE "Y" TO WS-CAL-DUE-SWITCH (WS-CAL-SUB)
003140             END-IF
003150     END-EVALUATE
003160     IF CAL-DUE-TODAY (WS-CAL-SUB)
003170         ADD 1 TO WS-FEEDS-EXPECTED
003180     END-IF.

      *>--------------------------------------------------------
      *>HEADER SCANS OF THE FEEDS WAITING FOR TONIGHT'S LOAD.
      *>EITHER DD MAY BE DUMMY WHEN NOTHING HAS ARRIVED.
      *>--------------------------------------------------------
003190 3000-SCAN-EXTRACT-HEADERS.
003200     OPEN INPUT EXTRACT-IN-FILE
003210     IF NOT EXTIN-OK
003220         DISPLAY "EXTRACT INPUT OPEN FAILED, STATUS="
003230             WS-EXTIN-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         STOP RUN
003260     END-IF
003270     MOVE 'N' TO WS-INPUT-EOF-SWITCH
003280     PERFORM UNTIL INPUT-AT-END
003290         READ EXTRACT-IN-FILE
003300             AT END
003310                 SET INPUT-AT-END TO TRUE
003320             NOT AT END
003330                 IF EXI-REC-HEADER
003340                     MOVE EXI-SOURCE-SYSTEM TO WS-FOUND-SOURCE
003350                     MOVE "E" TO WS-FOUND-KIND
003360                     MOVE EXI-RUN-DATE TO WS-FOUND-DATE-X
003370                     MOVE "EXTIN" TO WS-FOUND-ORIGIN
003380                     PERFORM 3800-NOTE-FEED-HEADER
003390                 END-IF
003400         END-READ
003410     END-PERFORM
003420     CLOSE EXTRACT-IN-FILE.

003430 3500-SCAN-TRANSACTION-HEADERS.
003440     OPEN INPUT TRANSACTION-IN-FILE
003450     IF NOT TRANIN-OK
003460         DISPLAY "TRANSACTION INPUT OPEN FAILED, STATUS="
003470             WS-TRANIN-STATUS
003480         MOVE 16 TO RETURN-CODE
003490         STOP RUN
003500     END-IF
003510     MOVE 'N' TO WS-INPUT-EOF-SWITCH
003520     PERFORM UNTIL INPUT-AT-END
003530         READ TRANSACTION-IN-FILE
003540             AT END
003550                 SET INPUT-AT-END TO TRUE
003560             NOT AT END
003570                 IF TRI-REC-HEADER
003580                     MOVE TRI-SOURCE-SYSTEM TO WS-FOUND-SOURCE
003590                     MOVE "T" TO WS-FOUND-KIND
003600                     MOVE TRI-RUN-DATE TO WS-FOUND-DATE-X
003610                     MOVE "TRANIN" TO WS-FOUND-ORIGIN
003620                     PERFORM 3800-NOTE-FEED-HEADER
003630                 END-IF
003640         END-READ
003650     END-PERFORM
003660     CLOSE TRANSACTION-IN-FILE.

      *>--------------------------------------------------------
      *>A HEADER FOR THE RUN DATE MARKS ITS CALENDAR ENTRY
      *>RECEIVED; ANYTHING ELSE IS LISTED UNDER OTHER FEEDS.
      *>--------------------------------------------------------
003670 3800-NOTE-FEED-HEADER.
003680     ADD 1 TO WS-HEADERS-FOUND
003690     MOVE SPACES TO WS-FOUND-NOTE
003700     IF WS-FOUND-DATE-X NOT NUMERIC OR
003710        WS-FOUND-DATE NOT = WS-RUN-DATE
003720         ADD 1 TO WS-HEADERS-MISDATED
003730         MOVE "HEADER NOT FOR THIS RUN DATE" TO WS-FOUND-NOTE
003740     ELSE
003750         PERFORM 3900-FIND-CALENDAR-ENTRY
003760         EVALUATE TRUE
003770             WHEN NOT ENTRY-FOUND
003780                 MOVE "NOT ON THE FEED CALENDAR"
003790                     TO WS-FOUND-NOTE
003800             WHEN NOT CAL-DUE-TODAY (WS-CAL-SUB)
003810                 MOVE "NOT DUE ON THIS DATE" TO WS-FOUND-NOTE
003820             WHEN CAL-RECEIVED (WS-CAL-SUB)
003830                 MOVE "MORE THAN ONE HEADER RECEIVED"
003840                     TO WS-FOUND-NOTE
003850             WHEN OTHER
003860                 SET CAL-RECEIVED (WS-CAL-SUB) TO TRUE
003870         END-EVALUATE
003880     END-IF
003890     IF WS-FOUND-NOTE NOT = SPACES
003900         PERFORM 3850-WRITE-OTHER-FEED-LINE
003910     END-IF.

003920 3850-WRITE-OTHER-FEED-LINE.
003930     ADD 1 TO WS-OTHER-FEEDS
003940     IF NOT OTHER-HEADING-WRITTEN
003950         SET OTHER-HEADING-WRITTEN TO TRUE
003960         MOVE "OTHER FEEDS FOUND" TO WS-REPORT-LINE
003970         WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
003980         MOVE SPACES TO WS-REPORT-LINE
003990         STRING "  SOURCE   KIND FOUND IN  RUN DATE  NOTE"
004000             DELIMITED BY SIZE INTO WS-REPORT-LINE
004010         END-STRING
004020         WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
004030     END-IF
004040     MOVE SPACES TO WS-REPORT-LINE
004050     STRING "  " WS-FOUND-SOURCE "  " WS-FOUND-KIND "   "
004060         WS-FOUND-ORIGIN "  " WS-FOUND-DATE-X "  "
004070         WS-FOUND-NOTE
004080         DELIMITED BY SIZE INTO WS-REPORT-LINE
004090     END-STRING
004100     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE.

004110 3900-FIND-CALENDAR-ENTRY.
004120     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
004130     MOVE 1 TO WS-CAL-SUB
004140     PERFORM UNTIL ENTRY-FOUND OR WS-CAL-SUB > WS-CAL-COUNT
004150         IF WS-CAL-SOURCE (WS-CAL-SUB) = WS-FOUND-SOURCE AND
004160            WS-CAL-KIND (WS-CAL-SUB) = WS-FOUND-KIND
004170             SET ENTRY-FOUND TO TRUE
004180         ELSE
004190             ADD 1 TO WS-CAL-SUB
004200         END-IF
004210     END-PERFORM.

      *>--------------------------------------------------------
      *>FEEDS THE LOADER HAS ALREADY TAKEN IN FOR THE RUN DATE.
      *>THE REGISTRY DOES NOT EXIST UNTIL THE FIRST LOAD.
      *>--------------------------------------------------------
004220 4000-SCAN-FEED-REGISTRY.
004230     OPEN INPUT FEED-REGISTRY-FILE
004240     IF FEEDREG-NOT-FOUND
004250         DISPLAY "FEED REGISTRY NOT YET CREATED"
004260     ELSE
004270         IF NOT FEEDREG-OK
004280             DISPLAY "FEED REGISTRY OPEN FAILED, STATUS="
004290                 WS-FEEDREG-STATUS
004300             MOVE 16 TO RETURN-CODE
004310             STOP RUN
004320         END-IF
004330         MOVE 'N' TO WS-INPUT-EOF-SWITCH
004340         PERFORM UNTIL INPUT-AT-END
004350             READ FEED-REGISTRY-FILE
004360                 AT END
004370                     SET INPUT-AT-END TO TRUE
004380                 NOT AT END
004390                     IF FR-RUN-DATE = WS-RUN-DATE
004400                         PERFORM 4100-NOTE-REGISTERED-FEED
004410                     END-IF
004420             END-READ
004430         END-PERFORM
004440         CLOSE FEED-REGISTRY-FILE
004450     END-IF.

004460 4100-NOTE-REGISTERED-FEED.
004470     MOVE FR-SOURCE-SYSTEM TO WS-FOUND-SOURCE
004480     MOVE FR-FEED-KIND TO WS-FOUND-KIND
004490     MOVE FR-RUN-DATE TO WS-FOUND-DATE
004500     MOVE "FEEDREG" TO WS-FOUND-ORIGIN
004510     MOVE SPACES TO WS-FOUND-NOTE
004520     PERFORM 3900-FIND-CALENDAR-ENTRY
004530     EVALUATE TRUE
004540         WHEN NOT ENTRY-FOUND
004550             MOVE "LOADED - NOT ON THE FEED CALENDAR"
004560                 TO WS-FOUND-NOTE
004570         WHEN NOT CAL-DUE-TODAY (WS-CAL-SUB)
004580             MOVE "LOADED - NOT DUE ON THIS DATE"
004590                 TO WS-FOUND-NOTE
004600         WHEN OTHER
004610             MOVE FR-STATUS TO WS-CAL-STATE (WS-CAL-SUB)
004620     END-EVALUATE
004630     IF WS-FOUND-NOTE NOT = SPACES
004640         PERFORM 3850-WRITE-OTHER-FEED-LINE
004650     END-IF.

      *>--------------------------------------------------------
      *>ONE LINE PER FEED DUE ON THE RUN DATE.
      *>--------------------------------------------------------
004660 5000-REPORT-EXPECTED-FEEDS.
004670     IF OTHER-HEADING-WRITTEN
004680         MOVE SPACES TO WS-REPORT-LINE
004690         WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
004700     END-IF
004710     MOVE "FEEDS EXPECTED FOR THE RUN DATE" TO WS-REPORT-LINE
004720     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
004730     MOVE SPACES TO WS-REPORT-LINE
004740     STRING "  SOURCE   KIND FREQ DAY  DESCRIPTION"
004750         "                     STATUS"
004760         DELIMITED BY SIZE INTO WS-REPORT-LINE
004770     END-STRING
004780     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
004790     PERFORM VARYING WS-CAL-SUB FROM 1 BY 1
004800             UNTIL WS-CAL-SUB > WS-CAL-COUNT
004810         IF CAL-DUE-TODAY (WS-CAL-SUB)
004820             PERFORM 5100-WRITE-EXPECTED-LINE
004830         END-IF
004840     END-PERFORM.

004850 5100-WRITE-EXPECTED-LINE.
004860     EVALUATE TRUE
004870         WHEN CAL-LOADED (WS-CAL-SUB)
004880             MOVE "LOADED" TO WS-STATE-TEXT
004890         WHEN CAL-LOAD-STARTED (WS-CAL-SUB)
004900             MOVE "LOAD IN PROGRESS" TO WS-STATE-TEXT
004910         WHEN CAL-LOAD-FAILED (WS-CAL-SUB)
004920             MOVE "LOADED - FAILED" TO WS-STATE-TEXT
004930         WHEN CAL-RECEIVED (WS-CAL-SUB)
004940             MOVE "RECEIVED" TO WS-STATE-TEXT
004950         WHEN OTHER
004960             MOVE "*** MISSING ***" TO WS-STATE-TEXT
004970             ADD 1 TO WS-FEEDS-MISSING
004980     END-EVALUATE
004990     IF WS-CAL-DAY (WS-CAL-SUB) = ZERO
005000         MOVE SPACES TO WS-DAY-DISPLAY
005010     ELSE
005020         MOVE WS-CAL-DAY (WS-CAL-SUB) TO WS-DAY-DISPLAY
005030     END-IF
005040     MOVE SPACES TO WS-REPORT-LINE
005050     STRING "  " WS-CAL-SOURCE (WS-CAL-SUB) "  "
005060         WS-CAL-KIND (WS-CAL-SUB) "    "
005070         WS-CAL-FREQUENCY (WS-CAL-SUB) "    "
005080         WS-DAY-DISPLAY "   "
005090         WS-CAL-DESCRIPTION (WS-CAL-SUB) "  "
005100         WS-STATE-TEXT
005110         DELIMITED BY SIZE INTO WS-REPORT-LINE
005120     END-STRING
005130     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE.

      *>--------------------------------------------------------
      *>TERMINATION
      *>--------------------------------------------------------
005140 9000-TERMINATE.
005150     MOVE SPACES TO WS-REPORT-LINE
005160     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
005170     STRING "EXPECTED: " WS-FEEDS-EXPECTED
005180         "   MISSING: " WS-FEEDS-MISSING
005190         "   OTHER FEEDS: " WS-OTHER-FEEDS
005200         "   CARDS REJECTED: " WS-CARDS-REJECTED
005210         DELIMITED BY SIZE INTO WS-REPORT-LINE
005220     END-STRING
005230     WRITE CALENDAR-REPORT-RECORD FROM WS-REPORT-LINE
005240     CLOSE CALENDAR-REPORT-FILE
005250     DISPLAY "CALENDAR CARDS READ:    " WS-CARDS-READ
005260     DISPLAY "CALENDAR CARDS REJECTED:" WS-CARDS-REJECTED
005270     DISPLAY "FEED HEADERS FOUND:     " WS-HEADERS-FOUND
005280     DISPLAY "HEADERS FOR OTHER DATES:" WS-HEADERS-MISDATED
005290     DISPLAY "FEEDS EXPECTED:         " WS-FEEDS-EXPECTED
005300     DISPLAY "FEEDS MISSING:          " WS-FEEDS-MISSING
005310     IF WS-FEEDS-MISSING > ZERO OR
005320        WS-CARDS-REJECTED > ZERO
005330         DISPLAY "FEED CALENDAR EXCEPTIONS - SEE FCALRPT"
005340         MOVE 4 TO RETURN-CODE
005350     END-IF.
